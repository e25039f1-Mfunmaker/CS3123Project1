      *                 full value. The run summary page states which   *
      *                 mode the run used, so an unmasked print can be  *
      *                 traced to whoever requested it.                 *
      * 2026-10-15  MF  An enrollment is now an I-ID plus an I-CLASS,   *
      *                 so one person can hold several sections at     *
      *                 once. The ID-side sort and match key on ID     *
      *                 and class: a day record replaces only the      *
      *                 master record for the same ID and class, and   *
      *                 a second class for an enrolled ID is an add,   *
      *                 where before it silently overwrote the first.  *
      *                 The replaced and waitlisted tables carry ID    *
      *                 and class, EMPLOYEE-DISC flags a duplicate     *
      *                 only for a repeated ID and class (MASTEREMP is *
      *                 still read once per person), and EMPLOYEE-XTR  *
      *                 is keyed on ID and class with I-ID as a        *
      *                 duplicates alternate key. Capacity, credit     *
      *                 hours, and billed amounts still count each     *
      *                 enrollment; the department COUNT on the        *
      *                 roster, the billing feed, and the control      *
      *                 sheet now counts each person once. The         *
      *                 benefits feed now carries one detail per       *
      *                 person: the roster pass stages its details on  *
      *                 EMPBENWK and the feed is written from them in  *
      *                 ID order at end of run.                        *
      * 2026-10-15  MF  COB1-EMPLOYEE now arrives as a controlled      *
      *                 batch: a header carrying the creation date     *
      *                 and batch sequence number, and a trailer       *
      *                 carrying the detail count and an I-SSN hash    *
      *                 total. The batch is proved against BATCHCTL    *
      *                 (the last batch accepted) before anything is   *
      *                 merged; a resent batch, a skipped batch, or a  *
      *                 short file refuses the run on EMPLOYEE-BALN    *
      *                 and leaves the cycle OUT-OF-BALANCE. The sorts *
      *                 read the proven details from EMPBATDT, and     *
      *                 the suite's own reinjected and promoted adds   *
      *                 now come in on EMPLOYEE-SUPP instead of being  *
      *                 concatenated onto the registrar's file.        *
      * 2026-10-15  MF  Every enrollment added to, superseded on, or   *
      *                 removed from EMPIDMST/EMPMAST at clean end of  *
      *                 run is written to the EMPJRNL before-image     *
      *                 journal stamped with the RUNCNTL cycle, so     *
      *                 MasterRebuild can rebuild the masters as of    *
      *                 any cycle. The first run to find no journal    *
      *                 seeds it with the prior master as a baseline.  *
      * 2026-10-15  MF  CLASSMST, DEPTMST, RATECARD, and TYPEMST cards *
      *                 now carry an effective date (maintained by     *
      *                 RefMaint); each load tables only the latest    *
      *                 entry per key in force on the cycle date and   *
      *                 counts the ones keyed ahead. The tables are    *
      *                 larger, and dropped and not-yet-in-force cards *
      *                 are now shown on EMPLOYEE-BALN.                *
      * 2026-10-15  MF  A balanced run empties EMPLOYEE-SUPP once its  *
      *                 adds are on the masters; ExcpRecycle and       *
      *                 WaitPromote append the next night's adds to    *
      *                 it. An out-of-balance run leaves it for the    *
      *                 rerun.                                         *
      * 2026-10-15  MF  Tables fed from the reference files brought up *
      *                 to the reference tables' sizes: billing and    *
      *                 distribution (and their checkpoint copies) to  *
      *                 200 departments, utilization to 500 classes,   *
      *                 and the I-ETYPE breakdown (and its checkpoint  *
      *                 copy) to 99 types. The restart checkpoint      *
      *                 record grows to 8600 bytes to carry them.      *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'COB1-EMPLOYEE'
              FILE STATUS IS INPUT-STATUS.
           SELECT SUPP-FILE ASSIGN TO 'EMPLOYEE-SUPP'
              FILE STATUS IS SUPP-STATUS.
           SELECT BATCH-DETAIL-FILE ASSIGN TO 'EMPBATDT'.
           SELECT BATCH-CONTROL-FILE ASSIGN TO 'BATCHCTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BATCHCTL-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'EMPJRNL'
              FILE STATUS IS JOURNAL-STATUS.
           SELECT SORTED-FILE ASSIGN TO 'EMPSORT'.
           SELECT SORT-WORK ASSIGN TO 'SRTWORK'.
           SELECT DELTA-FILE ASSIGN TO 'EMPDELTA'.
              FILE STATUS IS RCYC-STATUS.
           SELECT BENEFIT-FILE ASSIGN TO 'EMPLOYEE-BENE'
              FILE STATUS IS BENE-STATUS.
           SELECT BENE-WORK-FILE ASSIGN TO 'EMPBENWK'
              FILE STATUS IS BENW-STATUS.
           SELECT BENE-SORT-WORK ASSIGN TO 'BENSRTWK'.
           SELECT CLASS-MASTER-FILE ASSIGN TO 'CLASSMST'
              FILE STATUS IS CLASSMST-STATUS.
           SELECT UTIL-FILE ASSIGN TO 'EMPLOYEE-UTIL'.
           SELECT EXTRACT-FILE ASSIGN TO 'EMPLOYEE-XTR'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS XTR-ENR-KEY
              ALTERNATE RECORD KEY IS XTR-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS XTR-SSN WITH DUPLICATES
              FILE STATUS IS XTR-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG'
        DATA DIVISION.

        FILE SECTION.
      **************************************************************
      * THE REGISTRAR'S DAY FILE: A HEADER RECORD, THE DETAILS, *
      * AND A TRAILER RECORD. ONLY THE BATCH CHECK READS IT. *
      **************************************************************
        FD INPUT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 INPUT-REC PIC X(98).

      **************************************************************
      * OPTIONAL SUPPLEMENTARY ADDS PRODUCED BY THE SUITE ITSELF. *
      * ExcpRecycle (REINJECTED RECORDS) AND WaitPromote (PROMOTED *
      * RECORDS) APPEND TO IT; A BALANCED RUN EMPTIES IT ONCE ITS *
      * ADDS ARE ON THE MASTERS. NO HEADER OR TRAILER; THEY RIDE *
      * ALONG WITH A BATCH THAT HAS PROVED OUT. *
      **************************************************************
        FD SUPP-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 SUPP-REC PIC X(98).

      **************************************************************
      * THE DAY'S DETAIL RECORDS, STRIPPED OF THE HEADER AND *
      * TRAILER, PLUS ANY SUPPLEMENTARY ADDS. BOTH SORTS READ THIS *
      * FILE, NOT COB1-EMPLOYEE. *
      **************************************************************
        FD BATCH-DETAIL-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 BATCH-DETAIL-REC PIC X(98).

      **************************************************************
      * THE LAST REGISTRAR BATCH ACCEPTED, REWRITTEN AT CLEAN END *
      * OF RUN ALONGSIDE THE MASTERS *
      **************************************************************
        FD BATCH-CONTROL-FILE
           LABEL RECORDS ARE OMITTED.
        01 BATCH-CONTROL-REC PIC X(80).

      **************************************************************
      * BEFORE-IMAGE JOURNAL OF THE MASTERS, SHARED BY EVERY STEP *
      * THAT CHANGES THEM. EXTENDED -- IT ONLY EVER GROWS; CREATED *
      * ON FIRST USE. *
      **************************************************************
        FD JOURNAL-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 JOURNAL-REC PIC X(128).

      **************************************************************
      * THE DAY'S RECORDS MERGED WITH THE PRIOR EMPMAST -- THE *
      * FULL POPULATION IN DEPARTMENT/CLASS SEQUENCE. AT CLEAN END *
          LABEL RECORDS ARE STANDARD.
        01 BENE-REC PIC X(80).

      **************************************************************
      * BENEFITS DETAILS STAGED BY THE ROSTER PASS, ONE PER *
      * ENROLLMENT PRINTED, IN THE FEED'S DETAIL LAYOUT. SORTED *
      * INTO I-ID ORDER AT END OF RUN SO THE FEED CAN CARRY EACH *
      * PERSON ONCE. EXTENDED, NOT REWRITTEN, ON A RESTART. *
      **************************************************************
        FD BENE-WORK-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 BENE-WORK-REC PIC X(80).

        SD BENE-SORT-WORK.
        01 BENE-SORT-REC.
                03 FILLER    PIC X(1).
                03 BSR-ID    PIC X(7).
                03 FILLER    PIC X(41).
                03 BSR-CLASS PIC X(17).
                03 FILLER    PIC X(14).

      **************************************************************
      * CLASS CAPACITY MASTER: ONE CARD PER CAPPED CLASS, KEYED *
      * LIKE I-CLASS, WITH THE SECTION'S CAPACITY. OPTIONAL -- A *
        01 BALANCE-REC PIC X(80).

      **************************************************************
      * KEYED EXTRACT FILE, ONE RECORD PER ENROLLMENT, KEYED ON *
      * I-ID AND I-CLASS CARRIED TOGETHER AT THE END OF THE *
      * RECORD. I-ID (ONE PERSON, EVERY CLASS) AND I-SSN ARE *
      * DUPLICATES ALTERNATE KEYS FOR THE XtrInquiry LOOKUPS *
      * PAYROLL DRIVES. *
      **************************************************************
        FD EXTRACT-FILE.
        01 XTR-REC.
                03 XTR-SSN    PIC X(9).
                03 XTR-DATE   PIC X(8).
                03 XTR-DEPT   PIC X(4).
                03 XTR-ENR-KEY.
                        05 XTR-KEY-ID    PIC X(7).
                        05 XTR-KEY-CLASS PIC X(17).

      **************************************************************
      * RUN-LOG AUDIT RECORD, ONE LINE APPENDED PER EXECUTION *

      **************************************************************
      * THE DAY'S RECORDS MERGED WITH THE PRIOR EMPIDMST -- THE *
      * FULL POPULATION IN I-ID/I-CLASS SEQUENCE, USED TO DETECT *
      * DUPLICATE ENROLLMENTS AND TO DRIVE THE MASTER FILE CHECK. *
      * AT CLEAN END OF RUN THIS FILE IS COPIED BACK OVER *
      * EMPIDMST. *
      **************************************************************
        FD ID-SORTED-FILE
          LABEL RECORDS ARE STANDARD.
        01 ID-SORTED-REC PIC X(98).

      **************************************************************
      * THE DAY'S NEW RECORDS ALONE, SORTED INTO I-ID/I-CLASS *
      * SEQUENCE READY TO MERGE WITH THE PRIOR ID MASTER *
      **************************************************************
        FD ID-DELTA-FILE
          LABEL RECORDS ARE STANDARD.
        01 ID-DELTA-REC PIC X(98).

      **************************************************************
      * THE PERSISTENT EMPLOYEE MASTER IN I-ID/I-CLASS SEQUENCE, *
      * ONE RECORD PER ENROLLMENT, AS LEFT BY THE PRIOR RUN. *
      * MISSING ON THE FIRST RUN. *
      **************************************************************
        FD IDMAST-FILE
          BLOCK CONTAINS 0 RECORDS
        SD ID-SORT-WORK.
        01 ID-SORT-REC.
                03 IDS-ID    PIC X(7).
                03 FILLER    PIC X(32).
                03 IDS-CLASS PIC X(17).
                03 FILLER    PIC X(42).

      **************************************************************
      * THE FULL MERGED POPULATION RESORTED INTO SSN SEQUENCE FOR *
      **************************************************************
        FD CHKPT-FILE
           LABEL RECORDS ARE OMITTED.
        01 CHKPT-REC PIC X(8600).

      **************************************************************
      * SHARED RUN-CONTROL RECORD FOR THE WHOLE SUITE: THE CYCLE *
                03 CK-REJECT-COUNT     PIC 9(4).
                03 CK-ETYPE-USED       PIC 9(2).
                03 CK-ETYPE-TABLE.
                        05 CK-ETYPE-ENTRY OCCURS 99 TIMES.
                                07 CK-ET-CODE  PIC X(2).
                                07 CK-ET-COUNT PIC 9(5).
                03 CK-ETYPE-OTHER-COUNT PIC 9(5).
                03 CK-BENE-COUNT       PIC 9(7).
                03 FILLER              PIC X(15).
                03 CK-NOTSEL-COUNT     PIC 9(5).
                03 CK-XTR-WRITE-COUNT  PIC 9(5).
                03 CK-XTR-DUP-COUNT    PIC 9(4).
                03 CK-CSV-WRITE-COUNT  PIC 9(5).
                03 CK-DIST-USED        PIC 9(3).
                03 CK-DIST-TABLE.
                        05 CK-DS-ENTRY OCCURS 200 TIMES.
                                07 CK-DS-DEPT  PIC X(4).
                                07 CK-DS-PAGES PIC 9(4).
                                07 CK-DS-COUNT PIC 9(5).
                03 CK-BURST-LINE       PIC 9(4).
                03 CK-BILL-USED        PIC 9(3).
                03 CK-BILL-TABLE.
                        05 CK-BL-ENTRY OCCURS 200 TIMES.
                                07 CK-BL-DEPT   PIC X(4).
                                07 CK-BL-COUNT  PIC 9(5).
                                07 CK-BL-HOURS  PIC 9(6).
                                07 CK-BL-AMOUNT PIC 9(9)V99.
                03 CK-UNRATED-COUNT    PIC 9(5).
                03 FILLER              PIC X(23).
        01 CHKPT-STATUS PIC XX VALUE '00'.
        01 CHKPT-EOF    PIC 9 VALUE 0.
        01 CSV-SW PIC 9 VALUE 0.
                03 FILLER       PIC X(57) VALUE SPACES.
        01 BENE-SSN-NUM PIC 9(9) VALUE 0.
        01 BENE-STATUS PIC XX VALUE '00'.
        01 BENW-STATUS PIC XX VALUE '00'.
        01 PRIOR-BENE-ID PIC X(7) VALUE SPACES.
      **************************************************************
      * RESTART CATCH-UP FOR THE BENEFITS STAGING FILE: THE COUNT *
      * OF DETAIL RECORDS PHYSICALLY ON THE FILE FROM THE ABENDED *
      * RUN (WHICH MAY RUN PAST THE CHECKPOINTED COUNTER WHEN THE *
      * ABEND FELL BETWEEN CHECKPOINTS). REPROCESSED DETAILS UP TO *
      * THIS COUNT ARE COUNTED BUT NOT WRITTEN AGAIN, SO THE FEED *
      * BUILT FROM THE FILE CARRIES EACH ENROLLMENT ONCE. *
      **************************************************************
        01 BENE-FILE-COUNT PIC 9(7) VALUE 0.
        01 BENE-EOF        PIC 9 VALUE 0.
      **************************************************************
      * CLASS CAPACITY MASTER CARD LAYOUT AND LOOKUP TABLE, LOADED *
      * AT START-UP. CARDS BEYOND THE TABLE SIZE, OR WITH A *
      * NON-NUMERIC CAPACITY, ARE DROPPED AND COUNTED. EACH CARD *
      * CARRIES THE DATE IT TAKES EFFECT (BLANK = ALWAYS); ONLY *
      * THE LATEST ENTRY PER CLASS IN FORCE ON THE CYCLE DATE IS *
      * TABLED, AND ENTRIES KEYED AHEAD ARE COUNTED AND SKIPPED. *
      * THE CHANGED-BY FIELDS ARE RefMaint'S. *
      **************************************************************
        01 CLASSMST-STATUS PIC XX VALUE '00'.
        01 CLASS-CARD-DATA.
                03 CC-CLASS    PIC X(17).
                03 CC-CAP      PIC X(4).
                03 FILLER      PIC X(19).
                03 CC-EFF-DATE PIC X(8).
                03 FILLER      PIC X(32).
        01 CAP-TABLE-AREA.
                03 CAP-USED         PIC 9(3) VALUE 0.
                03 CAP-MAX          PIC 9(3) VALUE 500.
                03 CAP-SUB          PIC 9(3) COMP.
                03 CAP-FOUND-AT     PIC 9(3) COMP.
                03 CAP-DROP-COUNT   PIC 9(3) VALUE 0.
                03 CAP-FUTURE-COUNT PIC 9(3) VALUE 0.
                03 EOF-CM           PIC 9 VALUE 0.
                03 CAP-TABLE.
                        05 CAP-ENTRY OCCURS 500 TIMES.
                                07 CAP-CLASS PIC X(17).
                                07 CAP-LIMIT PIC 9(4).
                                07 CAP-EFF   PIC X(8).
      **************************************************************
      * RATE CARD LAYOUT AND LOOKUP TABLE, LOADED AT START-UP THE *
      * SAME WAY CLASSMST IS. THE RATE IS PER CREDIT HOUR WITH *
      * TWO IMPLIED DECIMALS -- CONTRACT STAFF BILL DIFFERENTLY *
      * THAN STUDENTS, SO THE KEY IS I-ETYPE. EFFECTIVE-DATED THE *
      * SAME WAY AS CLASSMST. *
      **************************************************************
        01 RATECARD-STATUS PIC XX VALUE '00'.
        01 RATE-CARD-DATA.
                03 RT-ETYPE    PIC X(2).
                03 RT-RATE     PIC X(5).
                03 FILLER      PIC X(33).
                03 RT-EFF-DATE PIC X(8).
                03 FILLER      PIC X(32).
        01 RATE-TABLE-AREA.
                03 RATE-USED         PIC 9(2) VALUE 0.
                03 RATE-MAX          PIC 9(2) VALUE 99.
                03 RATE-SUB          PIC 9(3) COMP.
                03 RATE-FOUND-AT     PIC 9(2) COMP.
                03 RATE-DROP-COUNT   PIC 9(2) VALUE 0.
                03 RATE-FUTURE-COUNT PIC 9(3) VALUE 0.
                03 EOF-RT            PIC 9 VALUE 0.
                03 RATE-TABLE.
                        05 RATE-ENTRY OCCURS 99 TIMES.
                                07 RTE-CODE PIC X(2).
                                07 RTE-RATE PIC 9(3)V99.
                                07 RTE-EFF  PIC X(8).
        01 RATE-FOUND-SW  PIC 9 VALUE 0.
        01 RATE-WK        PIC 9(3)V99 VALUE 0.
        01 RATE-DIGITS-WK PIC 9(5) VALUE 0.
        01 REG-COUNT-WK   PIC 9(6) VALUE 0.
        01 REF-COUNT-WK   PIC 9(5) VALUE 0.
        01 REF-FUTURE-WK  PIC 9(5) VALUE 0.
      **************************************************************
      * EMPLOYEE-TYPE CARD LAYOUT AND LOOKUP TABLE, LOADED AT *
      * START-UP THE SAME WAY CLASSMST IS. TC-ACTIVE: 'A' = *
      * ACTIVE, ANYTHING ELSE = INACTIVE. THE LOADED SWITCH KEEPS *
      * THE VALIDATION OFF WHEN THE FILE IS MISSING. EFFECTIVE- *
      * DATED THE SAME WAY AS CLASSMST. *
      **************************************************************
        01 TYPEMST-STATUS PIC XX VALUE '00'.
        01 TYPE-CARD-DATA.
                03 TC-ETYPE    PIC X(2).
                03 TC-DESC     PIC X(20).
                03 TC-ACTIVE   PIC X(1).
                03 FILLER      PIC X(17).
                03 TC-EFF-DATE PIC X(8).
                03 FILLER      PIC X(32).
        01 TYPE-TABLE-AREA.
                03 TYP-USED         PIC 9(2) VALUE 0.
                03 TYP-MAX          PIC 9(2) VALUE 99.
                03 TYP-SUB          PIC 9(3) COMP.
                03 TYP-FOUND-AT     PIC 9(2) COMP.
                03 TYP-DROP-COUNT   PIC 9(2) VALUE 0.
                03 TYP-FUTURE-COUNT PIC 9(3) VALUE 0.
                03 EOF-TM           PIC 9 VALUE 0.
                03 TYPEMST-LOADED-SW PIC 9 VALUE 0.
                03 TYPE-TABLE.
                        05 TYPE-ENTRY OCCURS 99 TIMES.
                                07 TYP-CODE   PIC X(2).
                                07 TYP-DESC   PIC X(20).
                                07 TYP-ACTIVE PIC X(1).
                                07 TYP-EFF    PIC X(8).
      **************************************************************
      * TYPE LOOKUP WORK FIELDS, SHARED BY THE VALIDATION AND THE *
      * REPORTS THAT PRINT THE DESCRIPTION NEXT TO THE CODE *
      **************************************************************
        01 BILL-TABLE-AREA.
                03 BILL-USED       PIC 9(3) VALUE 0.
                03 BILL-MAX        PIC 9(3) VALUE 200.
                03 BILL-SUB        PIC 9(3) COMP.
                03 BILL-DROP-COUNT PIC 9(3) VALUE 0.
                03 BILL-TABLE.
                        05 BILL-ENTRY OCCURS 200 TIMES.
                                07 BL-DEPT   PIC X(4).
                                07 BL-COUNT  PIC 9(5).
                                07 BL-HOURS  PIC 9(6).
                                07 BL-AMOUNT PIC 9(9)V99.
      **************************************************************
      * THE I-IDS ALREADY COUNTED IN THE CURRENT DEPARTMENT, SO A *
      * PERSON ENROLLED IN SEVERAL OF ITS CLASSES ADDS ONE TO THE *
      * DEPARTMENT HEADCOUNT. CLEARED AT EACH DEPARTMENT BREAK. AN *
      * OVERFLOW COUNTS THE EXTRA ENROLLMENTS AS PERSONS AND TRIPS *
      * THE BALANCE STEP, SINCE THE HEADCOUNTS ARE THEN HIGH. *
      **************************************************************
        01 DEPT-ID-TABLE-AREA.
                03 DID-USED        PIC 9(5) VALUE 0.
                03 DID-MAX         PIC 9(5) VALUE 5000.
                03 DID-SUB         PIC 9(5) COMP.
                03 DID-FOUND-SW    PIC 9 VALUE 0.
                03 DID-OVERFLOW-SW PIC 9 VALUE 0.
                03 DID-TABLE.
                        05 DID-ID OCCURS 5000 TIMES PIC X(7).
      **************************************************************
      * LAYOUTS FOR THE BILLING FEED HEADER, DETAIL, AND TRAILER *
      **************************************************************
        01 BILL-HEADER.
      * START-UP THE SAME WAY CLASSMST IS. THE SEEN SWITCH IS SET *
      * WHEN A BUNDLE IS PRODUCED FOR THE DEPARTMENT, SO THE *
      * CONTROL SHEET CAN GIVE THE QUIET ONES A NO ACTIVITY LINE. *
      * EFFECTIVE-DATED THE SAME WAY AS CLASSMST. *
      **************************************************************
        01 DEPTMST-STATUS PIC XX VALUE '00'.
        01 DEPT-CARD-DATA.
                03 DC-DEPT     PIC X(4).
                03 DC-NAME     PIC X(20).
                03 FILLER      PIC X(16).
                03 DC-EFF-DATE PIC X(8).
                03 FILLER      PIC X(32).
        01 DPM-TABLE-AREA.
                03 DPM-USED         PIC 9(3) VALUE 0.
                03 DPM-MAX          PIC 9(3) VALUE 200.
                03 DPM-SUB          PIC 9(3) COMP.
                03 DPM-FOUND-AT     PIC 9(3) COMP.
                03 DPM-DROP-COUNT   PIC 9(3) VALUE 0.
                03 DPM-FUTURE-COUNT PIC 9(3) VALUE 0.
                03 EOF-DM           PIC 9 VALUE 0.
                03 DPM-TABLE.
                        05 DPM-ENTRY OCCURS 200 TIMES.
                                07 DPM-DEPT PIC X(4).
                                07 DPM-NAME PIC X(20).
                                07 DPM-SEEN PIC 9.
                                07 DPM-EFF  PIC X(8).
      **************************************************************
      * ONE ENTRY PER DEPARTMENT BUNDLE PRODUCED ON THE BURST *
      * FILE, RECORDED AT EACH DEPARTMENT BREAK AND LISTED ON THE *
      **************************************************************
        01 DIST-TABLE-AREA.
                03 DIST-USED       PIC 9(3) VALUE 0.
                03 DIST-MAX        PIC 9(3) VALUE 200.
                03 DIST-SUB        PIC 9(3) COMP.
                03 DIST-DROP-COUNT PIC 9(3) VALUE 0.
                03 DIST-TABLE.
                        05 DIST-ENTRY OCCURS 200 TIMES.
                                07 DS-DEPT  PIC X(4).
                                07 DS-PAGES PIC 9(4).
                                07 DS-COUNT PIC 9(5).
      **************************************************************
        01 UTIL-TABLE-AREA.
                03 UTL-USED       PIC 9(3) VALUE 0.
                03 UTL-MAX        PIC 9(3) VALUE 500.
                03 UTL-SUB        PIC 9(3) COMP.
                03 UTL-DROP-COUNT PIC 9(3) VALUE 0.
                03 UTL-TABLE.
                        05 UTL-ENTRY OCCURS 500 TIMES.
                                07 UTL-CLASS PIC X(17).
                                07 UTL-COUNT PIC 9(4).
      **************************************************************
                03 FILLER   PIC X(21).
                03 WO-DATE  PIC X(8).
      **************************************************************
      * THE ENROLLMENTS (I-ID AND I-CLASS) WAITLISTED THIS RUN, *
      * USED BY 0950 TO KEEP THEM OFF THE ID-SEQUENCE MASTER TOO, *
      * WITHOUT TOUCHING THE SAME PERSON'S OTHER CLASSES. AN *
      * OVERFLOW TRIPS THE BALANCE STEP SO A HALF-EXCLUDED UPDATE *
      * CANNOT BE CEMENTED. *
      **************************************************************
        01 WAITID-TABLE-AREA.
                03 WAITID-USED        PIC 9(4) VALUE 0.
                03 WAITID-OVERFLOW-SW PIC 9 VALUE 0.
                03 WAITID-FOUND-SW    PIC 9 VALUE 0.
                03 WAITID-TABLE.
                        05 WAITID-ENTRY OCCURS 500 TIMES.
                                07 WAITID-ID    PIC X(7).
                                07 WAITID-CLASS PIC X(17).
        01 WAITLIST-COUNT PIC 9(5) VALUE 0.
      **************************************************************
      * LAYOUTS FOR THE WAITLIST REPORT LINES *
        01 SHARED-SSN-LIMIT  PIC 9(4) VALUE 0.
        01 SSN-STOP-SW    PIC 9 VALUE 0.
      **************************************************************
      * LAYOUTS AND WORK FIELDS FOR THE REGISTRAR BATCH CONTROLS. *
      * THE HEADER IS THE FIRST RECORD AND THE TRAILER THE LAST; *
      * THE TRAILER HASH IS THE SUM OF THE DETAILS' I-SSN VALUES *
      * (A NON-NUMERIC I-SSN ADDS ZERO). *
      **************************************************************
        01 BATCH-IN-DATA       PIC X(98).
        01 BATCH-HOLD-DATA.
                03 BHO-TYPE        PIC X(3).
                03 FILLER          PIC X(95).
        01 BATCH-HEADER-DATA.
                03 BHD-TYPE        PIC X(3).
                03 BHD-CREATE-DATE PIC X(8).
                03 BHD-BATCH-SEQ   PIC X(6).
                03 FILLER          PIC X(81).
        01 BATCH-TRAILER-DATA.
                03 BTR-TYPE        PIC X(3).
                03 BTR-COUNT       PIC X(7).
                03 BTR-HASH        PIC X(15).
                03 FILLER          PIC X(73).
        01 BATCH-CONTROL-DATA.
                03 BC-BATCH-SEQ    PIC X(6).
                03 FILLER          PIC X(1) VALUE SPACES.
                03 BC-CREATE-DATE  PIC X(8).
                03 FILLER          PIC X(1) VALUE SPACES.
                03 BC-CYCLE-DATE   PIC X(8).
                03 FILLER          PIC X(1) VALUE SPACES.
                03 BC-CYCLE-TIME   PIC X(8).
                03 FILLER          PIC X(1) VALUE SPACES.
                03 BC-DETAIL-COUNT PIC 9(7).
                03 FILLER          PIC X(39) VALUE SPACES.
        01 INPUT-STATUS        PIC XX VALUE '00'.
        01 SUPP-STATUS         PIC XX VALUE '00'.
        01 BATCHCTL-STATUS     PIC XX VALUE '00'.
        01 BATCH-EOF           PIC 9 VALUE 0.
        01 BATCH-HOLD-SW       PIC 9 VALUE 0.
        01 BATCH-LAST-SW       PIC 9 VALUE 0.
        01 BATCH-STOP-SW       PIC 9 VALUE 0.
        01 BATCH-REASON        PIC X(50) VALUE SPACES.
        01 BATCH-SEQ-NUM       PIC 9(6) VALUE 0.
        01 BATCH-LAST-SEQ      PIC 9(6) VALUE 0.
        01 BATCH-CREATE-CMP    PIC 9(8) VALUE 0.
        01 BATCH-LAST-CMP      PIC 9(8) VALUE 0.
        01 BATCH-CYCLE-CMP     PIC 9(8) VALUE 0.
        01 BATCH-DETAIL-COUNT  PIC 9(7) VALUE 0.
        01 BATCH-TRL-COUNT     PIC 9(7) VALUE 0.
        01 BATCH-SUPP-COUNT    PIC 9(7) VALUE 0.
        01 BATCH-HASH-TOTAL    PIC 9(15) VALUE 0.
        01 BATCH-TRL-HASH      PIC 9(15) VALUE 0.
        01 BATCH-SSN-NUM       PIC 9(9) VALUE 0.
      **************************************************************
      * LAYOUT FOR ONE JOURNAL ENTRY: THE CYCLE AND STEP THAT MADE *
      * THE CHANGE, WHAT HAPPENED, AND THE FULL 98-BYTE RECORD. *
      * JRN-ACTION: A = ADDED (OR THE NEW VERSION OF A SUPERSEDED *
      * RECORD), S = SUPERSEDED (THE OLD VERSION), R = REMOVED, *
      * B = BASELINE IMAGE OF A RECORD ALREADY ON THE MASTER WHEN *
      * THE JOURNAL WAS STARTED. *
      **************************************************************
        01 JOURNAL-DATA.
                03 JRN-CYCLE-DATE PIC X(8).
                03 JRN-CYCLE-TIME PIC X(8).
                03 JRN-STEP       PIC X(12).
                03 JRN-ACTION     PIC X(1).
                03 JRN-EMP-REC    PIC X(98).
                03 FILLER         PIC X(1).
        01 JOURNAL-STATUS  PIC XX VALUE '00'.
        01 JRN-BASE-SW     PIC 9 VALUE 0.
      **************************************************************
      * THE OLD AND NEW ID-SEQUENCE MASTER RECORDS BEING COMPARED *
      * FOR THE JOURNAL, AND THEIR ID/CLASS MATCH KEYS, SET TO *
      * HIGH-VALUES AT END OF THEIR FILE SO THE MATCH DRAINS THE *
      * OTHER SIDE *
      **************************************************************
        01 JRN-OLD-DATA.
                03 JOD-ID     PIC X(7).
                03 FILLER     PIC X(32).
                03 JOD-CLASS  PIC X(17).
                03 FILLER     PIC X(42).
        01 JRN-NEW-DATA.
                03 JND-ID     PIC X(7).
                03 FILLER     PIC X(32).
                03 JND-CLASS  PIC X(17).
                03 FILLER     PIC X(42).
        01 JRN-OLD-KEY.
                03 JOK-ID     PIC X(7).
                03 JOK-CLASS  PIC X(17).
        01 JRN-NEW-KEY.
                03 JNK-ID     PIC X(7).
                03 JNK-CLASS  PIC X(17).
        01 JRN-OLD-EOF     PIC 9 VALUE 0.
        01 JRN-NEW-EOF     PIC 9 VALUE 0.
        01 JRN-TAKEN-SW    PIC 9 VALUE 0.
      **************************************************************
      * LAYOUTS FOR THE SHARED-SSN LISTING *
      **************************************************************
        01 SSND-HEADING1.
        01 IDSRT-READ-COUNT PIC 9(5) VALUE 0.
      **************************************************************
      * MATCHED-UPDATE WORK AREAS. THE DAILY PROCESSING IS A *
      * BALANCED-LINE MATCH: A DAY RECORD WHOSE ENROLLMENT (I-ID *
      * AND I-CLASS) IS ALREADY ON THE MASTER REPLACES THE MASTER *
      * RECORD. THE ID-SIDE MATCH RUNS FIRST AND RECORDS EACH *
      * REPLACED ENROLLMENT IN REPL-TABLE; THE CLASS-SIDE MATCH *
      * THEN DROPS THE SUPERSEDED OLD VERSION (WHOSE DEPARTMENT *
      * POSITION MAY DIFFER) AS IT MERGES. *
      **************************************************************
        01 IDD-DATA.
                03 IDD-ID    PIC X(7).
                03 FILLER    PIC X(32).
                03 IDD-CLASS PIC X(17).
                03 FILLER    PIC X(42).
        01 IDM-DATA.
                03 IDM-ID    PIC X(7).
                03 FILLER    PIC X(32).
                03 IDM-CLASS PIC X(17).
                03 FILLER    PIC X(42).
        01 IDD-EOF PIC 9 VALUE 0.
        01 IDM-EOF PIC 9 VALUE 0.
        01 CLS-DELTA-DATA.
        01 CLSD-EOF PIC 9 VALUE 0.
        01 CLSM-EOF PIC 9 VALUE 0.
      **************************************************************
      * MATCH KEYS FOR THE ID-SIDE MERGE, ID MAJOR, SET TO *
      * HIGH-VALUES AT END OF THEIR FILE THE SAME WAY *
      **************************************************************
        01 IDD-KEY.
                03 IDD-KEY-ID    PIC X(7).
                03 IDD-KEY-CLASS PIC X(17).
        01 IDM-KEY.
                03 IDM-KEY-ID    PIC X(7).
                03 IDM-KEY-CLASS PIC X(17).
      **************************************************************
      * MATCH KEYS FOR THE CLASS-SIDE MERGE, DEPARTMENT MAJOR, *
      * SET TO HIGH-VALUES AT END OF THEIR FILE SO THE MATCH *
      * DRAINS THE OTHER SIDE *
                03 CLSM-KEY-DEPT  PIC X(4).
                03 CLSM-KEY-CLASS PIC X(17).
      **************************************************************
      * THE ENROLLMENTS THE DAY FILE REPLACED, COLLECTED BY THE *
      * ID-SIDE MATCH AND USED BY THE CLASS-SIDE MATCH TO DROP THE *
      * SUPERSEDED OLD VERSIONS. AN OVERFLOW TRIPS THE BALANCE *
      * STEP SO A HALF-APPLIED UPDATE CANNOT REACH THE MASTERS. *
      **************************************************************
                03 REPL-FOUND-SW    PIC 9 VALUE 0.
                03 REPLACED-COUNT   PIC 9(5) VALUE 0.
                03 REPL-TABLE.
                        05 REPL-ENTRY OCCURS 1000 TIMES.
                                07 REPL-ID    PIC X(7).
                                07 REPL-CLASS PIC X(17).
      **************************************************************
      * PERSISTENT MASTER PRESENCE: FILE STATUS FROM THE START-UP *
      * OPEN OF EACH MASTER, AND 1/0 SWITCHES SHOWING WHETHER A *
        01 EMPMAST-SW      PIC 9 VALUE 0.
        01 IDMAST-SW       PIC 9 VALUE 0.
        01 PRIOR-ID          PIC X(7) VALUE SPACES.
        01 PRIOR-CLASS       PIC X(17) VALUE SPACES.
        01 DISC-DATA.
                03 FILLER     PIC X(3) VALUE SPACES.
                03 DISC-ID    PIC X(7).
                03            PIC X(11) VALUE '** DEPT:  '.
                03 DT-DEPT    PIC X(4).
                03 FILLER     PIC X(4) VALUE SPACES.
                03            PIC X(9) VALUE 'PERSONS: '.
                03 DT-COUNT   PIC ZZZ9.
                03 FILLER     PIC X(4) VALUE SPACES.
                03            PIC X(14) VALUE 'CREDIT HOURS: '.
          03 EXCP-COUNT     PIC 9(4) VALUE 0.
      **************************************************************
      * BENEFITS FEED RUNNING TOTALS, CARRIED ON THE FEED TRAILER *
      * AND SHOWN ON THE RUN SUMMARY PAGE FOR BALANCING. THE WORK *
      * COUNT IS THE ENROLLMENTS STAGED BY THE ROSTER PASS; THE *
      * DETAIL COUNT AND HASH ARE THE PERSONS ACTUALLY SENT. *
      **************************************************************
          03 BENE-WORK-COUNT   PIC 9(7) VALUE 0.
          03 BENE-DETAIL-COUNT PIC 9(7) VALUE 0.
          03 BENE-HASH-TOTAL   PIC 9(15) VALUE 0.
      **************************************************************
      **************************************************************
          03 READ-COUNT       PIC 9(5) VALUE 0.
          03 ETYPE-USED        PIC 9(2) VALUE 0.
          03 ETYPE-TALLY-MAX    PIC 9(2) VALUE 99.
          03 ETYPE-TALLY-SUB    PIC 9(3) COMP.
          03 ETYPE-TABLE.
             05 ETYPE-ENTRY OCCURS 99 TIMES.
                07 ET-CODE  PIC X(2) VALUE SPACES.
                07 ET-COUNT PIC 9(5) VALUE 0.
          03 ETYPE-OTHER-COUNT PIC 9(5) VALUE 0.
                PERFORM 0065-LOAD-DEPT-MASTER.
                PERFORM 0068-LOAD-RATE-CARD.
                PERFORM 0075-LOAD-TYPE-MASTER.
                PERFORM 0090-CHECK-BATCH.
                IF BATCH-STOP-SW = 1
                   PERFORM 1875-PRINT-BALANCE
                   PERFORM 1900-WRITE-RUNLOG
                   PERFORM 1990-END-RUN-CONTROL
                   STOP RUN
                END-IF.
                PERFORM 0200-MASTER-CHECK.
                PERFORM 0290-SSN-CHECK.
                IF SSN-STOP-SW = 1
                   UNTIL EOF-I = 1.
                PERFORM 1700-FINAL-BREAK.
                PERFORM 1855-WRITE-NOACT-BUNDLES.
                PERFORM 1850-WRITE-BENE-FEED.
                PERFORM 1800-PRINT-TRAILER.
                PERFORM 1860-PRINT-UTILIZATION.
                PERFORM 1862-PRINT-BILLING.
                PERFORM 1865-PRINT-DISTRIBUTION.
                      BURST-FILE
                      EXCEPTION-FILE
                      RECYCLE-FILE
                      EXTRACT-FILE.
                IF CSV-SW = 1
                   CLOSE CSV-FILE
                END-IF.
                IF BAL-BAD-SW = 0
                   PERFORM 0940-JOURNAL-CHANGES
                   PERFORM 0950-SAVE-MASTERS
                   PERFORM 0990-SAVE-BATCH-CONTROL
                   PERFORM 0995-EMPTY-SUPP
                END-IF.
                PERFORM 1900-WRITE-RUNLOG.
                PERFORM 1950-WRITE-CHECKPOINT.
      * LOADS THE CLASS CAPACITY MASTER INTO THE LOOKUP TABLE. A *
      * MISSING CLASSMST LEAVES THE TABLE EMPTY AND EVERY CLASS *
      * UNCAPPED. CARDS WITH A BLANK CLASS OR NON-NUMERIC CAP, OR *
      * BEYOND THE TABLE SIZE, ARE DROPPED AND COUNTED. A CARD *
      * DATED AFTER THE CYCLE DATE IS NOT IN FORCE YET; OF THE *
      * REST, THE LATEST-DATED CARD FOR A CLASS WINS. *
      **************************************************************
        0060-LOAD-CLASS-MASTER.
           OPEN INPUT CLASS-MASTER-FILE.
        0080-STORE-CLASS-CARD.
           IF CC-CLASS = SPACES OR CC-CAP IS NOT NUMERIC
              ADD 1 TO CAP-DROP-COUNT
           ELSE
              IF CC-EFF-DATE NOT = SPACES
                    AND CC-EFF-DATE > RC-CYCLE-DATE
                 ADD 1 TO CAP-FUTURE-COUNT
              ELSE
                 PERFORM 0081-TAKE-CLASS-CARD
              END-IF
           END-IF.
           PERFORM 0070-READ-CLASS-CARD.
        0081-TAKE-CLASS-CARD.
           MOVE 0 TO CAP-FOUND-AT.
           PERFORM 0082-MATCH-CLASS-CARD
              VARYING CAP-SUB FROM 1 BY 1
              UNTIL CAP-SUB > CAP-USED
                 OR CAP-FOUND-AT > 0.
           IF CAP-FOUND-AT > 0
              IF CC-EFF-DATE NOT < CAP-EFF (CAP-FOUND-AT)
                 MOVE CC-CAP      TO CAP-LIMIT (CAP-FOUND-AT)
                 MOVE CC-EFF-DATE TO CAP-EFF (CAP-FOUND-AT)
              END-IF
           ELSE
              IF CAP-USED < CAP-MAX
                 ADD 1 TO CAP-USED
                 MOVE CC-CLASS    TO CAP-CLASS (CAP-USED)
                 MOVE CC-CAP      TO CAP-LIMIT (CAP-USED)
                 MOVE CC-EFF-DATE TO CAP-EFF (CAP-USED)
              ELSE
                 ADD 1 TO CAP-DROP-COUNT
              END-IF
           END-IF.
        0082-MATCH-CLASS-CARD.
           IF CAP-CLASS (CAP-SUB) = CC-CLASS
              MOVE CAP-SUB TO CAP-FOUND-AT
           END-IF.
      **************************************************************
      * LOADS THE DEPARTMENT CARD LIST INTO THE LOOKUP TABLE, THE *
      * SAME SHAPE AS THE CLASSMST LOAD. A MISSING DEPTMST LEAVES *
        0067-STORE-DEPT-CARD.
           IF DC-DEPT = SPACES
              ADD 1 TO DPM-DROP-COUNT
           ELSE
              IF DC-EFF-DATE NOT = SPACES
                    AND DC-EFF-DATE > RC-CYCLE-DATE
                 ADD 1 TO DPM-FUTURE-COUNT
              ELSE
                 PERFORM 0083-TAKE-DEPT-CARD
              END-IF
           END-IF.
           PERFORM 0066-READ-DEPT-CARD.
        0083-TAKE-DEPT-CARD.
           MOVE 0 TO DPM-FOUND-AT.
           PERFORM 0084-MATCH-DEPT-CARD
              VARYING DPM-SUB FROM 1 BY 1
              UNTIL DPM-SUB > DPM-USED
                 OR DPM-FOUND-AT > 0.
           IF DPM-FOUND-AT > 0
              IF DC-EFF-DATE NOT < DPM-EFF (DPM-FOUND-AT)
                 MOVE DC-NAME     TO DPM-NAME (DPM-FOUND-AT)
                 MOVE DC-EFF-DATE TO DPM-EFF (DPM-FOUND-AT)
              END-IF
           ELSE
              IF DPM-USED < DPM-MAX
                 ADD 1 TO DPM-USED
                 MOVE DC-DEPT     TO DPM-DEPT (DPM-USED)
                 MOVE DC-NAME     TO DPM-NAME (DPM-USED)
                 MOVE 0           TO DPM-SEEN (DPM-USED)
                 MOVE DC-EFF-DATE TO DPM-EFF (DPM-USED)
              ELSE
                 ADD 1 TO DPM-DROP-COUNT
              END-IF
           END-IF.
        0084-MATCH-DEPT-CARD.
           IF DPM-DEPT (DPM-SUB) = DC-DEPT
              MOVE DPM-SUB TO DPM-FOUND-AT
           END-IF.
      **************************************************************
      * LOADS THE RATE CARD INTO THE LOOKUP TABLE, SAME SHAPE AS *
      * THE CLASSMST LOAD. CARDS WITH A BLANK TYPE OR NON-NUMERIC *
        0072-STORE-RATE-CARD.
           IF RT-ETYPE = SPACES OR RT-RATE IS NOT NUMERIC
              ADD 1 TO RATE-DROP-COUNT
           ELSE
              IF RT-EFF-DATE NOT = SPACES
                    AND RT-EFF-DATE > RC-CYCLE-DATE
                 ADD 1 TO RATE-FUTURE-COUNT
              ELSE
                 PERFORM 0085-TAKE-RATE-CARD
              END-IF
           END-IF.
           PERFORM 0069-READ-RATE-CARD.
        0085-TAKE-RATE-CARD.
           MOVE 0 TO RATE-FOUND-AT.
           PERFORM 0086-MATCH-RATE-CARD
              VARYING RATE-SUB FROM 1 BY 1
              UNTIL RATE-SUB > RATE-USED
                 OR RATE-FOUND-AT > 0.
           MOVE RT-RATE TO RATE-DIGITS-WK.
           IF RATE-FOUND-AT > 0
              IF RT-EFF-DATE NOT < RTE-EFF (RATE-FOUND-AT)
                 COMPUTE RTE-RATE (RATE-FOUND-AT) =
                    RATE-DIGITS-WK / 100
                 MOVE RT-EFF-DATE TO RTE-EFF (RATE-FOUND-AT)
              END-IF
           ELSE
              IF RATE-USED < RATE-MAX
                 ADD 1 TO RATE-USED
                 MOVE RT-ETYPE TO RTE-CODE (RATE-USED)
                 COMPUTE RTE-RATE (RATE-USED) =
                    RATE-DIGITS-WK / 100
                 MOVE RT-EFF-DATE TO RTE-EFF (RATE-USED)
              ELSE
                 ADD 1 TO RATE-DROP-COUNT
              END-IF
           END-IF.
        0086-MATCH-RATE-CARD.
           IF RTE-CODE (RATE-SUB) = RT-ETYPE
              MOVE RATE-SUB TO RATE-FOUND-AT
           END-IF.
      **************************************************************
      * LOADS THE EMPLOYEE-TYPE REFERENCE MASTER INTO THE LOOKUP *
      * TABLE, SAME SHAPE AS THE CLASSMST LOAD. ONLY WHEN THE *
        0077-STORE-TYPE-CARD.
           IF TC-ETYPE = SPACES
              ADD 1 TO TYP-DROP-COUNT
           ELSE
              IF TC-EFF-DATE NOT = SPACES
                    AND TC-EFF-DATE > RC-CYCLE-DATE
                 ADD 1 TO TYP-FUTURE-COUNT
              ELSE
                 PERFORM 0087-TAKE-TYPE-CARD
              END-IF
           END-IF.
           PERFORM 0076-READ-TYPE-CARD.
        0087-TAKE-TYPE-CARD.
           MOVE 0 TO TYP-FOUND-AT.
           PERFORM 0088-MATCH-TYPE-CARD
              VARYING TYP-SUB FROM 1 BY 1
              UNTIL TYP-SUB > TYP-USED
                 OR TYP-FOUND-AT > 0.
           IF TYP-FOUND-AT > 0
              IF TC-EFF-DATE NOT < TYP-EFF (TYP-FOUND-AT)
                 MOVE TC-DESC     TO TYP-DESC (TYP-FOUND-AT)
                 MOVE TC-ACTIVE   TO TYP-ACTIVE (TYP-FOUND-AT)
                 MOVE TC-EFF-DATE TO TYP-EFF (TYP-FOUND-AT)
              END-IF
           ELSE
              IF TYP-USED < TYP-MAX
                 ADD 1 TO TYP-USED
                 MOVE TC-ETYPE    TO TYP-CODE (TYP-USED)
                 MOVE TC-DESC     TO TYP-DESC (TYP-USED)
                 MOVE TC-ACTIVE   TO TYP-ACTIVE (TYP-USED)
                 MOVE TC-EFF-DATE TO TYP-EFF (TYP-USED)
              ELSE
                 ADD 1 TO TYP-DROP-COUNT
              END-IF
           END-IF.
        0088-MATCH-TYPE-CARD.
           IF TYP-CODE (TYP-SUB) = TC-ETYPE
              MOVE TYP-SUB TO TYP-FOUND-AT
           END-IF.
      **************************************************************
      * PROVES THE REGISTRAR'S BATCH BEFORE ANYTHING IS MERGED. *
      * THE FIRST RECORD MUST BE A VALID HEADER WHOSE BATCH *
      * NUMBER IS EXACTLY ONE PAST THE LAST BATCH ACCEPTED ON *
      * BATCHCTL (ANY NUMBER IS TAKEN WHEN THERE IS NO BATCHCTL *
      * YET), AND THE LAST RECORD MUST BE A TRAILER WHOSE COUNT *
      * AND I-SSN HASH AGREE WITH THE DETAILS BETWEEN THEM -- SO A *
      * RESENT BATCH, A SKIPPED BATCH, AND A SHORT FILE ARE ALL *
      * CAUGHT HERE. THE DETAILS ARE WRITTEN TO EMPBATDT AS THEY *
      * ARE COUNTED, ONE RECORD BEHIND THE READ SO THE TRAILER *
      * NEVER LANDS THERE, AND ANY SUPPLEMENTARY ADDS FOLLOW THEM *
      * ONCE THE BATCH HAS PROVED OUT. A RESTART RE-PROVES THE *
      * SAME BATCH, SINCE BATCHCTL ONLY ADVANCES AT CLEAN END. *
      **************************************************************
        0090-CHECK-BATCH.
           MOVE SPACES TO BATCH-REASON.
           MOVE RC-CYCLE-DATE TO BATCH-CYCLE-CMP.
           PERFORM 0091-LOAD-LAST-BATCH.
           OPEN INPUT INPUT-FILE.
           IF INPUT-STATUS NOT = '00'
              MOVE 'COB1-EMPLOYEE IS MISSING' TO BATCH-REASON
           ELSE
              OPEN OUTPUT BATCH-DETAIL-FILE
              MOVE 0 TO BATCH-EOF
              PERFORM 0092-READ-BATCH-RECORD
              MOVE BATCH-IN-DATA TO BATCH-HEADER-DATA
              IF BATCH-EOF = 1 OR BHD-TYPE NOT = 'HDR'
                 MOVE 'HEADER RECORD MISSING' TO BATCH-REASON
              ELSE
                 PERFORM 0093-CHECK-HEADER
                 PERFORM 0092-READ-BATCH-RECORD
                 PERFORM 0094-TAKE-BATCH-RECORD
                    UNTIL BATCH-EOF = 1
                 PERFORM 0096-CHECK-TRAILER
              END-IF
              IF BATCH-REASON = SPACES
                 PERFORM 0097-COPY-SUPP
              END-IF
              CLOSE BATCH-DETAIL-FILE
              CLOSE INPUT-FILE
           END-IF.
           IF BATCH-REASON NOT = SPACES
              MOVE 1 TO BATCH-STOP-SW
           END-IF.
      **************************************************************
      * PICKS UP THE LAST ACCEPTED BATCH NUMBER AND CREATION DATE *
      **************************************************************
        0091-LOAD-LAST-BATCH.
           MOVE 0 TO BATCH-LAST-SW.
           OPEN INPUT BATCH-CONTROL-FILE.
           IF BATCHCTL-STATUS = '00'
              READ BATCH-CONTROL-FILE INTO BATCH-CONTROL-DATA
                 AT END MOVE SPACES TO BATCH-CONTROL-DATA
              END-READ
              IF BC-BATCH-SEQ NUMERIC AND BC-CREATE-DATE NUMERIC
                 MOVE 1 TO BATCH-LAST-SW
                 MOVE BC-BATCH-SEQ TO BATCH-LAST-SEQ
                 MOVE BC-CREATE-DATE TO DATE-WORK
                 COMPUTE BATCH-LAST-CMP =
                    DW-YYYY * 10000 + DW-MM * 100 + DW-DD
              END-IF
              CLOSE BATCH-CONTROL-FILE
           END-IF.
        0092-READ-BATCH-RECORD.
           READ INPUT-FILE INTO BATCH-IN-DATA
              AT END MOVE 1 TO BATCH-EOF
           END-READ.
      **************************************************************
      * HEADER EDITS: A REAL CREATION DATE NOT AFTER THE CYCLE *
      * DATE OR BEFORE THE LAST BATCH, AND THE NEXT BATCH NUMBER *
      * IN SEQUENCE *
      **************************************************************
        0093-CHECK-HEADER.
           IF BHD-CREATE-DATE NOT NUMERIC
              MOVE 'HEADER CREATION DATE INVALID' TO BATCH-REASON
           ELSE
              MOVE BHD-CREATE-DATE TO DATE-WORK
              IF DW-MM < 1 OR DW-MM > 12
                    OR DW-DD < 1 OR DW-DD > 31
                    OR DW-YYYY < 1900 OR DW-YYYY > 2099
                 MOVE 'HEADER CREATION DATE INVALID' TO BATCH-REASON
              ELSE
                 COMPUTE BATCH-CREATE-CMP =
                    DW-YYYY * 10000 + DW-MM * 100 + DW-DD
              END-IF
           END-IF.
           IF BATCH-REASON = SPACES
                 AND BATCH-CREATE-CMP > BATCH-CYCLE-CMP
              MOVE 'HEADER DATED AFTER THE CYCLE DATE' TO BATCH-REASON
           END-IF.
           IF BATCH-REASON = SPACES AND BHD-BATCH-SEQ NOT NUMERIC
              MOVE 'HEADER BATCH NUMBER NOT NUMERIC' TO BATCH-REASON
           END-IF.
           IF BATCH-REASON = SPACES
              MOVE BHD-BATCH-SEQ TO BATCH-SEQ-NUM
           END-IF.
           IF BATCH-REASON = SPACES AND BATCH-LAST-SW = 1
                 AND BATCH-SEQ-NUM NOT > BATCH-LAST-SEQ
              MOVE 'BATCH ALREADY ACCEPTED - FILE WAS RESENT'
                 TO BATCH-REASON
           END-IF.
           IF BATCH-REASON = SPACES AND BATCH-LAST-SW = 1
                 AND BATCH-SEQ-NUM > BATCH-LAST-SEQ + 1
              MOVE 'BATCH NUMBER SKIPS AHEAD - A BATCH WAS MISSED'
                 TO BATCH-REASON
           END-IF.
           IF BATCH-REASON = SPACES AND BATCH-LAST-SW = 1
                 AND BATCH-CREATE-CMP < BATCH-LAST-CMP
              MOVE 'HEADER DATED BEFORE THE LAST BATCH ACCEPTED'
                 TO BATCH-REASON
           END-IF.
      **************************************************************
      * HOLDS EACH RECORD UNTIL THE NEXT ONE IS READ: A HELD *
      * RECORD WITH ANOTHER BEHIND IT IS A DETAIL, AND THE ONE *
      * STILL HELD AT END OF FILE SHOULD BE THE TRAILER *
      **************************************************************
        0094-TAKE-BATCH-RECORD.
           IF BATCH-HOLD-SW = 1
              PERFORM 0095-WRITE-BATCH-DETAIL
           END-IF.
           MOVE BATCH-IN-DATA TO BATCH-HOLD-DATA.
           MOVE 1 TO BATCH-HOLD-SW.
           PERFORM 0092-READ-BATCH-RECORD.
      **************************************************************
      * A SECOND HEADER OR A TRAILER AMONG THE DETAILS MEANS TWO *
      * BATCHES WERE RUN TOGETHER OR THE FILE WAS PATCHED *
      **************************************************************
        0095-WRITE-BATCH-DETAIL.
           IF BATCH-REASON = SPACES
                 AND (BHO-TYPE = 'HDR' OR BHO-TYPE = 'TRL')
              MOVE 'HEADER OR TRAILER FOUND AMONG THE DETAILS'
                 TO BATCH-REASON
           END-IF.
           MOVE BATCH-HOLD-DATA TO INPUT-DATA.
           IF I-SSN NUMERIC
              MOVE I-SSN TO BATCH-SSN-NUM
              ADD BATCH-SSN-NUM TO BATCH-HASH-TOTAL
           END-IF.
           WRITE BATCH-DETAIL-REC FROM BATCH-HOLD-DATA.
           ADD 1 TO BATCH-DETAIL-COUNT.
      **************************************************************
      * THE LAST RECORD MUST BE THE TRAILER AND MUST AGREE WITH *
      * WHAT WAS COUNTED. A FILE CUT SHORT LOSES ITS TRAILER. *
      **************************************************************
        0096-CHECK-TRAILER.
           MOVE BATCH-HOLD-DATA TO BATCH-TRAILER-DATA.
           IF BATCH-REASON = SPACES
                 AND (BATCH-HOLD-SW = 0 OR BTR-TYPE NOT = 'TRL')
              MOVE 'TRAILER RECORD MISSING - FILE IS SHORT'
                 TO BATCH-REASON
           END-IF.
           IF BATCH-REASON = SPACES
                 AND (BTR-COUNT NOT NUMERIC OR BTR-HASH NOT NUMERIC)
              MOVE 'TRAILER TOTALS NOT NUMERIC' TO BATCH-REASON
           END-IF.
           IF BATCH-REASON = SPACES
              MOVE BTR-COUNT TO BATCH-TRL-COUNT
              MOVE BTR-HASH TO BATCH-TRL-HASH
              IF BATCH-TRL-COUNT NOT = BATCH-DETAIL-COUNT
                 MOVE 'TRAILER COUNT DISAGREES WITH DETAILS'
                    TO BATCH-REASON
              END-IF
           END-IF.
           IF BATCH-REASON = SPACES
                 AND BATCH-TRL-HASH NOT = BATCH-HASH-TOTAL
              MOVE 'TRAILER SSN HASH DISAGREES WITH DETAILS'
                 TO BATCH-REASON
           END-IF.
      **************************************************************
      * APPENDS THE OPTIONAL SUPPLEMENTARY ADDS BEHIND THE DETAILS *
      **************************************************************
        0097-COPY-SUPP.
           OPEN INPUT SUPP-FILE.
           IF SUPP-STATUS = '00'
              MOVE 0 TO BATCH-EOF
              PERFORM 0098-COPY-ONE-SUPP
                 UNTIL BATCH-EOF = 1
              CLOSE SUPP-FILE
           END-IF.
        0098-COPY-ONE-SUPP.
           READ SUPP-FILE INTO BATCH-IN-DATA
              AT END MOVE 1 TO BATCH-EOF
           END-READ.
           IF BATCH-EOF = 0
              WRITE BATCH-DETAIL-REC FROM BATCH-IN-DATA
              ADD 1 TO BATCH-SUPP-COUNT
           END-IF.
      **************************************************************
      * SORTS THE DAY'S PROVEN DETAILS (EMPBATDT) INTO DEPARTMENT/ *
      * CLASS SEQUENCE AND MERGES THEM WITH THE PRIOR EMPMAST, SO *
      * ONLY THE DAY'S CHANGES GET SORTED WHILE THE ROSTER STILL *
      * COVERS THE WHOLE POPULATION. ON THE FIRST RUN THERE IS NO *
      * EQUAL-KEY RECORDS IN INPUT ORDER SO THE SORT IS *
      * REPEATABLE, AND THE MATCH ITSELF IS DETERMINISTIC), SO *
      * THE SKIP IS APPLIED TO THE MERGED FILE IN 0300-OPEN-RUN- *
      * FILES INSTEAD. A DAY RECORD FOR AN I-ID AND I-CLASS *
      * ALREADY ON THE MASTER REPLACES IT: THE ID-SIDE MATCH IN *
      * 0200 (WHICH RUNS FIRST) RECORDED THE REPLACED ENROLLMENTS, *
      * AND THE MATCH HERE DROPS THEIR SUPERSEDED OLD VERSIONS *
      * FROM THE CLASS SIDE. THE SAME PERSON'S OTHER CLASSES ARE *
      * LEFT ALONE. *
      **************************************************************
        0100-SORT-INPUT.
           PERFORM 0140-CHECK-EMP-MASTER.
           END-IF.
           MOVE 0 TO EOF-I.
        0110-RELEASE-INPUT.
           OPEN INPUT BATCH-DETAIL-FILE.
           PERFORM 0130-RELEASE-ONE-RECORD
              UNTIL EOF-I = 1.
           CLOSE BATCH-DETAIL-FILE.
        0130-RELEASE-ONE-RECORD.
           READ BATCH-DETAIL-FILE INTO SORT-REC
              AT END MOVE 1 TO EOF-I
           END-READ.
           IF EOF-I = 0
      **************************************************************
      * BALANCED-LINE MATCH OF THE DAY'S SORTED RECORDS AGAINST *
      * THE PRIOR CLASS-SEQUENCE MASTER, DEPARTMENT MAJOR. DAY *
      * RECORDS ALWAYS GO OUT; A MASTER RECORD WHOSE I-ID AND *
      * I-CLASS THE DAY FILE REPLACED (SEE REPL-TABLE, BUILT IN *
      * 0200) IS DROPPED SO THE POPULATION CARRIES ONLY THE NEW *
      * VERSION. *
      **************************************************************
        0170-MATCH-CLASS-MERGE.
           OPEN INPUT DELTA-FILE
                 OR REPL-FOUND-SW = 1.
        0179-MATCH-REPL-ID.
           IF REPL-ID (REPL-SUB) = CLSM-ID
                 AND REPL-CLASS (REPL-SUB) = CLSM-CLASS
              MOVE 1 TO REPL-FOUND-SW
           END-IF.
      **************************************************************
      * CROSS-CHECKS THE WHOLE POPULATION AGAINST MASTEREMP AHEAD *
      * OF THE ROSTER, LISTING DUPLICATE ENROLLMENTS (THE SAME *
      * I-ID TWICE IN THE SAME I-CLASS), IDS NOT ON THE MASTER, *
      * AND IDS WHOSE MASTER STATUS IS TERMINATED ON *
      * EMPLOYEE-DISC. ONLY THE DAY'S RECORDS ARE SORTED; THEY *
      * MERGE WITH THE PRIOR ID-SEQUENCE MASTER THE SAME WAY THE *
      * CLASS SIDE DOES. *
        0200-MASTER-CHECK.
           PERFORM 0270-CHECK-ID-MASTER.
           SORT ID-SORT-WORK ON ASCENDING KEY IDS-ID
                                              IDS-CLASS
              WITH DUPLICATES IN ORDER
              USING BATCH-DETAIL-FILE
              GIVING ID-DELTA-FILE.
           IF IDMAST-SW = 1
              PERFORM 0272-MATCH-ID-MERGE
              WRITE DISCREP-REC
                 AFTER ADVANCING 1 LINE
              MOVE SPACES TO PRIOR-ID
              MOVE SPACES TO PRIOR-CLASS
              PERFORM 0220-READ-ID-SORTED
              PERFORM 0230-CHECK-ID-RECORD
                 UNTIL ID-EOF = 1
           IF ID-EOF = 0
              ADD 1 TO IDSRT-READ-COUNT
           END-IF.
      **************************************************************
      * A PERSON'S ENROLLMENTS SIT TOGETHER IN I-ID/I-CLASS ORDER. *
      * ONLY THE SAME CLASS TWICE UNDER ONE ID IS A DUPLICATE; *
      * MASTEREMP IS READ ONCE PER PERSON, ON THE FIRST OF THEIR *
      * ENROLLMENTS, SO A NOT-FOUND OR TERMINATED ID IS LISTED *
      * ONCE NO MATTER HOW MANY CLASSES IT HOLDS. *
      **************************************************************
        0230-CHECK-ID-RECORD.
           IF I-ID = PRIOR-ID
              IF I-CLASS = PRIOR-CLASS
                 PERFORM 0240-WRITE-DISC-DUP
              END-IF
           ELSE
              MOVE I-ID TO MASTER-ID
              READ MASTER-FILE
                 INVALID KEY
                    PERFORM 0250-WRITE-DISC-NOTFOUND
                 NOT INVALID KEY
                    IF MASTER-STATUS = 'T'
                       PERFORM 0260-WRITE-DISC-TERMINATED
                    END-IF
              END-READ
           END-IF.
           MOVE I-ID    TO PRIOR-ID.
           MOVE I-CLASS TO PRIOR-CLASS.
           PERFORM 0220-READ-ID-SORTED.
        0240-WRITE-DISC-DUP.
           MOVE I-ID TO DISC-ID.
           MOVE 'DUPLICATE I-ID AND CLASS' TO DISC-REASON.
           WRITE DISCREP-REC FROM DISC-DATA
              AFTER ADVANCING 1 LINE.
        0250-WRITE-DISC-NOTFOUND.
           END-IF.
      **************************************************************
      * BALANCED-LINE MATCH OF THE DAY'S ID-SORTED RECORDS *
      * AGAINST THE PRIOR ID-SEQUENCE MASTER ON I-ID AND I-CLASS. *
      * AN ENROLLMENT ON BOTH SIDES MEANS THE DAY FILE CARRIES AN *
      * UPDATED VERSION: THE DAY RECORD GOES OUT, THE MASTER *
      * RECORD IS DROPPED, AND THE ENROLLMENT IS RECORDED SO THE *
      * CLASS-SIDE MATCH IN 0100 DROPS THE OLD VERSION THERE TOO. *
      * A DAY RECORD FOR AN ENROLLED ID IN A NEW CLASS IS AN ADD *
      * AND LEAVES THE PERSON'S EXISTING CLASSES STANDING. *
      **************************************************************
        0272-MATCH-ID-MERGE.
           OPEN INPUT ID-DELTA-FILE
              READ ID-DELTA-FILE INTO IDD-DATA
                 AT END
                    MOVE 1 TO IDD-EOF
                    MOVE HIGH-VALUES TO IDD-KEY
              END-READ
              IF IDD-EOF = 0
                 MOVE IDD-ID    TO IDD-KEY-ID
                 MOVE IDD-CLASS TO IDD-KEY-CLASS
              END-IF
           END-IF.
        0276-READ-ID-MASTER.
           IF IDM-EOF = 0
              READ IDMAST-FILE INTO IDM-DATA
                 AT END
                    MOVE 1 TO IDM-EOF
                    MOVE HIGH-VALUES TO IDM-KEY
              END-READ
              IF IDM-EOF = 0
                 MOVE IDM-ID    TO IDM-KEY-ID
                 MOVE IDM-CLASS TO IDM-KEY-CLASS
              END-IF
           END-IF.
        0278-MATCH-ONE-ID.
           IF IDD-KEY < IDM-KEY
              WRITE ID-SORTED-REC FROM IDD-DATA
              PERFORM 0274-READ-ID-DELTA
           ELSE
              IF IDD-KEY > IDM-KEY
                 WRITE ID-SORTED-REC FROM IDM-DATA
                 PERFORM 0276-READ-ID-MASTER
              ELSE
                 WRITE ID-SORTED-REC FROM IDD-DATA
                 IF REPL-USED < REPL-MAX
                    ADD 1 TO REPL-USED
                    MOVE IDD-ID    TO REPL-ID (REPL-USED)
                    MOVE IDD-CLASS TO REPL-CLASS (REPL-USED)
                 ELSE
                    MOVE 1 TO REPL-OVERFLOW-SW
                 END-IF
              PERFORM 0350-COUNT-RCYC-RECORDS
              OPEN EXTEND RECYCLE-FILE
              PERFORM 0330-COUNT-BENE-DETAILS
              OPEN EXTEND BENE-WORK-FILE
              PERFORM 0390-COUNT-XTR-RECORDS
              OPEN I-O EXTRACT-FILE
              PERFORM 0310-LOAD-CHECKPOINT
              OPEN OUTPUT BURST-FILE
              OPEN OUTPUT EXCEPTION-FILE
              OPEN OUTPUT RECYCLE-FILE
              OPEN OUTPUT BENE-WORK-FILE
              OPEN OUTPUT EXTRACT-FILE
           END-IF.
           IF CSV-SW = 1
                 MOVE CK-ETYPE-USED        TO ETYPE-USED
                 MOVE CK-ETYPE-TABLE       TO ETYPE-TABLE
                 MOVE CK-ETYPE-OTHER-COUNT TO ETYPE-OTHER-COUNT
                 MOVE CK-BENE-COUNT        TO BENE-WORK-COUNT
                 MOVE CK-NOTSEL-COUNT      TO NOTSEL-COUNT
                 MOVE CK-XTR-WRITE-COUNT   TO XTR-WRITE-COUNT
                 MOVE CK-XTR-DUP-COUNT     TO XTR-DUP-COUNT
              AT END MOVE 1 TO EOF-I
           END-READ.
      **************************************************************
      * BEFORE A RESTART EXTENDS THE BENEFITS STAGING FILE, COUNT *
      * THE DETAIL RECORDS THE ABENDED RUN ALREADY PUT ON IT, SO *
      * THE REPROCESSED DETAILS ALREADY THERE ARE NOT APPENDED *
      * TWICE. *
      **************************************************************
        0330-COUNT-BENE-DETAILS.
           OPEN INPUT BENE-WORK-FILE.
           IF BENW-STATUS = '00'
              MOVE 0 TO BENE-EOF
              PERFORM 0340-COUNT-ONE-BENE
                 UNTIL BENE-EOF = 1
              CLOSE BENE-WORK-FILE
           END-IF.
        0340-COUNT-ONE-BENE.
           READ BENE-WORK-FILE INTO BENE-PROBE
              AT END MOVE 1 TO BENE-EOF
           END-READ.
           IF BENE-EOF = 0
           END-IF.
      **************************************************************
      * WRITES THE EARLIEST-ENROLLED BUMPED MEMBER NOT YET OUT TO *
      * THE WAITLIST, THE REPORT, AND THE EXCLUDED-ENROLLMENT *
      * TABLE 0950 USES TO KEEP IT OFF THE ID-SEQUENCE MASTER. *
      **************************************************************
        0460-WRITE-ONE-WAIT.
           MOVE 0 TO GRP-PICK.
              ADD 1 TO WAITLIST-COUNT
              IF WAITID-USED < WAITID-MAX
                 ADD 1 TO WAITID-USED
                 MOVE WO-ID    TO WAITID-ID (WAITID-USED)
                 MOVE WO-CLASS TO WAITID-CLASS (WAITID-USED)
              ELSE
                 MOVE 1 TO WAITID-OVERFLOW-SW
              END-IF
              END-IF
           END-IF.
      **************************************************************
      * JOURNALS THE CHANGES THE COPY-BACK IS ABOUT TO MAKE, BY *
      * MATCHING THE PRIOR EMPIDMST AGAINST THE RECORDS 0950 WILL *
      * WRITE OVER IT (THE SAME VALIDATION AND WAITLIST FILTER), *
      * BOTH IN I-ID / I-CLASS ORDER. AN ENROLLMENT ONLY ON THE *
      * OLD SIDE WAS REMOVED, ONE ONLY ON THE NEW SIDE WAS ADDED, *
      * AND ONE ON BOTH SIDES THAT CHANGED IS JOURNALED AS ITS *
      * SUPERSEDED OLD VERSION FOLLOWED BY THE NEW ONE. EMPMAST *
      * HOLDS THE SAME ENROLLMENTS IN ANOTHER ORDER, SO THE ID *
      * SIDE COVERS BOTH MASTERS. *
      **************************************************************
        0940-JOURNAL-CHANGES.
           PERFORM 0941-OPEN-JOURNAL.
           MOVE 0 TO JRN-OLD-EOF.
           MOVE 0 TO JRN-NEW-EOF.
           IF IDMAST-SW = 1
              OPEN INPUT IDMAST-FILE
              PERFORM 0942-READ-OLD-ID
           ELSE
              MOVE 1 TO JRN-OLD-EOF
              MOVE HIGH-VALUES TO JRN-OLD-KEY
           END-IF.
           OPEN INPUT ID-SORTED-FILE.
           PERFORM 0943-READ-NEW-ID.
           PERFORM 0946-MATCH-ONE-KEY
              UNTIL JRN-OLD-EOF = 1 AND JRN-NEW-EOF = 1.
           CLOSE ID-SORTED-FILE
                 JOURNAL-FILE.
           IF IDMAST-SW = 1
              CLOSE IDMAST-FILE
           END-IF.
      **************************************************************
      * OPENS THE JOURNAL FOR APPEND AND STAMPS THE CYCLE. WHEN *
      * THERE IS NO JOURNAL YET, EVERY RECORD ON THE PRIOR MASTER *
      * IS ALSO WRITTEN AS A BASELINE IMAGE AS IT IS READ, SO A *
      * REBUILD NEVER STARTS FROM LESS THAN THE MASTER HELD WHEN *
      * JOURNALING BEGAN. *
      **************************************************************
        0941-OPEN-JOURNAL.
           MOVE 0 TO JRN-BASE-SW.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS = '35'
              OPEN OUTPUT JOURNAL-FILE
              MOVE 1 TO JRN-BASE-SW
           END-IF.
           MOVE SPACES TO JOURNAL-DATA.
           MOVE RC-CYCLE-DATE TO JRN-CYCLE-DATE.
           MOVE RC-CYCLE-TIME TO JRN-CYCLE-TIME.
           MOVE THIS-STEP TO JRN-STEP.
        0942-READ-OLD-ID.
           IF JRN-OLD-EOF = 0
              READ IDMAST-FILE INTO JRN-OLD-DATA
                 AT END
                    MOVE 1 TO JRN-OLD-EOF
                    MOVE HIGH-VALUES TO JRN-OLD-KEY
              END-READ
              IF JRN-OLD-EOF = 0
                 MOVE JOD-ID    TO JOK-ID
                 MOVE JOD-CLASS TO JOK-CLASS
                 IF JRN-BASE-SW = 1
                    MOVE 'B' TO JRN-ACTION
                    MOVE JRN-OLD-DATA TO JRN-EMP-REC
                    PERFORM 0948-WRITE-JOURNAL
                 END-IF
              END-IF
           END-IF.
      **************************************************************
      * READS AHEAD TO THE NEXT RECORD 0950 WILL KEEP *
      **************************************************************
        0943-READ-NEW-ID.
           MOVE 0 TO JRN-TAKEN-SW.
           PERFORM 0944-READ-ONE-NEW-ID
              UNTIL JRN-TAKEN-SW = 1 OR JRN-NEW-EOF = 1.
           IF JRN-NEW-EOF = 1
              MOVE HIGH-VALUES TO JRN-NEW-KEY
           ELSE
              MOVE JND-ID    TO JNK-ID
              MOVE JND-CLASS TO JNK-CLASS
           END-IF.
        0944-READ-ONE-NEW-ID.
           READ ID-SORTED-FILE INTO INPUT-DATA
              AT END MOVE 1 TO JRN-NEW-EOF
           END-READ.
           IF JRN-NEW-EOF = 0
              PERFORM 1570-VALIDATE-RECORD
              PERFORM 0975-CHECK-WAITLISTED
              IF VALID-SW = 1 AND WAITID-FOUND-SW = 0
                 MOVE INPUT-DATA TO JRN-NEW-DATA
                 MOVE 1 TO JRN-TAKEN-SW
              END-IF
           END-IF.
        0946-MATCH-ONE-KEY.
           IF JRN-OLD-KEY < JRN-NEW-KEY
              MOVE 'R' TO JRN-ACTION
              MOVE JRN-OLD-DATA TO JRN-EMP-REC
              PERFORM 0948-WRITE-JOURNAL
              PERFORM 0942-READ-OLD-ID
           ELSE
              IF JRN-OLD-KEY > JRN-NEW-KEY
                 MOVE 'A' TO JRN-ACTION
                 MOVE JRN-NEW-DATA TO JRN-EMP-REC
                 PERFORM 0948-WRITE-JOURNAL
                 PERFORM 0943-READ-NEW-ID
              ELSE
                 IF JRN-OLD-DATA NOT = JRN-NEW-DATA
                    MOVE 'S' TO JRN-ACTION
                    MOVE JRN-OLD-DATA TO JRN-EMP-REC
                    PERFORM 0948-WRITE-JOURNAL
                    MOVE 'A' TO JRN-ACTION
                    MOVE JRN-NEW-DATA TO JRN-EMP-REC
                    PERFORM 0948-WRITE-JOURNAL
                 END-IF
                 PERFORM 0942-READ-OLD-ID
                 PERFORM 0943-READ-NEW-ID
              END-IF
           END-IF.
        0948-WRITE-JOURNAL.
           WRITE JOURNAL-REC FROM JOURNAL-DATA.
      **************************************************************
      * AT CLEAN END OF RUN THE MERGED FILES BECOME THE MASTERS *
      * THE NEXT RUN MERGES AGAINST. A RUN THAT ENDED OUT OF *
      * BALANCE LEAVES THE MASTERS ALONE SO IT CAN BE RERUN FROM *
      * DAMAGED OR LAGGING MASTER IS RECOVERED BEFORE THE NEXT *
      * RUN BY RECOPYING EMPMAST FROM EMPROSTR (ALREADY LESS THE *
      * WAITLIST) AND EMPIDMST FROM EMPIDSRT LESS THE WAITLISTED *
      * ENROLLMENTS ON THIS RUN'S EMPLOYEE-WAIT -- EMPSORT HOLDS *
      * THE FULL MERGED POPULATION AND MUST NOT BE USED AS IS, OR *
      * THE WAITLISTED RECORDS COME BACK AND THE MASTERS FALL OUT *
      * OF STEP. NEVER RECOVER BY RERUNNING THE MERGE, WHICH *
      * OUT THE SAME WAY -- THEY LIVE ON EMPLOYEE-WAIT UNTIL THE *
      * WaitPromote RUN FEEDS THEM BACK AS NORMAL ADDS -- SO THE *
      * CLASS SIDE COPIES FROM EMPROSTR (THE POPULATION LESS THE *
      * WAITLIST) AND THE ID SIDE DROPS THE WAITLISTED ENROLLMENTS *
      * (ID AND CLASS, NOT THE PERSON'S OTHER CLASSES) AS IT *
      * COPIES. *
      **************************************************************
        0950-SAVE-MASTERS.
              END-IF
           END-IF.
      **************************************************************
      * LOOKS THE RECORD'S ID AND CLASS UP IN THE WAITLISTED TABLE *
      * SO THE ID-SEQUENCE COPY DROPS THE SAME RECORDS THE CLASS *
      * SIDE ALREADY LOST TO THE SPLIT *
      **************************************************************
        0975-CHECK-WAITLISTED.
                 OR WAITID-FOUND-SW = 1.
        0978-MATCH-WAITLISTED.
           IF WAITID-ID (WAITID-SUB) = I-ID
                 AND WAITID-CLASS (WAITID-SUB) = I-CLASS
              MOVE 1 TO WAITID-FOUND-SW
           END-IF.
      **************************************************************
      * RECORDS THE BATCH JUST MERGED AS THE LAST ONE ACCEPTED, *
      * SO TOMORROW'S FILE MUST CARRY THE NEXT BATCH NUMBER *
      **************************************************************
        0990-SAVE-BATCH-CONTROL.
           MOVE SPACES TO BATCH-CONTROL-DATA.
           MOVE BHD-BATCH-SEQ TO BC-BATCH-SEQ.
           MOVE BHD-CREATE-DATE TO BC-CREATE-DATE.
           MOVE RC-CYCLE-DATE TO BC-CYCLE-DATE.
           MOVE RC-CYCLE-TIME TO BC-CYCLE-TIME.
           MOVE BATCH-DETAIL-COUNT TO BC-DETAIL-COUNT.
           OPEN OUTPUT BATCH-CONTROL-FILE.
           WRITE BATCH-CONTROL-REC FROM BATCH-CONTROL-DATA.
           CLOSE BATCH-CONTROL-FILE.
      **************************************************************
      * THE SUPPLEMENTARY ADDS ARE NOW ON THE MASTERS, SO *
      * EMPLOYEE-SUPP IS EMPTIED FOR TONIGHT'S RECYCLE AND *
      * PROMOTION STEPS TO APPEND TO. AN OUT-OF-BALANCE RUN NEVER *
      * GETS HERE, SO ITS ADDS ARE STILL THERE FOR THE RERUN. *
      **************************************************************
        0995-EMPTY-SUPP.
           OPEN OUTPUT SUPP-FILE.
           CLOSE SUPP-FILE.
        1400-PRINT-HEAD.
           MOVE PAGE-NO TO HDG-PAGE-NO.
           ADD 1 TO PAGE-NO.
              END-IF
              MOVE I-DEPT TO CB-PREV-DEPT
              MOVE 0 TO CB-DEPT-COUNT
              MOVE 0 TO DID-USED
              MOVE 0 TO CB-DEPT-HOURS
              MOVE 0 TO CB-DEPT-AMOUNT
              MOVE I-CLASS TO CB-PREV-CLASS
              END-IF
           END-IF
           ADD 1 TO CB-CLASS-COUNT.
           PERFORM 1603-COUNT-DEPT-PERSON.
           IF I-HOURS IS NUMERIC
              ADD I-HOURS TO CB-DEPT-HOURS
              PERFORM 1604-BILL-RECORD
           END-IF.
           PERFORM 1697-WRITE-BENEFIT.
      **************************************************************
      * COUNTS THE RECORD'S PERSON TOWARD THE DEPARTMENT HEADCOUNT *
      * UNLESS ONE OF THEIR OTHER CLASSES IN THIS DEPARTMENT HAS *
      * ALREADY BEEN COUNTED. THE CLASS COUNT, HOURS, AND AMOUNT *
      * STAY PER ENROLLMENT. *
      **************************************************************
        1603-COUNT-DEPT-PERSON.
           MOVE 0 TO DID-FOUND-SW.
           PERFORM 1607-MATCH-DEPT-PERSON
              VARYING DID-SUB FROM 1 BY 1
              UNTIL DID-SUB > DID-USED
                 OR DID-FOUND-SW = 1.
           IF DID-FOUND-SW = 0
              ADD 1 TO CB-DEPT-COUNT
              IF DID-USED < DID-MAX
                 ADD 1 TO DID-USED
                 MOVE I-ID TO DID-ID (DID-USED)
              ELSE
                 MOVE 1 TO DID-OVERFLOW-SW
              END-IF
           END-IF.
        1607-MATCH-DEPT-PERSON.
           IF DID-ID (DID-SUB) = I-ID
              MOVE 1 TO DID-FOUND-SW
           END-IF.
      **************************************************************
      * PRICES THE RECORD'S CREDIT HOURS AGAINST ITS I-ETYPE RATE *
      * AND ROLLS THE AMOUNT INTO THE DEPARTMENT'S BILLING TOTAL. *
      * A TYPE WITH NO RATE BILLS NOTHING AND IS COUNTED SO THE *
            AFTER ADVANCING 1 LINE.
           MOVE 5 TO BURST-LINE-COUNT.
      **************************************************************
      * WRITES THE KEYED EXTRACT RECORD FOR THIS ENROLLMENT, FOR *
      * DIRECT LOOKUPS BY I-ID FROM OTHER JOBS. ON A RESTARTED *
      * RUN, RECORDS PROCESSED BETWEEN THE LAST CHECKPOINT AND THE *
      * ABEND ARE ALREADY ON THE FILE, SO A DUPLICATE KEY WHILE *
           MOVE I-SSN    TO XTR-SSN.
           MOVE I-DATE   TO XTR-DATE.
           MOVE I-DEPT   TO XTR-DEPT.
           MOVE I-ID     TO XTR-KEY-ID.
           MOVE I-CLASS  TO XTR-KEY-CLASS.
           WRITE XTR-REC
              INVALID KEY
                 IF XTR-WRITE-COUNT < XTR-FILE-COUNT
                    REWRITE XTR-REC
                    ADD 1 TO XTR-WRITE-COUNT
                 ELSE
                    DISPLAY 'DUPLICATE ENROLLMENT ON EXTRACT FILE: '
                       I-ID ' ' I-CLASS
                    ADD 1 TO XTR-DUP-COUNT
                 END-IF
              NOT INVALID KEY
           END-IF.
           ADD 1 TO CSV-WRITE-COUNT.
      **************************************************************
      * STAGES ONE BENEFITS DETAIL RECORD FOR THIS ENROLLMENT ON *
      * EMPBENWK FOR 1850 TO REDUCE TO ONE PER PERSON. ON A *
      * RESTART, DETAILS THE ABENDED RUN ALREADY PUT ON THE FILE *
      * (BENE-FILE-COUNT OF THEM) ARE COUNTED BUT NOT WRITTEN A *
      * SECOND TIME. *
      **************************************************************
        1697-WRITE-BENEFIT.
           IF BENE-WORK-COUNT < BENE-FILE-COUNT
              CONTINUE
           ELSE
              MOVE I-ID    TO BD-ID
              MOVE I-ETYPE TO BD-ETYPE
              MOVE I-CLASS TO BD-CLASS
              MOVE I-DATE  TO BD-DATE
              WRITE BENE-WORK-REC FROM BENE-DETAIL
           END-IF.
           ADD 1 TO BENE-WORK-COUNT.
      **************************************************************
      * WRITES THE FINAL CLASS SUBTOTAL AND THE GRAND TOTAL *
      **************************************************************
           WRITE PRNT-REC FROM TRAILER-ETYPE-LINE
              AFTER ADVANCING 1 LINE.
      **************************************************************
      * WRITES THE BENEFITS FEED FROM THE STAGED DETAILS: THEY ARE *
      * SORTED INTO I-ID/I-CLASS ORDER AND EACH PERSON GOES OUT *
      * ONCE, ON THE FIRST OF THEIR CLASSES, BETWEEN THE HEADER *
      * WITH THE RUN DATE AND THE TRAILER WITH THE DETAIL COUNT *
      * AND THE SSN HASH TOTAL THE CARRIER'S INTAKE JOB BALANCES *
      * TO. THE FEED IS REBUILT WHOLE ON EVERY RUN, RESTART *
      * INCLUDED, SO IT NEEDS NO CATCH-UP OF ITS OWN. *
      **************************************************************
        1850-WRITE-BENE-FEED.
           CLOSE BENE-WORK-FILE.
           SORT BENE-SORT-WORK ON ASCENDING KEY BSR-ID
                                              BSR-CLASS
              WITH DUPLICATES IN ORDER
              USING BENE-WORK-FILE
              OUTPUT PROCEDURE IS 1851-WRITE-BENE-PERSONS.
        1851-WRITE-BENE-PERSONS.
           OPEN OUTPUT BENEFIT-FILE.
           ACCEPT BH-RUN-DATE FROM DATE YYYYMMDD.
           WRITE BENE-REC FROM BENE-HEADER.
           MOVE 0 TO BENE-DETAIL-COUNT.
           MOVE 0 TO BENE-HASH-TOTAL.
           MOVE SPACES TO PRIOR-BENE-ID.
           MOVE 0 TO BENE-EOF.
           PERFORM 1852-RETURN-BENE-DETAIL.
           PERFORM 1853-WRITE-ONE-PERSON
              UNTIL BENE-EOF = 1.
           MOVE BENE-DETAIL-COUNT TO BT-COUNT.
           MOVE BENE-HASH-TOTAL   TO BT-HASH.
           WRITE BENE-REC FROM BENE-TRAILER.
           CLOSE BENEFIT-FILE.
        1852-RETURN-BENE-DETAIL.
           RETURN BENE-SORT-WORK INTO BENE-DETAIL
              AT END MOVE 1 TO BENE-EOF
           END-RETURN.
        1853-WRITE-ONE-PERSON.
           IF BD-ID NOT = PRIOR-BENE-ID
              WRITE BENE-REC FROM BENE-DETAIL
              ADD 1 TO BENE-DETAIL-COUNT
              MOVE BD-SSN TO BENE-SSN-NUM
              ADD BENE-SSN-NUM TO BENE-HASH-TOTAL
              MOVE BD-ID TO PRIOR-BENE-ID
           END-IF.
           PERFORM 1852-RETURN-BENE-DETAIL.
      **************************************************************
      * PRINTS THE CLASS UTILIZATION REPORT: EVERY ENROLLED CLASS *
      * WITH ITS CAP, ENROLLED COUNT, AND PERCENT FULL. A CLASS *
      * PRINTS THE OUTPUT RECONCILIATION CONTROL REPORT AND SETS *
      * RETURN-CODE 12 WHEN THE RUN'S FILES DO NOT PROVE OUT. *
      * PRINTED + REJECTED + NOT SELECTED MUST EQUAL READ, AND THE *
      * EXTRACT, CSV (WHEN ON), AND BENEFITS STAGING FILE MUST *
      * EACH CARRY ONE RECORD PER ROSTER DETAIL. THE FEED ITSELF *
      * CARRIES ONE DETAIL PER PERSON AND IS SHOWN ALONGSIDE. *
      **************************************************************
        1875-PRINT-BALANCE.
           OPEN OUTPUT BALANCE-FILE.
              MOVE CSV-WRITE-COUNT TO BAL-COUNT
              PERFORM 1880-WRITE-BAL-LINE
           END-IF.
           MOVE 'BENEFITS DETAILS STAGED:          ' TO BAL-TEXT.
           MOVE BENE-WORK-COUNT TO BAL-COUNT.
           PERFORM 1880-WRITE-BAL-LINE.
           MOVE 'BENEFITS FEED PERSONS:            ' TO BAL-TEXT.
           MOVE BENE-DETAIL-COUNT TO BAL-COUNT.
           PERFORM 1880-WRITE-BAL-LINE.
           MOVE 'ID CROSS-CHECK RECORDS READ:      ' TO BAL-TEXT.
           MOVE 'WAITLISTED THIS RUN:              ' TO BAL-TEXT.
           MOVE WAITLIST-COUNT TO BAL-COUNT.
           PERFORM 1880-WRITE-BAL-LINE.
           MOVE 'REGISTRAR BATCH NUMBER:           ' TO BAL-TEXT.
           MOVE BATCH-SEQ-NUM TO BAL-COUNT.
           PERFORM 1880-WRITE-BAL-LINE.
           MOVE 'BATCH DETAILS COUNTED:            ' TO BAL-TEXT.
           MOVE BATCH-DETAIL-COUNT TO BAL-COUNT.
           PERFORM 1880-WRITE-BAL-LINE.
           MOVE 'BATCH TRAILER COUNT:              ' TO BAL-TEXT.
           MOVE BATCH-TRL-COUNT TO BAL-COUNT.
           PERFORM 1880-WRITE-BAL-LINE.
           MOVE 'SUPPLEMENTARY ADDS (SUPP):        ' TO BAL-TEXT.
           MOVE BATCH-SUPP-COUNT TO BAL-COUNT.
           PERFORM 1880-WRITE-BAL-LINE.
           COMPUTE REF-COUNT-WK = CAP-DROP-COUNT + DPM-DROP-COUNT
              + RATE-DROP-COUNT + TYP-DROP-COUNT.
           MOVE 'REFERENCE CARDS DROPPED:          ' TO BAL-TEXT.
           MOVE REF-COUNT-WK TO BAL-COUNT.
           PERFORM 1880-WRITE-BAL-LINE.
           COMPUTE REF-FUTURE-WK = CAP-FUTURE-COUNT + DPM-FUTURE-COUNT
              + RATE-FUTURE-COUNT + TYP-FUTURE-COUNT.
           MOVE 'REFERENCE CARDS NOT YET IN FORCE: ' TO BAL-TEXT.
           MOVE REF-FUTURE-WK TO BAL-COUNT.
           PERFORM 1880-WRITE-BAL-LINE.
           MOVE SPACES TO BALANCE-REC.
           WRITE BALANCE-REC
              AFTER ADVANCING 1 LINE.
           MOVE 'PRINTED + REJECTED + NOT SELECTED:' TO BAL-TEXT.
           MOVE BAL-EXPECTED TO BAL-COUNT.
           PERFORM 1880-WRITE-BAL-LINE.
           IF BATCH-STOP-SW = 1
              MOVE 'INPUT BATCH REFUSED - NOTHING MERGED' TO BAL-RESULT
              MOVE 1 TO BAL-BAD-SW
              PERFORM 1890-WRITE-BAL-RESULT
              MOVE BATCH-REASON TO BAL-RESULT
              PERFORM 1890-WRITE-BAL-RESULT
           ELSE
              MOVE 'BATCH HEADER AND TRAILER PROVE OUT' TO BAL-RESULT
              PERFORM 1890-WRITE-BAL-RESULT
           END-IF.
           IF SSN-STOP-SW = 0 AND BATCH-STOP-SW = 0
              PERFORM 1876-PRINT-COUNT-VERDICTS
           END-IF.
           IF WAITID-OVERFLOW-SW = 1
              PERFORM 1890-WRITE-BAL-RESULT
           END-IF.
           IF REPL-OVERFLOW-SW = 1
              MOVE 'REPLACED TABLE OVERFLOWED - SPLIT THE DAY FILE'
                 TO BAL-RESULT
              MOVE 1 TO BAL-BAD-SW
              PERFORM 1890-WRITE-BAL-RESULT
              MOVE 1 TO BAL-BAD-SW
              PERFORM 1890-WRITE-BAL-RESULT
           END-IF.
           IF DID-OVERFLOW-SW = 1
              MOVE 'DEPT HEADCOUNT TABLE OVERFLOWED - COUNTS HIGH'
                 TO BAL-RESULT
              MOVE 1 TO BAL-BAD-SW
              PERFORM 1890-WRITE-BAL-RESULT
           END-IF.
           IF SHARED-PAIR-COUNT > SHARED-SSN-LIMIT
              MOVE 'SHARED SSNS OVER LIMIT - SEE EMPLOYEE-SSND'
                 TO BAL-RESULT
              MOVE 1 TO BAL-BAD-SW
              PERFORM 1890-WRITE-BAL-RESULT
           END-IF.
           IF REF-COUNT-WK > 0
              MOVE 'REFERENCE CARDS DROPPED - CHECK THE CARD FILES'
                 TO BAL-RESULT
              PERFORM 1890-WRITE-BAL-RESULT
           END-IF.
           IF BAL-BAD-SW = 1
              MOVE SPACES TO BALANCE-REC
              WRITE BALANCE-REC
           CLOSE BALANCE-FILE.
      **************************************************************
      * THE COUNT-RECONCILIATION VERDICTS. SKIPPED WHEN THE *
      * BATCH-CONTROL GATE OR THE SHARED-SSN GATE STOPPED THE RUN *
      * BEFORE THE ROSTER PASS: *
      * THE OUTPUT COUNTS ARE ALL ZERO THEN, AND A FALSE ID *
      * MASTER OUT OF STEP VERDICT WOULD SEND THE OPERATOR OFF TO *
      * RESYNC MASTERS THAT ARE PERFECTLY IN STEP. THE GATE'S OWN *
      * RESULT LINE CARRIES THE RETURN CODE 12 ON THAT PATH. *
      **************************************************************
        1876-PRINT-COUNT-VERDICTS.
              END-IF
              PERFORM 1890-WRITE-BAL-RESULT
           END-IF.
           IF BENE-WORK-COUNT = CB-GRAND-COUNT
              MOVE 'BENEFITS FEED MATCHES THE ROSTER' TO BAL-RESULT
           ELSE
              MOVE 'BENEFITS FEED OUT OF BALANCE AGAINST THE ROSTER'
           MOVE ETYPE-USED         TO CK-ETYPE-USED.
           MOVE ETYPE-TABLE        TO CK-ETYPE-TABLE.
           MOVE ETYPE-OTHER-COUNT  TO CK-ETYPE-OTHER-COUNT.
           MOVE BENE-WORK-COUNT    TO CK-BENE-COUNT.
           MOVE NOTSEL-COUNT       TO CK-NOTSEL-COUNT.
           MOVE XTR-WRITE-COUNT    TO CK-XTR-WRITE-COUNT.
           MOVE XTR-DUP-COUNT      TO CK-XTR-DUP-COUNT.
