        IDENTIFICATION DIVISION.
        PROGRAM-ID. PreEdit.
        AUTHOR. Martin Funmaker.
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-10-15  MF  New program. Validate-only pre-edit of the *
      *                 registrar's day file, run in the afternoon *
      *                 ahead of the nightly cutoff. Applies the   *
      *                 roster's own checks -- the batch header/   *
      *                 trailer proof against BATCHCTL, the        *
      *                 SSN/date/type validation with TYPEMST, the *
      *                 MASTEREMP cross-check, the shared-SSN      *
      *                 check against the current EMPIDMST, and    *
      *                 the class capacity split against CLASSMST  *
      *                 -- and prints what the night would find on *
      *                 PREEDIT-LIST. Nothing else is written: no  *
      *                 master, feed, checkpoint, RUNLOG, RUNCNTL  *
      *                 or BATCHCTL is touched.                    *
      * 2026-10-15  MF  EMPLOYEE-SUPP is now appended to by        *
      *                 ExcpRecycle and WaitPromote rather than    *
      *                 concatenated by hand; comments brought in  *
      *                 line.                                      *
      * 2026-10-15  MF  EMPLOYEE-SUPP comment corrected: the       *
      *                 supplementary adds are cross-checked and   *
      *                 listed like the day's records, as the      *
      *                 roster checks them.                        *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'COB1-EMPLOYEE'
              FILE STATUS IS INPUT-STATUS.
           SELECT SUPP-FILE ASSIGN TO 'EMPLOYEE-SUPP'
              FILE STATUS IS SUPP-STATUS.
           SELECT BATCH-CONTROL-FILE ASSIGN TO 'BATCHCTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BATCHCTL-STATUS.
           SELECT IDMAST-FILE ASSIGN TO 'EMPIDMST'
              FILE STATUS IS IDMASTIN-STATUS.
           SELECT PARM-FILE ASSIGN TO 'PARMCARD'
              FILE STATUS IS PARM-STATUS.
           SELECT CLASS-MASTER-FILE ASSIGN TO 'CLASSMST'
              FILE STATUS IS CLASSMST-STATUS.
           SELECT TYPE-MASTER-FILE ASSIGN TO 'TYPEMST'
              FILE STATUS IS TYPEMST-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'MASTEREMP'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MASTER-ID
              FILE STATUS IS MASTER-STATUS-CD.
           SELECT PRE-MERGE-FILE ASSIGN TO 'PREMERGE'.
           SELECT PRE-ID-SORT ASSIGN TO 'PREIDSWK'.
           SELECT PRE-SSN-SORT ASSIGN TO 'PRESSNWK'.
           SELECT PRE-CAP-SORT ASSIGN TO 'PRECAPWK'.
           SELECT LIST-FILE ASSIGN TO 'PREEDIT-LIST'.

        DATA DIVISION.

        FILE SECTION.
      **************************************************************
      * THE REGISTRAR'S DAY FILE AS IT WILL BE SUBMITTED TONIGHT: *
      * A HEADER RECORD, THE DETAILS, AND A TRAILER RECORD *
      **************************************************************
        FD INPUT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 INPUT-REC PIC X(98).

      **************************************************************
      * OPTIONAL SUPPLEMENTARY ADDS (APPENDED BY ExcpRecycle AND *
      * WaitPromote) THAT WILL RIDE ALONG TONIGHT. *
      * THE ROSTER MERGES AND CROSS-CHECKS THEM WITH THE DAY'S *
      * RECORDS, SO THEY ARE PROJECTED, CHECKED AND LISTED HERE *
      * THE SAME WAY. *
      **************************************************************
        FD SUPP-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 SUPP-REC PIC X(98).

      **************************************************************
      * THE LAST REGISTRAR BATCH ACCEPTED. READ ONLY HERE -- ONLY *
      * THE ROSTER ADVANCES IT. *
      **************************************************************
        FD BATCH-CONTROL-FILE
           LABEL RECORDS ARE OMITTED.
        01 BATCH-CONTROL-REC PIC X(80).

      **************************************************************
      * THE PERSISTENT EMPLOYEE MASTER IN I-ID/I-CLASS SEQUENCE AS *
      * LEFT BY LAST NIGHT'S RUN. READ ONLY. MISSING BEFORE THE *
      * FIRST RUN. *
      **************************************************************
        FD IDMAST-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 IDMAST-REC PIC X(98).

      **************************************************************
      * THE ROSTER'S OPTIONAL RUN PARAMETER CARD. ONLY THE *
      * SHARED-SSN LIMIT MATTERS TO A PRE-EDIT. *
      **************************************************************
        FD PARM-FILE
           LABEL RECORDS ARE OMITTED.
        01 PARM-REC PIC X(80).

      **************************************************************
      * CLASS CAPACITY AND EMPLOYEE-TYPE REFERENCE MASTERS, THE *
      * SAME CARDS THE ROSTER LOADS. BOTH OPTIONAL. *
      **************************************************************
        FD CLASS-MASTER-FILE
           LABEL RECORDS ARE OMITTED.
        01 CLASS-MASTER-REC PIC X(80).
        FD TYPE-MASTER-FILE
           LABEL RECORDS ARE OMITTED.
        01 TYPE-MASTER-REC PIC X(80).

      **************************************************************
      * MASTER EMPLOYEE/STUDENT FILE FOR THE DUPLICATE/TERMINATED *
      * ID CROSS-CHECK. STATUS 'T' MEANS TERMINATED. *
      **************************************************************
        FD MASTER-FILE.
        01 MASTER-REC.
                03 MASTER-ID     PIC X(7).
                03 MASTER-STATUS PIC X(1).
                03 FILLER        PIC X(20).

      **************************************************************
      * THIS PROGRAM'S OWN WORK FILE, REBUILT EVERY RUN: THE *
      * POPULATION AS IT WOULD STAND AFTER TONIGHT'S MERGE, EACH *
      * RECORD TAGGED WITH WHERE IT CAME FROM (D = THE DAY FILE, *
      * S = THE SUPPLEMENTARY ADDS, M = ALREADY ON EMPIDMST). *
      * NOTHING DOWNSTREAM READS IT. *
      **************************************************************
        FD PRE-MERGE-FILE
          LABEL RECORDS ARE STANDARD.
        01 PRE-MERGE-REC PIC X(99).

        SD PRE-ID-SORT.
        01 PRE-ID-SORT-REC.
                03 PIS-SOURCE PIC X(1).
                03 PIS-ID     PIC X(7).
                03 FILLER     PIC X(32).
                03 PIS-CLASS  PIC X(17).
                03 FILLER     PIC X(42).
        SD PRE-SSN-SORT.
        01 PRE-SSN-SORT-REC.
                03 PSS-SOURCE PIC X(1).
                03 PSS-ID     PIC X(7).
                03 FILLER     PIC X(49).
                03 PSS-SSN    PIC X(9).
                03 FILLER     PIC X(33).
        SD PRE-CAP-SORT.
        01 PRE-CAP-SORT-REC.
                03 PCS-SOURCE PIC X(1).
                03 FILLER     PIC X(39).
                03 PCS-CLASS  PIC X(17).
                03 FILLER     PIC X(9).
                03 PCS-DEPT   PIC X(4).
                03 FILLER     PIC X(29).

      **************************************************************
      * PRE-EDIT ERROR LISTING *
      **************************************************************
        FD LIST-FILE
           LABEL RECORDS ARE OMITTED.
        01 LIST-REC PIC X(80).

        WORKING-STORAGE SECTION.

      **************************************************************
      * LAYOUT FOR ONE EMPLOYEE RECORD, SAME AS THE INPUT FILE *
      **************************************************************
        01 INPUT-DATA.
                03 I-ID PIC X(7).
                03 I-LNAME PIC X(15).
                03 I-FNAME PIC X(15).
                03 I-ETYPE PIC X(02).
                03 I-CLASS PIC X(17).
                03 I-SSN   PIC X(9).
                03 I-DEPT  PIC X(4).
                03 I-HOURS PIC 9(3).
                03 FILLER  PIC X(18) VALUE SPACE.
                03 I-DATE  PIC X(8).
      **************************************************************
      * ONE RECORD OF THE PROJECTED POPULATION: SOURCE TAG PLUS *
      * THE 98-BYTE RECORD *
      **************************************************************
        01 MERGE-DATA.
                03 MG-SOURCE PIC X(1).
                03 MG-REC    PIC X(98).
      **************************************************************
      * LAYOUT FOR THE ROSTER'S RUN PARAMETER CARD *
      **************************************************************
        01 PARM-DATA.
                03 PARM-ETYPE-LIST.
                        05 PARM-ETYPE OCCURS 5 TIMES PIC X(2).
                03 PARM-RESTART-COUNT PIC 9(6).
                03 PARM-CSV-FLAG PIC X(1).
                03 PARM-DATE-LOW  PIC X(8).
                03 PARM-DATE-HIGH PIC X(8).
                03 PARM-SSN-LIMIT PIC X(4).
                03 PARM-MASK-FLAG PIC X(1).
                03 FILLER PIC X(42).
        01 PARM-STATUS PIC XX VALUE '00'.
      **************************************************************
      * THE DATE THE REFERENCE CARDS AND THE BATCH HEADER ARE *
      * JUDGED AGAINST. THE PRE-EDIT RUNS ON THE DAY OF THE CYCLE *
      * IT IS PREVIEWING, SO TODAY STANDS IN FOR THE CYCLE DATE. *
      **************************************************************
        01 REF-ASOF-DATE  PIC X(8) VALUE SPACES.
      **************************************************************
      * CLASS CAPACITY CARD LAYOUT AND LOOKUP TABLE, SAME SHAPE AS *
      * THE ROSTER'S CLASSMST LOAD *
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
        01 CLASS-CAP-KEY   PIC X(17) VALUE SPACES.
        01 CLASS-CAP-WK    PIC 9(4) VALUE 0.
        01 CLASS-CAP-FOUND PIC 9 VALUE 0.
      **************************************************************
      * EMPLOYEE-TYPE CARD LAYOUT AND LOOKUP TABLE, SAME SHAPE AS *
      * THE ROSTER'S TYPEMST LOAD, SO A RECORD THAT PASSES HERE *
      * STILL PASSES THERE *
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
                03 TYP-USED       PIC 9(2) VALUE 0.
                03 TYP-MAX        PIC 9(2) VALUE 99.
                03 TYP-SUB        PIC 9(3) COMP.
                03 TYP-FOUND-AT   PIC 9(2) COMP.
                03 EOF-TM         PIC 9 VALUE 0.
                03 TYPEMST-LOADED-SW PIC 9 VALUE 0.
                03 TYPE-TABLE.
                        05 TYPE-ENTRY OCCURS 99 TIMES.
                                07 TYP-CODE   PIC X(2).
                                07 TYP-DESC   PIC X(20).
                                07 TYP-ACTIVE PIC X(1).
                                07 TYP-EFF    PIC X(8).
        01 TYPE-KEY-WK    PIC X(2) VALUE SPACES.
        01 TYPE-FOUND-SW  PIC 9 VALUE 0.
        01 TYPE-DESC-WK   PIC X(20) VALUE SPACES.
        01 TYPE-ACTIVE-WK PIC X(1) VALUE SPACES.
      **************************************************************
      * WORK AREA USED TO BREAK I-DATE INTO MM/DD/YYYY FOR *
      * VALIDATION, SAME AS THE ROSTER'S *
      **************************************************************
        01 DATE-WORK.
                03 DW-MM   PIC 99.
                03 DW-DD   PIC 99.
                03 DW-YYYY PIC 9(4).
      **************************************************************
      * LAYOUTS AND WORK FIELDS FOR THE REGISTRAR BATCH CONTROLS, *
      * SAME AS THE ROSTER'S *
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
      * WHAT THE DAY FILE'S OWN CONTROL RECORDS SAID, FOR THE *
      * BATCH SECTION OF THE LISTING, AND THE POSITION IN THE FILE *
      * OF THE RECORD BEING HELD SO AN ERROR CAN BE FOUND AGAIN *
      **************************************************************
        01 HDR-SEQ-WK          PIC X(6) VALUE SPACES.
        01 HDR-DATE-WK         PIC X(8) VALUE SPACES.
        01 TRL-COUNT-WK        PIC X(7) VALUE SPACES.
        01 BATCH-READ-COUNT    PIC 9(6) VALUE 0.
        01 BATCH-HOLD-RECNO    PIC 9(6) VALUE 0.
      **************************************************************
      * ID-SIDE MATCH OF THE DAY'S RECORDS AGAINST EMPIDMST, THE *
      * SAME BALANCED LINE THE ROSTER RUNS *
      **************************************************************
        01 IDMASTIN-STATUS PIC XX VALUE '00'.
        01 IDD-DATA.
                03 IDD-SOURCE PIC X(1).
                03 IDD-REC.
                        05 IDD-ID    PIC X(7).
                        05 FILLER    PIC X(32).
                        05 IDD-CLASS PIC X(17).
                        05 FILLER    PIC X(42).
        01 IDD-KEY.
                03 IDD-KEY-ID    PIC X(7).
                03 IDD-KEY-CLASS PIC X(17).
        01 IDM-DATA.
                03 IDM-ID    PIC X(7).
                03 FILLER    PIC X(32).
                03 IDM-CLASS PIC X(17).
                03 FILLER    PIC X(42).
        01 IDM-KEY.
                03 IDM-KEY-ID    PIC X(7).
                03 IDM-KEY-CLASS PIC X(17).
        01 IDMAST-SW PIC 9 VALUE 0.
        01 IDD-EOF PIC 9 VALUE 0.
        01 IDM-EOF PIC 9 VALUE 0.
      **************************************************************
      * MASTER FILE CROSS-CHECK FIELDS *
      **************************************************************
        01 MASTER-STATUS-CD PIC XX VALUE '00'.
        01 MASTER-OPEN-SW   PIC 9 VALUE 0.
        01 PRIOR-ID         PIC X(7) VALUE SPACES.
        01 PRIOR-CLASS      PIC X(17) VALUE SPACES.
      **************************************************************
      * SHARED-SSN CHECK FIELDS *
      **************************************************************
        01 PREV-SSN        PIC X(9) VALUE SPACES.
        01 PREV-SSN-ID     PIC X(7) VALUE SPACES.
        01 PREV-SSN-LNAME  PIC X(15) VALUE SPACES.
        01 PREV-SSN-SOURCE PIC X(1) VALUE SPACES.
        01 SSN-EOF         PIC 9 VALUE 0.
        01 SHARED-PAIR-COUNT PIC 9(5) VALUE 0.
        01 SHARED-NEW-COUNT  PIC 9(5) VALUE 0.
        01 SHARED-SSN-LIMIT  PIC 9(4) VALUE 0.
        01 SSN-STOP-SW     PIC 9 VALUE 0.
      **************************************************************
      * CAPACITY PROJECTION FIELDS. A GROUP IS ONE DEPARTMENT/ *
      * CLASS; ONLY RECORDS THAT PASS VALIDATION HOLD A SEAT, AND *
      * A GROUP LARGER THAN THE ROSTER'S GROUP TABLE (GRP-MAX) IS *
      * PASSED THROUGH UNCUT THERE, SO IT IS ONLY NOTED HERE. *
      **************************************************************
        01 GRP-KEY.
                03 GRP-KEY-DEPT  PIC X(4).
                03 GRP-KEY-CLASS PIC X(17).
        01 GRP-NEW-KEY.
                03 GRP-NEW-DEPT  PIC X(4).
                03 GRP-NEW-CLASS PIC X(17).
        01 GRP-MAX        PIC 9(3) VALUE 500.
        01 GRP-HAVE-SW    PIC 9 VALUE 0.
        01 GRP-COUNT      PIC 9(5) VALUE 0.
        01 GRP-DAY-COUNT  PIC 9(5) VALUE 0.
        01 GRP-EXCESS     PIC 9(5) VALUE 0.
        01 CAP-EOF        PIC 9 VALUE 0.
      **************************************************************
      * RUN TOTALS *
      **************************************************************
        01 MISC.
          03 VALID-SW           PIC 9 VALUE 1.
          03 EXCP-REASON-WK     PIC X(25) VALUE SPACES.
          03 RECORD-ERROR-COUNT PIC 9(6) VALUE 0.
          03 DISC-COUNT         PIC 9(6) VALUE 0.
          03 REPLACED-COUNT     PIC 9(6) VALUE 0.
          03 ONFILE-COUNT       PIC 9(6) VALUE 0.
          03 OVER-CAP-COUNT     PIC 9(6) VALUE 0.
          03 WOULD-WAIT-COUNT   PIC 9(6) VALUE 0.
          03 GRP-OVER-COUNT     PIC 9(6) VALUE 0.
          03 SECTION-LINES      PIC 9(6) VALUE 0.
      **************************************************************
      * LISTING HEADINGS AND SECTION TITLES *
      **************************************************************
        01 PRE-HEADING1.
                03 FILLER PIC X(20) VALUE SPACES.
                03        PIC X(40)
                   VALUE 'VALIDATE-ONLY PRE-EDIT OF COB1-EMPLOYEE'.
                03 FILLER PIC X(20) VALUE SPACES.
        01 PRE-HEADING2.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(10) VALUE 'RUN DATE: '.
                03 PH2-DATE PIC X(8).
                03 FILLER PIC X(5) VALUE SPACES.
                03        PIC X(34)
                   VALUE 'NOTHING IS UPDATED BY THIS RUN'.
                03 FILLER PIC X(20) VALUE SPACES.
        01 PRE-SECTION-LINE.
                03 FILLER      PIC X(3) VALUE SPACES.
                03 PSL-TITLE   PIC X(60).
                03 FILLER      PIC X(17) VALUE SPACES.
        01 PRE-NONE-LINE.
                03 FILLER      PIC X(6) VALUE SPACES.
                03             PIC X(20) VALUE '(NONE)'.
                03 FILLER      PIC X(54) VALUE SPACES.
      **************************************************************
      * RECORD ERROR LINE: POSITION IN THE DAY FILE, THE RECORD'S *
      * ID, NAME AND CLASS, AND THE ROSTER'S REJECT REASON *
      **************************************************************
        01 ERR-HEADING.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(6) VALUE 'REC NO'.
                03 FILLER PIC X(2) VALUE SPACES.
                03        PIC X(6) VALUE 'EMP ID'.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(4) VALUE 'LAST'.
                03 FILLER PIC X(13) VALUE SPACES.
                03        PIC X(5) VALUE 'CLASS'.
                03 FILLER PIC X(14) VALUE SPACES.
                03        PIC X(6) VALUE 'REASON'.
                03 FILLER PIC X(18) VALUE SPACES.
        01 ERR-DATA.
                03 FILLER      PIC X(3) VALUE SPACES.
                03 ERR-RECNO   PIC ZZZZZ9.
                03 FILLER      PIC X(2) VALUE SPACES.
                03 ERR-ID      PIC X(7).
                03 FILLER      PIC X(2) VALUE SPACES.
                03 ERR-LNAME   PIC X(15).
                03 FILLER      PIC X(2) VALUE SPACES.
                03 ERR-CLASS   PIC X(17).
                03 FILLER      PIC X(2) VALUE SPACES.
                03 ERR-REASON  PIC X(20).
                03 FILLER      PIC X(4) VALUE SPACES.
      **************************************************************
      * BATCH CONTROL LINES *
      **************************************************************
        01 PRE-TEXT-LINE.
                03 FILLER      PIC X(3) VALUE SPACES.
                03 PTX-CAPTION PIC X(34).
                03 PTX-VALUE   PIC X(20).
                03 FILLER      PIC X(23) VALUE SPACES.
        01 PRE-TOTAL-LINE.
                03 FILLER      PIC X(3) VALUE SPACES.
                03 PTL-CAPTION PIC X(34).
                03 PTL-COUNT   PIC ZZZZZ9.
                03 FILLER      PIC X(37) VALUE SPACES.
        01 PRE-VERDICT-LINE.
                03 FILLER      PIC X(3) VALUE SPACES.
                03 PVL-TEXT    PIC X(24).
                03 PVL-REASON  PIC X(50).
                03 FILLER      PIC X(3) VALUE SPACES.
      **************************************************************
      * MASTER CROSS-CHECK LINE, SAME COLUMNS AS EMPLOYEE-DISC *
      * WITH THE NAME ADDED *
      **************************************************************
        01 DISC-HEADING.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(6) VALUE 'EMP ID'.
                03 FILLER PIC X(6) VALUE SPACES.
                03        PIC X(6) VALUE 'REASON'.
                03 FILLER PIC X(26) VALUE SPACES.
                03        PIC X(4) VALUE 'LAST'.
                03 FILLER PIC X(29) VALUE SPACES.
        01 DISC-DATA.
                03 FILLER      PIC X(3) VALUE SPACES.
                03 DISC-ID     PIC X(7).
                03 FILLER      PIC X(5) VALUE SPACES.
                03 DISC-REASON PIC X(30).
                03 FILLER      PIC X(2) VALUE SPACES.
                03 DISC-LNAME  PIC X(15).
                03 FILLER      PIC X(18) VALUE SPACES.
      **************************************************************
      * SHARED-SSN LINE, SAME COLUMNS AS EMPLOYEE-SSND WITH A NOTE *
      * SAYING WHETHER THE DAY FILE BRINGS THE PAIR IN *
      **************************************************************
        01 SSND-HEADING.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(3) VALUE 'SSN'.
                03 FILLER PIC X(8) VALUE SPACES.
                03        PIC X(8) VALUE 'FIRST ID'.
                03 FILLER PIC X(1) VALUE SPACES.
                03        PIC X(9) VALUE 'LAST NAME'.
                03 FILLER PIC X(8) VALUE SPACES.
                03        PIC X(9) VALUE 'SECOND ID'.
                03 FILLER PIC X(1) VALUE SPACES.
                03        PIC X(9) VALUE 'LAST NAME'.
                03 FILLER PIC X(7) VALUE SPACES.
                03        PIC X(4) VALUE 'NOTE'.
                03 FILLER PIC X(10) VALUE SPACES.
        01 SSND-DATA.
                03 FILLER      PIC X(3) VALUE SPACES.
                03 SSD-SSN     PIC X(9).
                03 FILLER      PIC X(2) VALUE SPACES.
                03 SSD-ID1     PIC X(7).
                03 FILLER      PIC X(2) VALUE SPACES.
                03 SSD-LNAME1  PIC X(15).
                03 FILLER      PIC X(2) VALUE SPACES.
                03 SSD-ID2     PIC X(7).
                03 FILLER      PIC X(2) VALUE SPACES.
                03 SSD-LNAME2  PIC X(15).
                03 FILLER      PIC X(2) VALUE SPACES.
                03 SSD-NOTE    PIC X(10).
                03 FILLER      PIC X(4) VALUE SPACES.
      **************************************************************
      * PROJECTED OVER-CAPACITY LINE: THE GROUP, HOW MANY VALID *
      * ENROLLMENTS IT WOULD HOLD TONIGHT, ITS CAP, HOW MANY THE *
      * ROSTER WOULD WAITLIST, AND HOW MANY OF THE GROUP COME IN *
      * ON TODAY'S FILES *
      **************************************************************
        01 CAPL-HEADING.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(4) VALUE 'DEPT'.
                03 FILLER PIC X(2) VALUE SPACES.
                03        PIC X(5) VALUE 'CLASS'.
                03 FILLER PIC X(12) VALUE SPACES.
                03        PIC X(9) VALUE 'PROJECTED'.
                03 FILLER PIC X(4) VALUE SPACES.
                03        PIC X(3) VALUE 'CAP'.
                03 FILLER PIC X(2) VALUE SPACES.
                03        PIC X(8) VALUE 'WAITLIST'.
                03 FILLER PIC X(2) VALUE SPACES.
                03        PIC X(5) VALUE 'TODAY'.
                03 FILLER PIC X(21) VALUE SPACES.
        01 CAPL-DATA.
                03 FILLER      PIC X(3) VALUE SPACES.
                03 CPL-DEPT    PIC X(4).
                03 FILLER      PIC X(2) VALUE SPACES.
                03 CPL-CLASS   PIC X(17).
                03 FILLER      PIC X(4) VALUE SPACES.
                03 CPL-PROJ    PIC ZZZZ9.
                03 FILLER      PIC X(3) VALUE SPACES.
                03 CPL-CAP     PIC ZZZ9.
                03 FILLER      PIC X(5) VALUE SPACES.
                03 CPL-WAIT    PIC ZZZZ9.
                03 FILLER      PIC X(2) VALUE SPACES.
                03 CPL-TODAY   PIC ZZZZ9.
                03 FILLER      PIC X(21) VALUE SPACES.
        01 CAPL-OVER-DATA.
                03 FILLER      PIC X(3) VALUE SPACES.
                03 CPO-DEPT    PIC X(4).
                03 FILLER      PIC X(2) VALUE SPACES.
                03 CPO-CLASS   PIC X(17).
                03 FILLER      PIC X(4) VALUE SPACES.
                03 CPO-PROJ    PIC ZZZZ9.
                03 FILLER      PIC X(3) VALUE SPACES.
                03             PIC X(30)
                   VALUE 'TOO LARGE TO SPLIT - UNCUT'.
                03 FILLER      PIC X(12) VALUE SPACES.
      **************************************************************
      * START OF PROCEDURE DIVISION *
      **************************************************************
        PROCEDURE DIVISION.
        000-MAINLINE.
                ACCEPT REF-ASOF-DATE FROM DATE YYYYMMDD.
                PERFORM 0050-READ-PARM.
                PERFORM 0060-LOAD-CLASS-MASTER.
                PERFORM 0075-LOAD-TYPE-MASTER.
                OPEN OUTPUT LIST-FILE.
                PERFORM 1400-PRINT-HEAD.
                SORT PRE-ID-SORT ON ASCENDING KEY PIS-ID
                                                  PIS-CLASS
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 0090-CHECK-BATCH
                   OUTPUT PROCEDURE IS 0200-MASTER-CHECK.
                SORT PRE-SSN-SORT ON ASCENDING KEY PSS-SSN
                                                   PSS-ID
                   WITH DUPLICATES IN ORDER
                   USING PRE-MERGE-FILE
                   OUTPUT PROCEDURE IS 0290-SSN-CHECK.
                SORT PRE-CAP-SORT ON ASCENDING KEY PCS-DEPT
                                                   PCS-CLASS
                   WITH DUPLICATES IN ORDER
                   USING PRE-MERGE-FILE
                   OUTPUT PROCEDURE IS 0400-CAPACITY-CHECK.
                PERFORM 0800-PRINT-SUMMARY.
                CLOSE LIST-FILE.
                PERFORM 0850-SET-RETURN-CODE.
                STOP RUN.
      **************************************************************
      * READS THE ROSTER'S PARAMETER CARD FOR THE SHARED-SSN *
      * LIMIT. NO CARD, OR NO NUMERIC LIMIT, MEANS ZERO -- ANY *
      * SHARED SSN STOPS THE NIGHT, THE SAME AS THE ROSTER. *
      **************************************************************
        0050-READ-PARM.
           MOVE SPACES TO PARM-DATA.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS = '00'
              READ PARM-FILE INTO PARM-DATA
                 AT END MOVE SPACES TO PARM-DATA
              END-READ
              CLOSE PARM-FILE
           END-IF.
           IF PARM-SSN-LIMIT IS NUMERIC
              MOVE PARM-SSN-LIMIT TO SHARED-SSN-LIMIT
           END-IF.
      **************************************************************
      * LOADS THE CLASS CAPACITY CARDS THE WAY THE ROSTER DOES: *
      * THE LATEST ENTRY PER CLASS IN FORCE ON THE DATE, WITH *
      * ENTRIES KEYED AHEAD SKIPPED *
      **************************************************************
        0060-LOAD-CLASS-MASTER.
           OPEN INPUT CLASS-MASTER-FILE.
           IF CLASSMST-STATUS = '00'
              PERFORM 0070-READ-CLASS-CARD
              PERFORM 0080-STORE-CLASS-CARD
                 UNTIL EOF-CM = 1
              CLOSE CLASS-MASTER-FILE
           END-IF.
        0070-READ-CLASS-CARD.
           READ CLASS-MASTER-FILE INTO CLASS-CARD-DATA
              AT END MOVE 1 TO EOF-CM
           END-READ.
        0080-STORE-CLASS-CARD.
           IF CC-CLASS = SPACES OR CC-CAP IS NOT NUMERIC
              ADD 1 TO CAP-DROP-COUNT
           ELSE
              IF CC-EFF-DATE NOT = SPACES
                    AND CC-EFF-DATE > REF-ASOF-DATE
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
      * LOADS THE EMPLOYEE-TYPE REFERENCE MASTER THE WAY THE *
      * ROSTER DOES. A MISSING TYPEMST LEAVES THE TYPE CHECK OFF, *
      * THERE AND HERE ALIKE. *
      **************************************************************
        0075-LOAD-TYPE-MASTER.
           OPEN INPUT TYPE-MASTER-FILE.
           IF TYPEMST-STATUS = '00'
              MOVE 1 TO TYPEMST-LOADED-SW
              PERFORM 0076-READ-TYPE-CARD
              PERFORM 0077-STORE-TYPE-CARD
                 UNTIL EOF-TM = 1
              CLOSE TYPE-MASTER-FILE
           END-IF.
        0076-READ-TYPE-CARD.
           READ TYPE-MASTER-FILE INTO TYPE-CARD-DATA
              AT END MOVE 1 TO EOF-TM
           END-READ.
        0077-STORE-TYPE-CARD.
           IF TC-ETYPE NOT = SPACES
              IF TC-EFF-DATE = SPACES
                    OR TC-EFF-DATE NOT > REF-ASOF-DATE
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
              END-IF
           END-IF.
        0088-MATCH-TYPE-CARD.
           IF TYP-CODE (TYP-SUB) = TC-ETYPE
              MOVE TYP-SUB TO TYP-FOUND-AT
           END-IF.
      **************************************************************
      * INPUT PROCEDURE OF THE ID SORT. PROVES THE BATCH EXACTLY *
      * AS THE ROSTER WILL TONIGHT (HEADER FIRST, ONE PAST THE *
      * LAST BATCH ON BATCHCTL, TRAILER LAST WITH A MATCHING COUNT *
      * AND I-SSN HASH), BUT WHERE THE ROSTER STOPS AT THE FIRST *
      * CONTROL FAILURE THIS KEEPS GOING, SO EVERY DETAIL IS STILL *
      * VALIDATED AND PROJECTED: WITH NO HEADER THE FIRST RECORD *
      * IS TAKEN AS A DETAIL, AND WITH NO TRAILER THE LAST ONE IS. *
      * THE SUPPLEMENTARY ADDS FOLLOW THE DETAILS. *
      **************************************************************
        0090-CHECK-BATCH.
           MOVE SPACES TO BATCH-REASON.
           MOVE REF-ASOF-DATE TO BATCH-CYCLE-CMP.
           PERFORM 0091-LOAD-LAST-BATCH.
           MOVE 'RECORD ERRORS ON THE DAY FILE' TO PSL-TITLE.
           PERFORM 1450-PRINT-SECTION-HEAD.
           WRITE LIST-REC FROM ERR-HEADING
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LIST-REC.
           WRITE LIST-REC
              AFTER ADVANCING 1 LINE.
           OPEN INPUT INPUT-FILE.
           IF INPUT-STATUS NOT = '00'
              MOVE 'COB1-EMPLOYEE IS MISSING' TO BATCH-REASON
           ELSE
              MOVE 0 TO BATCH-EOF
              PERFORM 0092-READ-BATCH-RECORD
              MOVE BATCH-IN-DATA TO BATCH-HEADER-DATA
              IF BATCH-EOF = 1 OR BHD-TYPE NOT = 'HDR'
                 MOVE 'HEADER RECORD MISSING' TO BATCH-REASON
                 IF BATCH-EOF = 0
                    PERFORM 0094-TAKE-BATCH-RECORD
                 END-IF
              ELSE
                 MOVE BHD-BATCH-SEQ TO HDR-SEQ-WK
                 MOVE BHD-CREATE-DATE TO HDR-DATE-WK
                 PERFORM 0093-CHECK-HEADER
                 PERFORM 0092-READ-BATCH-RECORD
              END-IF
              PERFORM 0094-TAKE-BATCH-RECORD
                 UNTIL BATCH-EOF = 1
              PERFORM 0096-CHECK-TRAILER
              CLOSE INPUT-FILE
           END-IF.
           PERFORM 0097-COPY-SUPP.
           IF RECORD-ERROR-COUNT = 0
              WRITE LIST-REC FROM PRE-NONE-LINE
                 AFTER ADVANCING 1 LINE
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
           IF BATCH-EOF = 0
              ADD 1 TO BATCH-READ-COUNT
           END-IF.
      **************************************************************
      * HEADER EDITS: A REAL CREATION DATE NOT AFTER TODAY OR *
      * BEFORE THE LAST BATCH, AND THE NEXT BATCH NUMBER IN *
      * SEQUENCE *
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
              PERFORM 0095-TAKE-BATCH-DETAIL
           END-IF.
           MOVE BATCH-IN-DATA TO BATCH-HOLD-DATA.
           MOVE BATCH-READ-COUNT TO BATCH-HOLD-RECNO.
           MOVE 1 TO BATCH-HOLD-SW.
           PERFORM 0092-READ-BATCH-RECORD.
      **************************************************************
      * COUNTS AND HASHES ONE DETAIL AS THE ROSTER DOES, LISTS IT *
      * IF IT WOULD FAIL THE ROSTER'S VALIDATION, AND RELEASES IT *
      * TO THE ID SORT TAGGED AS A DAY-FILE RECORD *
      **************************************************************
        0095-TAKE-BATCH-DETAIL.
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
           ADD 1 TO BATCH-DETAIL-COUNT.
           PERFORM 1570-VALIDATE-RECORD.
           IF VALID-SW = 0
              PERFORM 1580-LIST-RECORD-ERROR
           END-IF.
           MOVE 'D' TO MG-SOURCE.
           MOVE BATCH-HOLD-DATA TO MG-REC.
           RELEASE PRE-ID-SORT-REC FROM MERGE-DATA.
      **************************************************************
      * THE LAST RECORD MUST BE THE TRAILER AND MUST AGREE WITH *
      * WHAT WAS COUNTED. A LAST RECORD THAT IS NOT A TRAILER IS *
      * A DETAIL OF A SHORT FILE AND IS TAKEN AS ONE. *
      **************************************************************
        0096-CHECK-TRAILER.
           MOVE BATCH-HOLD-DATA TO BATCH-TRAILER-DATA.
           IF BATCH-HOLD-SW = 0 OR BTR-TYPE NOT = 'TRL'
              IF BATCH-REASON = SPACES
                 MOVE 'TRAILER RECORD MISSING - FILE IS SHORT'
                    TO BATCH-REASON
              END-IF
              IF BATCH-HOLD-SW = 1
                 PERFORM 0095-TAKE-BATCH-DETAIL
              END-IF
           ELSE
              MOVE BTR-COUNT TO TRL-COUNT-WK
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
      * RELEASES THE OPTIONAL SUPPLEMENTARY ADDS BEHIND THE *
      * DETAILS, TAGGED AS SUCH *
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
              MOVE 'S' TO MG-SOURCE
              MOVE BATCH-IN-DATA TO MG-REC
              RELEASE PRE-ID-SORT-REC FROM MERGE-DATA
              ADD 1 TO BATCH-SUPP-COUNT
           END-IF.
      **************************************************************
      * PRINTS WHAT THE BATCH CONTROLS SAID AND WHETHER THE ROSTER *
      * WOULD TAKE THE BATCH TONIGHT *
      **************************************************************
        0150-PRINT-BATCH-RESULT.
           MOVE 'BATCH CONTROL' TO PSL-TITLE.
           PERFORM 1450-PRINT-SECTION-HEAD.
           MOVE 'LAST BATCH ACCEPTED ON BATCHCTL:  ' TO PTX-CAPTION.
           IF BATCH-LAST-SW = 1
              MOVE BC-BATCH-SEQ TO PTX-VALUE
           ELSE
              MOVE '(NONE)' TO PTX-VALUE
           END-IF.
           WRITE LIST-REC FROM PRE-TEXT-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'BATCH NUMBER ON HEADER:           ' TO PTX-CAPTION.
           MOVE HDR-SEQ-WK TO PTX-VALUE.
           IF HDR-SEQ-WK = SPACES
              MOVE '(NONE)' TO PTX-VALUE
           END-IF.
           WRITE LIST-REC FROM PRE-TEXT-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'HEADER CREATION DATE (MMDDYYYY):  ' TO PTX-CAPTION.
           MOVE HDR-DATE-WK TO PTX-VALUE.
           IF HDR-DATE-WK = SPACES
              MOVE '(NONE)' TO PTX-VALUE
           END-IF.
           WRITE LIST-REC FROM PRE-TEXT-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'TRAILER RECORD COUNT:             ' TO PTX-CAPTION.
           MOVE TRL-COUNT-WK TO PTX-VALUE.
           IF TRL-COUNT-WK = SPACES
              MOVE '(NONE)' TO PTX-VALUE
           END-IF.
           WRITE LIST-REC FROM PRE-TEXT-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'DETAIL RECORDS COUNTED:           ' TO PTL-CAPTION.
           MOVE BATCH-DETAIL-COUNT TO PTL-COUNT.
           WRITE LIST-REC FROM PRE-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'SUPPLEMENTARY ADDS RIDING ALONG:  ' TO PTL-CAPTION.
           MOVE BATCH-SUPP-COUNT TO PTL-COUNT.
           WRITE LIST-REC FROM PRE-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LIST-REC.
           WRITE LIST-REC
              AFTER ADVANCING 1 LINE.
           IF BATCH-STOP-SW = 1
              MOVE 'BATCH WOULD BE REFUSED: ' TO PVL-TEXT
              MOVE BATCH-REASON TO PVL-REASON
           ELSE
              MOVE 'BATCH WOULD BE ACCEPTED' TO PVL-TEXT
              MOVE SPACES TO PVL-REASON
           END-IF.
           WRITE LIST-REC FROM PRE-VERDICT-LINE
              AFTER ADVANCING 1 LINE.
      **************************************************************
      * OUTPUT PROCEDURE OF THE ID SORT. THE DAY'S RECORDS COME *
      * BACK IN I-ID/I-CLASS ORDER AND ARE MATCHED AGAINST EMPIDMST *
      * ON THE SAME BALANCED LINE THE ROSTER USES: A DAY RECORD *
      * FOR AN ENROLLMENT ALREADY ON FILE REPLACES IT, AND THE *
      * RESULT -- THE POPULATION AS IT WOULD STAND TONIGHT -- GOES *
      * TO PREMERGE FOR THE SSN AND CAPACITY PASSES. EACH DAY *
      * RECORD IS CROSS-CHECKED ON THE WAY THROUGH; ENROLLMENTS *
      * ALREADY ON FILE WERE CHECKED THE NIGHT THEY CAME IN. *
      **************************************************************
        0200-MASTER-CHECK.
           PERFORM 0150-PRINT-BATCH-RESULT.
           MOVE 'MASTEREMP CROSS-CHECK OF THE DAY FILE' TO PSL-TITLE.
           PERFORM 1450-PRINT-SECTION-HEAD.
           MOVE 0 TO SECTION-LINES.
           MOVE 0 TO MASTER-OPEN-SW.
           WRITE LIST-REC FROM DISC-HEADING
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LIST-REC.
           WRITE LIST-REC
              AFTER ADVANCING 1 LINE.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS-CD = '00'
              MOVE 1 TO MASTER-OPEN-SW
           ELSE
              MOVE SPACES TO DISC-DATA
              MOVE 'MASTEREMP MISSING - SKIPPED' TO DISC-REASON
              WRITE LIST-REC FROM DISC-DATA
                 AFTER ADVANCING 1 LINE
              ADD 1 TO SECTION-LINES
           END-IF.
           MOVE SPACES TO PRIOR-ID.
           MOVE SPACES TO PRIOR-CLASS.
           OPEN OUTPUT PRE-MERGE-FILE.
           MOVE 0 TO IDD-EOF.
           MOVE 0 TO IDM-EOF.
           MOVE 0 TO IDMAST-SW.
           OPEN INPUT IDMAST-FILE.
           IF IDMASTIN-STATUS = '00'
              MOVE 1 TO IDMAST-SW
           ELSE
              MOVE 1 TO IDM-EOF
              MOVE HIGH-VALUES TO IDM-KEY
           END-IF.
           PERFORM 0210-RETURN-ID-DELTA.
           PERFORM 0220-READ-ID-MASTER.
           PERFORM 0230-MATCH-ONE-ID
              UNTIL IDD-EOF = 1 AND IDM-EOF = 1.
           IF IDMAST-SW = 1
              CLOSE IDMAST-FILE
           END-IF.
           CLOSE PRE-MERGE-FILE.
           IF MASTER-OPEN-SW = 1
              CLOSE MASTER-FILE
           END-IF.
           IF SECTION-LINES = 0
              WRITE LIST-REC FROM PRE-NONE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
        0210-RETURN-ID-DELTA.
           IF IDD-EOF = 0
              RETURN PRE-ID-SORT INTO IDD-DATA
                 AT END
                    MOVE 1 TO IDD-EOF
                    MOVE HIGH-VALUES TO IDD-KEY
              END-RETURN
              IF IDD-EOF = 0
                 MOVE IDD-ID    TO IDD-KEY-ID
                 MOVE IDD-CLASS TO IDD-KEY-CLASS
              END-IF
           END-IF.
        0220-READ-ID-MASTER.
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
        0230-MATCH-ONE-ID.
           IF IDD-KEY < IDM-KEY
              PERFORM 0240-CHECK-DAY-RECORD
              WRITE PRE-MERGE-REC FROM IDD-DATA
              PERFORM 0210-RETURN-ID-DELTA
           ELSE
              IF IDD-KEY > IDM-KEY
                 MOVE 'M' TO MG-SOURCE
                 MOVE IDM-DATA TO MG-REC
                 WRITE PRE-MERGE-REC FROM MERGE-DATA
                 ADD 1 TO ONFILE-COUNT
                 PERFORM 0220-READ-ID-MASTER
              ELSE
                 PERFORM 0240-CHECK-DAY-RECORD
                 WRITE PRE-MERGE-REC FROM IDD-DATA
                 ADD 1 TO REPLACED-COUNT
                 PERFORM 0210-RETURN-ID-DELTA
                 PERFORM 0220-READ-ID-MASTER
              END-IF
           END-IF.
      **************************************************************
      * THE ROSTER'S CROSS-CHECK FOR ONE DAY RECORD: THE SAME *
      * CLASS TWICE UNDER ONE ID IS A DUPLICATE, AND MASTEREMP IS *
      * READ ONCE PER PERSON FOR NOT-FOUND AND TERMINATED. THE *
      * DUPLICATE CHECK STILL RUNS WHEN MASTEREMP IS MISSING. *
      **************************************************************
        0240-CHECK-DAY-RECORD.
           MOVE IDD-REC TO INPUT-DATA.
           IF I-ID = PRIOR-ID
              IF I-CLASS = PRIOR-CLASS
                 MOVE 'DUPLICATE I-ID AND CLASS' TO DISC-REASON
                 PERFORM 0250-WRITE-DISC-LINE
              END-IF
           ELSE
              IF MASTER-OPEN-SW = 1
                 MOVE I-ID TO MASTER-ID
                 READ MASTER-FILE
                    INVALID KEY
                       MOVE 'NOT FOUND ON MASTER' TO DISC-REASON
                       PERFORM 0250-WRITE-DISC-LINE
                    NOT INVALID KEY
                       IF MASTER-STATUS = 'T'
                          MOVE 'TERMINATED ON MASTER' TO DISC-REASON
                          PERFORM 0250-WRITE-DISC-LINE
                       END-IF
                 END-READ
              END-IF
           END-IF.
           MOVE I-ID    TO PRIOR-ID.
           MOVE I-CLASS TO PRIOR-CLASS.
        0250-WRITE-DISC-LINE.
           MOVE I-ID    TO DISC-ID.
           MOVE I-LNAME TO DISC-LNAME.
           WRITE LIST-REC FROM DISC-DATA
              AFTER ADVANCING 1 LINE.
           ADD 1 TO DISC-COUNT.
           ADD 1 TO SECTION-LINES.
      **************************************************************
      * OUTPUT PROCEDURE OF THE SSN SORT. WALKS THE PROJECTED *
      * POPULATION IN SSN ORDER FOR SSNS UNDER MORE THAN ONE I-ID *
      * EXACTLY AS THE ROSTER WILL, AND MARKS EACH PAIR THE DAY'S *
      * FILES BRING IN. OVER THE LIMIT, TONIGHT'S RUN WOULD STOP. *
      **************************************************************
        0290-SSN-CHECK.
           MOVE 'SSNS THAT WOULD BE ENROLLED UNDER MORE THAN ONE ID'
              TO PSL-TITLE.
           PERFORM 1450-PRINT-SECTION-HEAD.
           WRITE LIST-REC FROM SSND-HEADING
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LIST-REC.
           WRITE LIST-REC
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PREV-SSN.
           MOVE SPACES TO PREV-SSN-ID.
           MOVE SPACES TO PREV-SSN-LNAME.
           MOVE SPACES TO PREV-SSN-SOURCE.
           MOVE 0 TO SSN-EOF.
           PERFORM 0292-RETURN-SSN-SORTED.
           PERFORM 0294-CHECK-SSN-RECORD
              UNTIL SSN-EOF = 1.
           IF SHARED-PAIR-COUNT = 0
              WRITE LIST-REC FROM PRE-NONE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO LIST-REC.
           WRITE LIST-REC
              AFTER ADVANCING 1 LINE.
           MOVE 'SHARED SSN PAIRS PROJECTED:       ' TO PTL-CAPTION.
           MOVE SHARED-PAIR-COUNT TO PTL-COUNT.
           WRITE LIST-REC FROM PRE-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'OF THEM BROUGHT IN BY TODAY:      ' TO PTL-CAPTION.
           MOVE SHARED-NEW-COUNT TO PTL-COUNT.
           WRITE LIST-REC FROM PRE-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'SHARED SSN LIMIT (PARMCARD):      ' TO PTL-CAPTION.
           MOVE SHARED-SSN-LIMIT TO PTL-COUNT.
           WRITE LIST-REC FROM PRE-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           IF SHARED-PAIR-COUNT > SHARED-SSN-LIMIT
              MOVE 1 TO SSN-STOP-SW
              MOVE 'OVER THE LIMIT -' TO PVL-TEXT
              MOVE 'THE NIGHTLY RUN WOULD STOP BEFORE THE ROSTER'
                 TO PVL-REASON
              WRITE LIST-REC FROM PRE-VERDICT-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
        0292-RETURN-SSN-SORTED.
           RETURN PRE-SSN-SORT INTO MERGE-DATA
              AT END MOVE 1 TO SSN-EOF
           END-RETURN.
           IF SSN-EOF = 0
              MOVE MG-REC TO INPUT-DATA
           END-IF.
        0294-CHECK-SSN-RECORD.
           IF I-SSN IS NUMERIC AND I-SSN NOT = '000000000'
              IF I-SSN = PREV-SSN AND I-ID NOT = PREV-SSN-ID
                 PERFORM 0296-WRITE-SSN-PAIR
              END-IF
              MOVE I-SSN     TO PREV-SSN
              MOVE I-ID      TO PREV-SSN-ID
              MOVE I-LNAME   TO PREV-SSN-LNAME
              MOVE MG-SOURCE TO PREV-SSN-SOURCE
           END-IF.
           PERFORM 0292-RETURN-SSN-SORTED.
        0296-WRITE-SSN-PAIR.
           MOVE SPACES TO SSND-DATA.
           MOVE I-SSN          TO SSD-SSN.
           MOVE PREV-SSN-ID    TO SSD-ID1.
           MOVE PREV-SSN-LNAME TO SSD-LNAME1.
           MOVE I-ID           TO SSD-ID2.
           MOVE I-LNAME        TO SSD-LNAME2.
           IF MG-SOURCE = 'M' AND PREV-SSN-SOURCE = 'M'
              MOVE 'ON FILE' TO SSD-NOTE
           ELSE
              MOVE 'NEW TODAY' TO SSD-NOTE
              ADD 1 TO SHARED-NEW-COUNT
           END-IF.
           WRITE LIST-REC FROM SSND-DATA
              AFTER ADVANCING 1 LINE.
           ADD 1 TO SHARED-PAIR-COUNT.
      **************************************************************
      * OUTPUT PROCEDURE OF THE CAPACITY SORT. COUNTS THE VALID *
      * ENROLLMENTS IN EACH DEPARTMENT/CLASS GROUP OF THE PROJECTED *
      * POPULATION -- RECORDS THAT WOULD FAIL VALIDATION HOLD NO *
      * SEAT, AS IN THE ROSTER'S WAITLIST SPLIT -- AND LISTS EVERY *
      * GROUP THAT WOULD RUN PAST ITS CAP-LIMIT, WITH HOW MANY THE *
      * ROSTER WOULD WAITLIST. *
      **************************************************************
        0400-CAPACITY-CHECK.
           MOVE 'PROJECTED OVER-CAPACITY CLASSES' TO PSL-TITLE.
           PERFORM 1450-PRINT-SECTION-HEAD.
           WRITE LIST-REC FROM CAPL-HEADING
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LIST-REC.
           WRITE LIST-REC
              AFTER ADVANCING 1 LINE.
           MOVE 0 TO GRP-HAVE-SW.
           MOVE 0 TO GRP-COUNT.
           MOVE 0 TO GRP-DAY-COUNT.
           MOVE 0 TO SECTION-LINES.
           MOVE 0 TO CAP-EOF.
           PERFORM 0410-RETURN-CAP-SORTED.
           PERFORM 0420-COLLECT-GROUP
              UNTIL CAP-EOF = 1.
           IF GRP-HAVE-SW = 1
              PERFORM 0430-FLUSH-GROUP
           END-IF.
           IF SECTION-LINES = 0
              WRITE LIST-REC FROM PRE-NONE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
        0410-RETURN-CAP-SORTED.
           RETURN PRE-CAP-SORT INTO MERGE-DATA
              AT END MOVE 1 TO CAP-EOF
           END-RETURN.
           IF CAP-EOF = 0
              MOVE MG-REC TO INPUT-DATA
           END-IF.
        0420-COLLECT-GROUP.
           MOVE I-DEPT  TO GRP-NEW-DEPT.
           MOVE I-CLASS TO GRP-NEW-CLASS.
           IF GRP-HAVE-SW = 0
              MOVE GRP-NEW-KEY TO GRP-KEY
              MOVE 1 TO GRP-HAVE-SW
           ELSE
              IF GRP-NEW-KEY NOT = GRP-KEY
                 PERFORM 0430-FLUSH-GROUP
                 MOVE GRP-NEW-KEY TO GRP-KEY
              END-IF
           END-IF.
           PERFORM 1570-VALIDATE-RECORD.
           IF VALID-SW = 1
              ADD 1 TO GRP-COUNT
              IF MG-SOURCE NOT = 'M'
                 ADD 1 TO GRP-DAY-COUNT
              END-IF
           END-IF.
           PERFORM 0410-RETURN-CAP-SORTED.
        0430-FLUSH-GROUP.
           IF GRP-COUNT > GRP-MAX
              MOVE GRP-KEY-DEPT  TO CPO-DEPT
              MOVE GRP-KEY-CLASS TO CPO-CLASS
              MOVE GRP-COUNT     TO CPO-PROJ
              WRITE LIST-REC FROM CAPL-OVER-DATA
                 AFTER ADVANCING 1 LINE
              ADD 1 TO GRP-OVER-COUNT
              ADD 1 TO SECTION-LINES
           ELSE
              MOVE GRP-KEY-CLASS TO CLASS-CAP-KEY
              PERFORM 1646-LOOKUP-CAP
              IF CLASS-CAP-FOUND = 1
                    AND GRP-COUNT > CLASS-CAP-WK
                 COMPUTE GRP-EXCESS = GRP-COUNT - CLASS-CAP-WK
                 MOVE GRP-KEY-DEPT  TO CPL-DEPT
                 MOVE GRP-KEY-CLASS TO CPL-CLASS
                 MOVE GRP-COUNT     TO CPL-PROJ
                 MOVE CLASS-CAP-WK  TO CPL-CAP
                 MOVE GRP-EXCESS    TO CPL-WAIT
                 MOVE GRP-DAY-COUNT TO CPL-TODAY
                 WRITE LIST-REC FROM CAPL-DATA
                    AFTER ADVANCING 1 LINE
                 ADD 1 TO OVER-CAP-COUNT
                 ADD GRP-EXCESS TO WOULD-WAIT-COUNT
                 ADD 1 TO SECTION-LINES
              END-IF
           END-IF.
           MOVE 0 TO GRP-COUNT.
           MOVE 0 TO GRP-DAY-COUNT.
      **************************************************************
      * PRINTS THE RUN TOTALS AND THE OVERALL RESULT AT THE FOOT *
      * OF THE LISTING *
      **************************************************************
        0800-PRINT-SUMMARY.
           MOVE 'SUMMARY' TO PSL-TITLE.
           PERFORM 1450-PRINT-SECTION-HEAD.
           MOVE 'DAY FILE RECORDS READ:            ' TO PTL-CAPTION.
           MOVE BATCH-READ-COUNT TO PTL-COUNT.
           WRITE LIST-REC FROM PRE-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'RECORDS THAT WOULD BE REJECTED:   ' TO PTL-CAPTION.
           MOVE RECORD-ERROR-COUNT TO PTL-COUNT.
           WRITE LIST-REC FROM PRE-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'MASTEREMP DISCREPANCIES:          ' TO PTL-CAPTION.
           MOVE DISC-COUNT TO PTL-COUNT.
           WRITE LIST-REC FROM PRE-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'ENROLLMENTS ON FILE REPLACED:     ' TO PTL-CAPTION.
           MOVE REPLACED-COUNT TO PTL-COUNT.
           WRITE LIST-REC FROM PRE-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'ENROLLMENTS ON FILE UNCHANGED:    ' TO PTL-CAPTION.
           MOVE ONFILE-COUNT TO PTL-COUNT.
           WRITE LIST-REC FROM PRE-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'CLASSES PROJECTED OVER CAPACITY:  ' TO PTL-CAPTION.
           MOVE OVER-CAP-COUNT TO PTL-COUNT.
           WRITE LIST-REC FROM PRE-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'ENROLLMENTS THAT WOULD WAITLIST:  ' TO PTL-CAPTION.
           MOVE WOULD-WAIT-COUNT TO PTL-COUNT.
           WRITE LIST-REC FROM PRE-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           IF CAP-DROP-COUNT > 0
              MOVE 'CLASSMST CARDS DROPPED:           ' TO PTL-CAPTION
              MOVE CAP-DROP-COUNT TO PTL-COUNT
              WRITE LIST-REC FROM PRE-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO LIST-REC.
           WRITE LIST-REC
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PVL-REASON.
           IF BATCH-STOP-SW = 1 OR SSN-STOP-SW = 1
              MOVE 'RESULT: RUN WOULD STOP  ' TO PVL-TEXT
              MOVE 'CORRECT THE DAY FILE BEFORE THE CUTOFF'
                 TO PVL-REASON
           ELSE
              IF RECORD-ERROR-COUNT > 0 OR DISC-COUNT > 0
                    OR SHARED-PAIR-COUNT > 0
                    OR OVER-CAP-COUNT > 0 OR GRP-OVER-COUNT > 0
                 MOVE 'RESULT: RUN WOULD GO ON ' TO PVL-TEXT
                 MOVE 'THE ITEMS LISTED ABOVE NEED FOLLOW-UP'
                    TO PVL-REASON
              ELSE
                 MOVE 'RESULT: NO ERRORS FOUND ' TO PVL-TEXT
              END-IF
           END-IF.
           WRITE LIST-REC FROM PRE-VERDICT-LINE
              AFTER ADVANCING 1 LINE.
      **************************************************************
      * RETURN CODE: 8 = TONIGHT'S RUN WOULD STOP (BATCH REFUSED *
      * OR SHARED SSNS OVER THE LIMIT), 4 = RECORDS WOULD BE *
      * REJECTED, DISCREPANCIES LISTED, OR SEATS WAITLISTED, *
      * 0 = CLEAN *
      **************************************************************
        0850-SET-RETURN-CODE.
           IF BATCH-STOP-SW = 1 OR SSN-STOP-SW = 1
              DISPLAY 'PreEdit: NIGHTLY RUN WOULD STOP - '
                 'SEE PREEDIT-LIST'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF RECORD-ERROR-COUNT > 0 OR DISC-COUNT > 0
                    OR SHARED-PAIR-COUNT > 0
                    OR OVER-CAP-COUNT > 0 OR GRP-OVER-COUNT > 0
                 DISPLAY 'PreEdit: ITEMS FOUND - SEE PREEDIT-LIST'
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
        1400-PRINT-HEAD.
           MOVE REF-ASOF-DATE TO PH2-DATE.
           WRITE LIST-REC FROM PRE-HEADING1
              AFTER ADVANCING PAGE.
           MOVE SPACES TO LIST-REC.
           WRITE LIST-REC
              AFTER ADVANCING 1 LINE.
           WRITE LIST-REC FROM PRE-HEADING2.
      **************************************************************
      * PRINTS A SECTION TITLE WITH A BLANK LINE EITHER SIDE *
      **************************************************************
        1450-PRINT-SECTION-HEAD.
           MOVE SPACES TO LIST-REC.
           WRITE LIST-REC
              AFTER ADVANCING 1 LINE.
           WRITE LIST-REC FROM PRE-SECTION-LINE
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LIST-REC.
           WRITE LIST-REC
              AFTER ADVANCING 1 LINE.
      **************************************************************
      * VALIDATES I-SSN (9 NUMERIC DIGITS, NOT ALL ZERO), I-DATE *
      * (NUMERIC MMDDYYYY WITH A REAL MONTH/DAY/YEAR) AND, WHEN *
      * TYPEMST IS LOADED, I-ETYPE -- THE SAME RULES THE ROSTER'S *
      * 1570-VALIDATE-RECORD APPLIES *
      **************************************************************
        1570-VALIDATE-RECORD.
           MOVE 1 TO VALID-SW.
           MOVE SPACES TO EXCP-REASON-WK.
           IF I-SSN IS NOT NUMERIC OR I-SSN = '000000000'
              MOVE 0 TO VALID-SW
              MOVE 'INVALID SSN' TO EXCP-REASON-WK
           END-IF.
           MOVE I-DATE TO DATE-WORK.
           IF I-DATE IS NOT NUMERIC
                 OR DW-MM < 1 OR DW-MM > 12
                 OR DW-DD < 1 OR DW-DD > 31
                 OR DW-YYYY < 1900 OR DW-YYYY > 2099
              MOVE 0 TO VALID-SW
              IF EXCP-REASON-WK = SPACES
                 MOVE 'INVALID DATE' TO EXCP-REASON-WK
              ELSE
                 MOVE 'INVALID SSN AND DATE' TO EXCP-REASON-WK
              END-IF
           END-IF.
           IF TYPEMST-LOADED-SW = 1
              MOVE I-ETYPE TO TYPE-KEY-WK
              PERFORM 1575-LOOKUP-TYPE
              IF TYPE-FOUND-SW = 0
                 MOVE 0 TO VALID-SW
                 IF EXCP-REASON-WK = SPACES
                    MOVE 'UNKNOWN ETYPE' TO EXCP-REASON-WK
                 END-IF
              ELSE
                 IF TYPE-ACTIVE-WK NOT = 'A'
                    MOVE 0 TO VALID-SW
                    IF EXCP-REASON-WK = SPACES
                       MOVE 'INACTIVE ETYPE' TO EXCP-REASON-WK
                    END-IF
                 END-IF
              END-IF
           END-IF.
      **************************************************************
      * SEARCHES THE TYPE TABLE FOR TYPE-KEY-WK, RETURNING THE *
      * FOUND SWITCH, THE DESCRIPTION, AND THE ACTIVE FLAG *
      **************************************************************
        1575-LOOKUP-TYPE.
           MOVE 0 TO TYPE-FOUND-SW.
           MOVE SPACES TO TYPE-DESC-WK.
           MOVE SPACES TO TYPE-ACTIVE-WK.
           PERFORM 1576-MATCH-TYPE
              VARYING TYP-SUB FROM 1 BY 1
              UNTIL TYP-SUB > TYP-USED
                 OR TYPE-FOUND-SW = 1.
        1576-MATCH-TYPE.
           IF TYP-CODE (TYP-SUB) = TYPE-KEY-WK
              MOVE 1 TO TYPE-FOUND-SW
              MOVE TYP-DESC (TYP-SUB)   TO TYPE-DESC-WK
              MOVE TYP-ACTIVE (TYP-SUB) TO TYPE-ACTIVE-WK
           END-IF.
      **************************************************************
      * LISTS ONE DAY-FILE RECORD THAT THE ROSTER WOULD REJECT TO *
      * THE EXCEPTION AND RECYCLE FILES, WITH ITS POSITION IN THE *
      * FILE SO IT CAN BE FOUND AND FIXED *
      **************************************************************
        1580-LIST-RECORD-ERROR.
           MOVE SPACES TO ERR-DATA.
           MOVE BATCH-HOLD-RECNO TO ERR-RECNO.
           MOVE I-ID           TO ERR-ID.
           MOVE I-LNAME        TO ERR-LNAME.
           MOVE I-CLASS        TO ERR-CLASS.
           MOVE EXCP-REASON-WK TO ERR-REASON.
           WRITE LIST-REC FROM ERR-DATA
              AFTER ADVANCING 1 LINE.
           ADD 1 TO RECORD-ERROR-COUNT.
      **************************************************************
      * SEARCHES THE CAPACITY TABLE FOR CLASS-CAP-KEY, RETURNING *
      * CLASS-CAP-FOUND AND THE CAP IN CLASS-CAP-WK *
      **************************************************************
        1646-LOOKUP-CAP.
           MOVE 0 TO CLASS-CAP-FOUND.
           MOVE 0 TO CLASS-CAP-WK.
           PERFORM 1647-MATCH-CAP
              VARYING CAP-SUB FROM 1 BY 1
              UNTIL CAP-SUB > CAP-USED
                 OR CLASS-CAP-FOUND = 1.
        1647-MATCH-CAP.
           IF CAP-CLASS (CAP-SUB) = CLASS-CAP-KEY
              MOVE 1 TO CLASS-CAP-FOUND
              MOVE CAP-LIMIT (CAP-SUB) TO CLASS-CAP-WK
           END-IF.
