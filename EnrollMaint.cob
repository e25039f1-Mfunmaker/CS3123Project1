        IDENTIFICATION DIVISION.
        PROGRAM-ID. EnrollMaint.
        AUTHOR. Martin Funmaker.
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-10-15  MF  New program. Mid-term enrollment changes    *
      *                 against the persistent masters: applies a   *
      *                 card file of DROP, WITHDRAW, and TRANSFER-  *
      *                 TO-CLASS transactions to EMPIDMST and       *
      *                 EMPMAST together. A card whose ID is not on *
      *                 file, whose enrollment (ID plus class) is   *
      *                 not on file, or whose new class is not on   *
      *                 file or is full, is rejected to its own     *
      *                 listing; every applied change is shown on a *
      *                 before/after audit trail the way MasterMaint *
      *                 shows MASTEREMP. Drops and withdrawals go   *
      *                 to the EMPHIST archive with their reason.   *
      *                 Both masters are re-sequenced and only      *
      *                 advance when both sides prove out;          *
      *                 otherwise the run ends with RETURN-CODE 12  *
      *                 and leaves them alone. A seat report lists  *
      *                 the CLASSMST classes that gained open       *
      *                 seats, which WaitPromote fills the same     *
      *                 night when it runs after this step.         *
      * 2026-10-15  MF  Applied changes are written to the EMPJRNL  *
      *                 before-image journal, stamped with the      *
      *                 RUNCNTL cycle, when the masters advance: a  *
      *                 drop or withdrawal as a removal, a transfer *
      *                 as the old class removed and the new added. *
      * 2026-10-15  MF  CLASSMST cards now carry an effective date; *
      *                 only the latest entry per class in force on *
      *                 the cycle date is tabled, as the roster     *
      *                 does. The table now holds 500 classes.      *
      * 2026-10-15  MF  An out-of-balance run (RC 12) is no longer  *
      *                 logged on RUNSTEPS, so the corrected rerun  *
      *                 is not refused as already done.             *
      * 2026-10-15  MF  ENROLL-SEAT ends with totals of the classes *
      *                 that gained seats and the seats opened,     *
      *                 read by the morning status page.            *
      * 2026-10-15  MF  Dropped and withdrawn enrollments are held  *
      *                 on the ENRHSTWK work file and appended to   *
      *                 EMPHIST only when the masters advance, so   *
      *                 an out-of-balance run leaves the archive    *
      *                 alone.                                      *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO 'ENROLL-TRNS'
              FILE STATUS IS TRANS-STATUS.
           SELECT IDMAST-FILE ASSIGN TO 'EMPIDMST'
              FILE STATUS IS IDMAST-STATUS.
           SELECT ID-KEEP-FILE ASSIGN TO 'EMPIDNEW'.
           SELECT EMPMAST-FILE ASSIGN TO 'EMPMAST'
              FILE STATUS IS EMPMAST-STATUS.
           SELECT EMP-KEEP-FILE ASSIGN TO 'EMPMSTNW'.
           SELECT ID-SORT-WORK ASSIGN TO 'ENRIDSWK'.
           SELECT EMP-SORT-WORK ASSIGN TO 'ENRMSSWK'.
           SELECT CLASS-MASTER-FILE ASSIGN TO 'CLASSMST'
              FILE STATUS IS CLASSMST-STATUS.
           SELECT HIST-WORK-FILE ASSIGN TO 'ENRHSTWK'.
           SELECT HIST-FILE ASSIGN TO 'EMPHIST'
              FILE STATUS IS HIST-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'EMPJRNL'
              FILE STATUS IS JOURNAL-STATUS.
           SELECT REJECT-FILE ASSIGN TO 'ENROLL-REJL'.
           SELECT AUDIT-FILE ASSIGN TO 'ENROLL-AUDT'.
           SELECT SEAT-FILE ASSIGN TO 'ENROLL-SEAT'.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCNTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNCNTL-STATUS.
           SELECT RUN-STEPS-FILE ASSIGN TO 'RUNSTEPS'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNSTEPS-STATUS.

        DATA DIVISION.

        FILE SECTION.
      **************************************************************
      * ENROLLMENT CHANGE CARDS, ONE TRANSACTION PER CARD *
      **************************************************************
        FD TRANS-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 TRANS-REC PIC X(80).

      **************************************************************
      * THE PERSISTENT ID-SEQUENCE MASTER AS PROJECT1 LEFT IT, ONE *
      * RECORD PER ENROLLMENT IN I-ID / I-CLASS ORDER *
      **************************************************************
        FD IDMAST-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 IDMAST-REC PIC X(98).

      **************************************************************
      * THE CHANGED ID-SEQUENCE MASTER, RE-SEQUENCED. COPIED BACK *
      * OVER EMPIDMST AT CLEAN END OF RUN. *
      **************************************************************
        FD ID-KEEP-FILE
          LABEL RECORDS ARE STANDARD.
        01 ID-KEEP-REC PIC X(98).

      **************************************************************
      * THE PERSISTENT DEPARTMENT/CLASS-SEQUENCE MASTER *
      **************************************************************
        FD EMPMAST-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 EMPMAST-REC PIC X(98).

      **************************************************************
      * THE CHANGED DEPARTMENT/CLASS-SEQUENCE MASTER, RE-SEQUENCED *
      * SO A TRANSFER LANDS IN ITS NEW CLASS'S GROUP. COPIED BACK *
      * OVER EMPMAST AT CLEAN END OF RUN. *
      **************************************************************
        FD EMP-KEEP-FILE
          LABEL RECORDS ARE STANDARD.
        01 EMP-KEEP-REC PIC X(98).

      **************************************************************
      * RE-SEQUENCING WORK FILES, ONE PER MASTER, IN EACH MASTER'S *
      * OWN KEY ORDER. DUPLICATES IN ORDER KEEPS THE REST OF A *
      * GROUP WHERE IT WAS. *
      **************************************************************
        SD ID-SORT-WORK.
        01 ID-SORT-REC.
                03 IDW-ID    PIC X(7).
                03 FILLER    PIC X(32).
                03 IDW-CLASS PIC X(17).
                03 FILLER    PIC X(42).
        SD EMP-SORT-WORK.
        01 EMP-SORT-REC.
                03 FILLER    PIC X(39).
                03 EMW-CLASS PIC X(17).
                03 FILLER    PIC X(9).
                03 EMW-DEPT  PIC X(4).
                03 FILLER    PIC X(29).

      **************************************************************
      * CLASS CAPACITY MASTER, SAME CARD AS THE ROSTER LOADS *
      **************************************************************
        FD CLASS-MASTER-FILE
           LABEL RECORDS ARE OMITTED.
        01 CLASS-MASTER-REC PIC X(80).

      **************************************************************
      * HISTORY ARCHIVE: THE FULL 98-BYTE RECORD AS IT LEFT THE *
      * MASTERS, PLUS THE ARCHIVE DATE AND THE REASON IT WENT, *
      * SAME LAYOUT RetentionPurge WRITES *
      **************************************************************
        FD HIST-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 HIST-REC.
                03 HIST-EMP-REC PIC X(98).
                03 HIST-DATE    PIC X(8).
                03 HIST-REASON  PIC X(12).

      **************************************************************
      * THE RUN'S ARCHIVE RECORDS, HELD UNTIL THE MASTERS ADVANCE *
      * AND THEN APPENDED TO EMPHIST *
      **************************************************************
        FD HIST-WORK-FILE
          LABEL RECORDS ARE STANDARD.
        01 HIST-WORK-REC.
                03 HW-EMP-REC   PIC X(98).
                03 HW-DATE      PIC X(8).
                03 HW-REASON    PIC X(12).

      **************************************************************
      * BEFORE-IMAGE JOURNAL OF THE MASTERS, SHARED WITH THE *
      * ROSTER. EXTENDED -- IT ONLY EVER GROWS. *
      **************************************************************
        FD JOURNAL-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 JOURNAL-REC PIC X(128).

      **************************************************************
      * REJECT LISTING FOR TRANSACTIONS THAT COULD NOT BE APPLIED *
      **************************************************************
        FD REJECT-FILE
           LABEL RECORDS ARE OMITTED.
        01 REJECT-REC PIC X(80).

      **************************************************************
      * BEFORE/AFTER AUDIT TRAIL OF EVERY APPLIED CHANGE, WITH THE *
      * COUNTS THAT PROVE BOTH MASTERS OUT *
      **************************************************************
        FD AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
        01 AUDIT-REC PIC X(80).

      **************************************************************
      * CLASSES THAT GAINED OPEN SEATS, FOR WaitPromote *
      **************************************************************
        FD SEAT-FILE
           LABEL RECORDS ARE OMITTED.
        01 SEAT-REC PIC X(80).

      **************************************************************
      * SHARED RUN-CONTROL RECORD AND STEP COMPLETION LOG, AS *
      * PROJECT1 WRITES THEM *
      **************************************************************
        FD RUN-CONTROL-FILE
           LABEL RECORDS ARE OMITTED.
        01 RUN-CONTROL-REC PIC X(80).
        FD RUN-STEPS-FILE
           LABEL RECORDS ARE OMITTED.
        01 RUN-STEPS-REC PIC X(80).

        WORKING-STORAGE SECTION.

      **************************************************************
      * RUN-CONTROL GATE WORK AREAS, SAME LAYOUTS AS THE ROSTER'S *
      **************************************************************
        01 RUN-CONTROL-DATA.
                03 RC-CYCLE-DATE PIC X(8).
                03 FILLER        PIC X(1).
                03 RC-CYCLE-TIME PIC X(8).
                03 FILLER        PIC X(1).
                03 RC-STATE      PIC X(12).
                03 FILLER        PIC X(1).
                03 RC-VERDICT    PIC X(14).
                03 FILLER        PIC X(35).
        01 RUNCNTL-STATUS  PIC XX VALUE '00'.
        01 RUNSTEPS-STATUS PIC XX VALUE '00'.
        01 STEP-LINE-DATA.
                03 SL-CYCLE-DATE PIC X(8).
                03 FILLER        PIC X(1) VALUE SPACES.
                03 SL-CYCLE-TIME PIC X(8).
                03 FILLER        PIC X(1) VALUE SPACES.
                03 SL-STEP       PIC X(12).
                03 FILLER        PIC X(1) VALUE SPACES.
                03 SL-DONE-TIME  PIC X(8).
                03 FILLER        PIC X(41) VALUE SPACES.
        01 THIS-STEP   PIC X(12) VALUE 'ENROLLMAINT'.
        01 STEP-DUP-SW PIC 9 VALUE 0.
        01 EOF-SL      PIC 9 VALUE 0.

      **************************************************************
      * LAYOUT FOR THE MASTER RECORDS, SAME AS THE INPUT FILE *
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
      * LAYOUT FOR THE TRANSACTION FILE *
      * T-ACTION:    'D' = DROP, 'W' = WITHDRAW, 'T' = TRANSFER *
      * T-CLASS:     THE CLASS THE PERSON IS ENROLLED IN NOW *
      * T-NEW-CLASS: THE CLASS A TRANSFER MOVES THEM TO *
      * A DROP AND A WITHDRAWAL BOTH TAKE THE ENROLLMENT OFF THE *
      * MASTERS; THEY DIFFER ONLY IN THE REASON THE ARCHIVE KEEPS. *
      **************************************************************
        01 TRANS-DATA.
                03 T-ACTION    PIC X(1).
                03 T-ID        PIC X(7).
                03 T-CLASS     PIC X(17).
                03 T-NEW-CLASS PIC X(17).
                03 FILLER      PIC X(38).
        01 TRANS-STATUS PIC XX VALUE '00'.
      **************************************************************
      * THE RUN'S TRANSACTIONS, HELD IN CARD ORDER. THE ID-MASTER *
      * SCAN FILLS IN WHAT IS ON FILE FOR EACH ONE; THE EDIT THEN *
      * DECIDES EACH IN TURN AND THE MASTER PASSES APPLY THE ONES *
      * MARKED TO APPLY. CARDS PAST THE TABLE SIZE ARE REJECTED. *
      **************************************************************
        01 TRN-TABLE-AREA.
                03 TRN-USED PIC 9(3) VALUE 0.
                03 TRN-MAX  PIC 9(3) VALUE 500.
                03 TRN-SUB  PIC 9(3) COMP.
                03 TRN-SUB2 PIC 9(3) COMP.
                03 TRN-HIT  PIC 9(3) COMP.
                03 TRN-TABLE.
                        05 TRN-ENTRY OCCURS 500 TIMES.
                                07 TRN-ACTION      PIC X(1).
                                07 TRN-ID          PIC X(7).
                                07 TRN-CLASS       PIC X(17).
                                07 TRN-NEW-CLASS   PIC X(17).
                                07 TRN-DEPT        PIC X(4).
                                07 TRN-ID-FOUND-SW PIC 9.
                                07 TRN-ENR-FOUND-SW PIC 9.
                                07 TRN-NEW-HELD-SW PIC 9.
                                07 TRN-APPLY-SW    PIC 9.
      **************************************************************
      * ENROLLMENT PER DEPARTMENT/CLASS, COUNTED OFF EMPIDMST *
      * BEFORE ANY CHANGE AND CARRIED FORWARD AS EACH TRANSACTION *
      * IS ACCEPTED -- THE SAME DEPARTMENT/CLASS GROUPS THE ROSTER *
      * AND WaitPromote HOLD AGAINST CAP-LIMIT *
      **************************************************************
        01 GRP-TABLE-AREA.
                03 GRP-USED        PIC 9(3) VALUE 0.
                03 GRP-MAX         PIC 9(3) VALUE 500.
                03 GRP-SUB         PIC 9(3) COMP.
                03 GRP-FOUND-AT    PIC 9(3) COMP.
                03 GRP-OVERFLOW-SW PIC 9 VALUE 0.
                03 GRP-TABLE.
                        05 GRP-ENTRY OCCURS 500 TIMES.
                                07 GRP-DEPT   PIC X(4).
                                07 GRP-CLASS  PIC X(17).
                                07 GRP-BEFORE PIC 9(5).
                                07 GRP-AFTER  PIC 9(5).
        01 GRP-KEY.
                03 GRP-KEY-DEPT  PIC X(4).
                03 GRP-KEY-CLASS PIC X(17).
      **************************************************************
      * CLASS CAPACITY TABLE, LOADED FROM CLASSMST THE SAME WAY *
      * THE ROSTER LOADS IT *
      **************************************************************
        01 CLASS-CARD-DATA.
                03 CC-CLASS    PIC X(17).
                03 CC-CAP      PIC X(4).
                03 FILLER      PIC X(19).
                03 CC-EFF-DATE PIC X(8).
                03 FILLER      PIC X(32).
        01 CLASSMST-STATUS PIC XX VALUE '00'.
        01 REF-ASOF-DATE   PIC X(8) VALUE SPACES.
        01 CAP-TABLE-AREA.
                03 CAP-USED         PIC 9(3) VALUE 0.
                03 CAP-MAX          PIC 9(3) VALUE 500.
                03 CAP-SUB          PIC 9(3) COMP.
                03 CAP-FOUND-AT     PIC 9(3) COMP.
                03 CAP-DROP-COUNT   PIC 9(3) VALUE 0.
                03 CAP-FUTURE-COUNT PIC 9(3) VALUE 0.
                03 CAP-TABLE.
                        05 CAP-ENTRY OCCURS 500 TIMES.
                                07 CAP-CLASS PIC X(17).
                                07 CAP-LIMIT PIC 9(4).
                                07 CAP-EFF   PIC X(8).
        01 CLASS-CAP-KEY   PIC X(17) VALUE SPACES.
        01 CLASS-CAP-WK    PIC 9(4) VALUE 0.
        01 CLASS-CAP-FOUND PIC 9 VALUE 0.
        01 CLASS-ON-FILE   PIC 9 VALUE 0.
      **************************************************************
      * FILE STATUS FIELDS AND PRESENCE SWITCHES *
      **************************************************************
        01 IDMAST-STATUS    PIC XX VALUE '00'.
        01 EMPMAST-STATUS   PIC XX VALUE '00'.
        01 HIST-STATUS      PIC XX VALUE '00'.
        01 IDMAST-OPEN-SW   PIC 9 VALUE 0.
        01 EMPMAST-OPEN-SW  PIC 9 VALUE 0.
      **************************************************************
      * LAYOUT FOR ONE JOURNAL ENTRY, AS THE ROSTER WRITES IT: THE *
      * CYCLE AND STEP THAT MADE THE CHANGE, WHAT HAPPENED (A = *
      * ADDED OR NEW VERSION, S = SUPERSEDED, R = REMOVED, B = *
      * BASELINE), AND THE FULL 98-BYTE RECORD *
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
      * HIGH-VALUES AT END OF THEIR FILE *
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
      **************************************************************
      * RUN DATE AS MMDDYYYY, STAMPED ON EACH ARCHIVE RECORD *
      **************************************************************
        01 RUN-DATE-YMD.
                03 RDY-YYYY PIC 9(4).
                03 RDY-MM   PIC 99.
                03 RDY-DD   PIC 99.
        01 RUN-DATE-MDY.
                03 RDM-MM   PIC 99.
                03 RDM-DD   PIC 99.
                03 RDM-YYYY PIC 9(4).
      **************************************************************
      * LAYOUT FOR THE REJECT LISTING DETAIL LINE *
      **************************************************************
        01 REJ-DATA.
                03 FILLER     PIC X(3) VALUE SPACES.
                03 REJ-ID     PIC X(7).
                03 FILLER     PIC X(4) VALUE SPACES.
                03 REJ-ACTION PIC X(1).
                03 FILLER     PIC X(4) VALUE SPACES.
                03 REJ-CLASS  PIC X(17).
                03 FILLER     PIC X(2) VALUE SPACES.
                03 REJ-REASON PIC X(30).
                03 FILLER     PIC X(12) VALUE SPACES.
        01 REJ-HEADING1.
                03 FILLER PIC X(20) VALUE SPACES.
                03        PIC X(39)
                   VALUE 'ENROLLMENT CHANGE REJECTED TRANSACTIONS'.
                03 FILLER PIC X(21) VALUE SPACES.
        01 REJ-HEADING2.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(6) VALUE 'EMP ID'.
                03 FILLER PIC X(2) VALUE SPACES.
                03        PIC X(6) VALUE 'ACTION'.
                03 FILLER PIC X(2) VALUE SPACES.
                03        PIC X(5) VALUE 'CLASS'.
                03 FILLER PIC X(14) VALUE SPACES.
                03        PIC X(6) VALUE 'REASON'.
                03 FILLER PIC X(36) VALUE SPACES.
      **************************************************************
      * LAYOUT FOR THE AUDIT TRAIL DETAIL LINE. BEFORE IS THE *
      * CLASS THE PERSON HELD, AFTER THE CLASS THEY HOLD NOW, OR *
      * (GONE) WHEN THE ENROLLMENT LEFT THE MASTERS. *
      **************************************************************
        01 AUD-DATA.
                03 FILLER     PIC X(3) VALUE SPACES.
                03 AUD-ID     PIC X(7).
                03 FILLER     PIC X(2) VALUE SPACES.
                03 AUD-ACTION PIC X(8).
                03 FILLER     PIC X(2) VALUE SPACES.
                03 AUD-DEPT   PIC X(4).
                03 FILLER     PIC X(2) VALUE SPACES.
                03 AUD-BEFORE PIC X(17).
                03 FILLER     PIC X(2) VALUE SPACES.
                03 AUD-AFTER  PIC X(17).
                03 FILLER     PIC X(16) VALUE SPACES.
        01 AUD-HEADING1.
                03 FILLER PIC X(22) VALUE SPACES.
                03        PIC X(36)
                   VALUE 'ENROLLMENT CHANGE AUDIT TRAIL'.
                03 FILLER PIC X(22) VALUE SPACES.
        01 AUD-HEADING2.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(6) VALUE 'EMP ID'.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(6) VALUE 'ACTION'.
                03 FILLER PIC X(4) VALUE SPACES.
                03        PIC X(4) VALUE 'DEPT'.
                03 FILLER PIC X(2) VALUE SPACES.
                03        PIC X(6) VALUE 'BEFORE'.
                03 FILLER PIC X(13) VALUE SPACES.
                03        PIC X(5) VALUE 'AFTER'.
                03 FILLER PIC X(28) VALUE SPACES.
      **************************************************************
      * RUN TOTAL AND RESULT LINES FOR THE AUDIT TRAIL *
      **************************************************************
        01 AUD-TOTAL-LINE.
                03 FILLER        PIC X(3) VALUE SPACES.
                03 AUD-TOT-TEXT  PIC X(34).
                03 AUD-TOT-COUNT PIC ZZZZZ9.
                03 FILLER        PIC X(37) VALUE SPACES.
        01 AUD-RESULT-LINE.
                03 FILLER     PIC X(3) VALUE SPACES.
                03 AUD-RESULT PIC X(52).
                03 FILLER     PIC X(25) VALUE SPACES.
      **************************************************************
      * LAYOUT FOR THE OPEN SEAT REPORT *
      **************************************************************
        01 SEAT-DATA.
                03 FILLER      PIC X(3) VALUE SPACES.
                03 SEAT-DEPT   PIC X(4).
                03 FILLER      PIC X(2) VALUE SPACES.
                03 SEAT-CLASS  PIC X(17).
                03 FILLER      PIC X(2) VALUE SPACES.
                03 SEAT-CAP    PIC ZZZ9.
                03 FILLER      PIC X(3) VALUE SPACES.
                03 SEAT-BEFORE PIC ZZZZ9.
                03 FILLER      PIC X(3) VALUE SPACES.
                03 SEAT-AFTER  PIC ZZZZ9.
                03 FILLER      PIC X(3) VALUE SPACES.
                03 SEAT-OPENED PIC ZZZZ9.
                03 FILLER      PIC X(24) VALUE SPACES.
        01 SEAT-HEADING1.
                03 FILLER PIC X(24) VALUE SPACES.
                03        PIC X(32)
                   VALUE 'CLASSES WITH SEATS OPENED'.
                03 FILLER PIC X(24) VALUE SPACES.
        01 SEAT-HEADING2.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(4) VALUE 'DEPT'.
                03 FILLER PIC X(2) VALUE SPACES.
                03        PIC X(5) VALUE 'CLASS'.
                03 FILLER PIC X(15) VALUE SPACES.
                03        PIC X(3) VALUE 'CAP'.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(6) VALUE 'BEFORE'.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(5) VALUE 'AFTER'.
                03 FILLER PIC X(2) VALUE SPACES.
                03        PIC X(6) VALUE 'OPENED'.
                03 FILLER PIC X(23) VALUE SPACES.
        01 SEAT-NOTE-LINE.
                03 FILLER    PIC X(3) VALUE SPACES.
                03 SEAT-NOTE PIC X(52).
                03 FILLER    PIC X(25) VALUE SPACES.
        01 SEAT-TOTAL-LINE.
                03 FILLER         PIC X(3) VALUE SPACES.
                03 SEAT-TOT-TEXT  PIC X(26).
                03 SEAT-TOT-COUNT PIC ZZZZ9.
                03 FILLER         PIC X(46) VALUE SPACES.
        01 SEAT-OPENED-WK PIC 9(5) VALUE 0.
        01 SEAT-LINES     PIC 9(3) VALUE 0.
        01 SEAT-TOTAL     PIC 9(5) VALUE 0.
        01 MISC.
      **************************************************************
      * END OF FILE (EOF) SWITCHES *
      * 0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
          03 EOF-T  PIC 9 VALUE 0.
          03 EOF-I  PIC 9 VALUE 0.
          03 EOF-E  PIC 9 VALUE 0.
          03 EOF-K  PIC 9 VALUE 0.
          03 EOF-CM PIC 9 VALUE 0.
      **************************************************************
      * RUN TOTALS. EACH MASTER'S IN MUST EQUAL ITS OUT PLUS ITS *
      * REMOVED, AND BOTH MASTERS MUST HAVE REMOVED AND MOVED THE *
      * SAME ENROLLMENTS THE EDIT ACCEPTED. *
      **************************************************************
          03 TRANS-READ-COUNT   PIC 9(5) VALUE 0.
          03 REJECT-COUNT       PIC 9(5) VALUE 0.
          03 DROP-COUNT         PIC 9(5) VALUE 0.
          03 WITHDRAW-COUNT     PIC 9(5) VALUE 0.
          03 TRANSFER-COUNT     PIC 9(5) VALUE 0.
          03 APPLIED-COUNT      PIC 9(5) VALUE 0.
          03 ID-IN-COUNT        PIC 9(6) VALUE 0.
          03 ID-OUT-COUNT       PIC 9(6) VALUE 0.
          03 ID-REMOVED-COUNT   PIC 9(6) VALUE 0.
          03 ID-MOVED-COUNT     PIC 9(6) VALUE 0.
          03 EMP-IN-COUNT       PIC 9(6) VALUE 0.
          03 EMP-OUT-COUNT      PIC 9(6) VALUE 0.
          03 EMP-REMOVED-COUNT  PIC 9(6) VALUE 0.
          03 EMP-MOVED-COUNT    PIC 9(6) VALUE 0.
      **************************************************************
      * 1 = THE RUN DID NOT PROVE OUT, MASTERS LEFT ALONE *
      **************************************************************
          03 ENROLL-BAD-SW PIC 9 VALUE 0.
      **************************************************************
      * START OF PROCEDURE DIVISION *
      **************************************************************
        PROCEDURE DIVISION.
        000-MAINLINE.
                PERFORM 0020-CHECK-RUN-CONTROL.
                PERFORM 0050-SET-RUN-DATE.
                PERFORM 0060-LOAD-CLASS-MASTER.
                PERFORM 0100-OPEN-FILES.
                PERFORM 0200-PRINT-HEADINGS.
                PERFORM 0300-LOAD-TRANS.
                PERFORM 0400-SCAN-ID-MASTER.
                PERFORM 0500-EDIT-TRANS
                   VARYING TRN-SUB FROM 1 BY 1
                   UNTIL TRN-SUB > TRN-USED.
                IF APPLIED-COUNT > 0
                   PERFORM 0600-APPLY-ID-MASTER
                   PERFORM 0700-APPLY-EMP-MASTER
                END-IF.
                CLOSE HIST-WORK-FILE.
                PERFORM 1800-PRINT-SUMMARY.
                IF APPLIED-COUNT > 0 AND ENROLL-BAD-SW = 0
                   PERFORM 0940-JOURNAL-CHANGES
                   PERFORM 0950-SAVE-MASTERS
                   PERFORM 0955-SAVE-HISTORY
                END-IF.
                PERFORM 1900-PRINT-SEAT-REPORT.
                CLOSE REJECT-FILE
                      AUDIT-FILE
                      SEAT-FILE.
                IF ENROLL-BAD-SW = 1
                   MOVE 12 TO RETURN-CODE
                ELSE
                   PERFORM 0980-LOG-STEP-DONE
                END-IF.
                STOP RUN.
      **************************************************************
      * RUN-CONTROL GATE: REFUSES TO RUN AGAINST AN IN-FLIGHT OR *
      * OUT-OF-BALANCE CYCLE, OR TO RUN THIS STEP TWICE IN ONE *
      * CYCLE. A MISSING OR EMPTY RUNCNTL MEANS NO CYCLE HAS EVER *
      * RUN, SO THERE IS NOTHING TO GUARD YET. *
      **************************************************************
        0020-CHECK-RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-DATA.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNCNTL-STATUS = '00'
              READ RUN-CONTROL-FILE INTO RUN-CONTROL-DATA
                 AT END MOVE SPACES TO RUN-CONTROL-DATA
              END-READ
              CLOSE RUN-CONTROL-FILE
           END-IF.
           IF RC-CYCLE-DATE = SPACES
              CONTINUE
           ELSE
              IF RC-STATE NOT = 'COMPLETE'
                 DISPLAY 'RUNCNTL: CYCLE ' RC-CYCLE-DATE ' '
                    RC-CYCLE-TIME ' STILL ' RC-STATE
                    ' - STEP REFUSED'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF RC-VERDICT NOT = 'BALANCED'
                 DISPLAY 'RUNCNTL: CYCLE ' RC-CYCLE-DATE ' '
                    RC-CYCLE-TIME ' IS ' RC-VERDICT
                    ' - STEP REFUSED'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM 0030-CHECK-STEP-DONE
           END-IF.
      **************************************************************
      * SCANS RUNSTEPS FOR THIS STEP ALREADY LOGGED AGAINST THE *
      * CYCLE NOW ON RUNCNTL *
      **************************************************************
        0030-CHECK-STEP-DONE.
           MOVE 0 TO STEP-DUP-SW.
           OPEN INPUT RUN-STEPS-FILE.
           IF RUNSTEPS-STATUS = '00'
              MOVE 0 TO EOF-SL
              PERFORM 0035-READ-STEP-LINE
              PERFORM 0040-MATCH-STEP-LINE
                 UNTIL EOF-SL = 1
              CLOSE RUN-STEPS-FILE
           END-IF.
           IF STEP-DUP-SW = 1
              DISPLAY 'RUNSTEPS: ' THIS-STEP
                 ' ALREADY RAN CYCLE ' RC-CYCLE-DATE ' '
                 RC-CYCLE-TIME ' - STEP REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
        0035-READ-STEP-LINE.
           READ RUN-STEPS-FILE INTO STEP-LINE-DATA
              AT END MOVE 1 TO EOF-SL
           END-READ.
        0040-MATCH-STEP-LINE.
           IF SL-CYCLE-DATE = RC-CYCLE-DATE
                 AND SL-CYCLE-TIME = RC-CYCLE-TIME
                 AND SL-STEP = THIS-STEP
              MOVE 1 TO STEP-DUP-SW
           END-IF.
           PERFORM 0035-READ-STEP-LINE.
      **************************************************************
      * LOGS THIS STEP'S COMPLETION AGAINST THE CYCLE. ONLY A RUN *
      * THAT LEFT THE MASTERS BALANCED IS LOGGED, SO ONE THAT DID *
      * NOT CAN BE RUN AGAIN ONCE THE TRANSACTIONS ARE PUT RIGHT. *
      **************************************************************
        0980-LOG-STEP-DONE.
           IF RC-CYCLE-DATE = SPACES
              CONTINUE
           ELSE
              MOVE RC-CYCLE-DATE TO SL-CYCLE-DATE
              MOVE RC-CYCLE-TIME TO SL-CYCLE-TIME
              MOVE THIS-STEP TO SL-STEP
              ACCEPT SL-DONE-TIME FROM TIME
              OPEN EXTEND RUN-STEPS-FILE
              IF RUNSTEPS-STATUS = '35'
                 OPEN OUTPUT RUN-STEPS-FILE
              END-IF
              WRITE RUN-STEPS-REC FROM STEP-LINE-DATA
              CLOSE RUN-STEPS-FILE
           END-IF.
      **************************************************************
      * PICKS UP THE RUN DATE AND REARRANGES IT INTO THE MMDDYYYY *
      * FORM THE SUITE CARRIES DATES IN *
      **************************************************************
        0050-SET-RUN-DATE.
           ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
           MOVE RDY-MM   TO RDM-MM.
           MOVE RDY-DD   TO RDM-DD.
           MOVE RDY-YYYY TO RDM-YYYY.
      **************************************************************
      * LOADS THE CLASS CAPACITY MASTER INTO THE LOOKUP TABLE. A *
      * MISSING CLASSMST LEAVES THE TABLE EMPTY AND EVERY CLASS *
      * UNCAPPED. CARDS WITH A BLANK CLASS OR NON-NUMERIC CAP, OR *
      * BEYOND THE TABLE SIZE, ARE DROPPED AND COUNTED. ONLY THE *
      * LATEST ENTRY PER CLASS IN FORCE ON THE CYCLE DATE IS *
      * TABLED, THE SAME AS THE ROSTER. *
      **************************************************************
        0060-LOAD-CLASS-MASTER.
           MOVE RC-CYCLE-DATE TO REF-ASOF-DATE.
           IF REF-ASOF-DATE = SPACES
              ACCEPT REF-ASOF-DATE FROM DATE YYYYMMDD
           END-IF.
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
      * OPENS THE LISTINGS AND THE ARCHIVE WORK FILE *
      **************************************************************
        0100-OPEN-FILES.
           OPEN OUTPUT REJECT-FILE
                       AUDIT-FILE
                       SEAT-FILE
                       HIST-WORK-FILE.
      **************************************************************
      * PRINTS THE HEADINGS FOR THE REJECT AND AUDIT LISTINGS *
      **************************************************************
        0200-PRINT-HEADINGS.
           WRITE REJECT-REC FROM REJ-HEADING1
              AFTER ADVANCING PAGE.
           MOVE SPACES TO REJECT-REC.
           WRITE REJECT-REC
              AFTER ADVANCING 1 LINE.
           WRITE REJECT-REC FROM REJ-HEADING2.
           MOVE SPACES TO REJECT-REC.
           WRITE REJECT-REC
              AFTER ADVANCING 1 LINE.
           WRITE AUDIT-REC FROM AUD-HEADING1
              AFTER ADVANCING PAGE.
           MOVE SPACES TO AUDIT-REC.
           WRITE AUDIT-REC
              AFTER ADVANCING 1 LINE.
           WRITE AUDIT-REC FROM AUD-HEADING2.
           MOVE SPACES TO AUDIT-REC.
           WRITE AUDIT-REC
              AFTER ADVANCING 1 LINE.
      **************************************************************
      * READS THE CARDS INTO THE TRANSACTION TABLE IN CARD ORDER. *
      * A MISSING CARD FILE IS AN EMPTY RUN. CARDS BEYOND THE *
      * TABLE SIZE ARE REJECTED HERE; THE REST ARE EDITED ONCE *
      * THE ID-MASTER SCAN HAS SEEN WHAT IS ON FILE. *
      **************************************************************
        0300-LOAD-TRANS.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS = '00'
              PERFORM 2000-READ-TRANS
              PERFORM 0310-STORE-TRANS
                 UNTIL EOF-T = 1
              CLOSE TRANS-FILE
           END-IF.
        0310-STORE-TRANS.
           IF TRN-USED < TRN-MAX
              ADD 1 TO TRN-USED
              MOVE T-ACTION    TO TRN-ACTION (TRN-USED)
              MOVE T-ID        TO TRN-ID (TRN-USED)
              MOVE T-CLASS     TO TRN-CLASS (TRN-USED)
              MOVE T-NEW-CLASS TO TRN-NEW-CLASS (TRN-USED)
              MOVE SPACES      TO TRN-DEPT (TRN-USED)
              MOVE 0 TO TRN-ID-FOUND-SW (TRN-USED)
              MOVE 0 TO TRN-ENR-FOUND-SW (TRN-USED)
              MOVE 0 TO TRN-NEW-HELD-SW (TRN-USED)
              MOVE 0 TO TRN-APPLY-SW (TRN-USED)
           ELSE
              MOVE T-ID     TO REJ-ID
              MOVE T-ACTION TO REJ-ACTION
              MOVE T-CLASS  TO REJ-CLASS
              MOVE 'TRANSACTION TABLE FULL' TO REJ-REASON
              PERFORM 1600-WRITE-REJECT
           END-IF.
           PERFORM 2000-READ-TRANS.
      **************************************************************
      * ONE PASS OVER EMPIDMST BEFORE ANYTHING CHANGES: MARKS, FOR *
      * EACH TRANSACTION, WHETHER ITS ID IS ON FILE, WHETHER THE *
      * ENROLLMENT IT NAMES IS ON FILE (AND IN WHICH DEPARTMENT), *
      * AND WHETHER THE PERSON ALREADY HOLDS A TRANSFER'S NEW *
      * CLASS, AND COUNTS ENROLLMENT PER DEPARTMENT/CLASS. A *
      * MISSING MASTER LEAVES EVERY TRANSACTION NOT ON FILE. *
      **************************************************************
        0400-SCAN-ID-MASTER.
           OPEN INPUT IDMAST-FILE.
           IF IDMAST-STATUS = '00'
              MOVE 1 TO IDMAST-OPEN-SW
              MOVE 0 TO EOF-I
              PERFORM 0410-READ-ID-SCAN
              PERFORM 0420-SCAN-ONE-RECORD
                 UNTIL EOF-I = 1
              CLOSE IDMAST-FILE
           END-IF.
        0410-READ-ID-SCAN.
           READ IDMAST-FILE INTO INPUT-DATA
              AT END MOVE 1 TO EOF-I
           END-READ.
        0420-SCAN-ONE-RECORD.
           PERFORM 0430-MARK-ONE-TRANS
              VARYING TRN-SUB FROM 1 BY 1
              UNTIL TRN-SUB > TRN-USED.
           MOVE I-DEPT  TO GRP-KEY-DEPT.
           MOVE I-CLASS TO GRP-KEY-CLASS.
           PERFORM 0480-FIND-GRP-SLOT.
           IF GRP-FOUND-AT > 0
              ADD 1 TO GRP-BEFORE (GRP-FOUND-AT)
              ADD 1 TO GRP-AFTER (GRP-FOUND-AT)
           END-IF.
           PERFORM 0410-READ-ID-SCAN.
        0430-MARK-ONE-TRANS.
           IF TRN-ID (TRN-SUB) = I-ID
              MOVE 1 TO TRN-ID-FOUND-SW (TRN-SUB)
              IF TRN-CLASS (TRN-SUB) = I-CLASS
                 MOVE 1 TO TRN-ENR-FOUND-SW (TRN-SUB)
                 MOVE I-DEPT TO TRN-DEPT (TRN-SUB)
              END-IF
              IF TRN-NEW-CLASS (TRN-SUB) = I-CLASS
                 MOVE 1 TO TRN-NEW-HELD-SW (TRN-SUB)
              END-IF
           END-IF.
      **************************************************************
      * FINDS (OR CLAIMS) THE GROUP TABLE ROW FOR GRP-KEY, *
      * RETURNING ITS SLOT IN GRP-FOUND-AT, ZERO ON OVERFLOW *
      **************************************************************
        0480-FIND-GRP-SLOT.
           MOVE 0 TO GRP-FOUND-AT.
           PERFORM 0485-MATCH-GRP-SLOT
              VARYING GRP-SUB FROM 1 BY 1
              UNTIL GRP-SUB > GRP-USED
                 OR GRP-FOUND-AT > 0.
           IF GRP-FOUND-AT = 0
              IF GRP-USED < GRP-MAX
                 ADD 1 TO GRP-USED
                 MOVE GRP-KEY-DEPT  TO GRP-DEPT (GRP-USED)
                 MOVE GRP-KEY-CLASS TO GRP-CLASS (GRP-USED)
                 MOVE 0 TO GRP-BEFORE (GRP-USED)
                 MOVE 0 TO GRP-AFTER (GRP-USED)
                 MOVE GRP-USED TO GRP-FOUND-AT
              ELSE
                 MOVE 1 TO GRP-OVERFLOW-SW
              END-IF
           END-IF.
        0485-MATCH-GRP-SLOT.
           IF GRP-DEPT (GRP-SUB) = GRP-KEY-DEPT
                 AND GRP-CLASS (GRP-SUB) = GRP-KEY-CLASS
              MOVE GRP-SUB TO GRP-FOUND-AT
           END-IF.
      **************************************************************
      * EDITS ONE TRANSACTION, IN CARD ORDER. THE FIRST FAILED *
      * TEST NAMES THE REJECT REASON. AN ENROLLMENT ALREADY *
      * CHANGED BY AN EARLIER CARD THIS RUN, OR A TRANSFER INTO A *
      * CLASS AN EARLIER CARD ALREADY MOVED THE PERSON TO, IS A *
      * REJECT -- EACH ENROLLMENT CHANGES ONCE PER RUN. *
      **************************************************************
        0500-EDIT-TRANS.
           MOVE SPACES TO REJ-REASON.
           IF TRN-ID (TRN-SUB) = SPACES
              MOVE 'MISSING EMPLOYEE ID' TO REJ-REASON
           END-IF.
           IF REJ-REASON = SPACES
                 AND TRN-ACTION (TRN-SUB) NOT = 'D'
                 AND TRN-ACTION (TRN-SUB) NOT = 'W'
                 AND TRN-ACTION (TRN-SUB) NOT = 'T'
              MOVE 'INVALID ACTION CODE' TO REJ-REASON
           END-IF.
           IF REJ-REASON = SPACES
                 AND TRN-CLASS (TRN-SUB) = SPACES
              MOVE 'MISSING CLASS' TO REJ-REASON
           END-IF.
           IF REJ-REASON = SPACES
                 AND TRN-ID-FOUND-SW (TRN-SUB) = 0
              MOVE 'ID NOT ON FILE' TO REJ-REASON
           END-IF.
           IF REJ-REASON = SPACES
                 AND TRN-ENR-FOUND-SW (TRN-SUB) = 0
              MOVE 'NOT ENROLLED IN THAT CLASS' TO REJ-REASON
           END-IF.
           IF REJ-REASON = SPACES
              PERFORM 0520-CHECK-EARLIER-TRANS
           END-IF.
           IF REJ-REASON = SPACES
                 AND TRN-ACTION (TRN-SUB) = 'T'
              PERFORM 0540-EDIT-TRANSFER
           END-IF.
           IF REJ-REASON = SPACES
              PERFORM 0560-ACCEPT-TRANS
           ELSE
              MOVE TRN-ID (TRN-SUB)     TO REJ-ID
              MOVE TRN-ACTION (TRN-SUB) TO REJ-ACTION
              MOVE TRN-CLASS (TRN-SUB)  TO REJ-CLASS
              PERFORM 1600-WRITE-REJECT
           END-IF.
      **************************************************************
      * LOOKS BACK OVER THE CARDS ALREADY ACCEPTED THIS RUN FOR *
      * THE SAME PERSON *
      **************************************************************
        0520-CHECK-EARLIER-TRANS.
           PERFORM 0525-MATCH-EARLIER-TRANS
              VARYING TRN-SUB2 FROM 1 BY 1
              UNTIL TRN-SUB2 NOT < TRN-SUB
                 OR REJ-REASON NOT = SPACES.
        0525-MATCH-EARLIER-TRANS.
           IF TRN-APPLY-SW (TRN-SUB2) = 1
                 AND TRN-ID (TRN-SUB2) = TRN-ID (TRN-SUB)
              IF TRN-CLASS (TRN-SUB2) = TRN-CLASS (TRN-SUB)
                 MOVE 'ENROLLMENT ALREADY CHANGED' TO REJ-REASON
              END-IF
              IF TRN-ACTION (TRN-SUB) = 'T'
                    AND TRN-ACTION (TRN-SUB2) = 'T'
                    AND TRN-NEW-CLASS (TRN-SUB2) =
                        TRN-NEW-CLASS (TRN-SUB)
                 MOVE 'ALREADY ENROLLED IN NEW CLASS' TO REJ-REASON
              END-IF
           END-IF.
      **************************************************************
      * A TRANSFER'S NEW CLASS MUST BE A REAL CLASS -- ON CLASSMST *
      * OR ALREADY HOLDING ENROLLMENT ON THE MASTERS -- THAT THE *
      * PERSON DOES NOT ALREADY HOLD, AND, WHEN CLASSMST CAPS IT, *
      * MUST HAVE A SEAT OPEN IN THE PERSON'S DEPARTMENT. *
      **************************************************************
        0540-EDIT-TRANSFER.
           IF TRN-NEW-CLASS (TRN-SUB) = SPACES
              MOVE 'MISSING NEW CLASS' TO REJ-REASON
           END-IF.
           IF REJ-REASON = SPACES
                 AND TRN-NEW-CLASS (TRN-SUB) = TRN-CLASS (TRN-SUB)
              MOVE 'NEW CLASS SAME AS OLD' TO REJ-REASON
           END-IF.
           IF REJ-REASON = SPACES
                 AND TRN-NEW-HELD-SW (TRN-SUB) = 1
              MOVE 'ALREADY ENROLLED IN NEW CLASS' TO REJ-REASON
           END-IF.
           IF REJ-REASON = SPACES
              MOVE TRN-NEW-CLASS (TRN-SUB) TO CLASS-CAP-KEY
              PERFORM 1700-FIND-CLASS-CAP
              MOVE CLASS-CAP-FOUND TO CLASS-ON-FILE
              IF CLASS-ON-FILE = 0
                 PERFORM 0545-FIND-CLASS-ON-MASTER
                    VARYING GRP-SUB FROM 1 BY 1
                    UNTIL GRP-SUB > GRP-USED
                       OR CLASS-ON-FILE = 1
              END-IF
              IF CLASS-ON-FILE = 0
                 MOVE 'NEW CLASS NOT ON FILE' TO REJ-REASON
              END-IF
           END-IF.
           IF REJ-REASON = SPACES
                 AND CLASS-CAP-FOUND = 1
              MOVE TRN-DEPT (TRN-SUB)      TO GRP-KEY-DEPT
              MOVE TRN-NEW-CLASS (TRN-SUB) TO GRP-KEY-CLASS
              PERFORM 0480-FIND-GRP-SLOT
              IF GRP-FOUND-AT > 0
                 IF GRP-AFTER (GRP-FOUND-AT) NOT < CLASS-CAP-WK
                    MOVE 'NEW CLASS IS FULL' TO REJ-REASON
                 END-IF
              END-IF
           END-IF.
        0545-FIND-CLASS-ON-MASTER.
           IF GRP-CLASS (GRP-SUB) = TRN-NEW-CLASS (TRN-SUB)
                 AND GRP-BEFORE (GRP-SUB) > 0
              MOVE 1 TO CLASS-ON-FILE
           END-IF.
      **************************************************************
      * ACCEPTS A TRANSACTION: MARKS IT FOR THE MASTER PASSES, *
      * CARRIES THE GROUP COUNTS FORWARD, AND WRITES ITS AUDIT *
      * LINE *
      **************************************************************
        0560-ACCEPT-TRANS.
           MOVE 1 TO TRN-APPLY-SW (TRN-SUB).
           ADD 1 TO APPLIED-COUNT.
           MOVE TRN-DEPT (TRN-SUB)  TO GRP-KEY-DEPT.
           MOVE TRN-CLASS (TRN-SUB) TO GRP-KEY-CLASS.
           PERFORM 0480-FIND-GRP-SLOT.
           IF GRP-FOUND-AT > 0
              SUBTRACT 1 FROM GRP-AFTER (GRP-FOUND-AT)
           END-IF.
           MOVE TRN-ID (TRN-SUB)    TO AUD-ID.
           MOVE TRN-DEPT (TRN-SUB)  TO AUD-DEPT.
           MOVE TRN-CLASS (TRN-SUB) TO AUD-BEFORE.
           IF TRN-ACTION (TRN-SUB) = 'D'
              ADD 1 TO DROP-COUNT
              MOVE 'DROP' TO AUD-ACTION
              MOVE '(GONE)' TO AUD-AFTER
           END-IF.
           IF TRN-ACTION (TRN-SUB) = 'W'
              ADD 1 TO WITHDRAW-COUNT
              MOVE 'WITHDRAW' TO AUD-ACTION
              MOVE '(GONE)' TO AUD-AFTER
           END-IF.
           IF TRN-ACTION (TRN-SUB) = 'T'
              ADD 1 TO TRANSFER-COUNT
              MOVE 'TRANSFER' TO AUD-ACTION
              MOVE TRN-NEW-CLASS (TRN-SUB) TO AUD-AFTER
              MOVE TRN-NEW-CLASS (TRN-SUB) TO GRP-KEY-CLASS
              PERFORM 0480-FIND-GRP-SLOT
              IF GRP-FOUND-AT > 0
                 ADD 1 TO GRP-AFTER (GRP-FOUND-AT)
              END-IF
           END-IF.
           WRITE AUDIT-REC FROM AUD-DATA
              AFTER ADVANCING 1 LINE.
      **************************************************************
      * SECOND PASS OVER EMPIDMST, APPLYING THE ACCEPTED CHANGES *
      * AND RE-SEQUENCING INTO I-ID / I-CLASS ORDER. A DROPPED OR *
      * WITHDRAWN ENROLLMENT GOES TO THE ARCHIVE WORK FILE *
      * INSTEAD, REACHING EMPHIST ONLY WHEN THE MASTERS ADVANCE, *
      * SO A RERUN AFTER A FAILED PROOF DOES NOT ARCHIVE TWICE. *
      **************************************************************
        0600-APPLY-ID-MASTER.
           SORT ID-SORT-WORK ON ASCENDING KEY IDW-ID
                                              IDW-CLASS
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS 0610-RELEASE-ID-MASTER
              GIVING ID-KEEP-FILE.
        0610-RELEASE-ID-MASTER.
           OPEN INPUT IDMAST-FILE.
           MOVE 0 TO EOF-I.
           PERFORM 0620-READ-ID-MASTER.
           PERFORM 0630-APPLY-ID-RECORD
              UNTIL EOF-I = 1.
           CLOSE IDMAST-FILE.
        0620-READ-ID-MASTER.
           READ IDMAST-FILE INTO INPUT-DATA
              AT END MOVE 1 TO EOF-I
           END-READ.
           IF EOF-I = 0
              ADD 1 TO ID-IN-COUNT
           END-IF.
        0630-APPLY-ID-RECORD.
           PERFORM 0800-FIND-APPLIED-TRANS.
           IF TRN-HIT > 0
                 AND TRN-ACTION (TRN-HIT) NOT = 'T'
              ADD 1 TO ID-REMOVED-COUNT
              PERFORM 0850-WRITE-ARCHIVE
           ELSE
              IF TRN-HIT > 0
                 MOVE TRN-NEW-CLASS (TRN-HIT) TO I-CLASS
                 ADD 1 TO ID-MOVED-COUNT
              END-IF
              ADD 1 TO ID-OUT-COUNT
              RELEASE ID-SORT-REC FROM INPUT-DATA
           END-IF.
           PERFORM 0620-READ-ID-MASTER.
      **************************************************************
      * THE SAME CHANGES APPLIED TO EMPMAST, RE-SEQUENCED INTO *
      * DEPARTMENT/CLASS ORDER SO THE ROSTER BREAKS STAY RIGHT. *
      * HERE THE REMOVED ENROLLMENTS ARE ONLY COUNTED. *
      **************************************************************
        0700-APPLY-EMP-MASTER.
           SORT EMP-SORT-WORK ON ASCENDING KEY EMW-DEPT
                                               EMW-CLASS
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS 0710-RELEASE-EMP-MASTER
              GIVING EMP-KEEP-FILE.
        0710-RELEASE-EMP-MASTER.
           OPEN INPUT EMPMAST-FILE.
           MOVE 0 TO EOF-E.
           IF EMPMAST-STATUS NOT = '00'
              MOVE 1 TO EOF-E
           ELSE
              MOVE 1 TO EMPMAST-OPEN-SW
              PERFORM 0720-READ-EMP-MASTER
              PERFORM 0730-APPLY-EMP-RECORD
                 UNTIL EOF-E = 1
              CLOSE EMPMAST-FILE
           END-IF.
        0720-READ-EMP-MASTER.
           READ EMPMAST-FILE INTO INPUT-DATA
              AT END MOVE 1 TO EOF-E
           END-READ.
           IF EOF-E = 0
              ADD 1 TO EMP-IN-COUNT
           END-IF.
        0730-APPLY-EMP-RECORD.
           PERFORM 0800-FIND-APPLIED-TRANS.
           IF TRN-HIT > 0
                 AND TRN-ACTION (TRN-HIT) NOT = 'T'
              ADD 1 TO EMP-REMOVED-COUNT
           ELSE
              IF TRN-HIT > 0
                 MOVE TRN-NEW-CLASS (TRN-HIT) TO I-CLASS
                 ADD 1 TO EMP-MOVED-COUNT
              END-IF
              ADD 1 TO EMP-OUT-COUNT
              RELEASE EMP-SORT-REC FROM INPUT-DATA
           END-IF.
           PERFORM 0720-READ-EMP-MASTER.
      **************************************************************
      * FINDS THE ACCEPTED TRANSACTION FOR THE ENROLLMENT IN *
      * INPUT-DATA, RETURNING ITS SLOT IN TRN-HIT, ZERO IF NONE *
      **************************************************************
        0800-FIND-APPLIED-TRANS.
           MOVE 0 TO TRN-HIT.
           PERFORM 0810-MATCH-APPLIED-TRANS
              VARYING TRN-SUB FROM 1 BY 1
              UNTIL TRN-SUB > TRN-USED
                 OR TRN-HIT > 0.
        0810-MATCH-APPLIED-TRANS.
           IF TRN-APPLY-SW (TRN-SUB) = 1
                 AND TRN-ID (TRN-SUB) = I-ID
                 AND TRN-CLASS (TRN-SUB) = I-CLASS
              MOVE TRN-SUB TO TRN-HIT
           END-IF.
      **************************************************************
      * HOLDS A DROPPED OR WITHDRAWN ENROLLMENT, WITH ITS REASON, *
      * ON THE ARCHIVE WORK FILE *
      **************************************************************
        0850-WRITE-ARCHIVE.
           MOVE INPUT-DATA TO HW-EMP-REC.
           MOVE RUN-DATE-MDY TO HW-DATE.
           IF TRN-ACTION (TRN-HIT) = 'W'
              MOVE 'WITHDRAWN' TO HW-REASON
           ELSE
              MOVE 'DROPPED' TO HW-REASON
           END-IF.
           WRITE HIST-WORK-REC.
      **************************************************************
      * JOURNALS THE CHANGES THE COPY-BACK IS ABOUT TO MAKE, BY *
      * MATCHING EMPIDMST AGAINST THE NEW COPY IN EMPIDNEW, BOTH *
      * IN I-ID / I-CLASS ORDER, THE SAME WAY THE ROSTER DOES. AN *
      * ENROLLMENT ONLY ON THE OLD SIDE WAS REMOVED, ONE ONLY ON *
      * THE NEW SIDE WAS ADDED, AND ONE ON BOTH SIDES THAT *
      * CHANGED IS JOURNALED AS ITS SUPERSEDED OLD VERSION *
      * FOLLOWED BY THE NEW ONE. EMPMAST HOLDS THE SAME *
      * ENROLLMENTS IN ANOTHER ORDER, SO THE ID SIDE COVERS BOTH. *
      **************************************************************
        0940-JOURNAL-CHANGES.
           IF IDMAST-OPEN-SW = 1
              PERFORM 0941-OPEN-JOURNAL
              MOVE 0 TO JRN-OLD-EOF
              MOVE 0 TO JRN-NEW-EOF
              OPEN INPUT IDMAST-FILE
                         ID-KEEP-FILE
              PERFORM 0942-READ-OLD-ID
              PERFORM 0943-READ-NEW-ID
              PERFORM 0946-MATCH-ONE-KEY
                 UNTIL JRN-OLD-EOF = 1 AND JRN-NEW-EOF = 1
              CLOSE IDMAST-FILE
                    ID-KEEP-FILE
                    JOURNAL-FILE
           END-IF.
      **************************************************************
      * OPENS THE JOURNAL FOR APPEND AND STAMPS THE CYCLE (THE RUN *
      * DATE AND TIME WHEN NO CYCLE HAS EVER RUN). WHEN THERE IS *
      * NO JOURNAL YET, THE PRIOR MASTER IS ALSO WRITTEN AS *
      * BASELINE IMAGES AS IT IS READ. *
      **************************************************************
        0941-OPEN-JOURNAL.
           MOVE 0 TO JRN-BASE-SW.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS = '35'
              OPEN OUTPUT JOURNAL-FILE
              MOVE 1 TO JRN-BASE-SW
           END-IF.
           MOVE SPACES TO JOURNAL-DATA.
           IF RC-CYCLE-DATE = SPACES
              ACCEPT JRN-CYCLE-DATE FROM DATE YYYYMMDD
              ACCEPT JRN-CYCLE-TIME FROM TIME
           ELSE
              MOVE RC-CYCLE-DATE TO JRN-CYCLE-DATE
              MOVE RC-CYCLE-TIME TO JRN-CYCLE-TIME
           END-IF.
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
        0943-READ-NEW-ID.
           IF JRN-NEW-EOF = 0
              READ ID-KEEP-FILE INTO JRN-NEW-DATA
                 AT END
                    MOVE 1 TO JRN-NEW-EOF
                    MOVE HIGH-VALUES TO JRN-NEW-KEY
              END-READ
              IF JRN-NEW-EOF = 0
                 MOVE JND-ID    TO JNK-ID
                 MOVE JND-CLASS TO JNK-CLASS
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
      * AT CLEAN END OF RUN THE CHANGED COPIES BECOME THE MASTERS, *
      * THE SAME COPY-BACK SHAPE AS THE ROSTER'S 0950. A RUN THAT *
      * DID NOT PROVE OUT NEVER GETS HERE. *
      **************************************************************
        0950-SAVE-MASTERS.
           IF IDMAST-OPEN-SW = 1
              OPEN INPUT ID-KEEP-FILE
              OPEN OUTPUT IDMAST-FILE
              MOVE 0 TO EOF-K
              PERFORM 0960-COPY-ONE-ID
                 UNTIL EOF-K = 1
              CLOSE ID-KEEP-FILE
                    IDMAST-FILE
           END-IF.
           IF EMPMAST-OPEN-SW = 1
              OPEN INPUT EMP-KEEP-FILE
              OPEN OUTPUT EMPMAST-FILE
              MOVE 0 TO EOF-K
              PERFORM 0970-COPY-ONE-EMP
                 UNTIL EOF-K = 1
              CLOSE EMP-KEEP-FILE
                    EMPMAST-FILE
           END-IF.
      **************************************************************
      * APPENDS THE RUN'S ARCHIVE RECORDS TO THE PERMANENT EMPHIST *
      * (EXTENDED -- HISTORY ONLY EVER GROWS; CREATED ON FIRST USE) *
      **************************************************************
        0955-SAVE-HISTORY.
           OPEN INPUT HIST-WORK-FILE.
           OPEN EXTEND HIST-FILE.
           IF HIST-STATUS = '35'
              OPEN OUTPUT HIST-FILE
           END-IF.
           MOVE 0 TO EOF-K.
           PERFORM 0956-COPY-ONE-HIST
              UNTIL EOF-K = 1.
           CLOSE HIST-WORK-FILE
                 HIST-FILE.
        0956-COPY-ONE-HIST.
           READ HIST-WORK-FILE
              AT END MOVE 1 TO EOF-K
           END-READ.
           IF EOF-K = 0
              WRITE HIST-REC FROM HIST-WORK-REC
           END-IF.
        0960-COPY-ONE-ID.
           READ ID-KEEP-FILE
              AT END MOVE 1 TO EOF-K
           END-READ.
           IF EOF-K = 0
              WRITE IDMAST-REC FROM ID-KEEP-REC
           END-IF.
        0970-COPY-ONE-EMP.
           READ EMP-KEEP-FILE
              AT END MOVE 1 TO EOF-K
           END-READ.
           IF EOF-K = 0
              WRITE EMPMAST-REC FROM EMP-KEEP-REC
           END-IF.
      **************************************************************
      * WRITES ONE REJECT LISTING LINE. THE CALLER HAS ALREADY *
      * SET THE ID, ACTION, CLASS, AND REASON. *
      **************************************************************
        1600-WRITE-REJECT.
           WRITE REJECT-REC FROM REJ-DATA
              AFTER ADVANCING 1 LINE.
           ADD 1 TO REJECT-COUNT.
      **************************************************************
      * SEARCHES THE CAPACITY TABLE FOR CLASS-CAP-KEY, RETURNING *
      * CLASS-CAP-FOUND AND THE CAP IN CLASS-CAP-WK *
      **************************************************************
        1700-FIND-CLASS-CAP.
           MOVE 0 TO CLASS-CAP-FOUND.
           MOVE 0 TO CLASS-CAP-WK.
           PERFORM 1710-MATCH-CLASS-CAP
              VARYING CAP-SUB FROM 1 BY 1
              UNTIL CAP-SUB > CAP-USED
                 OR CLASS-CAP-FOUND = 1.
        1710-MATCH-CLASS-CAP.
           IF CAP-CLASS (CAP-SUB) = CLASS-CAP-KEY
              MOVE 1 TO CLASS-CAP-FOUND
              MOVE CAP-LIMIT (CAP-SUB) TO CLASS-CAP-WK
           END-IF.
      **************************************************************
      * PRINTS THE COUNTS THAT PROVE THE RUN OUT AT THE FOOT OF *
      * THE AUDIT TRAIL: READ = APPLIED + REJECTED, EACH MASTER'S *
      * OUT PLUS REMOVED EQUALS ITS IN, AND BOTH MASTERS REMOVED *
      * AND MOVED EXACTLY THE ENROLLMENTS THE EDIT ACCEPTED. *
      **************************************************************
        1800-PRINT-SUMMARY.
           MOVE SPACES TO AUDIT-REC.
           WRITE AUDIT-REC
              AFTER ADVANCING 1 LINE.
           MOVE 'TRANSACTIONS READ:                ' TO AUD-TOT-TEXT.
           MOVE TRANS-READ-COUNT TO AUD-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'DROPS APPLIED:                    ' TO AUD-TOT-TEXT.
           MOVE DROP-COUNT TO AUD-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'WITHDRAWALS APPLIED:              ' TO AUD-TOT-TEXT.
           MOVE WITHDRAW-COUNT TO AUD-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'TRANSFERS APPLIED:                ' TO AUD-TOT-TEXT.
           MOVE TRANSFER-COUNT TO AUD-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'TRANSACTIONS REJECTED:            ' TO AUD-TOT-TEXT.
           MOVE REJECT-COUNT TO AUD-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'ID MASTER RECORDS IN:             ' TO AUD-TOT-TEXT.
           MOVE ID-IN-COUNT TO AUD-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'ID MASTER RECORDS REMOVED:        ' TO AUD-TOT-TEXT.
           MOVE ID-REMOVED-COUNT TO AUD-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'ID MASTER RECORDS OUT:            ' TO AUD-TOT-TEXT.
           MOVE ID-OUT-COUNT TO AUD-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'CLASS MASTER RECORDS IN:          ' TO AUD-TOT-TEXT.
           MOVE EMP-IN-COUNT TO AUD-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'CLASS MASTER RECORDS REMOVED:     ' TO AUD-TOT-TEXT.
           MOVE EMP-REMOVED-COUNT TO AUD-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'CLASS MASTER RECORDS OUT:         ' TO AUD-TOT-TEXT.
           MOVE EMP-OUT-COUNT TO AUD-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE SPACES TO AUDIT-REC.
           WRITE AUDIT-REC
              AFTER ADVANCING 1 LINE.
           IF APPLIED-COUNT + REJECT-COUNT = TRANS-READ-COUNT
              MOVE 'EVERY TRANSACTION APPLIED OR REJECTED'
                 TO AUD-RESULT
           ELSE
              MOVE 'TRANSACTIONS DO NOT BALANCE' TO AUD-RESULT
              MOVE 1 TO ENROLL-BAD-SW
           END-IF.
           PERFORM 1860-WRITE-RESULT-LINE.
           IF APPLIED-COUNT > 0
              PERFORM 1820-CHECK-MASTERS
           END-IF.
           IF ENROLL-BAD-SW = 1
              MOVE SPACES TO AUDIT-REC
              WRITE AUDIT-REC
                 AFTER ADVANCING 1 LINE
              MOVE 'RUN OUT OF BALANCE - MASTERS LEFT ALONE, RC 12'
                 TO AUD-RESULT
              PERFORM 1860-WRITE-RESULT-LINE
           END-IF.
        1820-CHECK-MASTERS.
           IF ID-OUT-COUNT + ID-REMOVED-COUNT = ID-IN-COUNT
                 AND EMP-OUT-COUNT + EMP-REMOVED-COUNT = EMP-IN-COUNT
              MOVE 'BOTH MASTERS ACCOUNT FOR EVERY RECORD IN'
                 TO AUD-RESULT
           ELSE
              MOVE 'MASTER RECORD COUNTS OUT OF BALANCE' TO AUD-RESULT
              MOVE 1 TO ENROLL-BAD-SW
           END-IF.
           PERFORM 1860-WRITE-RESULT-LINE.
           IF ID-REMOVED-COUNT = DROP-COUNT + WITHDRAW-COUNT
                 AND EMP-REMOVED-COUNT = ID-REMOVED-COUNT
                 AND ID-MOVED-COUNT = TRANSFER-COUNT
                 AND EMP-MOVED-COUNT = ID-MOVED-COUNT
              MOVE 'BOTH MASTERS TOOK EVERY ACCEPTED CHANGE'
                 TO AUD-RESULT
           ELSE
              MOVE 'MASTERS DISAGREE - RESYNC BEFORE CHANGING'
                 TO AUD-RESULT
              MOVE 1 TO ENROLL-BAD-SW
           END-IF.
           PERFORM 1860-WRITE-RESULT-LINE.
        1850-WRITE-TOTAL-LINE.
           WRITE AUDIT-REC FROM AUD-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
        1860-WRITE-RESULT-LINE.
           WRITE AUDIT-REC FROM AUD-RESULT-LINE
              AFTER ADVANCING 1 LINE.
      **************************************************************
      * LISTS EVERY CAPPED DEPARTMENT/CLASS GROUP THAT NOW HAS *
      * MORE OPEN SEATS THAN IT DID BEFORE THE RUN: THE SEATS *
      * OPENED ARE THE DROP IN ENROLLMENT, COUNTING ONLY SEATS *
      * UNDER THE CAP. A RUN THAT LEFT THE MASTERS ALONE OPENED *
      * NOTHING. THE FOOT CARRIES THE CLASS AND SEAT TOTALS FOR *
      * THE MORNING STATUS PAGE. *
      **************************************************************
        1900-PRINT-SEAT-REPORT.
           WRITE SEAT-REC FROM SEAT-HEADING1
              AFTER ADVANCING PAGE.
           MOVE SPACES TO SEAT-REC.
           WRITE SEAT-REC
              AFTER ADVANCING 1 LINE.
           IF APPLIED-COUNT = 0 OR ENROLL-BAD-SW = 1
              MOVE 'MASTERS NOT CHANGED - NO SEATS OPENED' TO SEAT-NOTE
              WRITE SEAT-REC FROM SEAT-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           ELSE
              WRITE SEAT-REC FROM SEAT-HEADING2
                 AFTER ADVANCING 1 LINE
              MOVE SPACES TO SEAT-REC
              WRITE SEAT-REC
                 AFTER ADVANCING 1 LINE
              MOVE 0 TO SEAT-LINES
              PERFORM 1910-PRINT-ONE-SEAT
                 VARYING GRP-SUB FROM 1 BY 1
                 UNTIL GRP-SUB > GRP-USED
              IF SEAT-LINES = 0
                 MOVE 'NO CAPPED CLASS GAINED AN OPEN SEAT'
                    TO SEAT-NOTE
                 WRITE SEAT-REC FROM SEAT-NOTE-LINE
                    AFTER ADVANCING 1 LINE
              END-IF
              IF GRP-OVERFLOW-SW = 1
                 MOVE 'CLASS TABLE OVERFLOWED - SOME CLASSES NOT SHOWN'
                    TO SEAT-NOTE
                 WRITE SEAT-REC FROM SEAT-NOTE-LINE
                    AFTER ADVANCING 1 LINE
              END-IF
           END-IF.
           MOVE SPACES TO SEAT-REC.
           WRITE SEAT-REC
              AFTER ADVANCING 1 LINE.
           MOVE 'CLASSES WITH SEATS OPENED:' TO SEAT-TOT-TEXT.
           MOVE SEAT-LINES TO SEAT-TOT-COUNT.
           WRITE SEAT-REC FROM SEAT-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'SEATS OPENED:             ' TO SEAT-TOT-TEXT.
           MOVE SEAT-TOTAL TO SEAT-TOT-COUNT.
           WRITE SEAT-REC FROM SEAT-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
        1910-PRINT-ONE-SEAT.
           MOVE GRP-CLASS (GRP-SUB) TO CLASS-CAP-KEY.
           PERFORM 1700-FIND-CLASS-CAP.
           IF CLASS-CAP-FOUND = 1
                 AND GRP-AFTER (GRP-SUB) < GRP-BEFORE (GRP-SUB)
                 AND GRP-AFTER (GRP-SUB) < CLASS-CAP-WK
              IF GRP-BEFORE (GRP-SUB) > CLASS-CAP-WK
                 COMPUTE SEAT-OPENED-WK =
                    CLASS-CAP-WK - GRP-AFTER (GRP-SUB)
              ELSE
                 COMPUTE SEAT-OPENED-WK =
                    GRP-BEFORE (GRP-SUB) - GRP-AFTER (GRP-SUB)
              END-IF
              MOVE GRP-DEPT (GRP-SUB)   TO SEAT-DEPT
              MOVE GRP-CLASS (GRP-SUB)  TO SEAT-CLASS
              MOVE CLASS-CAP-WK         TO SEAT-CAP
              MOVE GRP-BEFORE (GRP-SUB) TO SEAT-BEFORE
              MOVE GRP-AFTER (GRP-SUB)  TO SEAT-AFTER
              MOVE SEAT-OPENED-WK       TO SEAT-OPENED
              WRITE SEAT-REC FROM SEAT-DATA
                 AFTER ADVANCING 1 LINE
              ADD 1 TO SEAT-LINES
              ADD SEAT-OPENED-WK TO SEAT-TOTAL
           END-IF.
      **************************************************************
      * READS THE NEXT TRANSACTION *
      **************************************************************
        2000-READ-TRANS.
           READ TRANS-FILE INTO TRANS-DATA
              AT END MOVE 1 TO EOF-T
           END-READ.
           IF EOF-T = 0
              ADD 1 TO TRANS-READ-COUNT
           END-IF.
