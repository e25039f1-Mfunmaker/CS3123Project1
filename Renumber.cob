        IDENTIFICATION DIVISION.
        PROGRAM-ID. Renumber.
        AUTHOR. Martin Funmaker.
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-10-15  MF  New program. Applies the registrar's class  *
      *                 and department renumbering from a crosswalk *
      *                 card file of old code to new code across    *
      *                 EMPIDMST, EMPMAST, EMPLOYEE-WAIT, CLASSMST, *
      *                 DEPTMST, and EMPHIST in one run, so nothing *
      *                 is missed. Each card carries the date it    *
      *                 takes effect; a run applies the earliest    *
      *                 date that is due and not yet applied,       *
      *                 recorded on XWALKCTL, so a rerun never      *
      *                 renumbers twice. A department card may name *
      *                 one class, so a department can be split.    *
      *                 EMPIDMST, EMPMAST, and the waitlist are     *
      *                 re-sequenced into their own key order,      *
      *                 master changes are journaled on EMPJRNL,    *
      *                 and a conversion report proves every code's *
      *                 count after equals its count before less    *
      *                 what moved out plus what moved in. Nothing  *
      *                 is replaced unless every count proves out.  *
      *                 A merge that would leave an ID in the same  *
      *                 class twice on EMPIDMST, EMPMAST, or        *
      *                 EMPLOYEE-WAIT is listed as a collision and  *
      *                 nothing is replaced.                        *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT XWALK-FILE ASSIGN TO 'XWALK'
              FILE STATUS IS XWALK-STATUS.
           SELECT XWALK-CONTROL-FILE ASSIGN TO 'XWALKCTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XWALKCTL-STATUS.
           SELECT IDMAST-FILE ASSIGN TO 'EMPIDMST'
              FILE STATUS IS IDMAST-STATUS.
           SELECT ID-KEEP-FILE ASSIGN TO 'EMPIDNEW'.
           SELECT EMPMAST-FILE ASSIGN TO 'EMPMAST'
              FILE STATUS IS EMPMAST-STATUS.
           SELECT EMP-KEEP-FILE ASSIGN TO 'EMPMSTNW'.
           SELECT WAIT-FILE ASSIGN TO 'EMPLOYEE-WAIT'
              FILE STATUS IS WAIT-STATUS.
           SELECT WAIT-KEEP-FILE ASSIGN TO 'EMPWAITN'.
           SELECT CLASS-MASTER-FILE ASSIGN TO 'CLASSMST'
              FILE STATUS IS CLASSMST-STATUS.
           SELECT CLASS-NEW-FILE ASSIGN TO 'CLASSNEW'.
           SELECT DEPT-MASTER-FILE ASSIGN TO 'DEPTMST'
              FILE STATUS IS DEPTMST-STATUS.
           SELECT DEPT-NEW-FILE ASSIGN TO 'DEPTNEW'.
           SELECT HIST-FILE ASSIGN TO 'EMPHIST'
              FILE STATUS IS HIST-STATUS.
           SELECT HIST-KEEP-FILE ASSIGN TO 'EMPHISTN'.
           SELECT MST-SORT-WORK ASSIGN TO 'XWLKSWK'.
           SELECT JOURNAL-FILE ASSIGN TO 'EMPJRNL'
              FILE STATUS IS JOURNAL-STATUS.
           SELECT CONV-FILE ASSIGN TO 'XWALK-CONV'.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCNTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNCNTL-STATUS.

        DATA DIVISION.

        FILE SECTION.
      **************************************************************
      * CROSSWALK CARDS, ONE OLD CODE TO NEW CODE PER CARD *
      **************************************************************
        FD XWALK-FILE
           LABEL RECORDS ARE OMITTED.
        01 XWALK-REC PIC X(80).

      **************************************************************
      * THE LAST EFFECTIVE DATE APPLIED AND WHEN, ONE LINE *
      **************************************************************
        FD XWALK-CONTROL-FILE
           LABEL RECORDS ARE OMITTED.
        01 XWALK-CONTROL-REC PIC X(80).

      **************************************************************
      * THE PERSISTENT ID-SEQUENCE MASTER, ONE RECORD PER *
      * ENROLLMENT IN I-ID / I-CLASS ORDER, AND ITS NEW COPY *
      **************************************************************
        FD IDMAST-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 IDMAST-REC PIC X(98).
        FD ID-KEEP-FILE
          LABEL RECORDS ARE STANDARD.
        01 ID-KEEP-REC PIC X(98).

      **************************************************************
      * THE PERSISTENT DEPARTMENT/CLASS-SEQUENCE MASTER AND ITS *
      * NEW COPY *
      **************************************************************
        FD EMPMAST-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 EMPMAST-REC PIC X(98).
        FD EMP-KEEP-FILE
          LABEL RECORDS ARE STANDARD.
        01 EMP-KEEP-REC PIC X(98).

      **************************************************************
      * THE WAITLIST AS THE ROSTER LEFT IT, ENROLLMENT-DATE ORDER *
      * WITHIN EACH DEPARTMENT/CLASS, AND ITS NEW COPY *
      **************************************************************
        FD WAIT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 WAIT-REC PIC X(98).
        FD WAIT-KEEP-FILE
          LABEL RECORDS ARE STANDARD.
        01 WAIT-KEEP-REC PIC X(98).

      **************************************************************
      * CLASS CAPACITY AND DEPARTMENT NAME CARDS AND THEIR NEW *
      * COPIES *
      **************************************************************
        FD CLASS-MASTER-FILE
           LABEL RECORDS ARE OMITTED.
        01 CLASS-MASTER-REC PIC X(80).
        FD CLASS-NEW-FILE
           LABEL RECORDS ARE OMITTED.
        01 CLASS-NEW-REC PIC X(80).
        FD DEPT-MASTER-FILE
           LABEL RECORDS ARE OMITTED.
        01 DEPT-MASTER-REC PIC X(80).
        FD DEPT-NEW-FILE
           LABEL RECORDS ARE OMITTED.
        01 DEPT-NEW-REC PIC X(80).

      **************************************************************
      * HISTORY ARCHIVE: THE FULL 98-BYTE RECORD AS IT LEFT THE *
      * MASTERS, PLUS THE ARCHIVE DATE AND REASON, AND ITS NEW *
      * COPY *
      **************************************************************
        FD HIST-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 HIST-REC.
                03 HIST-EMP-REC PIC X(98).
                03 HIST-DATE    PIC X(8).
                03 HIST-REASON  PIC X(12).
        FD HIST-KEEP-FILE
          LABEL RECORDS ARE STANDARD.
        01 HIST-KEEP-REC PIC X(118).

      **************************************************************
      * RE-SEQUENCING WORK FILE FOR THE 98-BYTE FILES. EACH SORT *
      * NAMES THE KEYS OF THE FILE IT IS REBUILDING; DUPLICATES IN *
      * ORDER KEEPS THE REST OF A GROUP WHERE IT WAS. *
      **************************************************************
        SD MST-SORT-WORK.
        01 MST-SORT-REC.
                03 MSW-ID    PIC X(7).
                03 FILLER    PIC X(32).
                03 MSW-CLASS PIC X(17).
                03 FILLER    PIC X(9).
                03 MSW-DEPT  PIC X(4).
                03 FILLER    PIC X(21).
                03 MSW-MM    PIC X(2).
                03 MSW-DD    PIC X(2).
                03 MSW-YYYY  PIC X(4).

      **************************************************************
      * BEFORE-IMAGE JOURNAL OF THE MASTERS, SHARED WITH THE *
      * ROSTER. EXTENDED -- IT ONLY EVER GROWS. *
      **************************************************************
        FD JOURNAL-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 JOURNAL-REC PIC X(128).

      **************************************************************
      * CONVERSION REPORT: THE CARDS AND THE COUNT PROOF *
      **************************************************************
        FD CONV-FILE
           LABEL RECORDS ARE OMITTED.
        01 CONV-REC PIC X(80).

      **************************************************************
      * SHARED RUN-CONTROL RECORD, AS PROJECT1 WRITES IT *
      **************************************************************
        FD RUN-CONTROL-FILE
           LABEL RECORDS ARE OMITTED.
        01 RUN-CONTROL-REC PIC X(80).

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
        01 THIS-STEP       PIC X(12) VALUE 'RENUMBER'.

      **************************************************************
      * LAYOUT FOR THE RECORDS OF THE 98-BYTE FILES, SAME AS THE *
      * INPUT FILE *
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
      * LAYOUT FOR ONE CROSSWALK CARD. *
      * XW-TYPE: 'C' = I-CLASS CODE, 'D' = I-DEPT CODE *
      * XW-IN-CLASS: ON A 'D' CARD ONLY, LIMITS THE CARD TO THE *
      * ONE CLASS NAMED (AS IT STANDS BEFORE RENUMBERING), SO A *
      * DEPARTMENT CAN BE SPLIT; BLANK MOVES THE WHOLE DEPARTMENT. *
      * A CLASS-LIMITED CARD WINS OVER THE PLAIN ONE. *
      * XW-EFF-DATE: YYYYMMDD, THE FIRST CYCLE DATE THAT SHOULD *
      * SEE THE NEW CODE *
      **************************************************************
        01 XWALK-DATA.
                03 XW-CARD-TYPE   PIC X(1).
                03 FILLER         PIC X(1).
                03 XW-CARD-OLD    PIC X(17).
                03 XW-CARD-OLD-PARTS REDEFINES XW-CARD-OLD.
                        05 FILLER        PIC X(4).
                        05 XW-CARD-OLD-TAIL PIC X(13).
                03 FILLER         PIC X(1).
                03 XW-CARD-NEW    PIC X(17).
                03 XW-CARD-NEW-PARTS REDEFINES XW-CARD-NEW.
                        05 FILLER        PIC X(4).
                        05 XW-CARD-NEW-TAIL PIC X(13).
                03 FILLER         PIC X(1).
                03 XW-CARD-IN-CLASS PIC X(17).
                03 FILLER         PIC X(1).
                03 XW-CARD-EFF    PIC X(8).
                03 FILLER         PIC X(16).
        01 XWALK-STATUS PIC XX VALUE '00'.

      **************************************************************
      * LAYOUT FOR THE CONTROL LINE: THE LAST EFFECTIVE DATE *
      * APPLIED, WHEN, AND HOW MANY CARDS *
      **************************************************************
        01 XWALK-CONTROL-DATA.
                03 XC-LAST-EFF    PIC X(8).
                03 FILLER         PIC X(1) VALUE SPACES.
                03 XC-RUN-DATE    PIC X(8).
                03 FILLER         PIC X(1) VALUE SPACES.
                03 XC-RUN-TIME    PIC X(8).
                03 FILLER         PIC X(1) VALUE SPACES.
                03 XC-CARD-COUNT  PIC 9(5).
                03 FILLER         PIC X(48) VALUE SPACES.
        01 XWALKCTL-STATUS PIC XX VALUE '00'.

      **************************************************************
      * LAYOUT FOR THE CLASS AND DEPARTMENT REFERENCE CARDS, SAME *
      * AS RefMaint'S. COLUMNS 41-64 ARE COMMON TO BOTH. *
      **************************************************************
        01 REF-CARD-DATA.
                03 REF-CARD-BODY PIC X(40).
                03 CLASS-CARD-VIEW REDEFINES REF-CARD-BODY.
                        05 CC-CLASS PIC X(17).
                        05 CC-CAP   PIC X(4).
                        05 FILLER   PIC X(19).
                03 DEPT-CARD-VIEW REDEFINES REF-CARD-BODY.
                        05 DC-DEPT  PIC X(4).
                        05 DC-NAME  PIC X(20).
                        05 FILLER   PIC X(16).
                03 REF-EFF-DATE  PIC X(8).
                03 REF-CHG-BY    PIC X(8).
                03 REF-CHG-DATE  PIC X(8).
                03 FILLER        PIC X(16).

      **************************************************************
      * FILE STATUS FIELDS AND PRESENCE SWITCHES *
      **************************************************************
        01 IDMAST-STATUS    PIC XX VALUE '00'.
        01 EMPMAST-STATUS   PIC XX VALUE '00'.
        01 WAIT-STATUS      PIC XX VALUE '00'.
        01 CLASSMST-STATUS  PIC XX VALUE '00'.
        01 DEPTMST-STATUS   PIC XX VALUE '00'.
        01 HIST-STATUS      PIC XX VALUE '00'.
        01 IDMAST-OPEN-SW   PIC 9 VALUE 0.
        01 EMPMAST-OPEN-SW  PIC 9 VALUE 0.
        01 WAIT-OPEN-SW     PIC 9 VALUE 0.
        01 CLASSMST-OPEN-SW PIC 9 VALUE 0.
        01 DEPTMST-OPEN-SW  PIC 9 VALUE 0.
        01 HIST-OPEN-SW     PIC 9 VALUE 0.

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
      * THE RUN DATE AND TIME, AND A WORK AREA FOR PROVING A *
      * YYYYMMDD EFFECTIVE DATE *
      **************************************************************
        01 RUN-DATE PIC X(8) VALUE SPACES.
        01 RUN-TIME PIC X(8) VALUE SPACES.
        01 EFF-DATE-WORK.
                03 EDW-YYYY PIC 9(4).
                03 EDW-MM   PIC 99.
                03 EDW-DD   PIC 99.
      **************************************************************
      * THE EFFECTIVE DATE LAST APPLIED (FROM XWALKCTL) AND THE *
      * ONE THIS RUN APPLIES: THE EARLIEST CARD DATE AFTER THE *
      * LAST ONE AND NOT AFTER THE RUN DATE. LATER DUE DATES WAIT *
      * FOR THE NEXT RUN, SO RENUMBERINGS KEYED FOR DIFFERENT *
      * DATES ARE APPLIED ONE AFTER ANOTHER, NEVER TOGETHER. *
      **************************************************************
        01 LAST-APPLIED-EFF PIC X(8) VALUE SPACES.
        01 APPLY-EFF-DATE   PIC X(8) VALUE SPACES.

      **************************************************************
      * EVERY CROSSWALK CARD AS READ, WITH ITS DISPOSITION *
      **************************************************************
        01 CARD-TABLE.
                03 CRD-ENTRY OCCURS 500 TIMES.
                        05 CRD-DATA   PIC X(80).
                        05 CRD-STATUS PIC X(14).
        01 CRD-MAX     PIC 9(3) COMP VALUE 500.
        01 CRD-USED    PIC 9(3) COMP VALUE 0.
        01 CRD-SUB     PIC 9(3) COMP VALUE 0.
        01 CRD-OVER-COUNT PIC 9(5) VALUE 0.
        01 CRD-BAD-COUNT  PIC 9(5) VALUE 0.

      **************************************************************
      * THE CARDS THIS RUN APPLIES, AND HOW MANY RECORDS EACH *
      * MOVED IN EACH FILE *
      **************************************************************
        01 XW-TABLE.
                03 XW-ENTRY OCCURS 200 TIMES.
                        05 XW-TYPE     PIC X(1).
                        05 XW-OLD      PIC X(17).
                        05 XW-NEW      PIC X(17).
                        05 XW-QUAL     PIC X(17).
                        05 XW-MOVED    PIC 9(7) OCCURS 6 TIMES.
        01 XW-MAX      PIC 9(3) COMP VALUE 200.
        01 XW-USED     PIC 9(3) COMP VALUE 0.
        01 XW-SUB      PIC 9(3) COMP VALUE 0.
        01 XW-HIT      PIC 9(3) COMP VALUE 0.

      **************************************************************
      * EVERY CODE NAMED ON AN APPLIED CARD, OLD OR NEW, WITH ITS *
      * COUNTS PER FILE: RECORDS CARRYING IT BEFORE, RECORDS MOVED *
      * OFF IT, RECORDS MOVED ONTO IT, AND RECORDS CARRYING IT IN *
      * THE NEW COPY (COUNTED BY READING THE COPY BACK). AFTER *
      * MUST EQUAL BEFORE LESS OUT PLUS IN. *
      * FILES: 1 EMPIDMST 2 EMPMAST 3 EMPLOYEE-WAIT 4 CLASSMST *
      * 5 DEPTMST 6 EMPHIST *
      **************************************************************
        01 CD-TABLE.
                03 CD-ENTRY OCCURS 400 TIMES.
                        05 CD-TYPE     PIC X(1).
                        05 CD-CODE     PIC X(17).
                        05 CD-FILE-COUNTS OCCURS 6 TIMES.
                                07 CD-BEFORE PIC 9(7).
                                07 CD-OUT    PIC 9(7).
                                07 CD-IN     PIC 9(7).
                                07 CD-AFTER  PIC 9(7).
        01 CD-MAX      PIC 9(3) COMP VALUE 400.
        01 CD-USED     PIC 9(3) COMP VALUE 0.
        01 CD-SUB      PIC 9(3) COMP VALUE 0.
        01 CD-HIT      PIC 9(3) COMP VALUE 0.
        01 CD-EXPECT   PIC S9(8) VALUE 0.
        01 CD-BAD-SW   PIC 9 VALUE 0.

      **************************************************************
      * ENROLLMENT KEY CHECK: A MERGE THAT LEAVES ONE ID IN THE *
      * SAME CLASS TWICE IN A NEW COPY IS A COLLISION, AND THE *
      * FILES ARE LEFT ALONE *
      **************************************************************
        01 DUP-FILE-NAME  PIC X(14).
        01 DUP-PREV-KEY.
                03 DUP-PREV-ID    PIC X(7).
                03 DUP-PREV-CLASS PIC X(17).
        01 DUP-COUNT      PIC 9(7) VALUE 0.

      **************************************************************
      * RECORDS IN, CHANGED, AND READ BACK OUT, PER FILE *
      **************************************************************
        01 FILE-TOTALS.
                03 FT-ENTRY OCCURS 6 TIMES.
                        05 FT-IN      PIC 9(7).
                        05 FT-CHANGED PIC 9(7).
                        05 FT-OUT     PIC 9(7).
        01 FILE-IX     PIC 9(3) COMP VALUE 0.

      **************************************************************
      * THE CODE BEING LOOKED UP AND THE RECORD'S CODES AS THEY *
      * STOOD BEFORE CONVERSION *
      **************************************************************
        01 MAP-TYPE    PIC X(1).
        01 MAP-CODE    PIC X(17).
        01 MAP-QUAL    PIC X(17).
        01 ORIG-CLASS  PIC X(17).
        01 ORIG-DEPT   PIC X(4).
        01 REC-CHANGED-SW PIC 9 VALUE 0.
      **************************************************************
      * ONE EMPHIST RECORD BEING RENUMBERED OR COUNTED *
      **************************************************************
        01 HIST-DATA.
                03 HD-EMP-REC PIC X(98).
                03 HD-DATE    PIC X(8).
                03 HD-REASON  PIC X(12).

      **************************************************************
      * CONVERSION REPORT LINES *
      **************************************************************
        01 CVR-HEADING1.
                03 FILLER PIC X(22) VALUE SPACES.
                03        PIC X(36)
                   VALUE 'CLASS / DEPARTMENT RENUMBERING RUN'.
                03 FILLER PIC X(22) VALUE SPACES.
        01 CVR-HEADING2.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(17) VALUE 'RUN DATE'.
                03 CVR-RUN-DATE  PIC X(8).
                03 FILLER PIC X(4) VALUE SPACES.
                03        PIC X(17) VALUE 'LAST APPLIED'.
                03 CVR-LAST-EFF  PIC X(8).
                03 FILLER PIC X(23) VALUE SPACES.
        01 CVR-CARD-HEADING.
                03 FILLER PIC X(1) VALUE SPACES.
                03        PIC X(2) VALUE 'T'.
                03        PIC X(18) VALUE 'OLD CODE'.
                03        PIC X(18) VALUE 'NEW CODE'.
                03        PIC X(18) VALUE 'IN CLASS'.
                03        PIC X(9) VALUE 'EFF DATE'.
                03        PIC X(14) VALUE 'DISPOSITION'.
        01 CVR-CARD-LINE.
                03 FILLER      PIC X(1) VALUE SPACES.
                03 CL-TYPE     PIC X(1).
                03 FILLER      PIC X(1) VALUE SPACES.
                03 CL-OLD      PIC X(17).
                03 FILLER      PIC X(1) VALUE SPACES.
                03 CL-NEW      PIC X(17).
                03 FILLER      PIC X(1) VALUE SPACES.
                03 CL-QUAL     PIC X(17).
                03 FILLER      PIC X(1) VALUE SPACES.
                03 CL-EFF      PIC X(8).
                03 FILLER      PIC X(1) VALUE SPACES.
                03 CL-STATUS   PIC X(14).
        01 CVR-COUNT-HEADING.
                03 FILLER PIC X(18) VALUE SPACES.
                03        PIC X(8) VALUE '  IDMAST'.
                03        PIC X(8) VALUE '  EMPMST'.
                03        PIC X(8) VALUE '    WAIT'.
                03        PIC X(8) VALUE '  CLASSM'.
                03        PIC X(8) VALUE '  DEPTMS'.
                03        PIC X(8) VALUE '    HIST'.
                03 FILLER PIC X(2) VALUE SPACES.
                03        PIC X(12) VALUE 'RESULT'.
        01 CVR-CODE-LINE.
                03 FILLER      PIC X(1) VALUE SPACES.
                03 CVC-TYPE    PIC X(6).
                03 CVC-CODE    PIC X(17).
                03 FILLER      PIC X(56) VALUE SPACES.
        01 CVR-COUNT-LINE.
                03 FILLER      PIC X(3) VALUE SPACES.
                03 CVN-LABEL   PIC X(15).
                03 CVN-COUNT-ENTRY OCCURS 6 TIMES.
                        05 CVN-COUNT PIC ZZZZZZZ9.
                03 FILLER      PIC X(2) VALUE SPACES.
                03 CVN-RESULT  PIC X(9).
                03 FILLER      PIC X(3) VALUE SPACES.
        01 CVR-DUP-LINE.
                03 FILLER      PIC X(3) VALUE SPACES.
                03             PIC X(25)
                   VALUE 'COLLISION - TWICE ON'.
                03 CVD-FILE    PIC X(14).
                03 FILLER      PIC X(1) VALUE SPACES.
                03 CVD-ID      PIC X(7).
                03 FILLER      PIC X(1) VALUE SPACES.
                03 CVD-CLASS   PIC X(17).
                03 FILLER      PIC X(12) VALUE SPACES.
        01 CVR-RESULT-LINE.
                03 FILLER     PIC X(3) VALUE SPACES.
                03 CVR-RESULT PIC X(60).
                03 FILLER     PIC X(17) VALUE SPACES.
        01 MISC.
      **************************************************************
      * END OF FILE (EOF) SWITCHES *
      * 0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
          03 EOF-X PIC 9 VALUE 0.
          03 EOF-I PIC 9 VALUE 0.
          03 EOF-K PIC 9 VALUE 0.
      **************************************************************
      * 1 = THE RUN DID NOT PROVE OUT, FILES LEFT ALONE *
      **************************************************************
          03 CONV-BAD-SW PIC 9 VALUE 0.
      **************************************************************
      * START OF PROCEDURE DIVISION *
      **************************************************************
        PROCEDURE DIVISION.
        000-MAINLINE.
                PERFORM 0020-CHECK-RUN-CONTROL.
                PERFORM 0050-SET-RUN-DATE.
                PERFORM 0100-LOAD-CROSSWALK.
                OPEN OUTPUT CONV-FILE.
                PERFORM 0200-PRINT-CARD-LIST.
                IF CRD-BAD-COUNT > 0
                   MOVE 'CROSSWALK CARDS REJECTED - NOTHING RENUMBERED'
                      TO CVR-RESULT
                   PERFORM 1860-WRITE-RESULT-LINE
                   CLOSE CONV-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                END-IF.
                IF XW-USED = 0
                   MOVE 'NO CROSSWALK CARDS DUE - NOTHING RENUMBERED'
                      TO CVR-RESULT
                   PERFORM 1860-WRITE-RESULT-LINE
                   CLOSE CONV-FILE
                   STOP RUN
                END-IF.
                PERFORM 0300-CONVERT-ID-MASTER.
                PERFORM 0400-CONVERT-EMP-MASTER.
                PERFORM 0500-CONVERT-WAITLIST.
                PERFORM 0600-CONVERT-CLASSMST.
                PERFORM 0650-CONVERT-DEPTMST.
                PERFORM 0700-CONVERT-HISTORY.
                PERFORM 1000-COUNT-AFTER.
                PERFORM 1800-PRINT-PROOF.
                IF CONV-BAD-SW = 0
                   PERFORM 0940-JOURNAL-CHANGES
                   PERFORM 0950-SAVE-FILES
                   PERFORM 0990-SAVE-CONTROL
                END-IF.
                CLOSE CONV-FILE.
                IF CONV-BAD-SW = 1
                   MOVE 12 TO RETURN-CODE
                END-IF.
                STOP RUN.
      **************************************************************
      * RUN-CONTROL GATE: THE FILES MUST NOT BE RENUMBERED UNDER *
      * AN IN-FLIGHT CYCLE OR ON TOP OF ONE THAT DID NOT BALANCE. *
      * THIS IS A UTILITY, NOT A CYCLE STEP, SO IT IS NOT LOGGED *
      * ON RUNSTEPS. A MISSING OR EMPTY RUNCNTL MEANS NO CYCLE HAS *
      * EVER RUN, SO THERE IS NOTHING TO GUARD YET. *
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
                    ' - RENUMBERING REFUSED'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF RC-VERDICT NOT = 'BALANCED'
                 DISPLAY 'RUNCNTL: CYCLE ' RC-CYCLE-DATE ' '
                    RC-CYCLE-TIME ' IS ' RC-VERDICT
                    ' - RENUMBERING REFUSED'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
      **************************************************************
      * STAMPS THE RUN DATE AND TIME AND READS THE LAST EFFECTIVE *
      * DATE APPLIED. NO CONTROL LINE MEANS NOTHING APPLIED YET. *
      **************************************************************
        0050-SET-RUN-DATE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE ZEROS TO FILE-TOTALS.
           MOVE SPACES TO XWALK-CONTROL-DATA.
           OPEN INPUT XWALK-CONTROL-FILE.
           IF XWALKCTL-STATUS = '00'
              READ XWALK-CONTROL-FILE INTO XWALK-CONTROL-DATA
                 AT END MOVE SPACES TO XWALK-CONTROL-DATA
              END-READ
              CLOSE XWALK-CONTROL-FILE
           END-IF.
           MOVE XC-LAST-EFF TO LAST-APPLIED-EFF.
      **************************************************************
      * TABLES EVERY CROSSWALK CARD, PICKS THE EFFECTIVE DATE THIS *
      * RUN APPLIES, AND GIVES EACH CARD ITS DISPOSITION. ANY *
      * REJECTED CARD STOPS THE WHOLE RUN -- A HALF-APPLIED *
      * RENUMBERING IS WORSE THAN NONE. *
      **************************************************************
        0100-LOAD-CROSSWALK.
           OPEN INPUT XWALK-FILE.
           IF XWALK-STATUS = '00'
              MOVE 0 TO EOF-X
              PERFORM 0110-READ-CARD
              PERFORM 0120-TABLE-CARD
                 UNTIL EOF-X = 1
              CLOSE XWALK-FILE
           END-IF.
           MOVE SPACES TO APPLY-EFF-DATE.
           PERFORM 0130-FIND-APPLY-DATE
              VARYING CRD-SUB FROM 1 BY 1
              UNTIL CRD-SUB > CRD-USED.
           PERFORM 0140-CLASSIFY-CARD
              VARYING CRD-SUB FROM 1 BY 1
              UNTIL CRD-SUB > CRD-USED.
        0110-READ-CARD.
           READ XWALK-FILE INTO XWALK-DATA
              AT END MOVE 1 TO EOF-X
           END-READ.
        0120-TABLE-CARD.
           IF CRD-USED < CRD-MAX
              ADD 1 TO CRD-USED
              MOVE XWALK-DATA TO CRD-DATA (CRD-USED)
              MOVE SPACES TO CRD-STATUS (CRD-USED)
           ELSE
              ADD 1 TO CRD-OVER-COUNT
              ADD 1 TO CRD-BAD-COUNT
           END-IF.
           PERFORM 0110-READ-CARD.
      **************************************************************
      * THE EARLIEST USABLE EFFECTIVE DATE AFTER THE LAST ONE *
      * APPLIED AND NOT AFTER THE RUN DATE *
      **************************************************************
        0130-FIND-APPLY-DATE.
           MOVE CRD-DATA (CRD-SUB) TO XWALK-DATA.
           PERFORM 0150-CHECK-EFF-DATE.
           IF CRD-STATUS (CRD-SUB) = SPACES
                 AND XW-CARD-EFF > LAST-APPLIED-EFF
                 AND XW-CARD-EFF NOT > RUN-DATE
              IF APPLY-EFF-DATE = SPACES
                    OR XW-CARD-EFF < APPLY-EFF-DATE
                 MOVE XW-CARD-EFF TO APPLY-EFF-DATE
              END-IF
           END-IF.
      **************************************************************
      * DISPOSITION OF ONE CARD. ONLY THE CARDS FOR THE DATE BEING *
      * APPLIED ARE EDITED IN FULL AND TABLED. *
      **************************************************************
        0140-CLASSIFY-CARD.
           MOVE CRD-DATA (CRD-SUB) TO XWALK-DATA.
           IF CRD-STATUS (CRD-SUB) = SPACES
              IF XW-CARD-EFF NOT > LAST-APPLIED-EFF
                 MOVE 'DONE EARLIER' TO CRD-STATUS (CRD-SUB)
              ELSE
                 IF XW-CARD-EFF > RUN-DATE
                    MOVE 'NOT YET DUE' TO CRD-STATUS (CRD-SUB)
                 ELSE
                    IF XW-CARD-EFF NOT = APPLY-EFF-DATE
                       MOVE 'NEXT RUN' TO CRD-STATUS (CRD-SUB)
                    ELSE
                       PERFORM 0160-EDIT-CARD
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF CRD-STATUS (CRD-SUB) = SPACES
              PERFORM 0170-TABLE-APPLIED-CARD
           END-IF.
           IF CRD-STATUS (CRD-SUB) NOT = 'APPLIED'
                 AND CRD-STATUS (CRD-SUB) NOT = 'DONE EARLIER'
                 AND CRD-STATUS (CRD-SUB) NOT = 'NOT YET DUE'
                 AND CRD-STATUS (CRD-SUB) NOT = 'NEXT RUN'
              ADD 1 TO CRD-BAD-COUNT
           END-IF.
      **************************************************************
      * THE EFFECTIVE DATE MUST BE A REAL YYYYMMDD DATE *
      **************************************************************
        0150-CHECK-EFF-DATE.
           IF XW-CARD-EFF IS NOT NUMERIC
              MOVE 'BAD EFF DATE' TO CRD-STATUS (CRD-SUB)
           ELSE
              MOVE XW-CARD-EFF TO EFF-DATE-WORK
              IF EDW-MM < 1 OR EDW-MM > 12
                    OR EDW-DD < 1 OR EDW-DD > 31
                    OR EDW-YYYY < 1900 OR EDW-YYYY > 2099
                 MOVE 'BAD EFF DATE' TO CRD-STATUS (CRD-SUB)
              END-IF
           END-IF.
      **************************************************************
      * CONTENT EDITS FOR A CARD DUE THIS RUN. DEPARTMENT CODES *
      * ARE FOUR CHARACTERS; ONLY A DEPARTMENT CARD MAY NAME A *
      * CLASS; AN OLD CODE (WITH ITS CLASS) MAY APPEAR ONCE. *
      **************************************************************
        0160-EDIT-CARD.
           IF XW-CARD-TYPE NOT = 'C' AND XW-CARD-TYPE NOT = 'D'
              MOVE 'BAD CARD TYPE' TO CRD-STATUS (CRD-SUB)
           END-IF.
           IF CRD-STATUS (CRD-SUB) = SPACES
                 AND XW-CARD-OLD = SPACES
              MOVE 'NO OLD CODE' TO CRD-STATUS (CRD-SUB)
           END-IF.
           IF CRD-STATUS (CRD-SUB) = SPACES
                 AND XW-CARD-NEW = SPACES
              MOVE 'NO NEW CODE' TO CRD-STATUS (CRD-SUB)
           END-IF.
           IF CRD-STATUS (CRD-SUB) = SPACES
                 AND XW-CARD-OLD = XW-CARD-NEW
              MOVE 'OLD = NEW' TO CRD-STATUS (CRD-SUB)
           END-IF.
           IF CRD-STATUS (CRD-SUB) = SPACES
                 AND XW-CARD-TYPE = 'D'
                 AND (XW-CARD-OLD-TAIL NOT = SPACES
                  OR XW-CARD-NEW-TAIL NOT = SPACES)
              MOVE 'DEPT OVER 4' TO CRD-STATUS (CRD-SUB)
           END-IF.
           IF CRD-STATUS (CRD-SUB) = SPACES
                 AND XW-CARD-TYPE = 'C'
                 AND XW-CARD-IN-CLASS NOT = SPACES
              MOVE 'CLASS ON C' TO CRD-STATUS (CRD-SUB)
           END-IF.
           IF CRD-STATUS (CRD-SUB) = SPACES
              MOVE XW-CARD-TYPE     TO MAP-TYPE
              MOVE XW-CARD-OLD      TO MAP-CODE
              MOVE XW-CARD-IN-CLASS TO MAP-QUAL
              MOVE 0 TO XW-HIT
              PERFORM 0865-MATCH-CARD
                 VARYING XW-SUB FROM 1 BY 1
                 UNTIL XW-SUB > XW-USED
              IF XW-HIT > 0
                 MOVE 'DUPLICATE OLD' TO CRD-STATUS (CRD-SUB)
              END-IF
           END-IF.
           IF CRD-STATUS (CRD-SUB) = SPACES
                 AND (XW-USED NOT < XW-MAX
                  OR CD-USED + 2 > CD-MAX)
              MOVE 'TABLE FULL' TO CRD-STATUS (CRD-SUB)
           END-IF.
      **************************************************************
      * TABLES A CARD THAT PASSED, AND ITS OLD AND NEW CODES *
      **************************************************************
        0170-TABLE-APPLIED-CARD.
           ADD 1 TO XW-USED.
           MOVE XW-CARD-TYPE     TO XW-TYPE (XW-USED).
           MOVE XW-CARD-OLD      TO XW-OLD (XW-USED).
           MOVE XW-CARD-NEW      TO XW-NEW (XW-USED).
           MOVE XW-CARD-IN-CLASS TO XW-QUAL (XW-USED).
           PERFORM 0175-CLEAR-MOVED
              VARYING FILE-IX FROM 1 BY 1
              UNTIL FILE-IX > 6.
           MOVE 'APPLIED' TO CRD-STATUS (CRD-SUB).
           MOVE XW-CARD-TYPE TO MAP-TYPE.
           MOVE XW-CARD-OLD  TO MAP-CODE.
           PERFORM 0180-ADD-CODE.
           MOVE XW-CARD-NEW  TO MAP-CODE.
           PERFORM 0180-ADD-CODE.
        0175-CLEAR-MOVED.
           MOVE 0 TO XW-MOVED (XW-USED, FILE-IX).
        0180-ADD-CODE.
           PERFORM 0880-FIND-CODE.
           IF CD-HIT = 0
              ADD 1 TO CD-USED
              MOVE MAP-TYPE TO CD-TYPE (CD-USED)
              MOVE MAP-CODE TO CD-CODE (CD-USED)
              PERFORM 0185-CLEAR-CODE-COUNTS
                 VARYING FILE-IX FROM 1 BY 1
                 UNTIL FILE-IX > 6
           END-IF.
        0185-CLEAR-CODE-COUNTS.
           MOVE 0 TO CD-BEFORE (CD-USED, FILE-IX).
           MOVE 0 TO CD-OUT (CD-USED, FILE-IX).
           MOVE 0 TO CD-IN (CD-USED, FILE-IX).
           MOVE 0 TO CD-AFTER (CD-USED, FILE-IX).
      **************************************************************
      * REPORT HEADINGS AND ONE LINE PER CROSSWALK CARD *
      **************************************************************
        0200-PRINT-CARD-LIST.
           MOVE RUN-DATE TO CVR-RUN-DATE.
           MOVE LAST-APPLIED-EFF TO CVR-LAST-EFF.
           WRITE CONV-REC FROM CVR-HEADING1
              AFTER ADVANCING PAGE.
           WRITE CONV-REC FROM CVR-HEADING2
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CONV-REC.
           WRITE CONV-REC
              AFTER ADVANCING 1 LINE.
           WRITE CONV-REC FROM CVR-CARD-HEADING
              AFTER ADVANCING 1 LINE.
           PERFORM 0210-PRINT-ONE-CARD
              VARYING CRD-SUB FROM 1 BY 1
              UNTIL CRD-SUB > CRD-USED.
           IF CRD-OVER-COUNT > 0
              MOVE 'MORE CROSSWALK CARDS THAN THE TABLE HOLDS'
                 TO CVR-RESULT
              PERFORM 1860-WRITE-RESULT-LINE
           END-IF.
           MOVE SPACES TO CONV-REC.
           WRITE CONV-REC
              AFTER ADVANCING 1 LINE.
        0210-PRINT-ONE-CARD.
           MOVE CRD-DATA (CRD-SUB) TO XWALK-DATA.
           MOVE XW-CARD-TYPE      TO CL-TYPE.
           MOVE XW-CARD-OLD       TO CL-OLD.
           MOVE XW-CARD-NEW       TO CL-NEW.
           MOVE XW-CARD-IN-CLASS  TO CL-QUAL.
           MOVE XW-CARD-EFF       TO CL-EFF.
           MOVE CRD-STATUS (CRD-SUB) TO CL-STATUS.
           WRITE CONV-REC FROM CVR-CARD-LINE
              AFTER ADVANCING 1 LINE.
      **************************************************************
      * RENUMBERS EMPIDMST AND RE-SEQUENCES IT INTO I-ID / I-CLASS *
      * ORDER. A MISSING MASTER JUST LEAVES THE NEW COPY EMPTY. *
      **************************************************************
        0300-CONVERT-ID-MASTER.
           MOVE 1 TO FILE-IX.
           SORT MST-SORT-WORK ON ASCENDING KEY MSW-ID
                                              MSW-CLASS
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS 0310-RELEASE-ID-MASTER
              GIVING ID-KEEP-FILE.
        0310-RELEASE-ID-MASTER.
           OPEN INPUT IDMAST-FILE.
           IF IDMAST-STATUS = '00'
              MOVE 1 TO IDMAST-OPEN-SW
              MOVE 0 TO EOF-I
              PERFORM 0320-READ-ID-MASTER
              PERFORM 0330-CONVERT-ID-RECORD
                 UNTIL EOF-I = 1
              CLOSE IDMAST-FILE
           END-IF.
        0320-READ-ID-MASTER.
           READ IDMAST-FILE INTO INPUT-DATA
              AT END MOVE 1 TO EOF-I
           END-READ.
        0330-CONVERT-ID-RECORD.
           PERFORM 0800-CONVERT-EMP-RECORD.
           RELEASE MST-SORT-REC FROM INPUT-DATA.
           PERFORM 0320-READ-ID-MASTER.
      **************************************************************
      * RENUMBERS EMPMAST AND RE-SEQUENCES IT INTO DEPARTMENT / *
      * CLASS ORDER, SO THE ROSTER BREAKS COME OUT RIGHT ON THE *
      * NEXT CYCLE *
      **************************************************************
        0400-CONVERT-EMP-MASTER.
           MOVE 2 TO FILE-IX.
           SORT MST-SORT-WORK ON ASCENDING KEY MSW-DEPT
                                              MSW-CLASS
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS 0410-RELEASE-EMP-MASTER
              GIVING EMP-KEEP-FILE.
        0410-RELEASE-EMP-MASTER.
           OPEN INPUT EMPMAST-FILE.
           IF EMPMAST-STATUS = '00'
              MOVE 1 TO EMPMAST-OPEN-SW
              MOVE 0 TO EOF-I
              PERFORM 0420-READ-EMP-MASTER
              PERFORM 0430-CONVERT-EMP-RECORD
                 UNTIL EOF-I = 1
              CLOSE EMPMAST-FILE
           END-IF.
        0420-READ-EMP-MASTER.
           READ EMPMAST-FILE INTO INPUT-DATA
              AT END MOVE 1 TO EOF-I
           END-READ.
        0430-CONVERT-EMP-RECORD.
           PERFORM 0800-CONVERT-EMP-RECORD.
           RELEASE MST-SORT-REC FROM INPUT-DATA.
           PERFORM 0420-READ-EMP-MASTER.
      **************************************************************
      * RENUMBERS THE WAITLIST AND RE-SEQUENCES IT INTO DEPARTMENT *
      * / CLASS ORDER WITH EACH CLASS IN ENROLLMENT-DATE ORDER, SO *
      * MERGED CLASSES WAIT IN THE ORDER THEIR MEMBERS ENROLLED *
      **************************************************************
        0500-CONVERT-WAITLIST.
           MOVE 3 TO FILE-IX.
           SORT MST-SORT-WORK ON ASCENDING KEY MSW-DEPT
                                              MSW-CLASS
                                              MSW-YYYY
                                              MSW-MM
                                              MSW-DD
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS 0510-RELEASE-WAITLIST
              GIVING WAIT-KEEP-FILE.
        0510-RELEASE-WAITLIST.
           OPEN INPUT WAIT-FILE.
           IF WAIT-STATUS = '00'
              MOVE 1 TO WAIT-OPEN-SW
              MOVE 0 TO EOF-I
              PERFORM 0520-READ-WAITLIST
              PERFORM 0530-CONVERT-WAIT-RECORD
                 UNTIL EOF-I = 1
              CLOSE WAIT-FILE
           END-IF.
        0520-READ-WAITLIST.
           READ WAIT-FILE INTO INPUT-DATA
              AT END MOVE 1 TO EOF-I
           END-READ.
        0530-CONVERT-WAIT-RECORD.
           PERFORM 0800-CONVERT-EMP-RECORD.
           RELEASE MST-SORT-REC FROM INPUT-DATA.
           PERFORM 0520-READ-WAITLIST.
      **************************************************************
      * RENAMES CLASSMST ENTRIES FOR A RENUMBERED CLASS, STAMPING *
      * WHO AND WHEN. THE EFFECTIVE DATES ARE LEFT AS THEY ARE. *
      **************************************************************
        0600-CONVERT-CLASSMST.
           MOVE 4 TO FILE-IX.
           OPEN INPUT CLASS-MASTER-FILE.
           IF CLASSMST-STATUS = '00'
              MOVE 1 TO CLASSMST-OPEN-SW
              OPEN OUTPUT CLASS-NEW-FILE
              MOVE 0 TO EOF-I
              PERFORM 0610-READ-CLASSMST
              PERFORM 0620-CONVERT-CLASS-CARD
                 UNTIL EOF-I = 1
              CLOSE CLASS-MASTER-FILE
                    CLASS-NEW-FILE
           END-IF.
        0610-READ-CLASSMST.
           READ CLASS-MASTER-FILE INTO REF-CARD-DATA
              AT END MOVE 1 TO EOF-I
           END-READ.
        0620-CONVERT-CLASS-CARD.
           ADD 1 TO FT-IN (FILE-IX).
           MOVE SPACES TO ORIG-CLASS.
           MOVE 0 TO REC-CHANGED-SW.
           MOVE 'C' TO MAP-TYPE.
           MOVE CC-CLASS TO MAP-CODE.
           PERFORM 0820-MAP-ONE-CODE.
           IF XW-HIT > 0
              MOVE XW-NEW (XW-HIT) TO CC-CLASS
              MOVE THIS-STEP TO REF-CHG-BY
              MOVE RUN-DATE TO REF-CHG-DATE
              ADD 1 TO FT-CHANGED (FILE-IX)
           END-IF.
           WRITE CLASS-NEW-REC FROM REF-CARD-DATA.
           PERFORM 0610-READ-CLASSMST.
      **************************************************************
      * RENAMES DEPTMST ENTRIES FOR A RENUMBERED DEPARTMENT. ONLY *
      * A WHOLE-DEPARTMENT CARD RENAMES THE ENTRY; A DEPARTMENT *
      * SPLIT BY CLASS KEEPS ITS OLD ENTRY, AND THE NEW CODES GET *
      * THEIR NAMES THROUGH RefMaint. *
      **************************************************************
        0650-CONVERT-DEPTMST.
           MOVE 5 TO FILE-IX.
           OPEN INPUT DEPT-MASTER-FILE.
           IF DEPTMST-STATUS = '00'
              MOVE 1 TO DEPTMST-OPEN-SW
              OPEN OUTPUT DEPT-NEW-FILE
              MOVE 0 TO EOF-I
              PERFORM 0660-READ-DEPTMST
              PERFORM 0670-CONVERT-DEPT-CARD
                 UNTIL EOF-I = 1
              CLOSE DEPT-MASTER-FILE
                    DEPT-NEW-FILE
           END-IF.
        0660-READ-DEPTMST.
           READ DEPT-MASTER-FILE INTO REF-CARD-DATA
              AT END MOVE 1 TO EOF-I
           END-READ.
        0670-CONVERT-DEPT-CARD.
           ADD 1 TO FT-IN (FILE-IX).
           MOVE SPACES TO ORIG-CLASS.
           MOVE 0 TO REC-CHANGED-SW.
           MOVE 'D' TO MAP-TYPE.
           MOVE DC-DEPT TO MAP-CODE.
           PERFORM 0820-MAP-ONE-CODE.
           IF XW-HIT > 0
              MOVE XW-NEW (XW-HIT) TO DC-DEPT
              MOVE THIS-STEP TO REF-CHG-BY
              MOVE RUN-DATE TO REF-CHG-DATE
              ADD 1 TO FT-CHANGED (FILE-IX)
           END-IF.
           WRITE DEPT-NEW-REC FROM REF-CARD-DATA.
           PERFORM 0660-READ-DEPTMST.
      **************************************************************
      * RENUMBERS THE ARCHIVED RECORDS ON EMPHIST, IN PLACE ORDER, *
      * SO HISTORY READS UNDER THE CODES THE REST OF THE SUITE *
      * NOW USES. ARCHIVE DATE AND REASON ARE UNTOUCHED. *
      **************************************************************
        0700-CONVERT-HISTORY.
           MOVE 6 TO FILE-IX.
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS = '00'
              MOVE 1 TO HIST-OPEN-SW
              OPEN OUTPUT HIST-KEEP-FILE
              MOVE 0 TO EOF-I
              PERFORM 0710-READ-HISTORY
              PERFORM 0720-CONVERT-HIST-RECORD
                 UNTIL EOF-I = 1
              CLOSE HIST-FILE
                    HIST-KEEP-FILE
           END-IF.
        0710-READ-HISTORY.
           READ HIST-FILE INTO HIST-DATA
              AT END MOVE 1 TO EOF-I
           END-READ.
        0720-CONVERT-HIST-RECORD.
           MOVE HD-EMP-REC TO INPUT-DATA.
           PERFORM 0800-CONVERT-EMP-RECORD.
           MOVE INPUT-DATA TO HD-EMP-REC.
           WRITE HIST-KEEP-REC FROM HIST-DATA.
           PERFORM 0710-READ-HISTORY.
      **************************************************************
      * RENUMBERS THE CLASS AND DEPARTMENT OF THE 98-BYTE RECORD *
      * IN INPUT-DATA, COUNTING AGAINST FILE FILE-IX. THE *
      * DEPARTMENT CARD IS CHOSEN BY THE CLASS AS IT STOOD BEFORE *
      * THIS RECORD WAS RENUMBERED. *
      **************************************************************
        0800-CONVERT-EMP-RECORD.
           ADD 1 TO FT-IN (FILE-IX).
           MOVE I-CLASS TO ORIG-CLASS.
           MOVE I-DEPT  TO ORIG-DEPT.
           MOVE 0 TO REC-CHANGED-SW.
           MOVE 'C' TO MAP-TYPE.
           MOVE ORIG-CLASS TO MAP-CODE.
           PERFORM 0820-MAP-ONE-CODE.
           IF XW-HIT > 0
              MOVE XW-NEW (XW-HIT) TO I-CLASS
           END-IF.
           MOVE 'D' TO MAP-TYPE.
           MOVE ORIG-DEPT TO MAP-CODE.
           PERFORM 0820-MAP-ONE-CODE.
           IF XW-HIT > 0
              MOVE XW-NEW (XW-HIT) TO I-DEPT
           END-IF.
           IF REC-CHANGED-SW = 1
              ADD 1 TO FT-CHANGED (FILE-IX)
           END-IF.
      **************************************************************
      * COUNTS THE CODE IN MAP-TYPE / MAP-CODE AS FOUND, FINDS ITS *
      * CARD, AND COUNTS THE MOVE OFF THE OLD CODE AND ONTO THE *
      * NEW ONE. XW-HIT IS LEFT ON THE CARD, ZERO IF NONE. *
      **************************************************************
        0820-MAP-ONE-CODE.
           PERFORM 0880-FIND-CODE.
           IF CD-HIT > 0
              ADD 1 TO CD-BEFORE (CD-HIT, FILE-IX)
           END-IF.
           PERFORM 0860-FIND-CARD.
           IF XW-HIT > 0
              ADD 1 TO XW-MOVED (XW-HIT, FILE-IX)
              ADD 1 TO CD-OUT (CD-HIT, FILE-IX)
              MOVE XW-NEW (XW-HIT) TO MAP-CODE
              PERFORM 0880-FIND-CODE
              ADD 1 TO CD-IN (CD-HIT, FILE-IX)
              MOVE 1 TO REC-CHANGED-SW
           END-IF.
      **************************************************************
      * FINDS THE CARD FOR MAP-TYPE / MAP-CODE. A DEPARTMENT CARD *
      * LIMITED TO THE RECORD'S CLASS IS TRIED FIRST, THEN THE *
      * WHOLE-DEPARTMENT CARD. *
      **************************************************************
        0860-FIND-CARD.
           MOVE 0 TO XW-HIT.
           MOVE SPACES TO MAP-QUAL.
           IF MAP-TYPE = 'D' AND ORIG-CLASS NOT = SPACES
              MOVE ORIG-CLASS TO MAP-QUAL
              PERFORM 0865-MATCH-CARD
                 VARYING XW-SUB FROM 1 BY 1
                 UNTIL XW-SUB > XW-USED
              MOVE SPACES TO MAP-QUAL
           END-IF.
           IF XW-HIT = 0
              PERFORM 0865-MATCH-CARD
                 VARYING XW-SUB FROM 1 BY 1
                 UNTIL XW-SUB > XW-USED
           END-IF.
        0865-MATCH-CARD.
           IF XW-HIT = 0
                 AND XW-TYPE (XW-SUB) = MAP-TYPE
                 AND XW-OLD (XW-SUB) = MAP-CODE
                 AND XW-QUAL (XW-SUB) = MAP-QUAL
              MOVE XW-SUB TO XW-HIT
           END-IF.
      **************************************************************
      * FINDS MAP-TYPE / MAP-CODE AMONG THE CODES BEING PROVED *
      **************************************************************
        0880-FIND-CODE.
           MOVE 0 TO CD-HIT.
           PERFORM 0885-MATCH-CODE
              VARYING CD-SUB FROM 1 BY 1
              UNTIL CD-SUB > CD-USED.
        0885-MATCH-CODE.
           IF CD-HIT = 0
                 AND CD-TYPE (CD-SUB) = MAP-TYPE
                 AND CD-CODE (CD-SUB) = MAP-CODE
              MOVE CD-SUB TO CD-HIT
           END-IF.
      **************************************************************
      * READS EVERY NEW COPY BACK AND COUNTS THE PROVED CODES AS *
      * THEY NOW STAND, SO THE PROOF RESTS ON WHAT WAS WRITTEN *
      **************************************************************
        1000-COUNT-AFTER.
           MOVE 1 TO FILE-IX.
           MOVE 'EMPIDMST' TO DUP-FILE-NAME.
           MOVE LOW-VALUES TO DUP-PREV-KEY.
           OPEN INPUT ID-KEEP-FILE.
           MOVE 0 TO EOF-I.
           PERFORM 1010-READ-ID-KEEP.
           PERFORM 1015-COUNT-ID-KEEP
              UNTIL EOF-I = 1.
           CLOSE ID-KEEP-FILE.
           MOVE 2 TO FILE-IX.
           OPEN INPUT EMP-KEEP-FILE.
           MOVE 0 TO EOF-I.
           PERFORM 1020-READ-EMP-KEEP.
           PERFORM 1025-COUNT-EMP-KEEP
              UNTIL EOF-I = 1.
           CLOSE EMP-KEEP-FILE.
           MOVE 3 TO FILE-IX.
           OPEN INPUT WAIT-KEEP-FILE.
           MOVE 0 TO EOF-I.
           PERFORM 1030-READ-WAIT-KEEP.
           PERFORM 1035-COUNT-WAIT-KEEP
              UNTIL EOF-I = 1.
           CLOSE WAIT-KEEP-FILE.
           IF CLASSMST-OPEN-SW = 1
              MOVE 4 TO FILE-IX
              OPEN INPUT CLASS-NEW-FILE
              MOVE 0 TO EOF-I
              PERFORM 1040-READ-CLASS-NEW
              PERFORM 1045-COUNT-CLASS-NEW
                 UNTIL EOF-I = 1
              CLOSE CLASS-NEW-FILE
           END-IF.
           IF DEPTMST-OPEN-SW = 1
              MOVE 5 TO FILE-IX
              OPEN INPUT DEPT-NEW-FILE
              MOVE 0 TO EOF-I
              PERFORM 1050-READ-DEPT-NEW
              PERFORM 1055-COUNT-DEPT-NEW
                 UNTIL EOF-I = 1
              CLOSE DEPT-NEW-FILE
           END-IF.
           IF HIST-OPEN-SW = 1
              MOVE 6 TO FILE-IX
              OPEN INPUT HIST-KEEP-FILE
              MOVE 0 TO EOF-I
              PERFORM 1060-READ-HIST-KEEP
              PERFORM 1065-COUNT-HIST-KEEP
                 UNTIL EOF-I = 1
              CLOSE HIST-KEEP-FILE
           END-IF.
           PERFORM 1070-CHECK-EMP-KEYS.
           PERFORM 1080-CHECK-WAIT-KEYS.
           IF DUP-COUNT > 0
              MOVE SPACES TO CONV-REC
              WRITE CONV-REC
                 AFTER ADVANCING 1 LINE
           END-IF.
        1010-READ-ID-KEEP.
           READ ID-KEEP-FILE INTO INPUT-DATA
              AT END MOVE 1 TO EOF-I
           END-READ.
        1015-COUNT-ID-KEEP.
           PERFORM 1090-CHECK-DUP-KEY.
           PERFORM 1100-COUNT-EMP-RECORD.
           PERFORM 1010-READ-ID-KEEP.
        1020-READ-EMP-KEEP.
           READ EMP-KEEP-FILE INTO INPUT-DATA
              AT END MOVE 1 TO EOF-I
           END-READ.
        1025-COUNT-EMP-KEEP.
           PERFORM 1100-COUNT-EMP-RECORD.
           PERFORM 1020-READ-EMP-KEEP.
        1030-READ-WAIT-KEEP.
           READ WAIT-KEEP-FILE INTO INPUT-DATA
              AT END MOVE 1 TO EOF-I
           END-READ.
        1035-COUNT-WAIT-KEEP.
           PERFORM 1100-COUNT-EMP-RECORD.
           PERFORM 1030-READ-WAIT-KEEP.
        1040-READ-CLASS-NEW.
           READ CLASS-NEW-FILE INTO REF-CARD-DATA
              AT END MOVE 1 TO EOF-I
           END-READ.
        1045-COUNT-CLASS-NEW.
           ADD 1 TO FT-OUT (FILE-IX).
           MOVE 'C' TO MAP-TYPE.
           MOVE CC-CLASS TO MAP-CODE.
           PERFORM 1110-COUNT-ONE-CODE.
           PERFORM 1040-READ-CLASS-NEW.
        1050-READ-DEPT-NEW.
           READ DEPT-NEW-FILE INTO REF-CARD-DATA
              AT END MOVE 1 TO EOF-I
           END-READ.
        1055-COUNT-DEPT-NEW.
           ADD 1 TO FT-OUT (FILE-IX).
           MOVE 'D' TO MAP-TYPE.
           MOVE DC-DEPT TO MAP-CODE.
           PERFORM 1110-COUNT-ONE-CODE.
           PERFORM 1050-READ-DEPT-NEW.
        1060-READ-HIST-KEEP.
           READ HIST-KEEP-FILE INTO HIST-DATA
              AT END MOVE 1 TO EOF-I
           END-READ.
        1065-COUNT-HIST-KEEP.
           MOVE HD-EMP-REC TO INPUT-DATA.
           PERFORM 1100-COUNT-EMP-RECORD.
           PERFORM 1060-READ-HIST-KEEP.
      **************************************************************
      * EMPMSTNW AND EMPWAITN ARE IN DEPARTMENT / CLASS ORDER, SO *
      * THEIR ENROLLMENT KEYS ARE SORTED INTO I-ID / I-CLASS ORDER *
      * FOR THE COLLISION CHECK. EMPIDNEW IS CHECKED AS IT IS *
      * COUNTED, ALREADY IN THAT ORDER. *
      **************************************************************
        1070-CHECK-EMP-KEYS.
           MOVE 'EMPMAST' TO DUP-FILE-NAME.
           MOVE LOW-VALUES TO DUP-PREV-KEY.
           SORT MST-SORT-WORK ON ASCENDING KEY MSW-ID
                                              MSW-CLASS
              USING EMP-KEEP-FILE
              OUTPUT PROCEDURE IS 1085-RETURN-KEYS.
        1080-CHECK-WAIT-KEYS.
           MOVE 'EMPLOYEE-WAIT' TO DUP-FILE-NAME.
           MOVE LOW-VALUES TO DUP-PREV-KEY.
           SORT MST-SORT-WORK ON ASCENDING KEY MSW-ID
                                              MSW-CLASS
              USING WAIT-KEEP-FILE
              OUTPUT PROCEDURE IS 1085-RETURN-KEYS.
        1085-RETURN-KEYS.
           MOVE 0 TO EOF-K.
           PERFORM 1086-RETURN-ONE-KEY.
           PERFORM 1087-CHECK-ONE-KEY
              UNTIL EOF-K = 1.
        1086-RETURN-ONE-KEY.
           RETURN MST-SORT-WORK INTO INPUT-DATA
              AT END MOVE 1 TO EOF-K
           END-RETURN.
        1087-CHECK-ONE-KEY.
           PERFORM 1090-CHECK-DUP-KEY.
           PERFORM 1086-RETURN-ONE-KEY.
        1090-CHECK-DUP-KEY.
           IF I-ID = DUP-PREV-ID AND I-CLASS = DUP-PREV-CLASS
              MOVE DUP-FILE-NAME TO CVD-FILE
              MOVE I-ID TO CVD-ID
              MOVE I-CLASS TO CVD-CLASS
              WRITE CONV-REC FROM CVR-DUP-LINE
                 AFTER ADVANCING 1 LINE
              ADD 1 TO DUP-COUNT
              MOVE 1 TO CONV-BAD-SW
           END-IF.
           MOVE I-ID TO DUP-PREV-ID.
           MOVE I-CLASS TO DUP-PREV-CLASS.
        1100-COUNT-EMP-RECORD.
           ADD 1 TO FT-OUT (FILE-IX).
           MOVE 'C' TO MAP-TYPE.
           MOVE I-CLASS TO MAP-CODE.
           PERFORM 1110-COUNT-ONE-CODE.
           MOVE 'D' TO MAP-TYPE.
           MOVE I-DEPT TO MAP-CODE.
           PERFORM 1110-COUNT-ONE-CODE.
        1110-COUNT-ONE-CODE.
           PERFORM 0880-FIND-CODE.
           IF CD-HIT > 0
              ADD 1 TO CD-AFTER (CD-HIT, FILE-IX)
           END-IF.
      **************************************************************
      * JOURNALS THE CHANGES THE COPY-BACK IS ABOUT TO MAKE, BY *
      * MATCHING EMPIDMST AGAINST THE NEW COPY IN EMPIDNEW, BOTH *
      * IN I-ID / I-CLASS ORDER, THE SAME WAY THE ROSTER DOES. A *
      * RENUMBERED CLASS IS A NEW KEY, SO IT JOURNALS AS THE OLD *
      * ENROLLMENT REMOVED AND THE NEW ONE ADDED; A DEPARTMENT *
      * CHANGE ALONE JOURNALS AS SUPERSEDED AND NEW VERSIONS. *
      * EMPMAST HOLDS THE SAME ENROLLMENTS IN ANOTHER ORDER, SO *
      * THE ID SIDE COVERS BOTH. *
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
              MOVE RUN-DATE TO JRN-CYCLE-DATE
              MOVE RUN-TIME TO JRN-CYCLE-TIME
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
      * AT CLEAN END OF RUN THE NEW COPIES REPLACE THE FILES THAT *
      * WERE THERE TO BE RENUMBERED. A RUN THAT DID NOT PROVE OUT *
      * NEVER GETS HERE. *
      **************************************************************
        0950-SAVE-FILES.
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
              PERFORM 0961-COPY-ONE-EMP
                 UNTIL EOF-K = 1
              CLOSE EMP-KEEP-FILE
                    EMPMAST-FILE
           END-IF.
           IF WAIT-OPEN-SW = 1
              OPEN INPUT WAIT-KEEP-FILE
              OPEN OUTPUT WAIT-FILE
              MOVE 0 TO EOF-K
              PERFORM 0962-COPY-ONE-WAIT
                 UNTIL EOF-K = 1
              CLOSE WAIT-KEEP-FILE
                    WAIT-FILE
           END-IF.
           IF CLASSMST-OPEN-SW = 1
              OPEN INPUT CLASS-NEW-FILE
              OPEN OUTPUT CLASS-MASTER-FILE
              MOVE 0 TO EOF-K
              PERFORM 0963-COPY-ONE-CLASS
                 UNTIL EOF-K = 1
              CLOSE CLASS-NEW-FILE
                    CLASS-MASTER-FILE
           END-IF.
           IF DEPTMST-OPEN-SW = 1
              OPEN INPUT DEPT-NEW-FILE
              OPEN OUTPUT DEPT-MASTER-FILE
              MOVE 0 TO EOF-K
              PERFORM 0964-COPY-ONE-DEPT
                 UNTIL EOF-K = 1
              CLOSE DEPT-NEW-FILE
                    DEPT-MASTER-FILE
           END-IF.
           IF HIST-OPEN-SW = 1
              OPEN INPUT HIST-KEEP-FILE
              OPEN OUTPUT HIST-FILE
              MOVE 0 TO EOF-K
              PERFORM 0965-COPY-ONE-HIST
                 UNTIL EOF-K = 1
              CLOSE HIST-KEEP-FILE
                    HIST-FILE
           END-IF.
        0960-COPY-ONE-ID.
           READ ID-KEEP-FILE
              AT END MOVE 1 TO EOF-K
           END-READ.
           IF EOF-K = 0
              WRITE IDMAST-REC FROM ID-KEEP-REC
           END-IF.
        0961-COPY-ONE-EMP.
           READ EMP-KEEP-FILE
              AT END MOVE 1 TO EOF-K
           END-READ.
           IF EOF-K = 0
              WRITE EMPMAST-REC FROM EMP-KEEP-REC
           END-IF.
        0962-COPY-ONE-WAIT.
           READ WAIT-KEEP-FILE
              AT END MOVE 1 TO EOF-K
           END-READ.
           IF EOF-K = 0
              WRITE WAIT-REC FROM WAIT-KEEP-REC
           END-IF.
        0963-COPY-ONE-CLASS.
           READ CLASS-NEW-FILE
              AT END MOVE 1 TO EOF-K
           END-READ.
           IF EOF-K = 0
              WRITE CLASS-MASTER-REC FROM CLASS-NEW-REC
           END-IF.
        0964-COPY-ONE-DEPT.
           READ DEPT-NEW-FILE
              AT END MOVE 1 TO EOF-K
           END-READ.
           IF EOF-K = 0
              WRITE DEPT-MASTER-REC FROM DEPT-NEW-REC
           END-IF.
        0965-COPY-ONE-HIST.
           READ HIST-KEEP-FILE
              AT END MOVE 1 TO EOF-K
           END-READ.
           IF EOF-K = 0
              WRITE HIST-REC FROM HIST-KEEP-REC
           END-IF.
      **************************************************************
      * RECORDS THE EFFECTIVE DATE JUST APPLIED, SO A RERUN OF *
      * THE SAME CARDS FINDS THEM DONE AND RENUMBERS NOTHING *
      **************************************************************
        0990-SAVE-CONTROL.
           MOVE APPLY-EFF-DATE TO XC-LAST-EFF.
           MOVE RUN-DATE TO XC-RUN-DATE.
           MOVE RUN-TIME TO XC-RUN-TIME.
           MOVE XW-USED TO XC-CARD-COUNT.
           OPEN OUTPUT XWALK-CONTROL-FILE.
           WRITE XWALK-CONTROL-REC FROM XWALK-CONTROL-DATA.
           CLOSE XWALK-CONTROL-FILE.
      **************************************************************
      * PRINTS THE PROOF FOR EVERY CODE NAMED ON AN APPLIED CARD: *
      * PER FILE, THE COUNT AFTER MUST EQUAL THE COUNT BEFORE LESS *
      * WHAT MOVED OFF THE CODE PLUS WHAT MOVED ONTO IT. A RETIRED *
      * OLD CODE THEREFORE PROVES TO ZERO, AND A NEW CODE TO ITS *
      * OWN RECORDS PLUS EVERY OLD CODE FOLDED INTO IT. THEN EACH *
      * FILE MUST HAVE WRITTEN EVERY RECORD IT READ. *
      **************************************************************
        1800-PRINT-PROOF.
           WRITE CONV-REC FROM CVR-COUNT-HEADING
              AFTER ADVANCING 1 LINE.
           PERFORM 1810-PRINT-ONE-CODE
              VARYING CD-SUB FROM 1 BY 1
              UNTIL CD-SUB > CD-USED.
           MOVE SPACES TO CONV-REC.
           WRITE CONV-REC
              AFTER ADVANCING 1 LINE.
           PERFORM 1840-PRINT-FILE-TOTALS.
           MOVE SPACES TO CONV-REC.
           WRITE CONV-REC
              AFTER ADVANCING 1 LINE.
           IF DUP-COUNT > 0
              MOVE 'ENROLLMENTS COLLIDE AFTER RENUMBERING - SEE ABOVE'
                 TO CVR-RESULT
              PERFORM 1860-WRITE-RESULT-LINE
           END-IF.
           IF CONV-BAD-SW = 0
              MOVE 'EVERY CODE PROVES OUT - FILES RENUMBERED'
                 TO CVR-RESULT
           ELSE
              MOVE 'RUN OUT OF BALANCE - FILES LEFT ALONE, RC 12'
                 TO CVR-RESULT
           END-IF.
           PERFORM 1860-WRITE-RESULT-LINE.
        1810-PRINT-ONE-CODE.
           MOVE SPACES TO CONV-REC.
           WRITE CONV-REC
              AFTER ADVANCING 1 LINE.
           IF CD-TYPE (CD-SUB) = 'C'
              MOVE 'CLASS' TO CVC-TYPE
           ELSE
              MOVE 'DEPT' TO CVC-TYPE
           END-IF.
           MOVE CD-CODE (CD-SUB) TO CVC-CODE.
           WRITE CONV-REC FROM CVR-CODE-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 0 TO CD-BAD-SW.
           PERFORM 1820-PROVE-ONE-FILE
              VARYING FILE-IX FROM 1 BY 1
              UNTIL FILE-IX > 6.
           MOVE SPACES TO CVN-RESULT.
           MOVE 'BEFORE' TO CVN-LABEL.
           PERFORM 1831-MOVE-BEFORE
              VARYING FILE-IX FROM 1 BY 1
              UNTIL FILE-IX > 6.
           PERFORM 1850-WRITE-COUNT-LINE.
           MOVE 'MOVED OUT' TO CVN-LABEL.
           PERFORM 1832-MOVE-OUT
              VARYING FILE-IX FROM 1 BY 1
              UNTIL FILE-IX > 6.
           PERFORM 1850-WRITE-COUNT-LINE.
           MOVE 'MOVED IN' TO CVN-LABEL.
           PERFORM 1833-MOVE-IN
              VARYING FILE-IX FROM 1 BY 1
              UNTIL FILE-IX > 6.
           PERFORM 1850-WRITE-COUNT-LINE.
           MOVE 'AFTER' TO CVN-LABEL.
           PERFORM 1834-MOVE-AFTER
              VARYING FILE-IX FROM 1 BY 1
              UNTIL FILE-IX > 6.
           IF CD-BAD-SW = 0
              MOVE 'PROVES' TO CVN-RESULT
           ELSE
              MOVE '** BAD **' TO CVN-RESULT
              MOVE 1 TO CONV-BAD-SW
           END-IF.
           PERFORM 1850-WRITE-COUNT-LINE.
           PERFORM 1825-CHECK-REFERENCE.
        1820-PROVE-ONE-FILE.
           COMPUTE CD-EXPECT = CD-BEFORE (CD-SUB, FILE-IX)
                             - CD-OUT (CD-SUB, FILE-IX)
                             + CD-IN (CD-SUB, FILE-IX).
           IF CD-EXPECT NOT = CD-AFTER (CD-SUB, FILE-IX)
              MOVE 1 TO CD-BAD-SW
           END-IF.
      **************************************************************
      * ADVISORY ONLY: A CODE THAT TOOK IN ENTRIES FROM ANOTHER ON *
      * CLASSMST OR DEPTMST NOW HAS MORE THAN ONE, AND THE LATEST *
      * IN FORCE WINS, SO THE CAP OR NAME WANTS A LOOK; A NEW *
      * DEPARTMENT CARRYING RECORDS WITH NO DEPTMST ENTRY (A SPLIT) *
      * NEEDS ITS NAME ADDED. NEITHER STOPS THE RUN. *
      **************************************************************
        1825-CHECK-REFERENCE.
           IF CD-TYPE (CD-SUB) = 'C'
                 AND CD-IN (CD-SUB, 4) > 0
                 AND CD-AFTER (CD-SUB, 4) > 1
              MOVE 'MERGED CLASSMST ENTRIES - CHECK THE CAP'
                 TO CVR-RESULT
              PERFORM 1860-WRITE-RESULT-LINE
           END-IF.
           IF CD-TYPE (CD-SUB) = 'D'
                 AND CD-IN (CD-SUB, 5) > 0
                 AND CD-AFTER (CD-SUB, 5) > 1
              MOVE 'MERGED DEPTMST ENTRIES - CHECK THE NAME'
                 TO CVR-RESULT
              PERFORM 1860-WRITE-RESULT-LINE
           END-IF.
           IF CD-TYPE (CD-SUB) = 'D'
                 AND DEPTMST-OPEN-SW = 1
                 AND CD-AFTER (CD-SUB, 5) = 0
                 AND CD-AFTER (CD-SUB, 2) > 0
              MOVE 'NO DEPTMST ENTRY - ADD THE NAME'
                 TO CVR-RESULT
              PERFORM 1860-WRITE-RESULT-LINE
           END-IF.
        1831-MOVE-BEFORE.
           MOVE CD-BEFORE (CD-SUB, FILE-IX) TO CVN-COUNT (FILE-IX).
        1832-MOVE-OUT.
           MOVE CD-OUT (CD-SUB, FILE-IX) TO CVN-COUNT (FILE-IX).
        1833-MOVE-IN.
           MOVE CD-IN (CD-SUB, FILE-IX) TO CVN-COUNT (FILE-IX).
        1834-MOVE-AFTER.
           MOVE CD-AFTER (CD-SUB, FILE-IX) TO CVN-COUNT (FILE-IX).
      **************************************************************
      * RECORDS READ, RENUMBERED, AND WRITTEN PER FILE. EVERY *
      * RECORD READ MUST HAVE BEEN WRITTEN. *
      **************************************************************
        1840-PRINT-FILE-TOTALS.
           MOVE SPACES TO CVN-RESULT.
           MOVE 'RECORDS IN' TO CVN-LABEL.
           PERFORM 1841-MOVE-FILE-IN
              VARYING FILE-IX FROM 1 BY 1
              UNTIL FILE-IX > 6.
           PERFORM 1850-WRITE-COUNT-LINE.
           MOVE 'RENUMBERED' TO CVN-LABEL.
           PERFORM 1842-MOVE-FILE-CHANGED
              VARYING FILE-IX FROM 1 BY 1
              UNTIL FILE-IX > 6.
           PERFORM 1850-WRITE-COUNT-LINE.
           MOVE 0 TO CD-BAD-SW.
           MOVE 'RECORDS OUT' TO CVN-LABEL.
           PERFORM 1843-MOVE-FILE-OUT
              VARYING FILE-IX FROM 1 BY 1
              UNTIL FILE-IX > 6.
           IF CD-BAD-SW = 0
              MOVE 'PROVES' TO CVN-RESULT
           ELSE
              MOVE '** BAD **' TO CVN-RESULT
              MOVE 1 TO CONV-BAD-SW
           END-IF.
           PERFORM 1850-WRITE-COUNT-LINE.
        1841-MOVE-FILE-IN.
           MOVE FT-IN (FILE-IX) TO CVN-COUNT (FILE-IX).
        1842-MOVE-FILE-CHANGED.
           MOVE FT-CHANGED (FILE-IX) TO CVN-COUNT (FILE-IX).
        1843-MOVE-FILE-OUT.
           MOVE FT-OUT (FILE-IX) TO CVN-COUNT (FILE-IX).
           IF FT-OUT (FILE-IX) NOT = FT-IN (FILE-IX)
              MOVE 1 TO CD-BAD-SW
           END-IF.
        1850-WRITE-COUNT-LINE.
           WRITE CONV-REC FROM CVR-COUNT-LINE
              AFTER ADVANCING 1 LINE.
        1860-WRITE-RESULT-LINE.
           WRITE CONV-REC FROM CVR-RESULT-LINE
              AFTER ADVANCING 1 LINE.
