      *                 an in-flight or out-of-balance cycle and a *
      *                 repeated step in one cycle -- and logs its *
      *                 own completion on RUNSTEPS.                *
      * 2026-10-15  MF  The masters now carry one record per class  *
      *                 enrollment, so an ID can be archived from  *
      *                 one class and kept in another. The 'D'     *
      *                 MASTEREMP transaction is now written once  *
      *                 per person, at the ID break, and only when *
      *                 none of that ID's enrollments were kept.   *
      * 2026-10-15  MF  Archived enrollments are also written to   *
      *                 the EMPJRNL before-image journal as        *
      *                 removals, stamped with the RUNCNTL cycle,  *
      *                 when the masters advance.                  *
      * 2026-10-15  MF  The step is only logged complete on        *
      *                 RUNSTEPS when the run proves out, so a run *
      *                 that ended RC 12 with the masters left     *
      *                 alone can be run again in the same cycle   *
      *                 once put right.                            *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
              FILE STATUS IS MASTER-STATUS-CD.
           SELECT HIST-FILE ASSIGN TO 'EMPHIST'
              FILE STATUS IS HIST-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'EMPJRNL'
              FILE STATUS IS JOURNAL-STATUS.
           SELECT TRANS-OUT-FILE ASSIGN TO 'RETN-TRNS'.
           SELECT PURGE-FILE ASSIGN TO 'EMPLOYEE-PURG'.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCNTL'
        01 RETN-PARM-REC PIC X(80).

      **************************************************************
      * THE PERSISTENT ID-SEQUENCE MASTER AS PROJECT1 LEFT IT, ONE *
      * RECORD PER ENROLLMENT IN I-ID / I-CLASS ORDER *
      **************************************************************
        FD IDMAST-FILE
          BLOCK CONTAINS 0 RECORDS
                03 HIST-DATE    PIC X(8).
                03 HIST-REASON  PIC X(12).

      **************************************************************
      * BEFORE-IMAGE JOURNAL OF THE MASTERS, SHARED WITH THE *
      * ROSTER. EXTENDED -- IT ONLY EVER GROWS. *
      **************************************************************
        FD JOURNAL-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 JOURNAL-REC PIC X(128).

      **************************************************************
      * 'D' DELETE TRANSACTIONS FOR THE NEXT MasterMaint RUN, IN *
      * ITS MASTER-TRNS CARD LAYOUT, ONE PER PERSON LEAVING *
      **************************************************************
        FD TRANS-OUT-FILE
          BLOCK CONTAINS 0 RECORDS
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
      * WORK AREA USED TO BREAK AN MMDDYYYY DATE APART, AND THE *
      * COMPARABLE (YYYYMMDD) FORMS OF THE CUTOFFS AND THE DATE *
      * UNDER TEST, SAME PATTERN AS THE ROSTER'S RANGE CHECK *
        01 ARCHIVE-SW        PIC 9 VALUE 0.
        01 ARCHIVE-REASON-WK PIC X(12) VALUE SPACES.
      **************************************************************
      * THE PERSON WHOSE ENROLLMENTS THE ID PASS IS ON. EMPIDMST IS *
      * IN I-ID / I-CLASS ORDER, SO A PERSON'S ENROLLMENTS ARRIVE *
      * TOGETHER; THE 'D' TRANSACTION WAITS FOR THE ID BREAK AND *
      * GOES OUT ONLY IF SOMETHING WAS ARCHIVED AND NOTHING KEPT. *
      **************************************************************
        01 PURGE-ID-WK       PIC X(7) VALUE SPACES.
        01 PURGE-ID-ARCH-SW  PIC 9 VALUE 0.
        01 PURGE-ID-KEPT-SW  PIC 9 VALUE 0.
      **************************************************************
      * LAYOUT FOR THE PURGE REPORT DETAIL LINE *
      **************************************************************
        01 PRG-DATA.
                PERFORM 1100-PURGE-EMP-MASTER.
                PERFORM 1800-PRINT-SUMMARY.
                IF PURGE-BAD-SW = 0
                   PERFORM 0940-JOURNAL-CHANGES
                   PERFORM 0950-SAVE-MASTERS
                END-IF.
                IF MASTER-OPEN-SW = 1
                      PURGE-FILE.
                IF PURGE-BAD-SW = 1
                   MOVE 12 TO RETURN-CODE
                ELSE
                   PERFORM 0980-LOG-STEP-DONE
                END-IF.
                STOP RUN.
      **************************************************************
      * RUN-CONTROL GATE: REFUSES TO RUN AGAINST AN IN-FLIGHT OR *
              AFTER ADVANCING 1 LINE.
      **************************************************************
      * PASS OVER THE ID-SEQUENCE MASTER. ARCHIVED RECORDS GO TO *
      * THE HISTORY FILE AND THE REPORT; KEPT RECORDS GO TO THE *
      * NEW MASTER COPY. AT EACH ID BREAK A PERSON WITH NO *
      * ENROLLMENT LEFT GETS A 'D' TRANSACTION. A MISSING MASTER *
      * (FIRST RUN) JUST LEAVES BOTH SIDES EMPTY. *
      **************************************************************
        1000-PURGE-ID-MASTER.
           OPEN INPUT IDMAST-FILE.
              PERFORM 1010-READ-ID-MASTER
              PERFORM 1020-SIFT-ID-RECORD
                 UNTIL EOF-I = 1
              PERFORM 1030-END-PURGE-ID
              CLOSE IDMAST-FILE
                    ID-KEEP-FILE
           END-IF.
              ADD 1 TO ID-IN-COUNT
           END-IF.
        1020-SIFT-ID-RECORD.
           IF I-ID NOT = PURGE-ID-WK
              PERFORM 1030-END-PURGE-ID
              MOVE I-ID TO PURGE-ID-WK
           END-IF.
           PERFORM 1500-DECIDE-ARCHIVE.
           IF ARCHIVE-SW = 1
              ADD 1 TO ID-ARCHIVED-COUNT
              MOVE 1 TO PURGE-ID-ARCH-SW
              PERFORM 1600-WRITE-ARCHIVE
           ELSE
              ADD 1 TO ID-KEPT-COUNT
              MOVE 1 TO PURGE-ID-KEPT-SW
              WRITE ID-KEEP-REC FROM INPUT-DATA
           END-IF.
           PERFORM 1010-READ-ID-MASTER.
      **************************************************************
      * ID BREAK: THE PERSON JUST FINISHED LEAVES MASTEREMP ONLY *
      * WHEN EVERY ONE OF THEIR ENROLLMENTS WAS ARCHIVED *
      **************************************************************
        1030-END-PURGE-ID.
           IF PURGE-ID-ARCH-SW = 1
                 AND PURGE-ID-KEPT-SW = 0
              MOVE PURGE-ID-WK TO TO-ID
              WRITE TRANS-OUT-REC FROM TRANS-OUT-DATA
              ADD 1 TO TRANS-OUT-COUNT
           END-IF.
           MOVE 0 TO PURGE-ID-ARCH-SW.
           MOVE 0 TO PURGE-ID-KEPT-SW.
      **************************************************************
      * PASS OVER THE DEPARTMENT/CLASS-SEQUENCE MASTER. THE SAME *
      * TEST DROPS THE SAME RECORDS; THEY WERE ALREADY ARCHIVED BY *
      * THE ID PASS, SO HERE THEY ARE ONLY COUNTED. *
              END-READ
           END-IF.
      **************************************************************
      * WRITES THE ARCHIVE RECORD AND THE PURGE REPORT LINE FOR A *
      * RECORD LEAVING THE MASTERS. ONLY THE ID-SEQUENCE PASS *
      * COMES HERE. *
      **************************************************************
        1600-WRITE-ARCHIVE.
           MOVE INPUT-DATA TO HIST-EMP-REC.
           MOVE I-DATE TO PRG-DATE.
           WRITE PURGE-REC FROM PRG-DATA
              AFTER ADVANCING 1 LINE.
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
      * AT CLEAN END OF RUN THE KEPT COPIES BECOME THE MASTERS, *
      * THE SAME COPY-BACK SHAPE AS THE ROSTER'S 0950. A RUN THAT *
