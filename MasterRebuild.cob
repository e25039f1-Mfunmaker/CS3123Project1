        IDENTIFICATION DIVISION.
        PROGRAM-ID. MasterRebuild.
        AUTHOR. Martin Funmaker.
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-10-15  MF  New program. Rebuilds EMPIDMST and EMPMAST  *
      *                 as they stood at the end of a chosen cycle  *
      *                 from the EMPJRNL before-image journal. A    *
      *                 rebuild card names the cycle; every journal *
      *                 entry stamped with that cycle or an earlier *
      *                 one is netted image by image (an add or     *
      *                 baseline counts in, a superseded or removed *
      *                 image counts out), and what survives is     *
      *                 re-sequenced into both masters. The rebuild *
      *                 report proves adds less removals equals the *
      *                 records rebuilt; the masters are only       *
      *                 replaced when it does, and the replacement  *
      *                 is itself journaled so the journal stays in *
      *                 step with the masters.                      *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT RBLD-CARD-FILE ASSIGN TO 'RBLDCARD'
              FILE STATUS IS RBLD-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'EMPJRNL'
              FILE STATUS IS JOURNAL-STATUS.
           SELECT JRN-SORT-WORK ASSIGN TO 'RBLDJSWK'.
           SELECT NET-FILE ASSIGN TO 'RBLDNET'.
           SELECT ID-SORT-WORK ASSIGN TO 'RBLDIDWK'.
           SELECT EMP-SORT-WORK ASSIGN TO 'RBLDMSWK'.
           SELECT IDMAST-FILE ASSIGN TO 'EMPIDMST'
              FILE STATUS IS IDMAST-STATUS.
           SELECT ID-KEEP-FILE ASSIGN TO 'EMPIDNEW'.
           SELECT EMPMAST-FILE ASSIGN TO 'EMPMAST'
              FILE STATUS IS EMPMAST-STATUS.
           SELECT EMP-KEEP-FILE ASSIGN TO 'EMPMSTNW'.
           SELECT REPORT-FILE ASSIGN TO 'REBUILD-RPT'.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCNTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNCNTL-STATUS.

        DATA DIVISION.

        FILE SECTION.
      **************************************************************
      * REBUILD CARD NAMING THE CYCLE TO REBUILD AS OF *
      **************************************************************
        FD RBLD-CARD-FILE
           LABEL RECORDS ARE OMITTED.
        01 RBLD-CARD-REC PIC X(80).

      **************************************************************
      * BEFORE-IMAGE JOURNAL OF THE MASTERS, AS THE ROSTER, *
      * RetentionPurge, AND EnrollMaint WRITE IT *
      **************************************************************
        FD JOURNAL-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 JOURNAL-REC PIC X(128).

      **************************************************************
      * THE SELECTED JOURNAL ENTRIES, SORTED SO EVERY ENTRY FOR *
      * THE SAME 98-BYTE IMAGE COMES TOGETHER FOR NETTING *
      **************************************************************
        SD JRN-SORT-WORK.
        01 JRN-SORT-REC.
                03 FILLER      PIC X(29).
                03 JSW-EMP-REC PIC X(98).
                03 FILLER      PIC X(1).

      **************************************************************
      * THE IMAGES THAT SURVIVE THE NETTING, ONE RECORD PER *
      * ENROLLMENT, IN NO PARTICULAR ORDER *
      **************************************************************
        FD NET-FILE
          LABEL RECORDS ARE STANDARD.
        01 NET-REC PIC X(98).

      **************************************************************
      * RE-SEQUENCING WORK FILES, ONE PER MASTER, IN EACH MASTER'S *
      * OWN KEY ORDER *
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
      * THE PERSISTENT ID-SEQUENCE MASTER AS IT STANDS NOW *
      **************************************************************
        FD IDMAST-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 IDMAST-REC PIC X(98).

      **************************************************************
      * THE REBUILT ID-SEQUENCE MASTER. COPIED BACK OVER EMPIDMST *
      * AT CLEAN END OF RUN. *
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
      * THE REBUILT DEPARTMENT/CLASS-SEQUENCE MASTER. COPIED BACK *
      * OVER EMPMAST AT CLEAN END OF RUN. *
      **************************************************************
        FD EMP-KEEP-FILE
          LABEL RECORDS ARE STANDARD.
        01 EMP-KEEP-REC PIC X(98).

      **************************************************************
      * REBUILD REPORT WITH THE COUNTS THAT PROVE THE RUN OUT *
      **************************************************************
        FD REPORT-FILE
           LABEL RECORDS ARE OMITTED.
        01 REPORT-REC PIC X(80).

      **************************************************************
      * SHARED RUN-CONTROL RECORD, AS PROJECT1 WRITES IT *
      **************************************************************
        FD RUN-CONTROL-FILE
           LABEL RECORDS ARE OMITTED.
        01 RUN-CONTROL-REC PIC X(80).

        WORKING-STORAGE SECTION.

      **************************************************************
      * RUN-CONTROL WORK AREA, SAME LAYOUT AS THE ROSTER'S *
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
        01 THIS-STEP PIC X(12) VALUE 'MASTREBUILD'.

      **************************************************************
      * LAYOUT FOR THE REBUILD CARD. RB-CYCLE-DATE IS THE RUNCNTL *
      * CYCLE DATE (YYYYMMDD) AND RB-CYCLE-TIME ITS CYCLE TIME *
      * (HHMMSSHH). A BLANK TIME TAKES EVERY CYCLE RUN ON THAT *
      * DATE. THE MASTERS COME BACK AS THEY STOOD AFTER THAT *
      * CYCLE'S CHANGES. *
      **************************************************************
        01 RBLD-CARD-DATA.
                03 RB-CYCLE-DATE PIC X(8).
                03 RB-CYCLE-TIME PIC X(8).
                03 FILLER        PIC X(64).
        01 RBLD-STATUS PIC XX VALUE '00'.
        01 RBLD-TARGET.
                03 RBT-DATE PIC X(8).
                03 RBT-TIME PIC X(8).

      **************************************************************
      * LAYOUT FOR ONE JOURNAL ENTRY, AS THE ROSTER WRITES IT: THE *
      * CYCLE AND STEP THAT MADE THE CHANGE, WHAT HAPPENED (A = *
      * ADDED OR NEW VERSION, S = SUPERSEDED, R = REMOVED, B = *
      * BASELINE), AND THE FULL 98-BYTE RECORD *
      **************************************************************
        01 JOURNAL-DATA.
                03 JRN-CYCLE.
                        05 JRN-CYCLE-DATE PIC X(8).
                        05 JRN-CYCLE-TIME PIC X(8).
                03 JRN-STEP       PIC X(12).
                03 JRN-ACTION     PIC X(1).
                03 JRN-EMP-REC    PIC X(98).
                03 FILLER         PIC X(1).
        01 JOURNAL-STATUS  PIC XX VALUE '00'.
      **************************************************************
      * THE IMAGE BEING NETTED AND ITS RUNNING NET COUNT *
      **************************************************************
        01 NET-IMAGE       PIC X(98) VALUE SPACES.
        01 NET-WK          PIC S9(7) VALUE 0.
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
      * FILE STATUS FIELDS AND PRESENCE SWITCHES *
      **************************************************************
        01 IDMAST-STATUS    PIC XX VALUE '00'.
        01 EMPMAST-STATUS   PIC XX VALUE '00'.
        01 IDMAST-OPEN-SW   PIC 9 VALUE 0.
      **************************************************************
      * LAYOUTS FOR THE REBUILD REPORT *
      **************************************************************
        01 RPT-HEADING1.
                03 FILLER PIC X(17) VALUE SPACES.
                03        PIC X(46)
                   VALUE 'MASTER REBUILD FROM THE BEFORE-IMAGE JOURNAL'.
                03 FILLER PIC X(17) VALUE SPACES.
        01 RPT-CYCLE-LINE.
                03 FILLER        PIC X(3) VALUE SPACES.
                03               PIC X(24)
                   VALUE 'REBUILT AS OF CYCLE:    '.
                03 RPT-CYCLE-DATE PIC X(8).
                03 FILLER        PIC X(1) VALUE SPACES.
                03 RPT-CYCLE-TIME PIC X(8).
                03 FILLER        PIC X(36) VALUE SPACES.
        01 RPT-TOTAL-LINE.
                03 FILLER        PIC X(3) VALUE SPACES.
                03 RPT-TOT-TEXT  PIC X(34).
                03 RPT-TOT-COUNT PIC ZZZZZZ9.
                03 FILLER        PIC X(36) VALUE SPACES.
        01 RPT-RESULT-LINE.
                03 FILLER     PIC X(3) VALUE SPACES.
                03 RPT-RESULT PIC X(52).
                03 FILLER     PIC X(25) VALUE SPACES.
        01 MISC.
      **************************************************************
      * END OF FILE (EOF) SWITCHES *
      * 0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
          03 EOF-J  PIC 9 VALUE 0.
          03 EOF-S  PIC 9 VALUE 0.
          03 EOF-K  PIC 9 VALUE 0.
      **************************************************************
      * RUN TOTALS. THE ADDS AND BASELINES TAKEN LESS THE *
      * SUPERSEDED AND REMOVED IMAGES TAKEN MUST EQUAL THE RECORDS *
      * REBUILT, EVERY REMOVAL MUST MATCH AN EARLIER ADD, AND BOTH *
      * REBUILT MASTERS MUST HOLD THE SAME NUMBER OF RECORDS. *
      **************************************************************
          03 JRN-READ-COUNT     PIC 9(7) VALUE 0.
          03 JRN-LATER-COUNT    PIC 9(7) VALUE 0.
          03 JRN-BASE-COUNT     PIC 9(7) VALUE 0.
          03 JRN-ADD-COUNT      PIC 9(7) VALUE 0.
          03 JRN-SUPER-COUNT    PIC 9(7) VALUE 0.
          03 JRN-REMOVE-COUNT   PIC 9(7) VALUE 0.
          03 JRN-BAD-COUNT      PIC 9(7) VALUE 0.
          03 ORPHAN-COUNT       PIC 9(7) VALUE 0.
          03 REBUILT-COUNT      PIC 9(7) VALUE 0.
          03 ID-OUT-COUNT       PIC 9(7) VALUE 0.
          03 EMP-OUT-COUNT      PIC 9(7) VALUE 0.
          03 OLD-ID-COUNT       PIC 9(7) VALUE 0.
          03 CHANGE-COUNT       PIC 9(7) VALUE 0.
          03 EXPECTED-COUNT     PIC S9(8) VALUE 0.
      **************************************************************
      * 1 = THE RUN DID NOT PROVE OUT, MASTERS LEFT ALONE *
      **************************************************************
          03 REBUILD-BAD-SW PIC 9 VALUE 0.
      **************************************************************
      * START OF PROCEDURE DIVISION *
      **************************************************************
        PROCEDURE DIVISION.
        000-MAINLINE.
                PERFORM 0020-CHECK-RUN-CONTROL.
                PERFORM 0050-READ-CARD.
                PERFORM 0100-OPEN-FILES.
                PERFORM 0200-NET-JOURNAL.
                PERFORM 0300-SEQUENCE-MASTERS.
                PERFORM 1800-PRINT-SUMMARY.
                IF REBUILD-BAD-SW = 0
                   PERFORM 0940-JOURNAL-CHANGES
                   PERFORM 0950-SAVE-MASTERS
                   PERFORM 1900-PRINT-REPLACED
                END-IF.
                CLOSE REPORT-FILE.
                IF REBUILD-BAD-SW = 1
                   MOVE 12 TO RETURN-CODE
                END-IF.
                STOP RUN.
      **************************************************************
      * RUN-CONTROL GATE: REFUSES TO REBUILD UNDER A CYCLE THAT IS *
      * STILL IN FLIGHT. AN OUT-OF-BALANCE CYCLE IS NOT REFUSED -- *
      * BACKING ONE OUT IS WHAT THIS PROGRAM IS FOR. *
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
           IF RC-CYCLE-DATE NOT = SPACES
                 AND RC-STATE NOT = 'COMPLETE'
              DISPLAY 'RUNCNTL: CYCLE ' RC-CYCLE-DATE ' '
                 RC-CYCLE-TIME ' STILL ' RC-STATE
                 ' - REBUILD REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      **************************************************************
      * READS THE REBUILD CARD. THERE IS NO DEFAULT CYCLE -- A *
      * MISSING OR UNUSABLE CARD REFUSES THE RUN RATHER THAN *
      * GUESS WHICH NIGHT TO GO BACK TO. *
      **************************************************************
        0050-READ-CARD.
           MOVE SPACES TO RBLD-CARD-DATA.
           OPEN INPUT RBLD-CARD-FILE.
           IF RBLD-STATUS = '00'
              READ RBLD-CARD-FILE INTO RBLD-CARD-DATA
                 AT END CONTINUE
              END-READ
              CLOSE RBLD-CARD-FILE
           END-IF.
           IF RB-CYCLE-TIME = SPACES
              MOVE '99999999' TO RB-CYCLE-TIME
           END-IF.
           IF RB-CYCLE-DATE NOT NUMERIC
                 OR RB-CYCLE-TIME NOT NUMERIC
              DISPLAY 'RBLDCARD: NO USABLE CYCLE DATE/TIME'
                 ' - REBUILD REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE RB-CYCLE-DATE TO RBT-DATE.
           MOVE RB-CYCLE-TIME TO RBT-TIME.
      **************************************************************
      * OPENS THE REPORT AND PRINTS ITS HEADING. A MISSING *
      * JOURNAL REFUSES THE RUN -- THERE IS NOTHING TO REBUILD *
      * FROM. *
      **************************************************************
        0100-OPEN-FILES.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = '00'
              DISPLAY 'EMPJRNL: JOURNAL NOT FOUND - REBUILD REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE JOURNAL-FILE.
           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-REC FROM RPT-HEADING1
              AFTER ADVANCING PAGE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC
              AFTER ADVANCING 1 LINE.
           MOVE RB-CYCLE-DATE TO RPT-CYCLE-DATE.
           MOVE RB-CYCLE-TIME TO RPT-CYCLE-TIME.
           WRITE REPORT-REC FROM RPT-CYCLE-LINE
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC
              AFTER ADVANCING 1 LINE.
      **************************************************************
      * SELECTS THE JOURNAL ENTRIES UP TO AND INCLUDING THE CHOSEN *
      * CYCLE AND NETS THEM IMAGE BY IMAGE: EACH ADD OR BASELINE *
      * OF AN IMAGE PUTS ONE COPY IN, EACH SUPERSEDED OR REMOVED *
      * ENTRY OF THE SAME IMAGE TAKES ONE OUT. WHAT IS LEFT IS *
      * THE MASTER AS IT STOOD. *
      **************************************************************
        0200-NET-JOURNAL.
           SORT JRN-SORT-WORK ON ASCENDING KEY JSW-EMP-REC
              INPUT PROCEDURE IS 0210-SELECT-ENTRIES
              OUTPUT PROCEDURE IS 0250-NET-IMAGES.
        0210-SELECT-ENTRIES.
           OPEN INPUT JOURNAL-FILE.
           MOVE 0 TO EOF-J.
           PERFORM 0220-READ-JOURNAL.
           PERFORM 0230-SELECT-ONE-ENTRY
              UNTIL EOF-J = 1.
           CLOSE JOURNAL-FILE.
        0220-READ-JOURNAL.
           READ JOURNAL-FILE INTO JOURNAL-DATA
              AT END MOVE 1 TO EOF-J
           END-READ.
           IF EOF-J = 0
              ADD 1 TO JRN-READ-COUNT
           END-IF.
        0230-SELECT-ONE-ENTRY.
           IF JRN-CYCLE > RBLD-TARGET
              ADD 1 TO JRN-LATER-COUNT
           ELSE
              IF JRN-ACTION = 'B' OR JRN-ACTION = 'A'
                    OR JRN-ACTION = 'S' OR JRN-ACTION = 'R'
                 RELEASE JRN-SORT-REC FROM JOURNAL-DATA
              ELSE
                 ADD 1 TO JRN-BAD-COUNT
              END-IF
              IF JRN-ACTION = 'B'
                 ADD 1 TO JRN-BASE-COUNT
              END-IF
              IF JRN-ACTION = 'A'
                 ADD 1 TO JRN-ADD-COUNT
              END-IF
              IF JRN-ACTION = 'S'
                 ADD 1 TO JRN-SUPER-COUNT
              END-IF
              IF JRN-ACTION = 'R'
                 ADD 1 TO JRN-REMOVE-COUNT
              END-IF
           END-IF.
           PERFORM 0220-READ-JOURNAL.
        0250-NET-IMAGES.
           OPEN OUTPUT NET-FILE.
           MOVE 0 TO EOF-S.
           PERFORM 0260-RETURN-ENTRY.
           PERFORM 0270-NET-ONE-IMAGE
              UNTIL EOF-S = 1.
           CLOSE NET-FILE.
        0260-RETURN-ENTRY.
           RETURN JRN-SORT-WORK INTO JOURNAL-DATA
              AT END MOVE 1 TO EOF-S
           END-RETURN.
      **************************************************************
      * NETS EVERY ENTRY FOR ONE IMAGE. A NEGATIVE NET IS A *
      * REMOVAL WITH NO ADD BEHIND IT -- THE JOURNAL IS MISSING *
      * HISTORY -- AND IS COUNTED SO THE RUN FAILS TO PROVE OUT. *
      **************************************************************
        0270-NET-ONE-IMAGE.
           MOVE JRN-EMP-REC TO NET-IMAGE.
           MOVE 0 TO NET-WK.
           PERFORM 0280-NET-ONE-ENTRY
              UNTIL EOF-S = 1
                 OR JRN-EMP-REC NOT = NET-IMAGE.
           IF NET-WK < 0
              COMPUTE ORPHAN-COUNT = ORPHAN-COUNT - NET-WK
           ELSE
              PERFORM 0290-WRITE-NET-COPY NET-WK TIMES
           END-IF.
        0280-NET-ONE-ENTRY.
           IF JRN-ACTION = 'A' OR JRN-ACTION = 'B'
              ADD 1 TO NET-WK
           ELSE
              SUBTRACT 1 FROM NET-WK
           END-IF.
           PERFORM 0260-RETURN-ENTRY.
        0290-WRITE-NET-COPY.
           WRITE NET-REC FROM NET-IMAGE.
           ADD 1 TO REBUILT-COUNT.
      **************************************************************
      * SEQUENCES THE SURVIVING IMAGES INTO EACH MASTER'S ORDER, *
      * I-ID / I-CLASS FOR EMPIDMST AND I-DEPT / I-CLASS FOR *
      * EMPMAST, READY TO BE COPIED BACK *
      **************************************************************
        0300-SEQUENCE-MASTERS.
           SORT ID-SORT-WORK ON ASCENDING KEY IDW-ID
                                              IDW-CLASS
              WITH DUPLICATES IN ORDER
              USING NET-FILE
              GIVING ID-KEEP-FILE.
           SORT EMP-SORT-WORK ON ASCENDING KEY EMW-DEPT
                                               EMW-CLASS
              WITH DUPLICATES IN ORDER
              USING NET-FILE
              GIVING EMP-KEEP-FILE.
           OPEN INPUT ID-KEEP-FILE.
           MOVE 0 TO EOF-K.
           PERFORM 0310-COUNT-ID-KEEP
              UNTIL EOF-K = 1.
           CLOSE ID-KEEP-FILE.
           OPEN INPUT EMP-KEEP-FILE.
           MOVE 0 TO EOF-K.
           PERFORM 0320-COUNT-EMP-KEEP
              UNTIL EOF-K = 1.
           CLOSE EMP-KEEP-FILE.
        0310-COUNT-ID-KEEP.
           READ ID-KEEP-FILE
              AT END MOVE 1 TO EOF-K
           END-READ.
           IF EOF-K = 0
              ADD 1 TO ID-OUT-COUNT
           END-IF.
        0320-COUNT-EMP-KEEP.
           READ EMP-KEEP-FILE
              AT END MOVE 1 TO EOF-K
           END-READ.
           IF EOF-K = 0
              ADD 1 TO EMP-OUT-COUNT
           END-IF.
      **************************************************************
      * JOURNALS THE REPLACEMENT ITSELF, BY MATCHING THE CURRENT *
      * EMPIDMST AGAINST THE REBUILT COPY IN EMPIDNEW THE SAME WAY *
      * THE ROSTER JOURNALS ITS OWN COPY-BACK, SO A LATER REBUILD *
      * OR HISTORY REPORT SEES THE ROLL-BACK AS A CHANGE MADE *
      * UNDER THE CYCLE NOW ON RUNCNTL. A MISSING EMPIDMST IS *
      * TREATED AS EMPTY. *
      **************************************************************
        0940-JOURNAL-CHANGES.
           PERFORM 0941-OPEN-JOURNAL.
           MOVE 0 TO JRN-OLD-EOF.
           MOVE 0 TO JRN-NEW-EOF.
           OPEN INPUT IDMAST-FILE.
           IF IDMAST-STATUS = '00'
              MOVE 1 TO IDMAST-OPEN-SW
              PERFORM 0942-READ-OLD-ID
           ELSE
              MOVE 1 TO JRN-OLD-EOF
              MOVE HIGH-VALUES TO JRN-OLD-KEY
           END-IF.
           OPEN INPUT ID-KEEP-FILE.
           PERFORM 0943-READ-NEW-ID.
           PERFORM 0946-MATCH-ONE-KEY
              UNTIL JRN-OLD-EOF = 1 AND JRN-NEW-EOF = 1.
           CLOSE ID-KEEP-FILE
                 JOURNAL-FILE.
           IF IDMAST-OPEN-SW = 1
              CLOSE IDMAST-FILE
           END-IF.
      **************************************************************
      * OPENS THE JOURNAL FOR APPEND AND STAMPS THE CYCLE (THE RUN *
      * DATE AND TIME WHEN NO CYCLE HAS EVER RUN) *
      **************************************************************
        0941-OPEN-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
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
                 ADD 1 TO OLD-ID-COUNT
                 MOVE JOD-ID    TO JOK-ID
                 MOVE JOD-CLASS TO JOK-CLASS
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
           ADD 1 TO CHANGE-COUNT.
      **************************************************************
      * AT CLEAN END OF RUN THE REBUILT COPIES BECOME THE MASTERS, *
      * THE SAME COPY-BACK SHAPE AS THE ROSTER'S 0950. A RUN THAT *
      * DID NOT PROVE OUT NEVER GETS HERE. *
      **************************************************************
        0950-SAVE-MASTERS.
           OPEN INPUT ID-KEEP-FILE.
           OPEN OUTPUT IDMAST-FILE.
           MOVE 0 TO EOF-K.
           PERFORM 0960-COPY-ONE-ID
              UNTIL EOF-K = 1.
           CLOSE ID-KEEP-FILE
                 IDMAST-FILE.
           OPEN INPUT EMP-KEEP-FILE.
           OPEN OUTPUT EMPMAST-FILE.
           MOVE 0 TO EOF-K.
           PERFORM 0970-COPY-ONE-EMP
              UNTIL EOF-K = 1.
           CLOSE EMP-KEEP-FILE
                 EMPMAST-FILE.
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
      * PRINTS THE COUNTS THAT PROVE THE REBUILD OUT: ADDS AND *
      * BASELINES LESS SUPERSEDED AND REMOVED MUST EQUAL THE *
      * RECORDS REBUILT, NO REMOVAL MAY LACK AN ADD, NO ENTRY MAY *
      * CARRY AN UNKNOWN ACTION, AND BOTH MASTERS MUST COME OUT *
      * THE SAME SIZE. *
      **************************************************************
        1800-PRINT-SUMMARY.
           MOVE 'JOURNAL ENTRIES READ:             ' TO RPT-TOT-TEXT.
           MOVE JRN-READ-COUNT TO RPT-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'ENTRIES AFTER THE CYCLE (SKIPPED):' TO RPT-TOT-TEXT.
           MOVE JRN-LATER-COUNT TO RPT-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'BASELINE IMAGES TAKEN:            ' TO RPT-TOT-TEXT.
           MOVE JRN-BASE-COUNT TO RPT-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'ADDED IMAGES TAKEN:               ' TO RPT-TOT-TEXT.
           MOVE JRN-ADD-COUNT TO RPT-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'SUPERSEDED IMAGES TAKEN:          ' TO RPT-TOT-TEXT.
           MOVE JRN-SUPER-COUNT TO RPT-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'REMOVED IMAGES TAKEN:             ' TO RPT-TOT-TEXT.
           MOVE JRN-REMOVE-COUNT TO RPT-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'UNKNOWN ACTION CODES:             ' TO RPT-TOT-TEXT.
           MOVE JRN-BAD-COUNT TO RPT-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'REMOVALS WITH NO EARLIER ADD:     ' TO RPT-TOT-TEXT.
           MOVE ORPHAN-COUNT TO RPT-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'RECORDS REBUILT:                  ' TO RPT-TOT-TEXT.
           MOVE REBUILT-COUNT TO RPT-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'ID MASTER RECORDS REBUILT:        ' TO RPT-TOT-TEXT.
           MOVE ID-OUT-COUNT TO RPT-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'CLASS MASTER RECORDS REBUILT:     ' TO RPT-TOT-TEXT.
           MOVE EMP-OUT-COUNT TO RPT-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC
              AFTER ADVANCING 1 LINE.
           COMPUTE EXPECTED-COUNT =
              JRN-BASE-COUNT + JRN-ADD-COUNT
              - JRN-SUPER-COUNT - JRN-REMOVE-COUNT.
           IF ORPHAN-COUNT = 0
                 AND EXPECTED-COUNT = REBUILT-COUNT
              MOVE 'ADDS LESS REMOVALS EQUALS RECORDS REBUILT'
                 TO RPT-RESULT
           ELSE
              MOVE 'JOURNAL DOES NOT NET OUT - HISTORY IS MISSING'
                 TO RPT-RESULT
              MOVE 1 TO REBUILD-BAD-SW
           END-IF.
           PERFORM 1860-WRITE-RESULT-LINE.
           IF JRN-BAD-COUNT > 0
              MOVE 'JOURNAL CARRIES UNKNOWN ACTION CODES'
                 TO RPT-RESULT
              MOVE 1 TO REBUILD-BAD-SW
              PERFORM 1860-WRITE-RESULT-LINE
           END-IF.
           IF ID-OUT-COUNT = REBUILT-COUNT
                 AND EMP-OUT-COUNT = REBUILT-COUNT
              MOVE 'BOTH MASTERS REBUILT WITH EVERY RECORD'
                 TO RPT-RESULT
           ELSE
              MOVE 'REBUILT MASTERS DISAGREE' TO RPT-RESULT
              MOVE 1 TO REBUILD-BAD-SW
           END-IF.
           PERFORM 1860-WRITE-RESULT-LINE.
           IF REBUILD-BAD-SW = 1
              MOVE SPACES TO REPORT-REC
              WRITE REPORT-REC
                 AFTER ADVANCING 1 LINE
              MOVE 'RUN OUT OF BALANCE - MASTERS LEFT ALONE, RC 12'
                 TO RPT-RESULT
              PERFORM 1860-WRITE-RESULT-LINE
           END-IF.
        1850-WRITE-TOTAL-LINE.
           WRITE REPORT-REC FROM RPT-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
        1860-WRITE-RESULT-LINE.
           WRITE REPORT-REC FROM RPT-RESULT-LINE
              AFTER ADVANCING 1 LINE.
      **************************************************************
      * CONFIRMS THE REPLACEMENT AND HOW MUCH IT CHANGED *
      **************************************************************
        1900-PRINT-REPLACED.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC
              AFTER ADVANCING 1 LINE.
           MOVE 'ID MASTER RECORDS REPLACED:       ' TO RPT-TOT-TEXT.
           MOVE OLD-ID-COUNT TO RPT-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'CHANGES JOURNALED BY THE REBUILD: ' TO RPT-TOT-TEXT.
           MOVE CHANGE-COUNT TO RPT-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'EMPIDMST AND EMPMAST REPLACED' TO RPT-RESULT.
           PERFORM 1860-WRITE-RESULT-LINE.
