        IDENTIFICATION DIVISION.
        PROGRAM-ID. JournalHist.
        AUTHOR. Martin Funmaker.
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-10-15  MF  New program. By-ID history report from the  *
      *                 EMPJRNL before-image journal: for each      *
      *                 person, every version of each enrollment    *
      *                 record the masters have held, in cycle      *
      *                 order, with the cycle and step that made    *
      *                 the change and what it was (added,          *
      *                 superseded, removed, or baseline). Optional *
      *                 request cards name the IDs wanted; without  *
      *                 them every ID on the journal is listed.     *
      *                 Requested IDs that never appear on the      *
      *                 journal are listed at the end.              *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO 'JHISTIDS'
              FILE STATUS IS REQ-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'EMPJRNL'
              FILE STATUS IS JOURNAL-STATUS.
           SELECT HIST-SORT-WORK ASSIGN TO 'JHSTSWK'.
           SELECT HIST-RPT-FILE ASSIGN TO 'JOURNAL-HIST'.

        DATA DIVISION.

        FILE SECTION.
      **************************************************************
      * OPTIONAL REQUEST CARDS, ONE EMPLOYEE ID PER CARD IN *
      * COLUMNS 1-7 *
      **************************************************************
        FD REQUEST-FILE
           LABEL RECORDS ARE OMITTED.
        01 REQUEST-REC PIC X(80).

      **************************************************************
      * BEFORE-IMAGE JOURNAL OF THE MASTERS, AS THE ROSTER, *
      * RetentionPurge, EnrollMaint, AND MasterRebuild WRITE IT *
      **************************************************************
        FD JOURNAL-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 JOURNAL-REC PIC X(128).

      **************************************************************
      * THE SELECTED ENTRIES IN I-ID / CYCLE ORDER. DUPLICATES IN *
      * ORDER KEEPS A CYCLE'S ENTRIES IN THE ORDER THEY WERE *
      * WRITTEN, SO A SUPERSEDED VERSION PRINTS AHEAD OF THE ONE *
      * THAT REPLACED IT. *
      **************************************************************
        SD HIST-SORT-WORK.
        01 HIST-SORT-REC.
                03 HSW-CYCLE-DATE PIC X(8).
                03 HSW-CYCLE-TIME PIC X(8).
                03 FILLER         PIC X(13).
                03 HSW-ID         PIC X(7).
                03 FILLER         PIC X(92).

      **************************************************************
      * THE HISTORY REPORT *
      **************************************************************
        FD HIST-RPT-FILE
           LABEL RECORDS ARE OMITTED.
        01 HIST-RPT-REC PIC X(80).

        WORKING-STORAGE SECTION.

      **************************************************************
      * LAYOUT FOR ONE REQUEST CARD *
      **************************************************************
        01 REQUEST-DATA.
                03 R-ID   PIC X(7).
                03 FILLER PIC X(73).
        01 REQ-STATUS     PIC XX VALUE '00'.
        01 JOURNAL-STATUS PIC XX VALUE '00'.
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
      **************************************************************
      * THE JOURNALED RECORD, SAME LAYOUT AS THE INPUT FILE *
      **************************************************************
        01 INPUT-DATA.
                03 I-ID PIC X(7).
                03 I-LNAME PIC X(15).
                03 I-FNAME PIC X(15).
                03 I-ETYPE PIC X(02).
                03 I-CLASS PIC X(17).
                03 I-SSN.
                        05 FILLER    PIC X(5).
                        05 I-SSN-LAST4 PIC X(4).
                03 I-DEPT  PIC X(4).
                03 I-HOURS PIC 9(3).
                03 FILLER  PIC X(18).
                03 I-DATE  PIC X(8).
      **************************************************************
      * REQUESTED IDS LOADED AT START-UP, WITH A SWITCH SET WHEN *
      * THE ID TURNS UP ON THE JOURNAL. CARDS BEYOND THE TABLE *
      * SIZE ARE COUNTED AND SHOWN ON THE REPORT. AN EMPTY TABLE *
      * SELECTS EVERY ID. *
      **************************************************************
        01 REQ-TABLE-AREA.
                03 REQ-USED       PIC 9(3) VALUE 0.
                03 REQ-MAX        PIC 9(3) VALUE 200.
                03 REQ-SUB        PIC 9(3) COMP.
                03 REQ-DROP-COUNT PIC 9(3) VALUE 0.
                03 REQ-FOUND-AT   PIC 9(3) COMP.
                03 REQ-TABLE.
                        05 REQ-ENTRY OCCURS 200 TIMES.
                                07 RQ-ID       PIC X(7).
                                07 RQ-SEEN-SW  PIC 9.
      **************************************************************
      * LAYOUTS FOR THE HISTORY REPORT *
      **************************************************************
        01 HST-HEADING1.
                03 FILLER PIC X(17) VALUE SPACES.
                03        PIC X(46)
                   VALUE 'ENROLLMENT HISTORY BY ID FROM THE JOURNAL'.
                03 FILLER PIC X(17) VALUE SPACES.
        01 HST-HEADING2.
                03 FILLER PIC X(2) VALUE SPACES.
                03        PIC X(5) VALUE 'CYCLE'.
                03 FILLER PIC X(13) VALUE SPACES.
                03        PIC X(4) VALUE 'STEP'.
                03 FILLER PIC X(9) VALUE SPACES.
                03        PIC X(6) VALUE 'CHANGE'.
                03 FILLER PIC X(5) VALUE SPACES.
                03        PIC X(5) VALUE 'CLASS'.
                03 FILLER PIC X(13) VALUE SPACES.
                03        PIC X(4) VALUE 'DEPT'.
                03 FILLER PIC X(1) VALUE SPACES.
                03        PIC X(2) VALUE 'TY'.
                03 FILLER PIC X(1) VALUE SPACES.
                03        PIC X(3) VALUE 'HRS'.
                03 FILLER PIC X(7) VALUE SPACES.
        01 HST-ID-LINE.
                03 FILLER     PIC X(2) VALUE SPACES.
                03            PIC X(8) VALUE 'EMP ID: '.
                03 HST-ID     PIC X(7).
                03 FILLER     PIC X(63) VALUE SPACES.
        01 HST-DETAIL-LINE.
                03 FILLER         PIC X(2) VALUE SPACES.
                03 HST-CYCLE-DATE PIC X(8).
                03 FILLER         PIC X(1) VALUE SPACES.
                03 HST-CYCLE-TIME PIC X(8).
                03 FILLER         PIC X(1) VALUE SPACES.
                03 HST-STEP       PIC X(12).
                03 FILLER         PIC X(1) VALUE SPACES.
                03 HST-ACTION     PIC X(10).
                03 FILLER         PIC X(1) VALUE SPACES.
                03 HST-CLASS      PIC X(17).
                03 FILLER         PIC X(1) VALUE SPACES.
                03 HST-DEPT       PIC X(4).
                03 FILLER         PIC X(1) VALUE SPACES.
                03 HST-ETYPE      PIC X(2).
                03 FILLER         PIC X(1) VALUE SPACES.
                03 HST-HOURS      PIC ZZ9.
                03 FILLER         PIC X(7) VALUE SPACES.
        01 HST-NAME-LINE.
                03 FILLER         PIC X(21) VALUE SPACES.
                03 HST-LNAME      PIC X(15).
                03 FILLER         PIC X(1) VALUE SPACES.
                03 HST-FNAME      PIC X(15).
                03 FILLER         PIC X(2) VALUE SPACES.
                03 HST-SSN.
                        05 FILLER    PIC X(5) VALUE '*****'.
                        05 HST-LAST4 PIC X(4).
                03 FILLER         PIC X(2) VALUE SPACES.
                03 HST-DATE       PIC X(8).
                03 FILLER         PIC X(7) VALUE SPACES.
        01 HST-MISSING-LINE.
                03 FILLER      PIC X(2) VALUE SPACES.
                03 HST-MISS-ID PIC X(7).
                03 FILLER      PIC X(3) VALUE SPACES.
                03             PIC X(24)
                   VALUE 'NOT ON THE JOURNAL      '.
                03 FILLER      PIC X(44) VALUE SPACES.
        01 HST-TOTAL-LINE.
                03 FILLER        PIC X(3) VALUE SPACES.
                03 HST-TOT-TEXT  PIC X(34).
                03 HST-TOT-COUNT PIC ZZZZZZ9.
                03 FILLER        PIC X(36) VALUE SPACES.
        01 HST-NOTE-LINE.
                03 FILLER   PIC X(3) VALUE SPACES.
                03 HST-NOTE PIC X(52).
                03 FILLER   PIC X(25) VALUE SPACES.
        01 MISC.
      **************************************************************
      * END OF FILE (EOF) SWITCHES *
      * 0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
          03 EOF-Q PIC 9 VALUE 0.
          03 EOF-J PIC 9 VALUE 0.
          03 EOF-S PIC 9 VALUE 0.
      **************************************************************
      * THE ID WHOSE HISTORY IS PRINTING, FOR THE ID BREAK *
      **************************************************************
          03 PREV-ID PIC X(7) VALUE SPACES.
      **************************************************************
      * RUN TOTALS *
      **************************************************************
          03 JRN-READ-COUNT   PIC 9(7) VALUE 0.
          03 JRN-SEL-COUNT    PIC 9(7) VALUE 0.
          03 ID-PRINT-COUNT   PIC 9(7) VALUE 0.
          03 MISSING-COUNT    PIC 9(7) VALUE 0.
      **************************************************************
      * START OF PROCEDURE DIVISION *
      **************************************************************
        PROCEDURE DIVISION.
        000-MAINLINE.
                PERFORM 0050-LOAD-REQUESTS.
                OPEN OUTPUT HIST-RPT-FILE.
                PERFORM 0200-PRINT-HEADINGS.
                OPEN INPUT JOURNAL-FILE.
                IF JOURNAL-STATUS = '00'
                   CLOSE JOURNAL-FILE
                   SORT HIST-SORT-WORK ON ASCENDING KEY HSW-ID
                                                       HSW-CYCLE-DATE
                                                       HSW-CYCLE-TIME
                      WITH DUPLICATES IN ORDER
                      INPUT PROCEDURE IS 0100-SELECT-ENTRIES
                      OUTPUT PROCEDURE IS 1000-PRINT-HISTORY
                ELSE
                   MOVE 'JOURNAL MISSING - NO HISTORY TO REPORT'
                      TO HST-NOTE
                   WRITE HIST-RPT-REC FROM HST-NOTE-LINE
                      AFTER ADVANCING 1 LINE
                END-IF.
                PERFORM 1800-PRINT-SUMMARY.
                CLOSE HIST-RPT-FILE.
                STOP RUN.
      **************************************************************
      * LOADS THE OPTIONAL REQUEST CARDS. A MISSING OR EMPTY FILE *
      * LEAVES THE TABLE EMPTY AND EVERY ID IS REPORTED. *
      **************************************************************
        0050-LOAD-REQUESTS.
           OPEN INPUT REQUEST-FILE.
           IF REQ-STATUS = '00'
              PERFORM 0060-READ-REQUEST
              PERFORM 0070-STORE-REQUEST
                 UNTIL EOF-Q = 1
              CLOSE REQUEST-FILE
           END-IF.
        0060-READ-REQUEST.
           READ REQUEST-FILE INTO REQUEST-DATA
              AT END MOVE 1 TO EOF-Q
           END-READ.
        0070-STORE-REQUEST.
           IF R-ID NOT = SPACES
              IF REQ-USED < REQ-MAX
                 ADD 1 TO REQ-USED
                 MOVE R-ID TO RQ-ID (REQ-USED)
                 MOVE 0 TO RQ-SEEN-SW (REQ-USED)
              ELSE
                 ADD 1 TO REQ-DROP-COUNT
              END-IF
           END-IF.
           PERFORM 0060-READ-REQUEST.
      **************************************************************
      * RELEASES THE JOURNAL ENTRIES FOR THE REQUESTED IDS, OR *
      * EVERY ENTRY WHEN NO IDS WERE REQUESTED *
      **************************************************************
        0100-SELECT-ENTRIES.
           OPEN INPUT JOURNAL-FILE.
           PERFORM 0110-READ-JOURNAL.
           PERFORM 0120-SELECT-ONE-ENTRY
              UNTIL EOF-J = 1.
           CLOSE JOURNAL-FILE.
        0110-READ-JOURNAL.
           READ JOURNAL-FILE INTO JOURNAL-DATA
              AT END MOVE 1 TO EOF-J
           END-READ.
           IF EOF-J = 0
              ADD 1 TO JRN-READ-COUNT
           END-IF.
        0120-SELECT-ONE-ENTRY.
           MOVE JRN-EMP-REC TO INPUT-DATA.
           MOVE 0 TO REQ-FOUND-AT.
           IF REQ-USED > 0
              PERFORM 0130-MATCH-REQUEST
                 VARYING REQ-SUB FROM 1 BY 1
                 UNTIL REQ-SUB > REQ-USED
                    OR REQ-FOUND-AT > 0
           END-IF.
           IF REQ-USED = 0 OR REQ-FOUND-AT > 0
              ADD 1 TO JRN-SEL-COUNT
              RELEASE HIST-SORT-REC FROM JOURNAL-DATA
           END-IF.
           PERFORM 0110-READ-JOURNAL.
        0130-MATCH-REQUEST.
           IF RQ-ID (REQ-SUB) = I-ID
              MOVE REQ-SUB TO REQ-FOUND-AT
              MOVE 1 TO RQ-SEEN-SW (REQ-SUB)
           END-IF.
        0200-PRINT-HEADINGS.
           WRITE HIST-RPT-REC FROM HST-HEADING1
              AFTER ADVANCING PAGE.
           MOVE SPACES TO HIST-RPT-REC.
           WRITE HIST-RPT-REC
              AFTER ADVANCING 1 LINE.
           WRITE HIST-RPT-REC FROM HST-HEADING2.
      **************************************************************
      * PRINTS THE SORTED ENTRIES, A HEADER LINE AT EACH NEW ID *
      * AND TWO LINES PER VERSION: THE CHANGE AND THE ENROLLMENT, *
      * THEN THE NAME, MASKED SSN, AND I-DATE IT CARRIED *
      **************************************************************
        1000-PRINT-HISTORY.
           PERFORM 1010-RETURN-ENTRY.
           PERFORM 1020-PRINT-ONE-ENTRY
              UNTIL EOF-S = 1.
        1010-RETURN-ENTRY.
           RETURN HIST-SORT-WORK INTO JOURNAL-DATA
              AT END MOVE 1 TO EOF-S
           END-RETURN.
        1020-PRINT-ONE-ENTRY.
           MOVE JRN-EMP-REC TO INPUT-DATA.
           IF ID-PRINT-COUNT = 0 OR I-ID NOT = PREV-ID
              MOVE I-ID TO PREV-ID
              MOVE I-ID TO HST-ID
              ADD 1 TO ID-PRINT-COUNT
              MOVE SPACES TO HIST-RPT-REC
              WRITE HIST-RPT-REC
                 AFTER ADVANCING 1 LINE
              WRITE HIST-RPT-REC FROM HST-ID-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE JRN-CYCLE-DATE TO HST-CYCLE-DATE.
           MOVE JRN-CYCLE-TIME TO HST-CYCLE-TIME.
           MOVE JRN-STEP TO HST-STEP.
           MOVE 'UNKNOWN' TO HST-ACTION.
           IF JRN-ACTION = 'A'
              MOVE 'ADDED' TO HST-ACTION
           END-IF.
           IF JRN-ACTION = 'S'
              MOVE 'SUPERSEDED' TO HST-ACTION
           END-IF.
           IF JRN-ACTION = 'R'
              MOVE 'REMOVED' TO HST-ACTION
           END-IF.
           IF JRN-ACTION = 'B'
              MOVE 'BASELINE' TO HST-ACTION
           END-IF.
           MOVE I-CLASS TO HST-CLASS.
           MOVE I-DEPT  TO HST-DEPT.
           MOVE I-ETYPE TO HST-ETYPE.
           IF I-HOURS IS NUMERIC
              MOVE I-HOURS TO HST-HOURS
           ELSE
              MOVE 0 TO HST-HOURS
           END-IF.
           WRITE HIST-RPT-REC FROM HST-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE I-LNAME TO HST-LNAME.
           MOVE I-FNAME TO HST-FNAME.
           MOVE I-SSN-LAST4 TO HST-LAST4.
           MOVE I-DATE TO HST-DATE.
           WRITE HIST-RPT-REC FROM HST-NAME-LINE
              AFTER ADVANCING 1 LINE.
           PERFORM 1010-RETURN-ENTRY.
      **************************************************************
      * LISTS REQUESTED IDS THE JOURNAL NEVER MENTIONED, THEN THE *
      * RUN TOTALS *
      **************************************************************
        1800-PRINT-SUMMARY.
           MOVE SPACES TO HIST-RPT-REC.
           WRITE HIST-RPT-REC
              AFTER ADVANCING 1 LINE.
           PERFORM 1810-PRINT-MISSING
              VARYING REQ-SUB FROM 1 BY 1
              UNTIL REQ-SUB > REQ-USED.
           MOVE SPACES TO HIST-RPT-REC.
           WRITE HIST-RPT-REC
              AFTER ADVANCING 1 LINE.
           MOVE 'JOURNAL ENTRIES READ:             ' TO HST-TOT-TEXT.
           MOVE JRN-READ-COUNT TO HST-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'ENTRIES REPORTED:                 ' TO HST-TOT-TEXT.
           MOVE JRN-SEL-COUNT TO HST-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'IDS REPORTED:                     ' TO HST-TOT-TEXT.
           MOVE ID-PRINT-COUNT TO HST-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'REQUESTED IDS NOT ON THE JOURNAL: ' TO HST-TOT-TEXT.
           MOVE MISSING-COUNT TO HST-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           IF REQ-DROP-COUNT > 0
              MOVE 'REQUEST CARDS OVER 200 WERE IGNORED' TO HST-NOTE
              WRITE HIST-RPT-REC FROM HST-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
        1810-PRINT-MISSING.
           IF RQ-SEEN-SW (REQ-SUB) = 0
              MOVE RQ-ID (REQ-SUB) TO HST-MISS-ID
              WRITE HIST-RPT-REC FROM HST-MISSING-LINE
                 AFTER ADVANCING 1 LINE
              ADD 1 TO MISSING-COUNT
           END-IF.
        1850-WRITE-TOTAL-LINE.
           WRITE HIST-RPT-REC FROM HST-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
