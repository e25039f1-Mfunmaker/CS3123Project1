        IDENTIFICATION DIVISION.
        PROGRAM-ID. RefMaint.
        AUTHOR. Martin Funmaker.
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-10-15  MF  New program. Maintenance for the four       *
      *                 reference card files the suite loads at     *
      *                 start-up -- CLASSMST, DEPTMST, RATECARD,    *
      *                 and TYPEMST -- the way MasterMaint keeps    *
      *                 MASTEREMP. Applies add, change, and delete  *
      *                 cards, each carrying an effective date and  *
      *                 the operator keying it, so a cap or rate    *
      *                 change can be keyed ahead and take effect   *
      *                 on the right night. Every card now carries  *
      *                 its effective date and who changed it and   *
      *                 when; bad cards are rejected to their own   *
      *                 listing, every applied change is shown on a *
      *                 before/after audit trail, and the same      *
      *                 changes are appended to the permanent       *
      *                 REFHIST history. The files are sorted and   *
      *                 merged rather than tabled, so they can grow *
      *                 without limit, and are only replaced when   *
      *                 every file's counts prove out.              *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO 'REF-TRNS'
              FILE STATUS IS TRANS-STATUS.
           SELECT CLASS-MASTER-FILE ASSIGN TO 'CLASSMST'
              FILE STATUS IS CLASSMST-STATUS.
           SELECT DEPT-MASTER-FILE ASSIGN TO 'DEPTMST'
              FILE STATUS IS DEPTMST-STATUS.
           SELECT RATE-CARD-FILE ASSIGN TO 'RATECARD'
              FILE STATUS IS RATECARD-STATUS.
           SELECT TYPE-MASTER-FILE ASSIGN TO 'TYPEMST'
              FILE STATUS IS TYPEMST-STATUS.
           SELECT CLASS-NEW-FILE ASSIGN TO 'CLASSNEW'.
           SELECT DEPT-NEW-FILE ASSIGN TO 'DEPTNEW'.
           SELECT RATE-NEW-FILE ASSIGN TO 'RATENEW'.
           SELECT TYPE-NEW-FILE ASSIGN TO 'TYPENEW'.
           SELECT REF-SORT-WORK ASSIGN TO 'REFSRTWK'.
           SELECT HIST-WORK-FILE ASSIGN TO 'REFHSTWK'.
           SELECT REF-HIST-FILE ASSIGN TO 'REFHIST'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REFHIST-STATUS.
           SELECT REJECT-FILE ASSIGN TO 'REF-REJL'.
           SELECT AUDIT-FILE ASSIGN TO 'REF-AUDT'.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCNTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNCNTL-STATUS.

        DATA DIVISION.

        FILE SECTION.
      **************************************************************
      * REFERENCE MAINTENANCE CARDS, ONE TRANSACTION PER CARD *
      **************************************************************
        FD TRANS-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 TRANS-REC PIC X(80).

      **************************************************************
      * THE FOUR REFERENCE CARD FILES AS THE SUITE LOADS THEM *
      **************************************************************
        FD CLASS-MASTER-FILE
           LABEL RECORDS ARE OMITTED.
        01 CLASS-MASTER-REC PIC X(80).
        FD DEPT-MASTER-FILE
           LABEL RECORDS ARE OMITTED.
        01 DEPT-MASTER-REC PIC X(80).
        FD RATE-CARD-FILE
           LABEL RECORDS ARE OMITTED.
        01 RATE-CARD-REC PIC X(80).
        FD TYPE-MASTER-FILE
           LABEL RECORDS ARE OMITTED.
        01 TYPE-MASTER-REC PIC X(80).

      **************************************************************
      * THE MAINTAINED FILES, IN KEY / EFFECTIVE-DATE ORDER. *
      * COPIED BACK OVER THE ORIGINALS AT CLEAN END OF RUN. *
      **************************************************************
        FD CLASS-NEW-FILE
           LABEL RECORDS ARE OMITTED.
        01 CLASS-NEW-REC PIC X(80).
        FD DEPT-NEW-FILE
           LABEL RECORDS ARE OMITTED.
        01 DEPT-NEW-REC PIC X(80).
        FD RATE-NEW-FILE
           LABEL RECORDS ARE OMITTED.
        01 RATE-NEW-REC PIC X(80).
        FD TYPE-NEW-FILE
           LABEL RECORDS ARE OMITTED.
        01 TYPE-NEW-REC PIC X(80).

      **************************************************************
      * EVERY CARD ON ALL FOUR FILES PLUS EVERY TRANSACTION, IN *
      * FILE / KEY / EFFECTIVE-DATE ORDER. AN EXISTING ENTRY SORTS *
      * AHEAD OF THE TRANSACTIONS AGAINST IT, AND THE *
      * TRANSACTIONS STAY IN THE ORDER THEY WERE KEYED, SO SEVERAL *
      * CARDS AGAINST ONE ENTRY APPLY ONE AFTER ANOTHER. *
      **************************************************************
        SD REF-SORT-WORK.
        01 REF-SORT-REC PIC X(124).

      **************************************************************
      * THE RUN'S HISTORY LINES, HELD UNTIL THE FILES ARE REPLACED *
      * AND THEN APPENDED TO REFHIST *
      **************************************************************
        FD HIST-WORK-FILE
           LABEL RECORDS ARE STANDARD.
        01 HIST-WORK-REC PIC X(128).

      **************************************************************
      * PERMANENT HISTORY OF EVERY REFERENCE CHANGE EVER APPLIED *
      **************************************************************
        FD REF-HIST-FILE
           LABEL RECORDS ARE OMITTED.
        01 REF-HIST-REC PIC X(128).

      **************************************************************
      * REJECT LISTING FOR TRANSACTIONS THAT COULD NOT BE APPLIED *
      **************************************************************
        FD REJECT-FILE
           LABEL RECORDS ARE OMITTED.
        01 REJECT-REC PIC X(80).

      **************************************************************
      * BEFORE/AFTER AUDIT TRAIL OF EVERY APPLIED CHANGE *
      **************************************************************
        FD AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
        01 AUDIT-REC PIC X(80).

      **************************************************************
      * SHARED RUN-CONTROL RECORD, AS PROJECT1 WRITES IT *
      **************************************************************
        FD RUN-CONTROL-FILE
           LABEL RECORDS ARE OMITTED.
        01 RUN-CONTROL-REC PIC X(80).

        WORKING-STORAGE SECTION.

      **************************************************************
      * RUN-CONTROL GATE WORK AREA, SAME LAYOUT AS THE ROSTER'S *
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
        01 TRANS-STATUS    PIC XX VALUE '00'.
        01 CLASSMST-STATUS PIC XX VALUE '00'.
        01 DEPTMST-STATUS  PIC XX VALUE '00'.
        01 RATECARD-STATUS PIC XX VALUE '00'.
        01 TYPEMST-STATUS  PIC XX VALUE '00'.
        01 REFHIST-STATUS  PIC XX VALUE '00'.

      **************************************************************
      * LAYOUT FOR THE TRANSACTION FILE *
      * T-FILE:     'CLAS' = CLASSMST, 'DEPT' = DEPTMST, *
      *             'RATE' = RATECARD, 'TYPE' = TYPEMST *
      * T-ACTION:   'A' = ADD, 'C' = CHANGE, 'D' = DELETE *
      * T-EFF-DATE: YYYYMMDD THE ENTRY TAKES EFFECT. ADD, CHANGE, *
      *             AND DELETE ALL NAME THE ENTRY BY KEY PLUS *
      *             THIS DATE. *
      * T-OPER:     WHO KEYED THE CHANGE *
      * T-CARD-BODY: COLUMNS 1-40 OF THE REFERENCE CARD, EXACTLY *
      *             AS THE FILE CARRIES THEM, KEY FIRST *
      **************************************************************
        01 TRANS-DATA.
                03 T-FILE      PIC X(4).
                03 T-ACTION    PIC X(1).
                03 T-EFF-DATE  PIC X(8).
                03 T-OPER      PIC X(8).
                03 T-CARD-BODY PIC X(40).
                03 FILLER      PIC X(19).
      **************************************************************
      * ONE REFERENCE CARD. COLUMNS 1-40 ARE THE FILE'S OWN DATA, *
      * WITH ONE VIEW PER FILE; COLUMNS 41-64 ARE COMMON TO ALL *
      * FOUR: THE DATE THE ENTRY TAKES EFFECT (BLANK = ALWAYS IN *
      * FORCE), AND WHO LAST CHANGED IT AND ON WHAT DATE. *
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
                03 RATE-CARD-VIEW REDEFINES REF-CARD-BODY.
                        05 RT-ETYPE PIC X(2).
                        05 RT-RATE  PIC X(5).
                        05 FILLER   PIC X(33).
                03 TYPE-CARD-VIEW REDEFINES REF-CARD-BODY.
                        05 TC-ETYPE  PIC X(2).
                        05 TC-DESC   PIC X(20).
                        05 TC-ACTIVE PIC X(1).
                        05 FILLER    PIC X(17).
                03 REF-EFF-DATE  PIC X(8).
                03 REF-CHG-BY    PIC X(8).
                03 REF-CHG-DATE  PIC X(8).
                03 FILLER        PIC X(16).
      **************************************************************
      * LAYOUT FOR THE SORT WORK RECORD. RSW-SOURCE: 'O' = AN *
      * ENTRY ALREADY ON FILE, 'T' = A TRANSACTION. *
      **************************************************************
        01 REF-SORT-DATA.
                03 RSW-GROUP.
                        05 RSW-FILE     PIC X(4).
                        05 RSW-KEY      PIC X(17).
                        05 RSW-EFF-DATE PIC X(8).
                03 RSW-SOURCE PIC X(1).
                03 RSW-SEQ    PIC 9(5).
                03 RSW-ACTION PIC X(1).
                03 RSW-OPER   PIC X(8).
                03 RSW-CARD   PIC X(80).
      **************************************************************
      * THE ENTRY BEING BUILT FOR ONE FILE / KEY / EFFECTIVE DATE. *
      * WRITTEN TO THE NEW FILE WHEN THE GROUP CHANGES, UNLESS A *
      * DELETE HAS TAKEN IT AWAY. *
      **************************************************************
        01 GRP-ID.
                03 GRP-FILE PIC X(4).
                03 FILLER   PIC X(25).
        01 GRP-EXISTS-SW  PIC 9 VALUE 0.
        01 GRP-CARD-DATA.
                03 GRP-CARD-BODY PIC X(40).
                03 GRP-EFF-DATE  PIC X(8).
                03 GRP-CHG-BY    PIC X(8).
                03 GRP-CHG-DATE  PIC X(8).
                03 FILLER        PIC X(16).
        01 BEFORE-BODY    PIC X(40) VALUE SPACES.
      **************************************************************
      * PER-FILE CONTROL COUNTS. EACH FILE MUST PROVE OUT: *
      * OUT = IN + ADDED - DELETED - DUPLICATES DROPPED. *
      **************************************************************
        01 FILE-COUNT-AREA.
                03 FC-SUB       PIC 9 COMP.
                03 FC-TABLE.
                        05 FC-ENTRY OCCURS 4 TIMES.
                                07 FC-CODE    PIC X(4).
                                07 FC-NAME    PIC X(8).
                                07 FC-IN      PIC 9(5).
                                07 FC-ADDED   PIC 9(5).
                                07 FC-CHANGED PIC 9(5).
                                07 FC-DELETED PIC 9(5).
                                07 FC-DUPS    PIC 9(5).
                                07 FC-OUT     PIC 9(5).
        01 FC-EXPECTED    PIC 9(6) VALUE 0.
        01 FILE-CODE-WK   PIC X(4) VALUE SPACES.
      **************************************************************
      * EFFECTIVE-DATE EDIT WORK AREA *
      **************************************************************
        01 EFF-DATE-WK.
                03 EFF-YYYY PIC 9(4).
                03 EFF-MM   PIC 99.
                03 EFF-DD   PIC 99.
      **************************************************************
      * ONE PERMANENT HISTORY LINE PER APPLIED CHANGE *
      **************************************************************
        01 REF-HIST-DATA.
                03 RH-RUN-DATE PIC X(8).
                03 FILLER      PIC X(1) VALUE SPACES.
                03 RH-RUN-TIME PIC X(8).
                03 FILLER      PIC X(1) VALUE SPACES.
                03 RH-OPER     PIC X(8).
                03 FILLER      PIC X(1) VALUE SPACES.
                03 RH-FILE     PIC X(4).
                03 FILLER      PIC X(1) VALUE SPACES.
                03 RH-ACTION   PIC X(1).
                03 FILLER      PIC X(1) VALUE SPACES.
                03 RH-EFF-DATE PIC X(8).
                03 FILLER      PIC X(1) VALUE SPACES.
                03 RH-BEFORE   PIC X(40).
                03 FILLER      PIC X(1) VALUE SPACES.
                03 RH-AFTER    PIC X(40).
                03 FILLER      PIC X(4) VALUE SPACES.
      **************************************************************
      * LAYOUT FOR THE REJECT LISTING DETAIL LINE *
      **************************************************************
        01 REJ-DATA.
                03 FILLER     PIC X(3) VALUE SPACES.
                03 REJ-FILE   PIC X(4).
                03 FILLER     PIC X(2) VALUE SPACES.
                03 REJ-ACTION PIC X(1).
                03 FILLER     PIC X(2) VALUE SPACES.
                03 REJ-KEY    PIC X(17).
                03 FILLER     PIC X(2) VALUE SPACES.
                03 REJ-EFF    PIC X(8).
                03 FILLER     PIC X(2) VALUE SPACES.
                03 REJ-REASON PIC X(36).
                03 FILLER     PIC X(3) VALUE SPACES.
        01 REJ-HEADING1.
                03 FILLER PIC X(20) VALUE SPACES.
                03        PIC X(40)
                   VALUE 'REFERENCE FILE REJECTED TRANSACTIONS'.
                03 FILLER PIC X(20) VALUE SPACES.
        01 REJ-HEADING2.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(4) VALUE 'FILE'.
                03 FILLER PIC X(1) VALUE SPACES.
                03        PIC X(3) VALUE 'ACT'.
                03 FILLER PIC X(1) VALUE SPACES.
                03        PIC X(3) VALUE 'KEY'.
                03 FILLER PIC X(16) VALUE SPACES.
                03        PIC X(9) VALUE 'EFFECTIVE'.
                03 FILLER PIC X(1) VALUE SPACES.
                03        PIC X(6) VALUE 'REASON'.
                03 FILLER PIC X(33) VALUE SPACES.
      **************************************************************
      * LAYOUTS FOR THE AUDIT TRAIL: ONE LINE NAMING THE CHANGE, *
      * THEN THE CARD BEFORE AND AFTER *
      **************************************************************
        01 AUD-DATA.
                03 FILLER     PIC X(3) VALUE SPACES.
                03 AUD-FILE   PIC X(4).
                03 FILLER     PIC X(2) VALUE SPACES.
                03 AUD-ACTION PIC X(8).
                03 FILLER     PIC X(2) VALUE SPACES.
                03 AUD-KEY    PIC X(17).
                03 FILLER     PIC X(2) VALUE SPACES.
                03 AUD-EFF    PIC X(8).
                03 FILLER     PIC X(2) VALUE SPACES.
                03 AUD-OPER   PIC X(8).
                03 FILLER     PIC X(24) VALUE SPACES.
        01 AUD-IMAGE-LINE.
                03 FILLER       PIC X(9) VALUE SPACES.
                03 AUD-IMG-TEXT PIC X(8).
                03 AUD-IMAGE    PIC X(40).
                03 FILLER       PIC X(23) VALUE SPACES.
        01 AUD-HEADING1.
                03 FILLER PIC X(20) VALUE SPACES.
                03        PIC X(40)
                   VALUE 'REFERENCE FILE MAINTENANCE AUDIT TRAIL'.
                03 FILLER PIC X(20) VALUE SPACES.
        01 AUD-HEADING2.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(4) VALUE 'FILE'.
                03 FILLER PIC X(2) VALUE SPACES.
                03        PIC X(6) VALUE 'ACTION'.
                03 FILLER PIC X(4) VALUE SPACES.
                03        PIC X(3) VALUE 'KEY'.
                03 FILLER PIC X(16) VALUE SPACES.
                03        PIC X(9) VALUE 'EFFECTIVE'.
                03 FILLER PIC X(1) VALUE SPACES.
                03        PIC X(10) VALUE 'CHANGED BY'.
                03 FILLER PIC X(22) VALUE SPACES.
      **************************************************************
      * SUMMARY LINES FOR THE FOOT OF THE AUDIT TRAIL *
      **************************************************************
        01 AUD-TOTAL-LINE.
                03 FILLER        PIC X(3) VALUE SPACES.
                03 AUD-TOT-TEXT  PIC X(26).
                03 AUD-TOT-COUNT PIC ZZZZ9.
                03 FILLER        PIC X(46) VALUE SPACES.
        01 AUD-FILE-LINE.
                03 FILLER      PIC X(3) VALUE SPACES.
                03 SUM-NAME    PIC X(8).
                03             PIC X(4) VALUE ' IN '.
                03 SUM-IN      PIC ZZZZ9.
                03             PIC X(5) VALUE ' ADD '.
                03 SUM-ADDED   PIC ZZZZ9.
                03             PIC X(5) VALUE ' CHG '.
                03 SUM-CHANGED PIC ZZZZ9.
                03             PIC X(5) VALUE ' DEL '.
                03 SUM-DELETED PIC ZZZZ9.
                03             PIC X(5) VALUE ' DUP '.
                03 SUM-DUPS    PIC ZZZZ9.
                03             PIC X(5) VALUE ' OUT '.
                03 SUM-OUT     PIC ZZZZ9.
                03 FILLER      PIC X(1) VALUE SPACES.
                03 SUM-RESULT  PIC X(9).
        01 AUD-RESULT-LINE.
                03 FILLER     PIC X(3) VALUE SPACES.
                03 AUD-RESULT PIC X(60).
                03 FILLER     PIC X(17) VALUE SPACES.
        01 MISC.
      **************************************************************
      * END OF FILE (EOF) SWITCHES *
      * 0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
          03 EOF-T PIC 9 VALUE 0.
          03 EOF-O PIC 9 VALUE 0.
          03 EOF-S PIC 9 VALUE 0.
          03 EOF-K PIC 9 VALUE 0.
      **************************************************************
      * RUN TOTALS *
      **************************************************************
          03 TRANS-READ-COUNT PIC 9(5) VALUE 0.
          03 APPLIED-COUNT    PIC 9(5) VALUE 0.
          03 REJECT-COUNT     PIC 9(5) VALUE 0.
          03 HIST-LINE-COUNT  PIC 9(5) VALUE 0.
      **************************************************************
      * SET WHEN A FILE'S COUNTS DO NOT PROVE OUT. NOTHING IS *
      * REPLACED AND THE RUN ENDS WITH RETURN-CODE 12. *
      **************************************************************
          03 REF-BAD-SW PIC 9 VALUE 0.
      **************************************************************
      * REASON A TRANSACTION IS REJECTED. SPACES = ACCEPTED. *
      **************************************************************
          03 EDIT-REASON PIC X(36) VALUE SPACES.
      **************************************************************
      * RUN DATE (YYYYMMDD) AND TIME, STAMPED ON EVERY CARD THIS *
      * RUN TOUCHES AND ON THE HISTORY LINES *
      **************************************************************
        01 RUN-DATE PIC X(8) VALUE SPACES.
        01 RUN-TIME PIC X(8) VALUE SPACES.
      **************************************************************
      * START OF PROCEDURE DIVISION *
      **************************************************************
        PROCEDURE DIVISION.
        000-MAINLINE.
                PERFORM 0020-CHECK-RUN-CONTROL.
                PERFORM 0050-SET-RUN-DATE.
                PERFORM 0100-OPEN-FILES.
                PERFORM 0150-PRINT-HEADINGS.
                PERFORM 0200-SORT-CARDS.
                CLOSE HIST-WORK-FILE.
                PERFORM 1800-PRINT-SUMMARY.
                IF REF-BAD-SW = 0
                   PERFORM 0950-SAVE-FILES
                   PERFORM 0960-SAVE-HISTORY
                END-IF.
                CLOSE REJECT-FILE
                      AUDIT-FILE.
                IF REF-BAD-SW = 1
                   MOVE 12 TO RETURN-CODE
                END-IF.
                STOP RUN.
      **************************************************************
      * RUN-CONTROL GATE: REFUSES TO CHANGE THE REFERENCE FILES *
      * UNDER A CYCLE THAT IS STILL IN FLIGHT, SINCE THE STEPS *
      * STILL TO RUN WOULD PICK UP A DIFFERENT SET OF CAPS AND *
      * RATES THAN THE ROSTER USED. AN OUT-OF-BALANCE CYCLE IS NOT *
      * REFUSED -- A CORRECTED CAP OR RATE MAY BE THE FIX. THE *
      * STEP MAY RUN ANY NUMBER OF TIMES A DAY, SO IT IS NOT *
      * LOGGED ON RUNSTEPS. *
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
                 ' - REFERENCE MAINTENANCE REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      **************************************************************
      * PICKS UP THE RUN DATE AND TIME AND SETS UP THE PER-FILE *
      * CONTROL COUNTS *
      **************************************************************
        0050-SET-RUN-DATE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE 'CLAS'     TO FC-CODE (1).
           MOVE 'CLASSMST' TO FC-NAME (1).
           MOVE 'DEPT'     TO FC-CODE (2).
           MOVE 'DEPTMST'  TO FC-NAME (2).
           MOVE 'RATE'     TO FC-CODE (3).
           MOVE 'RATECARD' TO FC-NAME (3).
           MOVE 'TYPE'     TO FC-CODE (4).
           MOVE 'TYPEMST'  TO FC-NAME (4).
           PERFORM 0060-CLEAR-FILE-COUNTS
              VARYING FC-SUB FROM 1 BY 1
              UNTIL FC-SUB > 4.
        0060-CLEAR-FILE-COUNTS.
           MOVE 0 TO FC-IN (FC-SUB)
                     FC-ADDED (FC-SUB)
                     FC-CHANGED (FC-SUB)
                     FC-DELETED (FC-SUB)
                     FC-DUPS (FC-SUB)
                     FC-OUT (FC-SUB).
      **************************************************************
      * OPENS THE LISTINGS AND THE HISTORY WORK FILE *
      **************************************************************
        0100-OPEN-FILES.
           OPEN OUTPUT REJECT-FILE
                       AUDIT-FILE
                       HIST-WORK-FILE.
      **************************************************************
      * PRINTS THE HEADINGS FOR THE REJECT AND AUDIT LISTINGS *
      **************************************************************
        0150-PRINT-HEADINGS.
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
      * SORTS THE FOUR FILES AND THE TRANSACTIONS TOGETHER AND *
      * APPLIES THE TRANSACTIONS AS THE SORTED CARDS COME BACK *
      **************************************************************
        0200-SORT-CARDS.
           SORT REF-SORT-WORK ON ASCENDING KEY RSW-FILE
                                              RSW-KEY
                                              RSW-EFF-DATE
                                              RSW-SOURCE
                                              RSW-SEQ
              INPUT PROCEDURE IS 0210-RELEASE-CARDS
              OUTPUT PROCEDURE IS 0400-APPLY-CARDS.
      **************************************************************
      * RELEASES EVERY CARD ON THE FOUR FILES, THEN EVERY *
      * TRANSACTION. A MISSING FILE RELEASES NOTHING -- AN ADD *
      * AGAINST IT CREATES IT. *
      **************************************************************
        0210-RELEASE-CARDS.
           PERFORM 0220-RELEASE-CLASS-FILE.
           PERFORM 0230-RELEASE-DEPT-FILE.
           PERFORM 0240-RELEASE-RATE-FILE.
           PERFORM 0250-RELEASE-TYPE-FILE.
           PERFORM 0260-RELEASE-TRANS.
        0220-RELEASE-CLASS-FILE.
           OPEN INPUT CLASS-MASTER-FILE.
           IF CLASSMST-STATUS = '00'
              MOVE 'CLAS' TO FILE-CODE-WK
              MOVE 0 TO EOF-O
              PERFORM 0221-READ-CLASS-CARD
              PERFORM 0222-RELEASE-CLASS-CARD
                 UNTIL EOF-O = 1
              CLOSE CLASS-MASTER-FILE
           END-IF.
        0221-READ-CLASS-CARD.
           READ CLASS-MASTER-FILE INTO REF-CARD-DATA
              AT END MOVE 1 TO EOF-O
           END-READ.
        0222-RELEASE-CLASS-CARD.
           PERFORM 0280-RELEASE-OLD-CARD.
           PERFORM 0221-READ-CLASS-CARD.
        0230-RELEASE-DEPT-FILE.
           OPEN INPUT DEPT-MASTER-FILE.
           IF DEPTMST-STATUS = '00'
              MOVE 'DEPT' TO FILE-CODE-WK
              MOVE 0 TO EOF-O
              PERFORM 0231-READ-DEPT-CARD
              PERFORM 0232-RELEASE-DEPT-CARD
                 UNTIL EOF-O = 1
              CLOSE DEPT-MASTER-FILE
           END-IF.
        0231-READ-DEPT-CARD.
           READ DEPT-MASTER-FILE INTO REF-CARD-DATA
              AT END MOVE 1 TO EOF-O
           END-READ.
        0232-RELEASE-DEPT-CARD.
           PERFORM 0280-RELEASE-OLD-CARD.
           PERFORM 0231-READ-DEPT-CARD.
        0240-RELEASE-RATE-FILE.
           OPEN INPUT RATE-CARD-FILE.
           IF RATECARD-STATUS = '00'
              MOVE 'RATE' TO FILE-CODE-WK
              MOVE 0 TO EOF-O
              PERFORM 0241-READ-RATE-CARD
              PERFORM 0242-RELEASE-RATE-CARD
                 UNTIL EOF-O = 1
              CLOSE RATE-CARD-FILE
           END-IF.
        0241-READ-RATE-CARD.
           READ RATE-CARD-FILE INTO REF-CARD-DATA
              AT END MOVE 1 TO EOF-O
           END-READ.
        0242-RELEASE-RATE-CARD.
           PERFORM 0280-RELEASE-OLD-CARD.
           PERFORM 0241-READ-RATE-CARD.
        0250-RELEASE-TYPE-FILE.
           OPEN INPUT TYPE-MASTER-FILE.
           IF TYPEMST-STATUS = '00'
              MOVE 'TYPE' TO FILE-CODE-WK
              MOVE 0 TO EOF-O
              PERFORM 0251-READ-TYPE-CARD
              PERFORM 0252-RELEASE-TYPE-CARD
                 UNTIL EOF-O = 1
              CLOSE TYPE-MASTER-FILE
           END-IF.
        0251-READ-TYPE-CARD.
           READ TYPE-MASTER-FILE INTO REF-CARD-DATA
              AT END MOVE 1 TO EOF-O
           END-READ.
        0252-RELEASE-TYPE-CARD.
           PERFORM 0280-RELEASE-OLD-CARD.
           PERFORM 0251-READ-TYPE-CARD.
      **************************************************************
      * RELEASES THE TRANSACTIONS, NUMBERED IN THE ORDER READ *
      **************************************************************
        0260-RELEASE-TRANS.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS = '00'
              PERFORM 0261-READ-TRANS
              PERFORM 0262-RELEASE-ONE-TRANS
                 UNTIL EOF-T = 1
              CLOSE TRANS-FILE
           END-IF.
        0261-READ-TRANS.
           READ TRANS-FILE INTO TRANS-DATA
              AT END MOVE 1 TO EOF-T
           END-READ.
           IF EOF-T = 0
              ADD 1 TO TRANS-READ-COUNT
           END-IF.
        0262-RELEASE-ONE-TRANS.
           MOVE SPACES TO REF-CARD-DATA.
           MOVE T-CARD-BODY TO REF-CARD-BODY.
           MOVE T-FILE TO RSW-FILE.
           PERFORM 0290-SET-SORT-KEY.
           MOVE T-EFF-DATE TO RSW-EFF-DATE.
           MOVE 'T' TO RSW-SOURCE.
           MOVE TRANS-READ-COUNT TO RSW-SEQ.
           MOVE T-ACTION TO RSW-ACTION.
           MOVE T-OPER TO RSW-OPER.
           MOVE REF-CARD-DATA TO RSW-CARD.
           RELEASE REF-SORT-REC FROM REF-SORT-DATA.
           PERFORM 0261-READ-TRANS.
      **************************************************************
      * RELEASES ONE CARD ALREADY ON FILE AND COUNTS IT IN *
      **************************************************************
        0280-RELEASE-OLD-CARD.
           MOVE FILE-CODE-WK TO RSW-FILE.
           PERFORM 0290-SET-SORT-KEY.
           MOVE REF-EFF-DATE TO RSW-EFF-DATE.
           MOVE 'O' TO RSW-SOURCE.
           MOVE 0 TO RSW-SEQ.
           MOVE SPACES TO RSW-ACTION
                          RSW-OPER.
           MOVE REF-CARD-DATA TO RSW-CARD.
           RELEASE REF-SORT-REC FROM REF-SORT-DATA.
           PERFORM 0295-FIND-FILE-SUB.
           ADD 1 TO FC-IN (FC-SUB).
      **************************************************************
      * PICKS THE KEY OUT OF THE CARD BY ITS FILE'S OWN LAYOUT. *
      * AN UNKNOWN FILE CODE TAKES THE WIDEST KEY; THE CARD IS *
      * REJECTED FOR ITS FILE CODE ANYWAY. *
      **************************************************************
        0290-SET-SORT-KEY.
           MOVE SPACES TO RSW-KEY.
           IF RSW-FILE = 'DEPT'
              MOVE DC-DEPT TO RSW-KEY
           ELSE
              IF RSW-FILE = 'RATE'
                 MOVE RT-ETYPE TO RSW-KEY
              ELSE
                 IF RSW-FILE = 'TYPE'
                    MOVE TC-ETYPE TO RSW-KEY
                 ELSE
                    MOVE CC-CLASS TO RSW-KEY
                 END-IF
              END-IF
           END-IF.
      **************************************************************
      * FINDS THE CONTROL-COUNT ENTRY FOR FILE-CODE-WK. FC-SUB *
      * COMES BACK 0 FOR A CODE THAT NAMES NONE OF THE FOUR FILES. *
      **************************************************************
        0295-FIND-FILE-SUB.
           MOVE 0 TO FC-SUB.
           IF FILE-CODE-WK = 'CLAS'
              MOVE 1 TO FC-SUB
           END-IF.
           IF FILE-CODE-WK = 'DEPT'
              MOVE 2 TO FC-SUB
           END-IF.
           IF FILE-CODE-WK = 'RATE'
              MOVE 3 TO FC-SUB
           END-IF.
           IF FILE-CODE-WK = 'TYPE'
              MOVE 4 TO FC-SUB
           END-IF.
      **************************************************************
      * TAKES THE SORTED CARDS BACK ONE FILE / KEY / EFFECTIVE *
      * DATE AT A TIME: THE ENTRY ON FILE, IF ANY, THEN EACH *
      * TRANSACTION AGAINST IT IN TURN. THE RESULT IS WRITTEN TO *
      * THE FILE'S NEW VERSION WHEN THE GROUP CHANGES. *
      **************************************************************
        0400-APPLY-CARDS.
           OPEN OUTPUT CLASS-NEW-FILE
                       DEPT-NEW-FILE
                       RATE-NEW-FILE
                       TYPE-NEW-FILE.
           MOVE LOW-VALUES TO GRP-ID.
           MOVE 0 TO GRP-EXISTS-SW.
           PERFORM 0410-RETURN-CARD.
           PERFORM 0420-PROCESS-ONE-CARD
              UNTIL EOF-S = 1.
           PERFORM 0430-FLUSH-GROUP.
           CLOSE CLASS-NEW-FILE
                 DEPT-NEW-FILE
                 RATE-NEW-FILE
                 TYPE-NEW-FILE.
        0410-RETURN-CARD.
           RETURN REF-SORT-WORK INTO REF-SORT-DATA
              AT END MOVE 1 TO EOF-S
           END-RETURN.
        0420-PROCESS-ONE-CARD.
           IF RSW-GROUP NOT = GRP-ID
              PERFORM 0430-FLUSH-GROUP
              MOVE RSW-GROUP TO GRP-ID
           END-IF.
           MOVE RSW-FILE TO FILE-CODE-WK.
           PERFORM 0295-FIND-FILE-SUB.
           IF RSW-SOURCE = 'O'
              PERFORM 0440-TAKE-OLD-CARD
           ELSE
              PERFORM 0500-EDIT-TRANS
              IF EDIT-REASON = SPACES
                 PERFORM 0600-APPLY-TRANS
              ELSE
                 PERFORM 1600-WRITE-REJECT
              END-IF
           END-IF.
           PERFORM 0410-RETURN-CARD.
      **************************************************************
      * WRITES THE FINISHED ENTRY FOR THE GROUP JUST ENDED TO ITS *
      * FILE'S NEW VERSION *
      **************************************************************
        0430-FLUSH-GROUP.
           IF GRP-EXISTS-SW = 1
              MOVE GRP-FILE TO FILE-CODE-WK
              PERFORM 0295-FIND-FILE-SUB
              IF FC-SUB = 1
                 WRITE CLASS-NEW-REC FROM GRP-CARD-DATA
              END-IF
              IF FC-SUB = 2
                 WRITE DEPT-NEW-REC FROM GRP-CARD-DATA
              END-IF
              IF FC-SUB = 3
                 WRITE RATE-NEW-REC FROM GRP-CARD-DATA
              END-IF
              IF FC-SUB = 4
                 WRITE TYPE-NEW-REC FROM GRP-CARD-DATA
              END-IF
              ADD 1 TO FC-OUT (FC-SUB)
           END-IF.
           MOVE 0 TO GRP-EXISTS-SW.
      **************************************************************
      * TAKES AN ENTRY ALREADY ON FILE. A SECOND ENTRY FOR THE *
      * SAME KEY AND EFFECTIVE DATE CAN ONLY COME FROM A HAND *
      * EDIT; THE LATER ONE IS KEPT, AS THE START-UP LOADS WOULD *
      * HAVE DONE, AND THE EARLIER ONE SHOWS ON THE AUDIT TRAIL. *
      **************************************************************
        0440-TAKE-OLD-CARD.
           IF GRP-EXISTS-SW = 1
              MOVE GRP-CARD-BODY TO BEFORE-BODY
              MOVE RSW-CARD TO GRP-CARD-DATA
              MOVE 'DUP DROP' TO AUD-ACTION
              MOVE 'D' TO RH-ACTION
              MOVE GRP-CHG-BY TO AUD-OPER
              PERFORM 1500-WRITE-AUDIT
              ADD 1 TO FC-DUPS (FC-SUB)
           ELSE
              MOVE RSW-CARD TO GRP-CARD-DATA
              MOVE 1 TO GRP-EXISTS-SW
           END-IF.
      **************************************************************
      * EDITS ONE TRANSACTION. AN ENTRY ALREADY IN FORCE ON THE *
      * LAST CYCLE IS NEVER CHANGED IN PLACE -- THE NIGHTS THAT *
      * USED IT MUST STAY REPRODUCIBLE -- SO EVERY CHANGE IS KEYED *
      * AS A NEW ENTRY DATED AFTER THAT CYCLE. *
      **************************************************************
        0500-EDIT-TRANS.
           MOVE SPACES TO EDIT-REASON.
           MOVE RSW-CARD TO REF-CARD-DATA.
           IF FC-SUB = 0
              MOVE 'INVALID FILE CODE' TO EDIT-REASON
           END-IF.
           IF EDIT-REASON = SPACES AND RSW-KEY = SPACES
              MOVE 'MISSING KEY' TO EDIT-REASON
           END-IF.
           IF EDIT-REASON = SPACES
                 AND RSW-ACTION NOT = 'A'
                 AND RSW-ACTION NOT = 'C'
                 AND RSW-ACTION NOT = 'D'
              MOVE 'INVALID ACTION CODE' TO EDIT-REASON
           END-IF.
           IF EDIT-REASON = SPACES AND RSW-OPER = SPACES
              MOVE 'MISSING OPERATOR ID' TO EDIT-REASON
           END-IF.
           IF EDIT-REASON = SPACES
              PERFORM 0510-CHECK-EFF-DATE
           END-IF.
           IF EDIT-REASON = SPACES
                 AND RC-CYCLE-DATE NOT = SPACES
                 AND RSW-EFF-DATE NOT > RC-CYCLE-DATE
              MOVE 'IN FORCE ALREADY - KEY A LATER DATE'
                 TO EDIT-REASON
           END-IF.
           IF EDIT-REASON = SPACES AND RSW-ACTION NOT = 'D'
              PERFORM 0520-EDIT-CONTENT
           END-IF.
           IF EDIT-REASON = SPACES
                 AND RSW-ACTION = 'A'
                 AND GRP-EXISTS-SW = 1
              MOVE 'ALREADY ON FILE FOR THAT DATE' TO EDIT-REASON
           END-IF.
           IF EDIT-REASON = SPACES
                 AND RSW-ACTION NOT = 'A'
                 AND GRP-EXISTS-SW = 0
              MOVE 'NOT ON FILE FOR THAT DATE' TO EDIT-REASON
           END-IF.
      **************************************************************
      * THE EFFECTIVE DATE MUST BE PRESENT AND A PLAUSIBLE *
      * YYYYMMDD *
      **************************************************************
        0510-CHECK-EFF-DATE.
           IF RSW-EFF-DATE = SPACES
              MOVE 'MISSING EFFECTIVE DATE' TO EDIT-REASON
           ELSE
              IF RSW-EFF-DATE IS NOT NUMERIC
                 MOVE 'INVALID EFFECTIVE DATE' TO EDIT-REASON
              ELSE
                 MOVE RSW-EFF-DATE TO EFF-DATE-WK
                 IF EFF-YYYY < 1900
                       OR EFF-MM < 1 OR EFF-MM > 12
                       OR EFF-DD < 1 OR EFF-DD > 31
                    MOVE 'INVALID EFFECTIVE DATE' TO EDIT-REASON
                 END-IF
              END-IF
           END-IF.
      **************************************************************
      * CONTENT EDITS FOR AN ADD OR CHANGE, BY FILE: THE SAME *
      * FIELDS THE START-UP LOADS WOULD OTHERWISE DROP THE CARD *
      * FOR, PLUS THE ONES A PERSON READS OFF THE REPORTS *
      **************************************************************
        0520-EDIT-CONTENT.
           IF FC-SUB = 1 AND CC-CAP IS NOT NUMERIC
              MOVE 'CLASS CAP NOT NUMERIC' TO EDIT-REASON
           END-IF.
           IF FC-SUB = 2 AND DC-NAME = SPACES
              MOVE 'MISSING DEPARTMENT NAME' TO EDIT-REASON
           END-IF.
           IF FC-SUB = 3 AND RT-RATE IS NOT NUMERIC
              MOVE 'RATE NOT NUMERIC' TO EDIT-REASON
           END-IF.
           IF FC-SUB = 4 AND TC-DESC = SPACES
              MOVE 'MISSING TYPE DESCRIPTION' TO EDIT-REASON
           END-IF.
           IF FC-SUB = 4 AND EDIT-REASON = SPACES
                 AND TC-ACTIVE NOT = 'A'
                 AND TC-ACTIVE NOT = 'I'
              MOVE 'ACTIVE FLAG MUST BE A OR I' TO EDIT-REASON
           END-IF.
      **************************************************************
      * APPLIES AN EDITED TRANSACTION TO THE GROUP'S ENTRY AND *
      * STAMPS WHO CHANGED IT AND WHEN *
      **************************************************************
        0600-APPLY-TRANS.
           MOVE RSW-ACTION TO RH-ACTION.
           MOVE RSW-OPER TO AUD-OPER.
           IF RSW-ACTION = 'A'
              MOVE SPACES TO BEFORE-BODY
              MOVE 'ADD' TO AUD-ACTION
              ADD 1 TO FC-ADDED (FC-SUB)
           END-IF.
           IF RSW-ACTION = 'C'
              MOVE GRP-CARD-BODY TO BEFORE-BODY
              MOVE 'CHANGE' TO AUD-ACTION
              ADD 1 TO FC-CHANGED (FC-SUB)
           END-IF.
           IF RSW-ACTION = 'D'
              MOVE GRP-CARD-BODY TO BEFORE-BODY
              MOVE 'DELETE' TO AUD-ACTION
              ADD 1 TO FC-DELETED (FC-SUB)
              MOVE 0 TO GRP-EXISTS-SW
           ELSE
              MOVE SPACES TO GRP-CARD-DATA
              MOVE REF-CARD-BODY TO GRP-CARD-BODY
              MOVE RSW-EFF-DATE TO GRP-EFF-DATE
              MOVE RSW-OPER TO GRP-CHG-BY
              MOVE RUN-DATE TO GRP-CHG-DATE
              MOVE 1 TO GRP-EXISTS-SW
           END-IF.
           PERFORM 1500-WRITE-AUDIT.
           ADD 1 TO APPLIED-COUNT.
      **************************************************************
      * COPIES EACH CHANGED FILE'S NEW VERSION BACK OVER THE *
      * ORIGINAL. A FILE NO CARD TOUCHED IS LEFT AS IT WAS. *
      **************************************************************
        0950-SAVE-FILES.
           IF FC-ADDED (1) + FC-CHANGED (1) + FC-DELETED (1)
                 + FC-DUPS (1) > 0
              OPEN INPUT CLASS-NEW-FILE
              OPEN OUTPUT CLASS-MASTER-FILE
              MOVE 0 TO EOF-K
              PERFORM 0951-COPY-ONE-CLASS
                 UNTIL EOF-K = 1
              CLOSE CLASS-NEW-FILE
                    CLASS-MASTER-FILE
           END-IF.
           IF FC-ADDED (2) + FC-CHANGED (2) + FC-DELETED (2)
                 + FC-DUPS (2) > 0
              OPEN INPUT DEPT-NEW-FILE
              OPEN OUTPUT DEPT-MASTER-FILE
              MOVE 0 TO EOF-K
              PERFORM 0952-COPY-ONE-DEPT
                 UNTIL EOF-K = 1
              CLOSE DEPT-NEW-FILE
                    DEPT-MASTER-FILE
           END-IF.
           IF FC-ADDED (3) + FC-CHANGED (3) + FC-DELETED (3)
                 + FC-DUPS (3) > 0
              OPEN INPUT RATE-NEW-FILE
              OPEN OUTPUT RATE-CARD-FILE
              MOVE 0 TO EOF-K
              PERFORM 0953-COPY-ONE-RATE
                 UNTIL EOF-K = 1
              CLOSE RATE-NEW-FILE
                    RATE-CARD-FILE
           END-IF.
           IF FC-ADDED (4) + FC-CHANGED (4) + FC-DELETED (4)
                 + FC-DUPS (4) > 0
              OPEN INPUT TYPE-NEW-FILE
              OPEN OUTPUT TYPE-MASTER-FILE
              MOVE 0 TO EOF-K
              PERFORM 0954-COPY-ONE-TYPE
                 UNTIL EOF-K = 1
              CLOSE TYPE-NEW-FILE
                    TYPE-MASTER-FILE
           END-IF.
        0951-COPY-ONE-CLASS.
           READ CLASS-NEW-FILE
              AT END MOVE 1 TO EOF-K
           END-READ.
           IF EOF-K = 0
              WRITE CLASS-MASTER-REC FROM CLASS-NEW-REC
           END-IF.
        0952-COPY-ONE-DEPT.
           READ DEPT-NEW-FILE
              AT END MOVE 1 TO EOF-K
           END-READ.
           IF EOF-K = 0
              WRITE DEPT-MASTER-REC FROM DEPT-NEW-REC
           END-IF.
        0953-COPY-ONE-RATE.
           READ RATE-NEW-FILE
              AT END MOVE 1 TO EOF-K
           END-READ.
           IF EOF-K = 0
              WRITE RATE-CARD-REC FROM RATE-NEW-REC
           END-IF.
        0954-COPY-ONE-TYPE.
           READ TYPE-NEW-FILE
              AT END MOVE 1 TO EOF-K
           END-READ.
           IF EOF-K = 0
              WRITE TYPE-MASTER-REC FROM TYPE-NEW-REC
           END-IF.
      **************************************************************
      * APPENDS THE RUN'S HISTORY LINES TO THE PERMANENT REFHIST, *
      * CREATING IT ON FIRST USE *
      **************************************************************
        0960-SAVE-HISTORY.
           IF HIST-LINE-COUNT > 0
              OPEN INPUT HIST-WORK-FILE
              OPEN EXTEND REF-HIST-FILE
              IF REFHIST-STATUS = '35'
                 OPEN OUTPUT REF-HIST-FILE
              END-IF
              MOVE 0 TO EOF-K
              PERFORM 0961-COPY-ONE-HIST
                 UNTIL EOF-K = 1
              CLOSE HIST-WORK-FILE
                    REF-HIST-FILE
           END-IF.
        0961-COPY-ONE-HIST.
           READ HIST-WORK-FILE
              AT END MOVE 1 TO EOF-K
           END-READ.
           IF EOF-K = 0
              WRITE REF-HIST-REC FROM HIST-WORK-REC
           END-IF.
      **************************************************************
      * WRITES THE AUDIT LINES AND THE HISTORY LINE FOR ONE *
      * APPLIED CHANGE. THE CALLER HAS SET AUD-ACTION, AUD-OPER, *
      * RH-ACTION, AND BEFORE-BODY; THE AFTER IMAGE IS THE ENTRY *
      * AS IT NOW STANDS, OR NOTHING WHEN IT WAS DELETED. *
      **************************************************************
        1500-WRITE-AUDIT.
           MOVE RSW-FILE TO AUD-FILE.
           MOVE RSW-KEY TO AUD-KEY.
           MOVE RSW-EFF-DATE TO AUD-EFF.
           WRITE AUDIT-REC FROM AUD-DATA
              AFTER ADVANCING 1 LINE.
           MOVE 'BEFORE: ' TO AUD-IMG-TEXT.
           IF BEFORE-BODY = SPACES
              MOVE '(NEW)' TO AUD-IMAGE
           ELSE
              MOVE BEFORE-BODY TO AUD-IMAGE
           END-IF.
           WRITE AUDIT-REC FROM AUD-IMAGE-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'AFTER:  ' TO AUD-IMG-TEXT.
           IF GRP-EXISTS-SW = 1
              MOVE GRP-CARD-BODY TO AUD-IMAGE
              MOVE GRP-CARD-BODY TO RH-AFTER
           ELSE
              MOVE '(DELETED)' TO AUD-IMAGE
              MOVE SPACES TO RH-AFTER
           END-IF.
           WRITE AUDIT-REC FROM AUD-IMAGE-LINE
              AFTER ADVANCING 1 LINE.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE RUN-TIME TO RH-RUN-TIME.
           MOVE AUD-OPER TO RH-OPER.
           MOVE RSW-FILE TO RH-FILE.
           MOVE RSW-EFF-DATE TO RH-EFF-DATE.
           MOVE BEFORE-BODY TO RH-BEFORE.
           WRITE HIST-WORK-REC FROM REF-HIST-DATA.
           ADD 1 TO HIST-LINE-COUNT.
      **************************************************************
      * WRITES ONE REJECT LISTING LINE FOR THE TRANSACTION IN HAND *
      **************************************************************
        1600-WRITE-REJECT.
           MOVE RSW-FILE TO REJ-FILE.
           MOVE RSW-ACTION TO REJ-ACTION.
           MOVE RSW-KEY TO REJ-KEY.
           MOVE RSW-EFF-DATE TO REJ-EFF.
           MOVE EDIT-REASON TO REJ-REASON.
           WRITE REJECT-REC FROM REJ-DATA
              AFTER ADVANCING 1 LINE.
           ADD 1 TO REJECT-COUNT.
      **************************************************************
      * PRINTS THE RUN TOTALS AND EACH FILE'S PROOF AT THE FOOT OF *
      * THE AUDIT TRAIL: READ = APPLIED + REJECTED, AND EACH *
      * FILE'S OUT = IN + ADDED - DELETED - DUPLICATES DROPPED. *
      **************************************************************
        1800-PRINT-SUMMARY.
           MOVE SPACES TO AUDIT-REC.
           WRITE AUDIT-REC
              AFTER ADVANCING 1 LINE.
           MOVE 'TRANSACTIONS READ:        ' TO AUD-TOT-TEXT.
           MOVE TRANS-READ-COUNT TO AUD-TOT-COUNT.
           WRITE AUDIT-REC FROM AUD-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'TRANSACTIONS APPLIED:     ' TO AUD-TOT-TEXT.
           MOVE APPLIED-COUNT TO AUD-TOT-COUNT.
           WRITE AUDIT-REC FROM AUD-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'TRANSACTIONS REJECTED:    ' TO AUD-TOT-TEXT.
           MOVE REJECT-COUNT TO AUD-TOT-COUNT.
           WRITE AUDIT-REC FROM AUD-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO AUDIT-REC.
           WRITE AUDIT-REC
              AFTER ADVANCING 1 LINE.
           PERFORM 1810-PRINT-FILE-LINE
              VARYING FC-SUB FROM 1 BY 1
              UNTIL FC-SUB > 4.
           MOVE SPACES TO AUDIT-REC.
           WRITE AUDIT-REC
              AFTER ADVANCING 1 LINE.
           IF REF-BAD-SW = 1
              MOVE 'FILE COUNTS DO NOT PROVE OUT - NOTHING REPLACED'
                 TO AUD-RESULT
              WRITE AUDIT-REC FROM AUD-RESULT-LINE
                 AFTER ADVANCING 1 LINE
              MOVE 'ENDING WITH RETURN CODE 12' TO AUD-RESULT
           ELSE
              MOVE 'ALL FILES PROVE OUT' TO AUD-RESULT
           END-IF.
           WRITE AUDIT-REC FROM AUD-RESULT-LINE
              AFTER ADVANCING 1 LINE.
        1810-PRINT-FILE-LINE.
           MOVE FC-NAME (FC-SUB)    TO SUM-NAME.
           MOVE FC-IN (FC-SUB)      TO SUM-IN.
           MOVE FC-ADDED (FC-SUB)   TO SUM-ADDED.
           MOVE FC-CHANGED (FC-SUB) TO SUM-CHANGED.
           MOVE FC-DELETED (FC-SUB) TO SUM-DELETED.
           MOVE FC-DUPS (FC-SUB)    TO SUM-DUPS.
           MOVE FC-OUT (FC-SUB)     TO SUM-OUT.
           COMPUTE FC-EXPECTED = FC-IN (FC-SUB) + FC-ADDED (FC-SUB)
              - FC-DELETED (FC-SUB) - FC-DUPS (FC-SUB).
           IF FC-EXPECTED = FC-OUT (FC-SUB)
              MOVE 'PROVES' TO SUM-RESULT
           ELSE
              MOVE '** BAD **' TO SUM-RESULT
              MOVE 1 TO REF-BAD-SW
           END-IF.
           WRITE AUDIT-REC FROM AUD-FILE-LINE
              AFTER ADVANCING 1 LINE.
