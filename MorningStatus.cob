        IDENTIFICATION DIVISION.
        PROGRAM-ID. MorningStatus.
        AUTHOR. Martin Funmaker.
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-10-15  MF  New program. One-page morning status of the *
      *                 overnight cycle, read from what the night   *
      *                 left behind: RUNCNTL and RUNSTEPS (each of  *
      *                 the twelve steps, PROJECT1, BENEACK,        *
      *                 CHARGESTMT, EXCPRECYCLE, ENROLLMAINT,       *
      *                 WAITPROMOTE, EXTRACTDELTA, SERVICEAGE,      *
      *                 RUNTREND, MASTERMAINT, RETENTPURGE,         *
      *                 GENMANAGER, in the cycle driver's order,    *
      *                 and when it completed, and the balance      *
      *                 verdict), CYCDRVR (where the cycle driver   *
      *                 stopped), EMPLOYEE-BALN (records read,      *
      *                 rejects, waitlisted), WAITPROM-LIST,        *
      *                 RECYCLE-LIST, ENROLL-SEAT (classes and      *
      *                 seats opened by drops), BENE-ACKL (carrier  *
      *                 rejections), EMPLOYEE-DISC, and the         *
      *                 GENCATLG rotations (which extract           *
      *                 generation each downstream job read).       *
      *                 Anything that needs a person today is       *
      *                 listed as an action item and the run ends   *
      *                 with RETURN-CODE 4, or 8 when the cycle     *
      *                 itself did not finish or balance, so the    *
      *                 scheduler can page someone.                 *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCNTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNCNTL-STATUS.
           SELECT RUN-STEPS-FILE ASSIGN TO 'RUNSTEPS'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNSTEPS-STATUS.
           SELECT DRIVER-STATE-FILE ASSIGN TO 'CYCDRVR'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CYCDRVR-STATUS.
           SELECT BALANCE-FILE ASSIGN TO 'EMPLOYEE-BALN'
              FILE STATUS IS BALN-STATUS.
           SELECT ACK-LIST-FILE ASSIGN TO 'BENE-ACKL'
              FILE STATUS IS ACKL-STATUS.
           SELECT WAIT-LIST-FILE ASSIGN TO 'WAITPROM-LIST'
              FILE STATUS IS WAITL-STATUS.
           SELECT RECYCLE-LIST-FILE ASSIGN TO 'RECYCLE-LIST'
              FILE STATUS IS RCYCL-STATUS.
           SELECT SEAT-LIST-FILE ASSIGN TO 'ENROLL-SEAT'
              FILE STATUS IS SEATL-STATUS.
           SELECT DISCREP-FILE ASSIGN TO 'EMPLOYEE-DISC'
              FILE STATUS IS DISC-STATUS.
           SELECT CATALOG-FILE ASSIGN TO 'GENCATLG'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CATLG-STATUS.
           SELECT STATUS-FILE ASSIGN TO 'MORNING-STAT'.

        DATA DIVISION.

        FILE SECTION.
      **************************************************************
      * SHARED RUN-CONTROL RECORD, STEP COMPLETION LOG, AND THE *
      * CYCLE DRIVER'S STANDING LINE *
      **************************************************************
        FD RUN-CONTROL-FILE
           LABEL RECORDS ARE OMITTED.
        01 RUN-CONTROL-REC PIC X(80).
        FD RUN-STEPS-FILE
           LABEL RECORDS ARE OMITTED.
        01 RUN-STEPS-REC PIC X(80).
        FD DRIVER-STATE-FILE
           LABEL RECORDS ARE OMITTED.
        01 DRIVER-STATE-REC PIC X(80).

      **************************************************************
      * THE NIGHT'S LISTINGS, SCANNED LINE BY LINE FOR THEIR *
      * TOTAL AND RESULT LINES *
      **************************************************************
        FD BALANCE-FILE
           LABEL RECORDS ARE OMITTED.
        01 BALANCE-REC PIC X(80).
        FD ACK-LIST-FILE
           LABEL RECORDS ARE OMITTED.
        01 ACK-LIST-REC PIC X(80).
        FD WAIT-LIST-FILE
           LABEL RECORDS ARE OMITTED.
        01 WAIT-LIST-REC PIC X(80).
        FD RECYCLE-LIST-FILE
           LABEL RECORDS ARE OMITTED.
        01 RECYCLE-LIST-REC PIC X(80).
        FD SEAT-LIST-FILE
           LABEL RECORDS ARE OMITTED.
        01 SEAT-LIST-REC PIC X(80).
        FD DISCREP-FILE
           LABEL RECORDS ARE OMITTED.
        01 DISCREP-REC PIC X(80).

      **************************************************************
      * GENMANAGER'S ROTATION CATALOG *
      **************************************************************
        FD CATALOG-FILE
           LABEL RECORDS ARE OMITTED.
        01 CATALOG-REC PIC X(80).

      **************************************************************
      * THE ONE-PAGE MORNING STATUS *
      **************************************************************
        FD STATUS-FILE
           LABEL RECORDS ARE OMITTED.
        01 STATUS-REC PIC X(80).

        WORKING-STORAGE SECTION.

      **************************************************************
      * RUN-CONTROL WORK AREAS, SAME LAYOUTS AS THE ROSTER'S. THE *
      * CYCLE STAMP IS THE CYCLE'S START IN THE YYMMDD FORM THE *
      * ROTATION CATALOG CARRIES, FOR ORDERING CATALOG LINES. *
      **************************************************************
        01 RUN-CONTROL-DATA.
                03 RC-CYCLE-DATE PIC X(8).
                03 RC-CYCLE-DATE-PARTS REDEFINES RC-CYCLE-DATE.
                        05 RC-CYCLE-CC     PIC X(2).
                        05 RC-CYCLE-YYMMDD PIC X(6).
                03 FILLER        PIC X(1).
                03 RC-CYCLE-TIME PIC X(8).
                03 FILLER        PIC X(1).
                03 RC-STATE      PIC X(12).
                03 FILLER        PIC X(1).
                03 RC-VERDICT    PIC X(14).
                03 FILLER        PIC X(35).
        01 RUNCNTL-STATUS  PIC XX VALUE '00'.
        01 RUNSTEPS-STATUS PIC XX VALUE '00'.
        01 RUNCNTL-SW      PIC 9 VALUE 0.
        01 CYCLE-STAMP.
                03 CYS-DATE PIC X(6).
                03 CYS-TIME PIC X(8).
        01 STEP-LINE-DATA.
                03 SL-CYCLE-DATE PIC X(8).
                03 FILLER        PIC X(1).
                03 SL-CYCLE-TIME PIC X(8).
                03 FILLER        PIC X(1).
                03 SL-STEP       PIC X(12).
                03 FILLER        PIC X(1).
                03 SL-DONE-TIME  PIC X(8).
                03 FILLER        PIC X(41).

      **************************************************************
      * THE CYCLE DRIVER'S STANDING LINE, AS CYCLEDRIVER WRITES IT *
      **************************************************************
        01 DRIVER-STATE-DATA.
                03 DS-STATE      PIC X(8).
                03 FILLER        PIC X(1).
                03 DS-CYCLE-DATE PIC X(8).
                03 FILLER        PIC X(1).
                03 DS-CYCLE-TIME PIC X(8).
                03 FILLER        PIC X(1).
                03 DS-STEP       PIC X(12).
                03 FILLER        PIC X(1).
                03 DS-RC         PIC 9(4).
                03 FILLER        PIC X(36).
        01 CYCDRVR-STATUS PIC XX VALUE '00'.
      **************************************************************
      * 1 = THE DRIVER ENDED THIS CYCLE'S PLAN, SO A STEP WITH NO *
      * COMPLETION WAS LEFT OUT OF THE PLAN RATHER THAN MISSED *
      **************************************************************
        01 PLAN-ENDED-SW  PIC 9 VALUE 0.

      **************************************************************
      * THE SUITE'S STEPS IN JOB-STREAM ORDER, AS THE CYCLE DRIVER *
      * RUNS THEM, AND WHEN EACH COMPLETED THIS CYCLE *
      **************************************************************
        01 STEP-TABLE-DATA.
                03 FILLER PIC X(28) VALUE 'PROJECT1    Project1'.
                03 FILLER PIC X(28) VALUE 'BENEACK     BeneAck'.
                03 FILLER PIC X(28) VALUE 'CHARGESTMT  ChargeStmt'.
                03 FILLER PIC X(28) VALUE 'EXCPRECYCLE ExcpRecycle'.
                03 FILLER PIC X(28) VALUE 'ENROLLMAINT EnrollMaint'.
                03 FILLER PIC X(28) VALUE 'WAITPROMOTE WaitPromote'.
                03 FILLER PIC X(28) VALUE 'EXTRACTDELTAExtractDelta'.
                03 FILLER PIC X(28) VALUE 'SERVICEAGE  ServiceAge'.
                03 FILLER PIC X(28) VALUE 'RUNTREND    RunTrend'.
                03 FILLER PIC X(28) VALUE 'MASTERMAINT MasterMaint'.
                03 FILLER PIC X(28) VALUE 'RETENTPURGE RetentionPurge'.
                03 FILLER PIC X(28) VALUE 'GENMANAGER  GenManager'.
        01 STEP-TABLE REDEFINES STEP-TABLE-DATA.
                03 ST-ENTRY OCCURS 12 TIMES.
                        05 ST-NAME    PIC X(12).
                        05 ST-PROGRAM PIC X(16).
        01 STEP-DONE-TABLE.
                03 SD-DONE-AT PIC X(8) OCCURS 12 TIMES.
        01 ST-MAX      PIC 9(3) COMP VALUE 12.
        01 ST-SUB      PIC 9(3) COMP VALUE 0.
      **************************************************************
      * TABLE POSITIONS OF THE STEPS WHOSE LISTINGS ARE READ *
      **************************************************************
        01 ST-PROJECT1    PIC 9(3) COMP VALUE 1.
        01 ST-BENEACK     PIC 9(3) COMP VALUE 2.
        01 ST-EXCPRECYCLE PIC 9(3) COMP VALUE 4.
        01 ST-ENROLLMAINT PIC 9(3) COMP VALUE 5.
        01 ST-WAITPROMOTE PIC 9(3) COMP VALUE 6.
        01 ST-GENMANAGER  PIC 9(3) COMP VALUE 12.

      **************************************************************
      * ONE LINE OF WHICHEVER LISTING IS BEING SCANNED, WITH A VIEW *
      * FOR EACH LISTING'S TOTAL-LINE LAYOUT *
      **************************************************************
        01 LISTING-LINE PIC X(80).
      **************************************************************
      * EMPLOYEE-BALN: 34-BYTE CAPTION, 6-DIGIT COUNT *
      **************************************************************
        01 BALN-VIEW REDEFINES LISTING-LINE.
                03 FILLER      PIC X(3).
                03 BLV-TEXT    PIC X(34).
                03 BLV-COUNT   PIC ZZZZZ9.
                03 FILLER      PIC X(37).
        01 BALN-RESULT-VIEW REDEFINES LISTING-LINE.
                03 FILLER      PIC X(3).
                03 BLV-RESULT  PIC X(50).
                03 FILLER      PIC X(27).
      **************************************************************
      * BENE-ACKL: 34-BYTE CAPTION, 7-DIGIT COUNT *
      **************************************************************
        01 ACKL-VIEW REDEFINES LISTING-LINE.
                03 FILLER      PIC X(3).
                03 AKV-TEXT    PIC X(34).
                03 AKV-COUNT   PIC ZZZZZZ9.
                03 FILLER      PIC X(36).
        01 ACKL-RESULT-VIEW REDEFINES LISTING-LINE.
                03 FILLER      PIC X(3).
                03 AKV-RESULT  PIC X(52).
                03 FILLER      PIC X(25).
      **************************************************************
      * WAITPROM-LIST, RECYCLE-LIST, AND ENROLL-SEAT: 26-BYTE *
      * CAPTION, 5 DIGITS *
      **************************************************************
        01 LIST-TOTAL-VIEW REDEFINES LISTING-LINE.
                03 FILLER      PIC X(3).
                03 LTV-TEXT    PIC X(26).
                03 LTV-COUNT   PIC ZZZZ9.
                03 FILLER      PIC X(46).
      **************************************************************
      * EMPLOYEE-DISC: THE ID IN COLUMNS 4-10, THE REASON FROM 16 *
      **************************************************************
        01 DISC-VIEW REDEFINES LISTING-LINE.
                03 FILLER      PIC X(3).
                03 DSV-ID      PIC X(7).
                03 FILLER      PIC X(5).
                03 DSV-REASON  PIC X(30).
                03 FILLER      PIC X(35).
      **************************************************************
      * GENCATLG: DATE (YYMMDD), TIME, ACTION, RECORD COUNT *
      **************************************************************
        01 CATALOG-VIEW REDEFINES LISTING-LINE.
                03 CTV-STAMP.
                        05 CTV-DATE    PIC X(6).
                        05 FILLER      PIC X(2).
                        05 FILLER      PIC X(1).
                        05 CTV-TIME    PIC X(8).
                03 FILLER      PIC X(1).
                03 CTV-ACTION  PIC X(24).
                03 FILLER      PIC X(10).
                03 CTV-COUNT   PIC ZZZZZ9.
                03 FILLER      PIC X(22).
        01 CATALOG-STAMP.
                03 CTS-DATE PIC X(6).
                03 CTS-TIME PIC X(8).

      **************************************************************
      * FILE STATUS BYTES AND EOF SWITCH FOR THE LISTINGS *
      **************************************************************
        01 BALN-STATUS  PIC XX VALUE '00'.
        01 ACKL-STATUS  PIC XX VALUE '00'.
        01 WAITL-STATUS PIC XX VALUE '00'.
        01 RCYCL-STATUS PIC XX VALUE '00'.
        01 SEATL-STATUS PIC XX VALUE '00'.
        01 DISC-STATUS  PIC XX VALUE '00'.
        01 CATLG-STATUS PIC XX VALUE '00'.
        01 EOF-L        PIC 9 VALUE 0.

      **************************************************************
      * WHAT THE LISTINGS SAID. A SWITCH OF 1 MEANS THE LISTING WAS *
      * THERE TO READ. *
      **************************************************************
        01 NIGHT-FIGURES.
                03 BALN-SW          PIC 9 VALUE 0.
                03 BALN-READ        PIC 9(6) VALUE 0.
                03 BALN-REJECTS     PIC 9(6) VALUE 0.
                03 BALN-WAITLISTED  PIC 9(6) VALUE 0.
                03 BALN-SHARED      PIC 9(6) VALUE 0.
                03 BALN-REFDROP     PIC 9(6) VALUE 0.
                03 BALN-OUT-SW      PIC 9 VALUE 0.
                03 ACKL-SW          PIC 9 VALUE 0.
                03 ACKL-REJECTED    PIC 9(7) VALUE 0.
                03 ACKL-UNACKED     PIC 9(7) VALUE 0.
                03 ACKL-EXTRA       PIC 9(7) VALUE 0.
                03 ACKL-OUT-SW      PIC 9 VALUE 0.
                03 WAITL-SW         PIC 9 VALUE 0.
                03 WAITL-PROMOTED   PIC 9(5) VALUE 0.
                03 WAITL-WAITING    PIC 9(5) VALUE 0.
                03 RCYCL-SW         PIC 9 VALUE 0.
                03 RCYCL-READ       PIC 9(5) VALUE 0.
                03 RCYCL-REINJECTED PIC 9(5) VALUE 0.
                03 RCYCL-BOUNCED    PIC 9(5) VALUE 0.
                03 SEATL-SW         PIC 9 VALUE 0.
                03 SEATL-CLASSES    PIC 9(5) VALUE 0.
                03 SEATL-OPENED     PIC 9(5) VALUE 0.
                03 DISC-SW          PIC 9 VALUE 0.
                03 DISC-COUNT       PIC 9(5) VALUE 0.
                03 DISC-NOMAST-SW   PIC 9 VALUE 0.
                03 CATLG-SW         PIC 9 VALUE 0.

      **************************************************************
      * ROTATION CATALOG FINDINGS: THE XTR-TO-XTRPRV ROLL THAT MADE *
      * THE PRIOR EXTRACT THIS CYCLE'S COMPARE READ, AND THE LINES *
      * CATALOGED SINCE THE CYCLE STARTED *
      **************************************************************
        01 PRIOR-ROLL-SW    PIC 9 VALUE 0.
        01 PRIOR-ROLL-DATE  PIC X(6) VALUE SPACES.
        01 PRIOR-ROLL-TIME  PIC X(8) VALUE SPACES.
        01 PRIOR-ROLL-COUNT PIC 9(6) VALUE 0.
        01 PRIOR-ROLL-EDIT  PIC ZZZZZ9.
        01 TONIGHT-TABLE.
                03 TN-LINE PIC X(80) OCCURS 8 TIMES.
        01 TN-MAX       PIC 9(3) COMP VALUE 8.
        01 TN-USED      PIC 9(3) COMP VALUE 0.
        01 TN-SUB       PIC 9(3) COMP VALUE 0.
        01 TN-COUNT     PIC 9(3) VALUE 0.

      **************************************************************
      * ACTION ITEMS: WHAT NEEDS A PERSON TODAY. SEVERITY 8 IS THE *
      * CYCLE ITSELF (NOT RUN, NOT FINISHED, OUT OF BALANCE, A *
      * STEP MISSING); SEVERITY 4 IS FOLLOW-UP WORK. THE HIGHEST *
      * SEVERITY BECOMES THE RETURN CODE. *
      **************************************************************
        01 ACTION-TABLE.
                03 AT-TEXT PIC X(62) OCCURS 20 TIMES.
        01 AT-MAX       PIC 9(3) COMP VALUE 20.
        01 AT-USED      PIC 9(3) COMP VALUE 0.
        01 AT-SUB       PIC 9(3) COMP VALUE 0.
        01 ACTION-COUNT PIC 9(3) VALUE 0.
        01 ACTION-TEXT  PIC X(62) VALUE SPACES.
        01 ACTION-SEV   PIC 9(2) VALUE 0.
        01 HIGH-SEV     PIC 9(2) VALUE 0.
        01 RUN-DATE     PIC X(8) VALUE SPACES.
        01 RUN-TIME     PIC X(8) VALUE SPACES.

      **************************************************************
      * STATUS PAGE LINES *
      **************************************************************
        01 STA-HEADING1.
                03 FILLER PIC X(25) VALUE SPACES.
                03        PIC X(30)
                   VALUE 'MORNING OPERATIONS STATUS PAGE'.
                03 FILLER PIC X(25) VALUE SPACES.
        01 STA-HEADING2.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(10) VALUE 'RUN DATE'.
                03 STH-RUN-DATE PIC X(8).
                03 FILLER PIC X(2) VALUE SPACES.
                03 STH-RUN-TIME PIC X(8).
                03 FILLER PIC X(49) VALUE SPACES.
        01 STA-CYCLE-LINE.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(7) VALUE 'CYCLE'.
                03 STC-DATE    PIC X(8).
                03 FILLER      PIC X(1) VALUE SPACES.
                03 STC-TIME    PIC X(8).
                03 FILLER      PIC X(3) VALUE SPACES.
                03        PIC X(7) VALUE 'STATE'.
                03 STC-STATE   PIC X(12).
                03 FILLER      PIC X(1) VALUE SPACES.
                03        PIC X(9) VALUE 'BALANCE'.
                03 STC-VERDICT PIC X(14).
                03 FILLER      PIC X(7) VALUE SPACES.
        01 STA-SECTION-LINE.
                03 FILLER      PIC X(3) VALUE SPACES.
                03 STS-TEXT    PIC X(60).
                03 FILLER      PIC X(17) VALUE SPACES.
        01 STA-STEP-HEAD.
                03 FILLER PIC X(5) VALUE SPACES.
                03        PIC X(13) VALUE 'STEP'.
                03        PIC X(17) VALUE 'PROGRAM'.
                03        PIC X(13) VALUE 'STATUS'.
                03        PIC X(9) VALUE 'AT'.
                03 FILLER PIC X(23) VALUE SPACES.
        01 STA-STEP-LINE.
                03 FILLER       PIC X(5) VALUE SPACES.
                03 STL-STEP     PIC X(12).
                03 FILLER       PIC X(1) VALUE SPACES.
                03 STL-PROGRAM  PIC X(16).
                03 FILLER       PIC X(1) VALUE SPACES.
                03 STL-STATUS   PIC X(12).
                03 FILLER       PIC X(1) VALUE SPACES.
                03 STL-AT       PIC X(8).
                03 FILLER       PIC X(24) VALUE SPACES.
        01 STA-COUNT-LINE.
                03 FILLER       PIC X(5) VALUE SPACES.
                03 SCL-TEXT     PIC X(34).
                03 SCL-COUNT    PIC ZZZZZZ9.
                03 FILLER       PIC X(2) VALUE SPACES.
                03 SCL-SOURCE   PIC X(32).
        01 STA-GEN-LINE.
                03 FILLER       PIC X(5) VALUE SPACES.
                03 SGL-STEP     PIC X(12).
                03 FILLER       PIC X(1) VALUE SPACES.
                03 SGL-FILE     PIC X(16).
                03 FILLER       PIC X(1) VALUE SPACES.
                03 SGL-NOTE     PIC X(45).
        01 STA-DETAIL-LINE.
                03 FILLER       PIC X(5) VALUE SPACES.
                03 SDL-TEXT     PIC X(75).
      **************************************************************
      * START OF PROCEDURE DIVISION *
      **************************************************************
        PROCEDURE DIVISION.
        000-MAINLINE.
                PERFORM 0050-SET-RUN-DATE.
                PERFORM 0100-READ-RUN-CONTROL.
                PERFORM 0150-READ-DRIVER-STATE.
                PERFORM 0200-LOAD-STEP-LOG.
                PERFORM 0300-READ-BALANCE.
                PERFORM 0400-READ-ACK-LIST.
                PERFORM 0450-READ-WAIT-LIST.
                PERFORM 0500-READ-RECYCLE-LIST.
                PERFORM 0530-READ-SEAT-LIST.
                PERFORM 0550-READ-DISCREPANCIES.
                PERFORM 0600-READ-CATALOG.
                PERFORM 0700-FIND-ACTIONS.
                OPEN OUTPUT STATUS-FILE.
                PERFORM 1000-PRINT-HEADINGS.
                PERFORM 1100-PRINT-STEPS.
                PERFORM 1200-PRINT-COUNTS.
                PERFORM 1300-PRINT-GENERATIONS.
                PERFORM 1400-PRINT-ACTIONS.
                CLOSE STATUS-FILE.
                IF AT-USED > 0
                   DISPLAY 'MORNING STATUS: ' ACTION-COUNT
                      ' ITEM(S) NEED ATTENTION - SEE MORNING-STAT'
                END-IF.
                MOVE HIGH-SEV TO RETURN-CODE.
                STOP RUN.
        0050-SET-RUN-DATE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
      **************************************************************
      * THE CYCLE BEING REPORTED IS THE ONE ON RUNCNTL *
      **************************************************************
        0100-READ-RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-DATA.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNCNTL-STATUS = '00'
              READ RUN-CONTROL-FILE INTO RUN-CONTROL-DATA
                 AT END MOVE SPACES TO RUN-CONTROL-DATA
              END-READ
              CLOSE RUN-CONTROL-FILE
           END-IF.
           IF RC-CYCLE-DATE NOT = SPACES
              MOVE 1 TO RUNCNTL-SW
           END-IF.
           MOVE RC-CYCLE-YYMMDD TO CYS-DATE.
           MOVE RC-CYCLE-TIME TO CYS-TIME.
        0150-READ-DRIVER-STATE.
           MOVE SPACES TO DRIVER-STATE-DATA.
           OPEN INPUT DRIVER-STATE-FILE.
           IF CYCDRVR-STATUS = '00'
              READ DRIVER-STATE-FILE INTO DRIVER-STATE-DATA
                 AT END MOVE SPACES TO DRIVER-STATE-DATA
              END-READ
              CLOSE DRIVER-STATE-FILE
           END-IF.
           IF DS-STATE = 'ENDED'
                 AND DS-CYCLE-DATE = RC-CYCLE-DATE
                 AND DS-CYCLE-TIME = RC-CYCLE-TIME
              MOVE 1 TO PLAN-ENDED-SW
           END-IF.
      **************************************************************
      * PICKS UP EACH STEP'S COMPLETION TIME FOR THIS CYCLE FROM *
      * RUNSTEPS *
      **************************************************************
        0200-LOAD-STEP-LOG.
           MOVE SPACES TO STEP-DONE-TABLE.
           IF RUNCNTL-SW = 1
              OPEN INPUT RUN-STEPS-FILE
              IF RUNSTEPS-STATUS = '00'
                 MOVE 0 TO EOF-L
                 PERFORM 0210-READ-STEP-LINE
                 PERFORM 0220-POST-STEP-LINE
                    UNTIL EOF-L = 1
                 CLOSE RUN-STEPS-FILE
              END-IF
           END-IF.
        0210-READ-STEP-LINE.
           READ RUN-STEPS-FILE INTO STEP-LINE-DATA
              AT END MOVE 1 TO EOF-L
           END-READ.
        0220-POST-STEP-LINE.
           IF SL-CYCLE-DATE = RC-CYCLE-DATE
                 AND SL-CYCLE-TIME = RC-CYCLE-TIME
              PERFORM 0230-MATCH-STEP-NAME
                 VARYING ST-SUB FROM 1 BY 1
                 UNTIL ST-SUB > ST-MAX
           END-IF.
           PERFORM 0210-READ-STEP-LINE.
        0230-MATCH-STEP-NAME.
           IF SL-STEP = ST-NAME (ST-SUB)
              MOVE SL-DONE-TIME TO SD-DONE-AT (ST-SUB)
           END-IF.
      **************************************************************
      * EMPLOYEE-BALN: RECORDS READ, REJECTS, WAITLISTED, SHARED *
      * SSNS, DROPPED REFERENCE CARDS, AND THE OUT-OF-BALANCE LINE *
      **************************************************************
        0300-READ-BALANCE.
           OPEN INPUT BALANCE-FILE.
           IF BALN-STATUS = '00'
              MOVE 1 TO BALN-SW
              MOVE 0 TO EOF-L
              PERFORM 0310-READ-BALANCE-LINE
              PERFORM 0320-POST-BALANCE-LINE
                 UNTIL EOF-L = 1
              CLOSE BALANCE-FILE
           END-IF.
        0310-READ-BALANCE-LINE.
           READ BALANCE-FILE INTO LISTING-LINE
              AT END MOVE 1 TO EOF-L
           END-READ.
        0320-POST-BALANCE-LINE.
           IF BLV-TEXT = 'RECORDS READ:'
              MOVE BLV-COUNT TO BALN-READ
           END-IF.
           IF BLV-TEXT = 'VALIDATION REJECTS:'
              MOVE BLV-COUNT TO BALN-REJECTS
           END-IF.
           IF BLV-TEXT = 'WAITLISTED THIS RUN:'
              MOVE BLV-COUNT TO BALN-WAITLISTED
           END-IF.
           IF BLV-TEXT = 'SHARED SSN PAIRS FOUND:'
              MOVE BLV-COUNT TO BALN-SHARED
           END-IF.
           IF BLV-TEXT = 'REFERENCE CARDS DROPPED:'
              MOVE BLV-COUNT TO BALN-REFDROP
           END-IF.
           IF BLV-RESULT =
                 'RUN OUT OF BALANCE - ENDING WITH RETURN CODE 12'
              MOVE 1 TO BALN-OUT-SW
           END-IF.
           PERFORM 0310-READ-BALANCE-LINE.
      **************************************************************
      * BENE-ACKL: CARRIER REJECTIONS, DETAILS NEVER ACKNOWLEDGED, *
      * ACKNOWLEDGMENTS FOR DETAILS NEVER SENT, AND THE *
      * OUT-OF-BALANCE LINE *
      **************************************************************
        0400-READ-ACK-LIST.
           OPEN INPUT ACK-LIST-FILE.
           IF ACKL-STATUS = '00'
              MOVE 1 TO ACKL-SW
              MOVE 0 TO EOF-L
              PERFORM 0410-READ-ACK-LINE
              PERFORM 0420-POST-ACK-LINE
                 UNTIL EOF-L = 1
              CLOSE ACK-LIST-FILE
           END-IF.
        0410-READ-ACK-LINE.
           READ ACK-LIST-FILE INTO LISTING-LINE
              AT END MOVE 1 TO EOF-L
           END-READ.
        0420-POST-ACK-LINE.
           IF AKV-TEXT = 'REJECTED BY CARRIER:'
              MOVE AKV-COUNT TO ACKL-REJECTED
           END-IF.
           IF AKV-TEXT = 'NEVER ACKNOWLEDGED:'
              MOVE AKV-COUNT TO ACKL-UNACKED
           END-IF.
           IF AKV-TEXT = 'ACKNOWLEDGED BUT NOT SENT:'
              MOVE AKV-COUNT TO ACKL-EXTRA
           END-IF.
           IF AKV-RESULT =
                 'OUT OF BALANCE - ENDING WITH RETURN CODE 12'
              MOVE 1 TO ACKL-OUT-SW
           END-IF.
           PERFORM 0410-READ-ACK-LINE.
      **************************************************************
      * WAITPROM-LIST: WAITLISTED RECORDS PROMOTED AND STILL *
      * WAITING *
      **************************************************************
        0450-READ-WAIT-LIST.
           OPEN INPUT WAIT-LIST-FILE.
           IF WAITL-STATUS = '00'
              MOVE 1 TO WAITL-SW
              MOVE 0 TO EOF-L
              PERFORM 0460-READ-WAIT-LINE
              PERFORM 0470-POST-WAIT-LINE
                 UNTIL EOF-L = 1
              CLOSE WAIT-LIST-FILE
           END-IF.
        0460-READ-WAIT-LINE.
           READ WAIT-LIST-FILE INTO LISTING-LINE
              AT END MOVE 1 TO EOF-L
           END-READ.
        0470-POST-WAIT-LINE.
           IF LTV-TEXT = 'RECORDS PROMOTED:'
              MOVE LTV-COUNT TO WAITL-PROMOTED
           END-IF.
           IF LTV-TEXT = 'RECORDS STILL WAITING:'
              MOVE LTV-COUNT TO WAITL-WAITING
           END-IF.
           PERFORM 0460-READ-WAIT-LINE.
      **************************************************************
      * RECYCLE-LIST: RECYCLED RECORDS READ, REINJECTED, AND *
      * BOUNCED BACK *
      **************************************************************
        0500-READ-RECYCLE-LIST.
           OPEN INPUT RECYCLE-LIST-FILE.
           IF RCYCL-STATUS = '00'
              MOVE 1 TO RCYCL-SW
              MOVE 0 TO EOF-L
              PERFORM 0510-READ-RECYCLE-LINE
              PERFORM 0520-POST-RECYCLE-LINE
                 UNTIL EOF-L = 1
              CLOSE RECYCLE-LIST-FILE
           END-IF.
        0510-READ-RECYCLE-LINE.
           READ RECYCLE-LIST-FILE INTO LISTING-LINE
              AT END MOVE 1 TO EOF-L
           END-READ.
        0520-POST-RECYCLE-LINE.
           IF LTV-TEXT = 'RECYCLE RECORDS READ:'
              MOVE LTV-COUNT TO RCYCL-READ
           END-IF.
           IF LTV-TEXT = 'RECORDS REINJECTED:'
              MOVE LTV-COUNT TO RCYCL-REINJECTED
           END-IF.
           IF LTV-TEXT = 'RECORDS BOUNCED BACK:'
              MOVE LTV-COUNT TO RCYCL-BOUNCED
           END-IF.
           PERFORM 0510-READ-RECYCLE-LINE.
      **************************************************************
      * ENROLL-SEAT: CLASSES THAT GAINED OPEN SEATS FROM THE *
      * NIGHT'S DROPS AND TRANSFERS, AND THE SEATS OPENED *
      **************************************************************
        0530-READ-SEAT-LIST.
           OPEN INPUT SEAT-LIST-FILE.
           IF SEATL-STATUS = '00'
              MOVE 1 TO SEATL-SW
              MOVE 0 TO EOF-L
              PERFORM 0540-READ-SEAT-LINE
              PERFORM 0545-POST-SEAT-LINE
                 UNTIL EOF-L = 1
              CLOSE SEAT-LIST-FILE
           END-IF.
        0540-READ-SEAT-LINE.
           READ SEAT-LIST-FILE INTO LISTING-LINE
              AT END MOVE 1 TO EOF-L
           END-READ.
        0545-POST-SEAT-LINE.
           IF LTV-TEXT = 'CLASSES WITH SEATS OPENED:'
              MOVE LTV-COUNT TO SEATL-CLASSES
           END-IF.
           IF LTV-TEXT = 'SEATS OPENED:'
              MOVE LTV-COUNT TO SEATL-OPENED
           END-IF.
           PERFORM 0540-READ-SEAT-LINE.
      **************************************************************
      * EMPLOYEE-DISC: ONE LINE PER DISCREPANT ID. THE COLUMN *
      * HEADING IS THE ONE LINE WITH 'EMP ID' WHERE AN ID SITS. *
      **************************************************************
        0550-READ-DISCREPANCIES.
           OPEN INPUT DISCREP-FILE.
           IF DISC-STATUS = '00'
              MOVE 1 TO DISC-SW
              MOVE 0 TO EOF-L
              PERFORM 0560-READ-DISC-LINE
              PERFORM 0570-POST-DISC-LINE
                 UNTIL EOF-L = 1
              CLOSE DISCREP-FILE
           END-IF.
        0560-READ-DISC-LINE.
           READ DISCREP-FILE INTO LISTING-LINE
              AT END MOVE 1 TO EOF-L
           END-READ.
        0570-POST-DISC-LINE.
           IF DSV-ID NOT = SPACES AND DSV-ID NOT = 'EMP ID'
              ADD 1 TO DISC-COUNT
           END-IF.
           IF DSV-ID = SPACES
                 AND DSV-REASON = 'MASTEREMP MISSING - SKIPPED'
              MOVE 1 TO DISC-NOMAST-SW
           END-IF.
           PERFORM 0560-READ-DISC-LINE.
      **************************************************************
      * GENCATLG: THE LAST XTR-TO-XTRPRV ROLL CATALOGED BEFORE THIS *
      * CYCLE STARTED IS THE PRIOR EXTRACT THIS CYCLE'S COMPARE *
      * READ; LINES CATALOGED SINCE ARE TONIGHT'S ROTATIONS. *
      **************************************************************
        0600-READ-CATALOG.
           OPEN INPUT CATALOG-FILE.
           IF CATLG-STATUS = '00'
              MOVE 1 TO CATLG-SW
              MOVE 0 TO EOF-L
              PERFORM 0610-READ-CATALOG-LINE
              PERFORM 0620-POST-CATALOG-LINE
                 UNTIL EOF-L = 1
              CLOSE CATALOG-FILE
           END-IF.
        0610-READ-CATALOG-LINE.
           READ CATALOG-FILE INTO LISTING-LINE
              AT END MOVE 1 TO EOF-L
           END-READ.
        0620-POST-CATALOG-LINE.
           MOVE CTV-DATE TO CTS-DATE.
           MOVE CTV-TIME TO CTS-TIME.
           IF RUNCNTL-SW = 1 AND LISTING-LINE NOT = SPACES
              IF CATALOG-STAMP < CYCLE-STAMP
                 IF CTV-ACTION = 'XTR ROLLED TO XTRPRV'
                    MOVE 1 TO PRIOR-ROLL-SW
                    MOVE CTV-DATE TO PRIOR-ROLL-DATE
                    MOVE CTV-TIME TO PRIOR-ROLL-TIME
                    MOVE CTV-COUNT TO PRIOR-ROLL-COUNT
                 END-IF
              ELSE
                 ADD 1 TO TN-COUNT
                 IF TN-USED < TN-MAX
                    ADD 1 TO TN-USED
                    MOVE LISTING-LINE TO TN-LINE (TN-USED)
                 END-IF
              END-IF
           END-IF.
           PERFORM 0610-READ-CATALOG-LINE.
      **************************************************************
      * DECIDES WHAT NEEDS A PERSON TODAY *
      **************************************************************
        0700-FIND-ACTIONS.
           IF RUNCNTL-SW = 0
              MOVE 'NO CYCLE ON RUNCNTL - PROJECT1 HAS NOT RUN'
                 TO ACTION-TEXT
              MOVE 8 TO ACTION-SEV
              PERFORM 0790-ADD-ACTION
           ELSE
              IF RC-STATE NOT = 'COMPLETE'
                 MOVE 'CYCLE NOT COMPLETE - PROJECT1 DID NOT FINISH'
                    TO ACTION-TEXT
                 MOVE 8 TO ACTION-SEV
                 PERFORM 0790-ADD-ACTION
              ELSE
                 IF RC-VERDICT NOT = 'BALANCED'
                    MOVE 'CYCLE OUT OF BALANCE - SEE EMPLOYEE-BALN'
                       TO ACTION-TEXT
                    MOVE 8 TO ACTION-SEV
                    PERFORM 0790-ADD-ACTION
                 END-IF
              END-IF
           END-IF.
           IF DS-STATE = 'STOPPED'
              MOVE SPACES TO ACTION-TEXT
              STRING 'CYCLE DRIVER STOPPED AT ' DELIMITED BY SIZE
                     DS-STEP DELIMITED BY SPACE
                     ' RC ' DELIMITED BY SIZE
                     DS-RC DELIMITED BY SIZE
                     ' - RESUBMIT' DELIMITED BY SIZE
                 INTO ACTION-TEXT
              END-STRING
              MOVE 8 TO ACTION-SEV
              PERFORM 0790-ADD-ACTION
           END-IF.
           IF DS-STATE = 'RUNNING'
              MOVE 'CYCLE DRIVER NEVER ENDED - CHECK THE JOB, RESUBMIT'
                 TO ACTION-TEXT
              MOVE 8 TO ACTION-SEV
              PERFORM 0790-ADD-ACTION
           END-IF.
           IF RUNCNTL-SW = 1 AND PLAN-ENDED-SW = 0
              PERFORM 0710-CHECK-STEP-DONE
                 VARYING ST-SUB FROM 1 BY 1
                 UNTIL ST-SUB > ST-MAX
           END-IF.
           PERFORM 0720-CHECK-LISTINGS.
           PERFORM 0730-CHECK-FIGURES.
        0710-CHECK-STEP-DONE.
           IF SD-DONE-AT (ST-SUB) = SPACES
              MOVE SPACES TO ACTION-TEXT
              STRING 'STEP NOT COMPLETE THIS CYCLE: ' DELIMITED BY SIZE
                     ST-NAME (ST-SUB) DELIMITED BY SPACE
                 INTO ACTION-TEXT
              END-STRING
              MOVE 8 TO ACTION-SEV
              PERFORM 0790-ADD-ACTION
           END-IF.
      **************************************************************
      * A STEP THAT COMPLETED BUT LEFT NO LISTING *
      **************************************************************
        0720-CHECK-LISTINGS.
           MOVE 4 TO ACTION-SEV.
           IF SD-DONE-AT (ST-PROJECT1) NOT = SPACES
              IF BALN-SW = 0
                 MOVE 'EMPLOYEE-BALN MISSING THOUGH PROJECT1 COMPLETED'
                    TO ACTION-TEXT
                 PERFORM 0790-ADD-ACTION
              END-IF
              IF DISC-SW = 0
                 MOVE 'EMPLOYEE-DISC MISSING THOUGH PROJECT1 COMPLETED'
                    TO ACTION-TEXT
                 PERFORM 0790-ADD-ACTION
              END-IF
           END-IF.
           IF SD-DONE-AT (ST-BENEACK) NOT = SPACES
                 AND ACKL-SW = 0
              MOVE 'BENE-ACKL MISSING THOUGH BENEACK COMPLETED'
                 TO ACTION-TEXT
              PERFORM 0790-ADD-ACTION
           END-IF.
           IF SD-DONE-AT (ST-EXCPRECYCLE) NOT = SPACES
                 AND RCYCL-SW = 0
              MOVE 'RECYCLE-LIST MISSING THOUGH EXCPRECYCLE COMPLETED'
                 TO ACTION-TEXT
              PERFORM 0790-ADD-ACTION
           END-IF.
           IF SD-DONE-AT (ST-ENROLLMAINT) NOT = SPACES
                 AND SEATL-SW = 0
              MOVE 'ENROLL-SEAT MISSING THOUGH ENROLLMAINT COMPLETED'
                 TO ACTION-TEXT
              PERFORM 0790-ADD-ACTION
           END-IF.
           IF SD-DONE-AT (ST-WAITPROMOTE) NOT = SPACES
                 AND WAITL-SW = 0
              MOVE 'WAITPROM-LIST MISSING THOUGH WAITPROMOTE COMPLETED'
                 TO ACTION-TEXT
              PERFORM 0790-ADD-ACTION
           END-IF.
           IF SD-DONE-AT (ST-GENMANAGER) NOT = SPACES
                 AND TN-COUNT = 0
              MOVE 'GENMANAGER COMPLETED BUT CATALOGED NO ROTATION'
                 TO ACTION-TEXT
              PERFORM 0790-ADD-ACTION
           END-IF.
      **************************************************************
      * FOLLOW-UP WORK THE LISTINGS SHOW *
      **************************************************************
        0730-CHECK-FIGURES.
           MOVE 4 TO ACTION-SEV.
           IF BALN-REJECTS > 0
              MOVE 'VALIDATION REJECTS PARKED - CORRECTION CARDS DUE'
                 TO ACTION-TEXT
              PERFORM 0790-ADD-ACTION
           END-IF.
           IF BALN-SHARED > 0
              MOVE 'SHARED SSNS FOUND - SEE EMPLOYEE-SSND'
                 TO ACTION-TEXT
              PERFORM 0790-ADD-ACTION
           END-IF.
           IF BALN-REFDROP > 0
              MOVE 'REFERENCE CARDS DROPPED - CHECK THE CARD FILES'
                 TO ACTION-TEXT
              PERFORM 0790-ADD-ACTION
           END-IF.
           IF RCYCL-BOUNCED > 0
              MOVE 'RECYCLED RECORDS BOUNCED BACK - SEE RECYCLE-LIST'
                 TO ACTION-TEXT
              PERFORM 0790-ADD-ACTION
           END-IF.
           IF ACKL-REJECTED > 0
              MOVE 'CARRIER REJECTIONS TO WORK - SEE BENE-ACKL'
                 TO ACTION-TEXT
              PERFORM 0790-ADD-ACTION
           END-IF.
           IF ACKL-OUT-SW = 1
              MOVE 'CARRIER ACKNOWLEDGMENTS DO NOT RECONCILE'
                 TO ACTION-TEXT
              PERFORM 0790-ADD-ACTION
           END-IF.
           IF DISC-COUNT > 0
              MOVE 'MASTER DISCREPANCIES - SEE EMPLOYEE-DISC'
                 TO ACTION-TEXT
              PERFORM 0790-ADD-ACTION
           END-IF.
           IF DISC-NOMAST-SW = 1
              MOVE 'MASTEREMP MISSING - MASTER CROSS-CHECK SKIPPED'
                 TO ACTION-TEXT
              PERFORM 0790-ADD-ACTION
           END-IF.
        0790-ADD-ACTION.
           ADD 1 TO ACTION-COUNT.
           IF AT-USED < AT-MAX
              ADD 1 TO AT-USED
              MOVE ACTION-TEXT TO AT-TEXT (AT-USED)
           END-IF.
           IF ACTION-SEV > HIGH-SEV
              MOVE ACTION-SEV TO HIGH-SEV
           END-IF.
      **************************************************************
      * RUN STAMP AND THE CYCLE'S STATE AND BALANCE VERDICT *
      **************************************************************
        1000-PRINT-HEADINGS.
           MOVE RUN-DATE TO STH-RUN-DATE.
           MOVE RUN-TIME TO STH-RUN-TIME.
           WRITE STATUS-REC FROM STA-HEADING1
              AFTER ADVANCING PAGE.
           WRITE STATUS-REC FROM STA-HEADING2
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STATUS-REC.
           WRITE STATUS-REC
              AFTER ADVANCING 1 LINE.
           IF RUNCNTL-SW = 1
              MOVE RC-CYCLE-DATE TO STC-DATE
              MOVE RC-CYCLE-TIME TO STC-TIME
              MOVE RC-STATE TO STC-STATE
              MOVE RC-VERDICT TO STC-VERDICT
           ELSE
              MOVE 'NONE' TO STC-DATE
              MOVE SPACES TO STC-TIME
              MOVE SPACES TO STC-STATE
              MOVE SPACES TO STC-VERDICT
           END-IF.
           WRITE STATUS-REC FROM STA-CYCLE-LINE
              AFTER ADVANCING 1 LINE.
           IF DS-STATE NOT = SPACES
              MOVE SPACES TO STS-TEXT
              STRING 'CYCLE DRIVER: ' DELIMITED BY SIZE
                     DS-STATE DELIMITED BY SPACE
                 INTO STS-TEXT
              END-STRING
              IF DS-STATE = 'STOPPED'
                 MOVE SPACES TO STS-TEXT
                 STRING 'CYCLE DRIVER: STOPPED AT ' DELIMITED BY SIZE
                        DS-STEP DELIMITED BY SPACE
                        ' RC ' DELIMITED BY SIZE
                        DS-RC DELIMITED BY SIZE
                    INTO STS-TEXT
                 END-STRING
              END-IF
              WRITE STATUS-REC FROM STA-SECTION-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
      **************************************************************
      * EACH STEP OF THE STREAM AND WHEN IT COMPLETED *
      **************************************************************
        1100-PRINT-STEPS.
           MOVE SPACES TO STATUS-REC.
           WRITE STATUS-REC
              AFTER ADVANCING 1 LINE.
           MOVE 'STEPS THIS CYCLE' TO STS-TEXT.
           WRITE STATUS-REC FROM STA-SECTION-LINE
              AFTER ADVANCING 1 LINE.
           WRITE STATUS-REC FROM STA-STEP-HEAD
              AFTER ADVANCING 1 LINE.
           PERFORM 1110-PRINT-STEP-LINE
              VARYING ST-SUB FROM 1 BY 1
              UNTIL ST-SUB > ST-MAX.
        1110-PRINT-STEP-LINE.
           MOVE ST-NAME (ST-SUB) TO STL-STEP.
           MOVE ST-PROGRAM (ST-SUB) TO STL-PROGRAM.
           MOVE SD-DONE-AT (ST-SUB) TO STL-AT.
           IF SD-DONE-AT (ST-SUB) NOT = SPACES
              MOVE 'COMPLETED' TO STL-STATUS
           ELSE
              IF PLAN-ENDED-SW = 1
                 MOVE 'NOT IN PLAN' TO STL-STATUS
              ELSE
                 MOVE 'NOT DONE' TO STL-STATUS
              END-IF
           END-IF.
           WRITE STATUS-REC FROM STA-STEP-LINE
              AFTER ADVANCING 1 LINE.
      **************************************************************
      * THE NIGHT'S COUNTS, EACH WITH THE LISTING IT CAME FROM *
      **************************************************************
        1200-PRINT-COUNTS.
           MOVE SPACES TO STATUS-REC.
           WRITE STATUS-REC
              AFTER ADVANCING 1 LINE.
           MOVE 'COUNTS' TO STS-TEXT.
           WRITE STATUS-REC FROM STA-SECTION-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'EMPLOYEE-BALN' TO SCL-SOURCE.
           IF BALN-SW = 1
              MOVE 'DAY RECORDS READ' TO SCL-TEXT
              MOVE BALN-READ TO SCL-COUNT
              PERFORM 1250-WRITE-COUNT-LINE
              MOVE 'VALIDATION REJECTS (RECYCLED)' TO SCL-TEXT
              MOVE BALN-REJECTS TO SCL-COUNT
              PERFORM 1250-WRITE-COUNT-LINE
              MOVE 'WAITLISTED THIS RUN' TO SCL-TEXT
              MOVE BALN-WAITLISTED TO SCL-COUNT
              PERFORM 1250-WRITE-COUNT-LINE
              MOVE 'SHARED SSN PAIRS' TO SCL-TEXT
              MOVE BALN-SHARED TO SCL-COUNT
              PERFORM 1250-WRITE-COUNT-LINE
           ELSE
              MOVE 'ROSTER COUNTS' TO SCL-TEXT
              PERFORM 1260-WRITE-MISSING-LINE
           END-IF.
           MOVE 'ENROLL-SEAT' TO SCL-SOURCE.
           IF SEATL-SW = 1
              MOVE 'CLASSES WITH SEATS OPENED' TO SCL-TEXT
              MOVE SEATL-CLASSES TO SCL-COUNT
              PERFORM 1250-WRITE-COUNT-LINE
              MOVE 'SEATS OPENED BY DROPS' TO SCL-TEXT
              MOVE SEATL-OPENED TO SCL-COUNT
              PERFORM 1250-WRITE-COUNT-LINE
           ELSE
              MOVE 'OPEN SEAT COUNTS' TO SCL-TEXT
              PERFORM 1260-WRITE-MISSING-LINE
           END-IF.
           MOVE 'WAITPROM-LIST' TO SCL-SOURCE.
           IF WAITL-SW = 1
              MOVE 'WAITLIST PROMOTED' TO SCL-TEXT
              MOVE WAITL-PROMOTED TO SCL-COUNT
              PERFORM 1250-WRITE-COUNT-LINE
              MOVE 'WAITLIST STILL WAITING' TO SCL-TEXT
              MOVE WAITL-WAITING TO SCL-COUNT
              PERFORM 1250-WRITE-COUNT-LINE
           ELSE
              MOVE 'WAITLIST PROMOTIONS' TO SCL-TEXT
              PERFORM 1260-WRITE-MISSING-LINE
           END-IF.
           MOVE 'RECYCLE-LIST' TO SCL-SOURCE.
           IF RCYCL-SW = 1
              MOVE 'RECYCLED RECORDS READ' TO SCL-TEXT
              MOVE RCYCL-READ TO SCL-COUNT
              PERFORM 1250-WRITE-COUNT-LINE
              MOVE 'RECYCLED - REINJECTED' TO SCL-TEXT
              MOVE RCYCL-REINJECTED TO SCL-COUNT
              PERFORM 1250-WRITE-COUNT-LINE
              MOVE 'RECYCLED - BOUNCED BACK' TO SCL-TEXT
              MOVE RCYCL-BOUNCED TO SCL-COUNT
              PERFORM 1250-WRITE-COUNT-LINE
           ELSE
              MOVE 'RECYCLE COUNTS' TO SCL-TEXT
              PERFORM 1260-WRITE-MISSING-LINE
           END-IF.
           MOVE 'BENE-ACKL' TO SCL-SOURCE.
           IF ACKL-SW = 1
              MOVE 'CARRIER REJECTED' TO SCL-TEXT
              MOVE ACKL-REJECTED TO SCL-COUNT
              PERFORM 1250-WRITE-COUNT-LINE
              MOVE 'CARRIER NEVER ACKNOWLEDGED' TO SCL-TEXT
              MOVE ACKL-UNACKED TO SCL-COUNT
              PERFORM 1250-WRITE-COUNT-LINE
              MOVE 'CARRIER ACKNOWLEDGED, NOT SENT' TO SCL-TEXT
              MOVE ACKL-EXTRA TO SCL-COUNT
              PERFORM 1250-WRITE-COUNT-LINE
           ELSE
              MOVE 'CARRIER COUNTS' TO SCL-TEXT
              PERFORM 1260-WRITE-MISSING-LINE
           END-IF.
           MOVE 'EMPLOYEE-DISC' TO SCL-SOURCE.
           IF DISC-SW = 1
              MOVE 'MASTER DISCREPANCIES' TO SCL-TEXT
              MOVE DISC-COUNT TO SCL-COUNT
              PERFORM 1250-WRITE-COUNT-LINE
           ELSE
              MOVE 'MASTER DISCREPANCIES' TO SCL-TEXT
              PERFORM 1260-WRITE-MISSING-LINE
           END-IF.
        1250-WRITE-COUNT-LINE.
           WRITE STATUS-REC FROM STA-COUNT-LINE
              AFTER ADVANCING 1 LINE.
        1260-WRITE-MISSING-LINE.
           MOVE SPACES TO SDL-TEXT.
           STRING SCL-TEXT DELIMITED BY '  '
                  ' NOT AVAILABLE - ' DELIMITED BY SIZE
                  SCL-SOURCE DELIMITED BY SPACE
                  ' NOT PRODUCED' DELIMITED BY SIZE
              INTO SDL-TEXT
           END-STRING.
           WRITE STATUS-REC FROM STA-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
      **************************************************************
      * WHICH EXTRACT GENERATION EACH DOWNSTREAM JOB READ, AND THE *
      * ROTATIONS CATALOGED SINCE THE CYCLE STARTED *
      **************************************************************
        1300-PRINT-GENERATIONS.
           MOVE SPACES TO STATUS-REC.
           WRITE STATUS-REC
              AFTER ADVANCING 1 LINE.
           MOVE 'GENERATIONS READ' TO STS-TEXT.
           WRITE STATUS-REC FROM STA-SECTION-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'WRITTEN BY PROJECT1 THIS CYCLE' TO SGL-NOTE.
           MOVE 'BENEACK' TO SGL-STEP.
           MOVE 'EMPLOYEE-BENE' TO SGL-FILE.
           PERFORM 1350-WRITE-GEN-LINE.
           MOVE 'EXTRACTDELTA' TO SGL-STEP.
           MOVE 'EMPLOYEE-XTR' TO SGL-FILE.
           PERFORM 1350-WRITE-GEN-LINE.
           MOVE 'EMPLOYEE-XTRPRV' TO SGL-FILE.
           MOVE SPACES TO SGL-NOTE.
           IF PRIOR-ROLL-SW = 1
              MOVE PRIOR-ROLL-COUNT TO PRIOR-ROLL-EDIT
              STRING 'ROLLED ' DELIMITED BY SIZE
                     PRIOR-ROLL-DATE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     PRIOR-ROLL-TIME DELIMITED BY SIZE
                     ' RECORDS ' DELIMITED BY SIZE
                     PRIOR-ROLL-EDIT DELIMITED BY SIZE
                 INTO SGL-NOTE
              END-STRING
           ELSE
              IF CATLG-SW = 1
                 MOVE 'NO ROLL CATALOGED BEFORE THIS CYCLE' TO SGL-NOTE
              ELSE
                 MOVE 'GENCATLG MISSING - GENERATION UNPROVEN'
                    TO SGL-NOTE
              END-IF
           END-IF.
           PERFORM 1350-WRITE-GEN-LINE.
           MOVE 'WRITTEN BY PROJECT1 THIS CYCLE' TO SGL-NOTE.
           MOVE 'SERVICEAGE' TO SGL-STEP.
           MOVE 'EMPLOYEE-XTR' TO SGL-FILE.
           PERFORM 1350-WRITE-GEN-LINE.
           MOVE SPACES TO SDL-TEXT.
           IF TN-COUNT = 0
              MOVE 'NO ROTATIONS CATALOGED SINCE THE CYCLE STARTED'
                 TO SDL-TEXT
              WRITE STATUS-REC FROM STA-DETAIL-LINE
                 AFTER ADVANCING 1 LINE
           ELSE
              MOVE 'ROTATIONS CATALOGED SINCE THE CYCLE STARTED:'
                 TO SDL-TEXT
              WRITE STATUS-REC FROM STA-DETAIL-LINE
                 AFTER ADVANCING 1 LINE
              PERFORM 1360-WRITE-TONIGHT-LINE
                 VARYING TN-SUB FROM 1 BY 1
                 UNTIL TN-SUB > TN-USED
           END-IF.
        1350-WRITE-GEN-LINE.
           WRITE STATUS-REC FROM STA-GEN-LINE
              AFTER ADVANCING 1 LINE.
        1360-WRITE-TONIGHT-LINE.
           MOVE TN-LINE (TN-SUB) TO SDL-TEXT.
           WRITE STATUS-REC FROM STA-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
      **************************************************************
      * ACTION ITEMS AND THE RETURN CODE THE SCHEDULER WILL SEE *
      **************************************************************
        1400-PRINT-ACTIONS.
           MOVE SPACES TO STATUS-REC.
           WRITE STATUS-REC
              AFTER ADVANCING 1 LINE.
           MOVE 'ACTION ITEMS' TO STS-TEXT.
           WRITE STATUS-REC FROM STA-SECTION-LINE
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SDL-TEXT.
           IF AT-USED = 0
              MOVE 'NONE - NOTHING NEEDS ATTENTION TODAY' TO SDL-TEXT
              WRITE STATUS-REC FROM STA-DETAIL-LINE
                 AFTER ADVANCING 1 LINE
           ELSE
              PERFORM 1410-WRITE-ACTION-LINE
                 VARYING AT-SUB FROM 1 BY 1
                 UNTIL AT-SUB > AT-USED
              IF ACTION-COUNT > AT-USED
                 MOVE 'FURTHER ITEMS NOT SHOWN - CHECK THE LISTINGS'
                    TO SDL-TEXT
                 WRITE STATUS-REC FROM STA-DETAIL-LINE
                    AFTER ADVANCING 1 LINE
              END-IF
              MOVE SPACES TO STATUS-REC
              WRITE STATUS-REC
                 AFTER ADVANCING 1 LINE
              MOVE SPACES TO STS-TEXT
              STRING ACTION-COUNT DELIMITED BY SIZE
                     ' ITEM(S) NEED ATTENTION - RETURN CODE '
                        DELIMITED BY SIZE
                     HIGH-SEV DELIMITED BY SIZE
                 INTO STS-TEXT
              END-STRING
              WRITE STATUS-REC FROM STA-SECTION-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
        1410-WRITE-ACTION-LINE.
           MOVE SPACES TO SDL-TEXT.
           STRING '* ' DELIMITED BY SIZE
                  AT-TEXT (AT-SUB) DELIMITED BY SIZE
              INTO SDL-TEXT
           END-STRING.
           WRITE STATUS-REC FROM STA-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
