        IDENTIFICATION DIVISION.
        PROGRAM-ID. CycleDriver.
        AUTHOR. Martin Funmaker.
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-10-15  MF  New program. Runs the nightly job stream    *
      *                 from a cycle-plan card list (CYCPLAN)       *
      *                 naming tonight's steps, one step per card,  *
      *                 in the suite's own order: PROJECT1,         *
      *                 BENEACK, CHARGESTMT, EXCPRECYCLE,           *
      *                 ENROLLMAINT, WAITPROMOTE, EXTRACTDELTA,     *
      *                 SERVICEAGE, RUNTREND, MASTERMAINT,          *
      *                 RETENTPURGE, GENMANAGER. CHARGESTMT runs    *
      *                 ahead of ENROLLMAINT so it prices the hours *
      *                 on EMPIDMST before the night's drops and    *
      *                 transfers change them, and ENROLLMAINT runs *
      *                 ahead of WAITPROMOTE so the seats it frees  *
      *                 are offered the same night. No plan cards   *
      *                 runs the whole stream. Each step is run in  *
      *                 turn and the stream stops at the first      *
      *                 non-zero RETURN-CODE with a message naming  *
      *                 the step. A resubmission after a stop       *
      *                 resumes: every step RUNSTEPS already shows  *
      *                 complete for the cycle on RUNCNTL is        *
      *                 skipped and the stream picks up at the step *
      *                 that failed. The driver's own standing is   *
      *                 kept on CYCDRVR and every step's outcome is *
      *                 listed on CYCLE-LIST.                       *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT PLAN-FILE ASSIGN TO 'CYCPLAN'
              FILE STATUS IS PLAN-STATUS.
           SELECT DRIVER-STATE-FILE ASSIGN TO 'CYCDRVR'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CYCDRVR-STATUS.
           SELECT LIST-FILE ASSIGN TO 'CYCLE-LIST'.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCNTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNCNTL-STATUS.
           SELECT RUN-STEPS-FILE ASSIGN TO 'RUNSTEPS'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNSTEPS-STATUS.

        DATA DIVISION.

        FILE SECTION.
      **************************************************************
      * CYCLE-PLAN CARDS, ONE STEP PER CARD *
      **************************************************************
        FD PLAN-FILE
           LABEL RECORDS ARE OMITTED.
        01 PLAN-REC PIC X(80).

      **************************************************************
      * THE DRIVER'S OWN STANDING: RUNNING, STOPPED, OR ENDED, *
      * WITH THE CYCLE AND THE STEP IT STOPPED ON *
      **************************************************************
        FD DRIVER-STATE-FILE
           LABEL RECORDS ARE OMITTED.
        01 DRIVER-STATE-REC PIC X(80).

      **************************************************************
      * THE NIGHT'S STEP LISTING FOR THE OPERATOR *
      **************************************************************
        FD LIST-FILE
           LABEL RECORDS ARE OMITTED.
        01 LIST-REC PIC X(80).

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
      * RUN-CONTROL WORK AREAS, SAME LAYOUTS AS THE ROSTER'S *
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
        01 STEP-DONE-SW  PIC 9 VALUE 0.
        01 STEP-DONE-AT  PIC X(8) VALUE SPACES.
        01 EOF-SL        PIC 9 VALUE 0.

      **************************************************************
      * LAYOUT FOR ONE CYCLE-PLAN CARD. *
      * CP-STEP: THE STEP AS RUNSTEPS KNOWS IT (PROJECT1) OR ITS *
      * PROGRAM NAME (Project1) *
      * CP-COMMAND: OPTIONAL COMMAND THAT RUNS THE STEP; BLANK *
      * RUNS THE PROGRAM BY NAME *
      **************************************************************
        01 PLAN-DATA.
                03 CP-STEP    PIC X(16).
                03 FILLER     PIC X(1).
                03 CP-COMMAND PIC X(63).
        01 PLAN-STATUS PIC XX VALUE '00'.

      **************************************************************
      * LAYOUT FOR THE DRIVER STANDING LINE *
      * DS-STATE: RUNNING = STREAM IN PROGRESS (OR THE DRIVER *
      * ITSELF WAS CANCELLED), STOPPED = A STEP FAILED, ENDED = *
      * EVERY STEP IN THE PLAN IS COMPLETE *
      **************************************************************
        01 DRIVER-STATE-DATA.
                03 DS-STATE      PIC X(8).
                03 FILLER        PIC X(1) VALUE SPACES.
                03 DS-CYCLE-DATE PIC X(8).
                03 FILLER        PIC X(1) VALUE SPACES.
                03 DS-CYCLE-TIME PIC X(8).
                03 FILLER        PIC X(1) VALUE SPACES.
                03 DS-STEP       PIC X(12).
                03 FILLER        PIC X(1) VALUE SPACES.
                03 DS-RC         PIC 9(4).
                03 FILLER        PIC X(1) VALUE SPACES.
                03 DS-RUN-DATE   PIC X(8).
                03 FILLER        PIC X(1) VALUE SPACES.
                03 DS-RUN-TIME   PIC X(8).
                03 FILLER        PIC X(18) VALUE SPACES.
        01 CYCDRVR-STATUS PIC XX VALUE '00'.
        01 PRIOR-STATE    PIC X(8) VALUE SPACES.
        01 PRIOR-STEP     PIC X(12) VALUE SPACES.
        01 PRIOR-RC       PIC 9(4) VALUE 0.
      **************************************************************
      * 1 = THE LAST DRIVER RUN DID NOT END, SO THIS ONE RESUMES *
      **************************************************************
        01 RESUME-SW      PIC 9 VALUE 0.

      **************************************************************
      * THE SUITE'S STEPS IN JOB-STREAM ORDER: THE NAME EACH LOGS *
      * ON RUNSTEPS AND THE PROGRAM THAT RUNS IT. PROJECT1 OPENS *
      * THE CYCLE; EVERY LATER STEP WORKS AGAINST IT. *
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
        01 ST-MAX      PIC 9(3) COMP VALUE 12.
        01 ST-SUB      PIC 9(3) COMP VALUE 0.
        01 ST-HIT      PIC 9(3) COMP VALUE 0.
        01 ST-OPENS-CYCLE PIC 9(3) COMP VALUE 1.

      **************************************************************
      * TONIGHT'S PLAN: WHICH STEPS, THE COMMAND FOR EACH, AND *
      * WHAT BECAME OF IT *
      **************************************************************
        01 PLAN-TABLE.
                03 PL-ENTRY OCCURS 12 TIMES.
                        05 PL-STEP-IX  PIC 9(3) COMP.
                        05 PL-COMMAND  PIC X(63).
        01 PL-MAX      PIC 9(3) COMP VALUE 12.
        01 PL-USED     PIC 9(3) COMP VALUE 0.
        01 PL-SUB      PIC 9(3) COMP VALUE 0.
        01 PL-LAST-IX  PIC 9(3) COMP VALUE 0.
        01 PLAN-BAD-COUNT PIC 9(3) VALUE 0.
        01 PLAN-REASON PIC X(20) VALUE SPACES.

      **************************************************************
      * THE STEP BEING RUN: ITS COMMAND LINE AND HOW IT ENDED *
      **************************************************************
        01 STEP-COMMAND   PIC X(80) VALUE SPACES.
        01 STEP-RC        PIC S9(9) COMP VALUE 0.
        01 STEP-START     PIC X(8) VALUE SPACES.
        01 STEP-END       PIC X(8) VALUE SPACES.
        01 STOP-SW        PIC 9 VALUE 0.
        01 FAILED-STEP    PIC X(12) VALUE SPACES.
        01 FAILED-RC      PIC 9(4) VALUE 0.
        01 RAN-COUNT      PIC 9(3) VALUE 0.
        01 SKIPPED-COUNT  PIC 9(3) VALUE 0.
        01 RUN-DATE       PIC X(8) VALUE SPACES.
        01 RUN-TIME       PIC X(8) VALUE SPACES.

      **************************************************************
      * LISTING LINES *
      **************************************************************
        01 LST-HEADING1.
                03 FILLER PIC X(26) VALUE SPACES.
                03        PIC X(28)
                   VALUE 'NIGHTLY CYCLE DRIVER LISTING'.
                03 FILLER PIC X(26) VALUE SPACES.
        01 LST-HEADING2.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(10) VALUE 'RUN DATE'.
                03 LSH-RUN-DATE PIC X(8).
                03 FILLER PIC X(2) VALUE SPACES.
                03 LSH-RUN-TIME PIC X(8).
                03 FILLER PIC X(4) VALUE SPACES.
                03 LSH-MODE     PIC X(45).
        01 LST-HEADING3.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(13) VALUE 'STEP'.
                03        PIC X(17) VALUE 'PROGRAM'.
                03        PIC X(11) VALUE 'ACTION'.
                03        PIC X(6) VALUE 'RC'.
                03        PIC X(9) VALUE 'STARTED'.
                03        PIC X(9) VALUE 'ENDED'.
                03        PIC X(12) VALUE 'CYCLE'.
        01 LST-STEP-LINE.
                03 FILLER       PIC X(3) VALUE SPACES.
                03 LSL-STEP     PIC X(12).
                03 FILLER       PIC X(1) VALUE SPACES.
                03 LSL-PROGRAM  PIC X(16).
                03 FILLER       PIC X(1) VALUE SPACES.
                03 LSL-ACTION   PIC X(10).
                03 FILLER       PIC X(1) VALUE SPACES.
                03 LSL-RC       PIC ZZZ9.
                03 FILLER       PIC X(2) VALUE SPACES.
                03 LSL-START    PIC X(8).
                03 FILLER       PIC X(1) VALUE SPACES.
                03 LSL-END      PIC X(8).
                03 FILLER       PIC X(1) VALUE SPACES.
                03 LSL-CYCLE    PIC X(8).
                03 FILLER       PIC X(4) VALUE SPACES.
        01 LST-PLAN-LINE.
                03 FILLER       PIC X(3) VALUE SPACES.
                03 LPL-STEP     PIC X(16).
                03 FILLER       PIC X(2) VALUE SPACES.
                03 LPL-REASON   PIC X(20).
                03 FILLER       PIC X(39) VALUE SPACES.
        01 LST-RESULT-LINE.
                03 FILLER     PIC X(3) VALUE SPACES.
                03 LST-RESULT PIC X(70).
                03 FILLER     PIC X(7) VALUE SPACES.
        01 LST-TOTAL-LINE.
                03 FILLER        PIC X(3) VALUE SPACES.
                03 LST-TOT-TEXT  PIC X(34).
                03 LST-TOT-COUNT PIC ZZ9.
                03 FILLER        PIC X(40) VALUE SPACES.
      **************************************************************
      * START OF PROCEDURE DIVISION *
      **************************************************************
        PROCEDURE DIVISION.
        000-MAINLINE.
                PERFORM 0050-SET-RUN-DATE.
                OPEN OUTPUT LIST-FILE.
                WRITE LIST-REC FROM LST-HEADING1
                   AFTER ADVANCING PAGE.
                PERFORM 0100-LOAD-PLAN.
                IF PLAN-BAD-COUNT > 0
                   MOVE 'CYCLE PLAN REJECTED - NO STEP RUN, RC 8'
                      TO LST-RESULT
                   PERFORM 1860-WRITE-RESULT-LINE
                   CLOSE LIST-FILE
                   DISPLAY 'CYCLE DRIVER: CYCLE PLAN REJECTED - '
                      'SEE CYCLE-LIST'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                END-IF.
                PERFORM 0150-READ-DRIVER-STATE.
                PERFORM 0200-PRINT-HEADINGS.
                MOVE 'RUNNING' TO DS-STATE.
                MOVE SPACES TO DS-STEP.
                MOVE 0 TO DS-RC.
                PERFORM 0900-WRITE-DRIVER-STATE.
                PERFORM 1000-RUN-ONE-STEP
                   VARYING PL-SUB FROM 1 BY 1
                   UNTIL PL-SUB > PL-USED
                      OR STOP-SW = 1.
                PERFORM 1800-PRINT-SUMMARY.
                IF STOP-SW = 1
                   MOVE 'STOPPED' TO DS-STATE
                   MOVE FAILED-STEP TO DS-STEP
                   MOVE FAILED-RC TO DS-RC
                ELSE
                   MOVE 'ENDED' TO DS-STATE
                   MOVE SPACES TO DS-STEP
                   MOVE 0 TO DS-RC
                END-IF.
                PERFORM 0900-WRITE-DRIVER-STATE.
                CLOSE LIST-FILE.
                IF STOP-SW = 1
                   MOVE FAILED-RC TO RETURN-CODE
                ELSE
                   MOVE 0 TO RETURN-CODE
                END-IF.
                STOP RUN.
        0050-SET-RUN-DATE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
      **************************************************************
      * LOADS THE CYCLE PLAN. EVERY CARD MUST NAME A KNOWN STEP, *
      * ONCE, IN JOB-STREAM ORDER -- A PLAN THAT WOULD RUN A STEP *
      * AHEAD OF ITS INPUTS IS REFUSED WHOLE. NO PLAN CARDS RUNS *
      * THE FULL STREAM. *
      **************************************************************
        0100-LOAD-PLAN.
           OPEN INPUT PLAN-FILE.
           IF PLAN-STATUS = '00'
              MOVE 0 TO EOF-SL
              PERFORM 0110-READ-PLAN-CARD
              PERFORM 0120-STORE-PLAN-CARD
                 UNTIL EOF-SL = 1
              CLOSE PLAN-FILE
           END-IF.
           IF PL-USED = 0 AND PLAN-BAD-COUNT = 0
              PERFORM 0140-PLAN-FULL-STREAM
                 VARYING ST-SUB FROM 1 BY 1
                 UNTIL ST-SUB > ST-MAX
           END-IF.
        0110-READ-PLAN-CARD.
           READ PLAN-FILE INTO PLAN-DATA
              AT END MOVE 1 TO EOF-SL
           END-READ.
        0120-STORE-PLAN-CARD.
           IF PLAN-DATA NOT = SPACES
              MOVE SPACES TO PLAN-REASON
              MOVE 0 TO ST-HIT
              PERFORM 0130-MATCH-STEP-NAME
                 VARYING ST-SUB FROM 1 BY 1
                 UNTIL ST-SUB > ST-MAX
              IF ST-HIT = 0
                 MOVE 'UNKNOWN STEP' TO PLAN-REASON
              END-IF
              IF PLAN-REASON = SPACES
                    AND ST-HIT = PL-LAST-IX
                 MOVE 'STEP NAMED TWICE' TO PLAN-REASON
              END-IF
              IF PLAN-REASON = SPACES
                    AND ST-HIT < PL-LAST-IX
                 MOVE 'OUT OF STREAM ORDER' TO PLAN-REASON
              END-IF
              IF PLAN-REASON = SPACES
                    AND PL-USED NOT < PL-MAX
                 MOVE 'TOO MANY STEPS' TO PLAN-REASON
              END-IF
              IF PLAN-REASON = SPACES
                 ADD 1 TO PL-USED
                 MOVE ST-HIT TO PL-STEP-IX (PL-USED)
                 MOVE CP-COMMAND TO PL-COMMAND (PL-USED)
                 MOVE ST-HIT TO PL-LAST-IX
              ELSE
                 ADD 1 TO PLAN-BAD-COUNT
                 MOVE CP-STEP TO LPL-STEP
                 MOVE PLAN-REASON TO LPL-REASON
                 WRITE LIST-REC FROM LST-PLAN-LINE
                    AFTER ADVANCING 1 LINE
              END-IF
           END-IF.
           PERFORM 0110-READ-PLAN-CARD.
        0130-MATCH-STEP-NAME.
           IF ST-HIT = 0
                 AND (CP-STEP = ST-NAME (ST-SUB)
                  OR CP-STEP = ST-PROGRAM (ST-SUB))
              MOVE ST-SUB TO ST-HIT
           END-IF.
        0140-PLAN-FULL-STREAM.
           ADD 1 TO PL-USED.
           MOVE ST-SUB TO PL-STEP-IX (PL-USED).
           MOVE SPACES TO PL-COMMAND (PL-USED).
      **************************************************************
      * READS THE DRIVER'S STANDING FROM ITS LAST RUN. ANYTHING *
      * BUT ENDED MEANS THAT RUN NEVER FINISHED THE PLAN, SO THIS *
      * IS A RESUBMISSION. *
      **************************************************************
        0150-READ-DRIVER-STATE.
           MOVE SPACES TO DRIVER-STATE-DATA.
           OPEN INPUT DRIVER-STATE-FILE.
           IF CYCDRVR-STATUS = '00'
              READ DRIVER-STATE-FILE INTO DRIVER-STATE-DATA
                 AT END MOVE SPACES TO DRIVER-STATE-DATA
              END-READ
              CLOSE DRIVER-STATE-FILE
           END-IF.
           MOVE DS-STATE TO PRIOR-STATE.
           MOVE DS-STEP TO PRIOR-STEP.
           IF DS-RC IS NUMERIC
              MOVE DS-RC TO PRIOR-RC
           END-IF.
           IF PRIOR-STATE = 'STOPPED' OR PRIOR-STATE = 'RUNNING'
              MOVE 1 TO RESUME-SW
           END-IF.
        0200-PRINT-HEADINGS.
           MOVE RUN-DATE TO LSH-RUN-DATE.
           MOVE RUN-TIME TO LSH-RUN-TIME.
           IF RESUME-SW = 1
              MOVE 'RESUBMISSION - COMPLETED STEPS ARE SKIPPED'
                 TO LSH-MODE
           ELSE
              MOVE 'NEW CYCLE' TO LSH-MODE
           END-IF.
           WRITE LIST-REC FROM LST-HEADING2
              AFTER ADVANCING 1 LINE.
           IF RESUME-SW = 1 AND PRIOR-STATE = 'STOPPED'
              MOVE SPACES TO LST-RESULT
              STRING 'LAST RUN STOPPED AT ' DELIMITED BY SIZE
                     PRIOR-STEP DELIMITED BY SPACE
                     ' RC ' DELIMITED BY SIZE
                     PRIOR-RC DELIMITED BY SIZE
                 INTO LST-RESULT
              END-STRING
              PERFORM 1860-WRITE-RESULT-LINE
           END-IF.
           MOVE SPACES TO LIST-REC.
           WRITE LIST-REC
              AFTER ADVANCING 1 LINE.
           WRITE LIST-REC FROM LST-HEADING3
              AFTER ADVANCING 1 LINE.
      **************************************************************
      * REWRITES THE DRIVER'S STANDING LINE AGAINST THE CYCLE NOW *
      * ON RUNCNTL *
      **************************************************************
        0900-WRITE-DRIVER-STATE.
           PERFORM 1100-READ-RUN-CONTROL.
           MOVE RC-CYCLE-DATE TO DS-CYCLE-DATE.
           MOVE RC-CYCLE-TIME TO DS-CYCLE-TIME.
           MOVE RUN-DATE TO DS-RUN-DATE.
           ACCEPT DS-RUN-TIME FROM TIME.
           OPEN OUTPUT DRIVER-STATE-FILE.
           WRITE DRIVER-STATE-REC FROM DRIVER-STATE-DATA.
           CLOSE DRIVER-STATE-FILE.
      **************************************************************
      * RUNS ONE PLANNED STEP, UNLESS RUNSTEPS ALREADY SHOWS IT *
      * COMPLETE FOR THE CYCLE NOW ON RUNCNTL. RUNCNTL IS READ *
      * AGAIN FOR EVERY STEP, SINCE PROJECT1 OPENS A NEW CYCLE. *
      * A NON-ZERO RETURN-CODE STOPS THE STREAM. *
      **************************************************************
        1000-RUN-ONE-STEP.
           MOVE PL-STEP-IX (PL-SUB) TO ST-SUB.
           PERFORM 1100-READ-RUN-CONTROL.
           PERFORM 1200-CHECK-STEP-DONE.
           MOVE ST-NAME (ST-SUB)    TO LSL-STEP.
           MOVE ST-PROGRAM (ST-SUB) TO LSL-PROGRAM.
           IF STEP-DONE-SW = 1
              ADD 1 TO SKIPPED-COUNT
              MOVE 'SKIPPED' TO LSL-ACTION
              MOVE 0 TO LSL-RC
              MOVE SPACES TO LSL-START
              MOVE STEP-DONE-AT TO LSL-END
              MOVE RC-CYCLE-DATE TO LSL-CYCLE
              DISPLAY 'CYCLE DRIVER: ' ST-NAME (ST-SUB)
                 ' ALREADY COMPLETE FOR CYCLE ' RC-CYCLE-DATE ' '
                 RC-CYCLE-TIME ' - SKIPPED'
           ELSE
              IF PL-COMMAND (PL-SUB) = SPACES
                 MOVE ST-PROGRAM (ST-SUB) TO STEP-COMMAND
              ELSE
                 MOVE PL-COMMAND (PL-SUB) TO STEP-COMMAND
              END-IF
              ACCEPT STEP-START FROM TIME
              DISPLAY 'CYCLE DRIVER: STARTING ' ST-NAME (ST-SUB)
              CALL 'SYSTEM' USING STEP-COMMAND
              MOVE RETURN-CODE TO STEP-RC
              MOVE 0 TO RETURN-CODE
              ACCEPT STEP-END FROM TIME
              PERFORM 1300-NORMALIZE-RC
              ADD 1 TO RAN-COUNT
              PERFORM 1100-READ-RUN-CONTROL
              MOVE STEP-START TO LSL-START
              MOVE STEP-END TO LSL-END
              MOVE RC-CYCLE-DATE TO LSL-CYCLE
              MOVE FAILED-RC TO LSL-RC
              IF FAILED-RC = 0
                 MOVE 'RAN' TO LSL-ACTION
              ELSE
                 MOVE 'FAILED' TO LSL-ACTION
                 MOVE 1 TO STOP-SW
                 MOVE ST-NAME (ST-SUB) TO FAILED-STEP
                 DISPLAY 'CYCLE DRIVER: ' ST-NAME (ST-SUB)
                    ' ENDED RETURN-CODE ' FAILED-RC
                    ' - CYCLE STOPPED'
                 DISPLAY 'CYCLE DRIVER: CORRECT THE PROBLEM AND '
                    'RESUBMIT - COMPLETED STEPS WILL BE SKIPPED'
              END-IF
           END-IF.
           WRITE LIST-REC FROM LST-STEP-LINE
              AFTER ADVANCING 1 LINE.
        1100-READ-RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-DATA.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNCNTL-STATUS = '00'
              READ RUN-CONTROL-FILE INTO RUN-CONTROL-DATA
                 AT END MOVE SPACES TO RUN-CONTROL-DATA
              END-READ
              CLOSE RUN-CONTROL-FILE
           END-IF.
      **************************************************************
      * A STEP IS COMPLETE WHEN RUNSTEPS HOLDS IT AGAINST THE *
      * CYCLE ON RUNCNTL. PROJECT1 IS THE EXCEPTION: ON A NEW *
      * NIGHT IT IS ALWAYS RUN, SINCE IT IS WHAT OPENS TONIGHT'S *
      * CYCLE, AND ON A RESUBMISSION IT COUNTS AS COMPLETE ONLY *
      * WHEN ITS CYCLE BALANCED -- AN OUT-OF-BALANCE ROSTER IS *
      * RUN AGAIN. *
      **************************************************************
        1200-CHECK-STEP-DONE.
           MOVE 0 TO STEP-DONE-SW.
           MOVE SPACES TO STEP-DONE-AT.
           IF ST-SUB = ST-OPENS-CYCLE
              IF RESUME-SW = 1
                    AND RC-STATE = 'COMPLETE'
                    AND RC-VERDICT = 'BALANCED'
                 PERFORM 1210-SCAN-RUNSTEPS
              END-IF
           ELSE
              IF RC-CYCLE-DATE NOT = SPACES
                 PERFORM 1210-SCAN-RUNSTEPS
              END-IF
           END-IF.
        1210-SCAN-RUNSTEPS.
           OPEN INPUT RUN-STEPS-FILE.
           IF RUNSTEPS-STATUS = '00'
              MOVE 0 TO EOF-SL
              PERFORM 1220-READ-STEP-LINE
              PERFORM 1230-MATCH-STEP-LINE
                 UNTIL EOF-SL = 1
              CLOSE RUN-STEPS-FILE
           END-IF.
        1220-READ-STEP-LINE.
           READ RUN-STEPS-FILE INTO STEP-LINE-DATA
              AT END MOVE 1 TO EOF-SL
           END-READ.
        1230-MATCH-STEP-LINE.
           IF SL-CYCLE-DATE = RC-CYCLE-DATE
                 AND SL-CYCLE-TIME = RC-CYCLE-TIME
                 AND SL-STEP = ST-NAME (ST-SUB)
              MOVE 1 TO STEP-DONE-SW
              MOVE SL-DONE-TIME TO STEP-DONE-AT
           END-IF.
           PERFORM 1220-READ-STEP-LINE.
      **************************************************************
      * SOME PLATFORMS HAND BACK A COMMAND'S EXIT STATUS IN THE *
      * HIGH-ORDER BYTE; BRING IT DOWN TO THE STEP'S OWN RETURN *
      * CODE. A COMMAND THAT COULD NOT BE STARTED AT ALL COMES *
      * BACK NEGATIVE AND IS TREATED AS A FAILURE. *
      **************************************************************
        1300-NORMALIZE-RC.
           IF STEP-RC > 255
              DIVIDE STEP-RC BY 256 GIVING STEP-RC
           END-IF.
           IF STEP-RC < 0
              MOVE 9999 TO FAILED-RC
           ELSE
              IF STEP-RC > 9999
                 MOVE 9999 TO FAILED-RC
              ELSE
                 MOVE STEP-RC TO FAILED-RC
              END-IF
           END-IF.
      **************************************************************
      * STEPS NOT REACHED, RUN TOTALS, AND THE RESULT *
      **************************************************************
        1800-PRINT-SUMMARY.
           IF STOP-SW = 1
              PERFORM 1810-LIST-NOT-RUN
                 VARYING PL-SUB FROM PL-SUB BY 1
                 UNTIL PL-SUB > PL-USED
           END-IF.
           MOVE SPACES TO LIST-REC.
           WRITE LIST-REC
              AFTER ADVANCING 1 LINE.
           MOVE 'STEPS IN PLAN:                    ' TO LST-TOT-TEXT.
           MOVE PL-USED TO LST-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'STEPS RUN:                        ' TO LST-TOT-TEXT.
           MOVE RAN-COUNT TO LST-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE 'STEPS SKIPPED AS COMPLETE:        ' TO LST-TOT-TEXT.
           MOVE SKIPPED-COUNT TO LST-TOT-COUNT.
           PERFORM 1850-WRITE-TOTAL-LINE.
           MOVE SPACES TO LIST-REC.
           WRITE LIST-REC
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LST-RESULT.
           IF STOP-SW = 1
              STRING 'CYCLE STOPPED AT ' DELIMITED BY SIZE
                     FAILED-STEP DELIMITED BY SPACE
                     ' RC ' DELIMITED BY SIZE
                     FAILED-RC DELIMITED BY SIZE
                     ' - CORRECT AND RESUBMIT' DELIMITED BY SIZE
                 INTO LST-RESULT
              END-STRING
           ELSE
              MOVE 'CYCLE COMPLETE - EVERY PLANNED STEP DONE'
                 TO LST-RESULT
           END-IF.
           PERFORM 1860-WRITE-RESULT-LINE.
        1810-LIST-NOT-RUN.
           MOVE PL-STEP-IX (PL-SUB) TO ST-SUB.
           MOVE ST-NAME (ST-SUB)    TO LSL-STEP.
           MOVE ST-PROGRAM (ST-SUB) TO LSL-PROGRAM.
           MOVE 'NOT RUN' TO LSL-ACTION.
           MOVE 0 TO LSL-RC.
           MOVE SPACES TO LSL-START.
           MOVE SPACES TO LSL-END.
           MOVE SPACES TO LSL-CYCLE.
           WRITE LIST-REC FROM LST-STEP-LINE
              AFTER ADVANCING 1 LINE.
        1850-WRITE-TOTAL-LINE.
           WRITE LIST-REC FROM LST-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
        1860-WRITE-RESULT-LINE.
           WRITE LIST-REC FROM LST-RESULT-LINE
              AFTER ADVANCING 1 LINE.
