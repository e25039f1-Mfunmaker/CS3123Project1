      *                 is reconciled against our BT-COUNT trailer  *
      *                 and the job ends with RETURN-CODE 12 when   *
      *                 the counts do not prove out.                *
      * 2026-10-15  MF  Now checks the shared RUNCNTL run-control   *
      *                 record before opening its files -- refusing *
      *                 an in-flight or out-of-balance cycle and a  *
      *                 repeated step in one cycle -- and logs its  *
      *                 own completion on RUNSTEPS when the         *
      *                 acknowledgment reconciles, so it runs in    *
      *                 the nightly stream like the other steps.    *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SELECT ACK-FILE ASSIGN TO 'BENE-ACK'
              FILE STATUS IS ACK-STATUS.
           SELECT WORK-LIST-FILE ASSIGN TO 'BENE-ACKL'.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCNTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNCNTL-STATUS.
           SELECT RUN-STEPS-FILE ASSIGN TO 'RUNSTEPS'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNSTEPS-STATUS.

        DATA DIVISION.

           LABEL RECORDS ARE OMITTED.
        01 WORK-LIST-REC PIC X(80).

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
        01 THIS-STEP   PIC X(12) VALUE 'BENEACK'.
        01 STEP-DUP-SW PIC 9 VALUE 0.
        01 EOF-SL      PIC 9 VALUE 0.

      **************************************************************
      * LAYOUTS FOR THE FEED RECORDS AS PROJECT1 BUILDS THEM *
      **************************************************************
      **************************************************************
        PROCEDURE DIVISION.
        000-MAINLINE.
                PERFORM 0020-CHECK-RUN-CONTROL.
                PERFORM 0100-OPEN-FILES.
                PERFORM 0150-LOAD-ACK-FILE.
                PERFORM 0200-PRINT-HEADINGS.
                CLOSE WORK-LIST-FILE.
                IF ACK-BAD-SW = 1
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
      * THAT RECONCILED IS LOGGED, SO ONE THAT DID NOT CAN BE RUN *
      * AGAIN ONCE THE CARRIER FILE IS PUT RIGHT. *
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
      * OPENS THE TRANSMITTED FEED AND THE WORKLIST. A MISSING *
      * FEED IS NOTED ON THE REPORT INSTEAD OF ABENDING, THE SAME *
      * WAY THE ROSTER TREATS A MISSING MASTEREMP, BUT IT STILL *
