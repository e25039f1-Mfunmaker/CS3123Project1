        IDENTIFICATION DIVISION.
        PROGRAM-ID. ChargeStmt.
        AUTHOR. Martin Funmaker.
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-10-15  MF  New program. Reads the EMPLOYEE-XTR extract  *
      *                 of billed enrollments and prints a           *
      *                 confirmation and charge statement for each   *
      *                 enrolled person on EMPLOYEE-STMT: name, ID,  *
      *                 and per enrollment the department, class,    *
      *                 type, credit hours (from EMPIDMST), the      *
      *                 type's RATECARD rate, and the extended       *
      *                 charge. An enrollment with no rate, no       *
      *                 usable hours, or no EMPIDMST record is held  *
      *                 back and listed on EMPLOYEE-STHL instead of  *
      *                 going out at a zero charge. A closing page   *
      *                 proves the statement side against the        *
      *                 EMPLOYEE-BILL details, department by         *
      *                 department; out of balance ends RC 12 and    *
      *                 the step is not logged.                      *
      * 2026-10-15  MF  The department proof table now holds 200     *
      *                 departments, as the roster's billing table   *
      *                 does.                                        *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT XTR-FILE ASSIGN TO 'EMPLOYEE-XTR'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CSX-ENR-KEY
              ALTERNATE RECORD KEY IS CSX-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS CSX-SSN WITH DUPLICATES
              FILE STATUS IS XTR-STATUS.
           SELECT IDMAST-FILE ASSIGN TO 'EMPIDMST'
              FILE STATUS IS IDMASTIN-STATUS.
           SELECT BILL-FILE ASSIGN TO 'EMPLOYEE-BILL'
              FILE STATUS IS BILL-STATUS.
           SELECT RATE-CARD-FILE ASSIGN TO 'RATECARD'
              FILE STATUS IS RATECARD-STATUS.
           SELECT STMT-FILE ASSIGN TO 'EMPLOYEE-STMT'.
           SELECT HOLD-FILE ASSIGN TO 'EMPLOYEE-STHL'.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCNTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNCNTL-STATUS.
           SELECT RUN-STEPS-FILE ASSIGN TO 'RUNSTEPS'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNSTEPS-STATUS.

        DATA DIVISION.

        FILE SECTION.
      **************************************************************
      * THE KEYED EXTRACT PROJECT1 BUILT THIS CYCLE -- ONE RECORD *
      * PER ENROLLMENT THE ROSTER BILLED, IN I-ID / I-CLASS ORDER *
      **************************************************************
        FD XTR-FILE.
        01 CSX-REC.
                03 CSX-ID     PIC X(7).
                03 CSX-LNAME  PIC X(15).
                03 CSX-FNAME  PIC X(15).
                03 CSX-ETYPE  PIC X(2).
                03 CSX-CLASS  PIC X(17).
                03 CSX-SSN    PIC X(9).
                03 CSX-DATE   PIC X(8).
                03 CSX-DEPT   PIC X(4).
                03 CSX-ENR-KEY.
                        05 CSX-KEY-ID    PIC X(7).
                        05 CSX-KEY-CLASS PIC X(17).

      **************************************************************
      * THE ENROLLMENT MASTER IN I-ID/I-CLASS SEQUENCE, AS THE *
      * ROSTER LEFT IT. THE EXTRACT CARRIES NO CREDIT HOURS, SO *
      * THEY ARE TAKEN FROM HERE. *
      **************************************************************
        FD IDMAST-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 IDMAST-REC PIC X(98).

      **************************************************************
      * THE BURSAR'S BILLING FEED FROM THE SAME CYCLE: HEADER, ONE *
      * DETAIL PER DEPARTMENT, TRAILER *
      **************************************************************
        FD BILL-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 BILL-REC PIC X(80).

      **************************************************************
      * RATE CARD: ONE CARD PER I-ETYPE WITH ITS RATE PER CREDIT *
      * HOUR (IMPLIED TWO DECIMALS), THE SAME CARDS THE ROSTER *
      * PRICES THE BILLING FEED FROM *
      **************************************************************
        FD RATE-CARD-FILE
           LABEL RECORDS ARE OMITTED.
        01 RATE-CARD-REC PIC X(80).

      **************************************************************
      * PRINT-READY STATEMENTS, ONE PAGE PER PERSON, AND THE *
      * DEPARTMENT CONTROL TOTALS PAGE *
      **************************************************************
        FD STMT-FILE
           LABEL RECORDS ARE OMITTED.
        01 STMT-REC PIC X(80).

      **************************************************************
      * ENROLLMENTS HELD BACK FROM THE STATEMENTS, WITH THE REASON *
      **************************************************************
        FD HOLD-FILE
           LABEL RECORDS ARE OMITTED.
        01 HOLD-REC PIC X(80).

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
        01 THIS-STEP   PIC X(12) VALUE 'CHARGESTMT'.
        01 STEP-DUP-SW PIC 9 VALUE 0.
        01 EOF-SL      PIC 9 VALUE 0.

      **************************************************************
      * RATE CARD LAYOUT AND LOOKUP TABLE, SAME SHAPE AS THE *
      * ROSTER'S. ONLY THE LATEST CARD PER TYPE IN FORCE ON THE *
      * STATEMENT DATE IS TABLED, SO EACH ENROLLMENT IS PRICED AT *
      * THE RATE THE BILLING FEED USED. *
      **************************************************************
        01 RATECARD-STATUS PIC XX VALUE '00'.
        01 RATE-CARD-DATA.
                03 RT-ETYPE    PIC X(2).
                03 RT-RATE     PIC X(5).
                03 FILLER      PIC X(33).
                03 RT-EFF-DATE PIC X(8).
                03 FILLER      PIC X(32).
        01 RATE-TABLE-AREA.
                03 RATE-USED         PIC 9(2) VALUE 0.
                03 RATE-MAX          PIC 9(2) VALUE 99.
                03 RATE-SUB          PIC 9(3) COMP.
                03 RATE-FOUND-AT     PIC 9(2) COMP.
                03 RATE-DROP-COUNT   PIC 9(2) VALUE 0.
                03 RATE-FUTURE-COUNT PIC 9(3) VALUE 0.
                03 EOF-RT            PIC 9 VALUE 0.
                03 RATE-TABLE.
                        05 RATE-ENTRY OCCURS 99 TIMES.
                                07 RTE-CODE PIC X(2).
                                07 RTE-RATE PIC 9(3)V99.
                                07 RTE-EFF  PIC X(8).
        01 RATE-FOUND-SW  PIC 9 VALUE 0.
        01 RATE-WK        PIC 9(3)V99 VALUE 0.
        01 RATE-DIGITS-WK PIC 9(5) VALUE 0.
        01 REF-ASOF-DATE  PIC X(8) VALUE SPACES.

      **************************************************************
      * WORKING COPY OF THE EXTRACT RECORD *
      **************************************************************
        01 XTR-DATA.
                03 X-ID     PIC X(7).
                03 X-LNAME  PIC X(15).
                03 X-FNAME  PIC X(15).
                03 X-ETYPE  PIC X(2).
                03 X-CLASS  PIC X(17).
                03 X-SSN    PIC X(9).
                03 X-DATE   PIC X(8).
                03 X-DEPT   PIC X(4).
                03 X-ENR-KEY.
                        05 X-KEY-ID    PIC X(7).
                        05 X-KEY-CLASS PIC X(17).
        01 XTR-STATUS PIC XX VALUE '00'.

      **************************************************************
      * WORKING COPY OF THE ENROLLMENT MASTER RECORD, AND ITS *
      * I-ID/I-CLASS KEY FOR THE MATCH AGAINST THE EXTRACT. *
      * HIGH-VALUES ONCE THE MASTER IS EXHAUSTED OR MISSING. *
      **************************************************************
        01 IDM-DATA.
                03 IDM-ID    PIC X(7).
                03 FILLER    PIC X(32).
                03 IDM-CLASS PIC X(17).
                03 FILLER    PIC X(13).
                03 IDM-HOURS PIC 9(3).
                03 FILLER    PIC X(26).
        01 IDM-MATCH-KEY.
                03 IDM-KEY-ID    PIC X(7).
                03 IDM-KEY-CLASS PIC X(17).
        01 IDMASTIN-STATUS PIC XX VALUE '00'.
        01 IDMAST-SW       PIC 9 VALUE 0.

      **************************************************************
      * BILLING FEED RECORD VIEWS: HEADER, DEPARTMENT DETAIL, AND *
      * TRAILER, AS THE ROSTER WRITES THEM *
      **************************************************************
        01 BILL-DATA.
                03 BL-REC-TYPE  PIC X(1).
                03 FILLER       PIC X(79).
        01 BILL-DETAIL-VIEW REDEFINES BILL-DATA.
                03 FILLER       PIC X(1).
                03 BLD-DEPT     PIC X(4).
                03 BLD-COUNT    PIC 9(5).
                03 BLD-HOURS    PIC 9(6).
                03 BLD-AMOUNT   PIC 9(9)V99.
                03 FILLER       PIC X(53).
        01 BILL-STATUS PIC XX VALUE '00'.
        01 EOF-BL      PIC 9 VALUE 0.

      **************************************************************
      * ONE ENTRY PER DEPARTMENT SEEN ON EITHER SIDE: THE BILLING *
      * FEED'S FIGURES AND THE STATEMENT SIDE'S. STATEMENT HOURS *
      * INCLUDE ENROLLMENTS HELD FOR NO RATE, WHICH THE FEED *
      * COUNTS IN HOURS BUT PRICES AT NOTHING. *
      **************************************************************
        01 DEPT-TABLE-AREA.
                03 DT-USED       PIC 9(3) VALUE 0.
                03 DT-MAX        PIC 9(3) VALUE 200.
                03 DT-SUB        PIC 9(3) COMP.
                03 DT-FOUND-AT   PIC 9(3) COMP.
                03 DT-DROP-COUNT PIC 9(5) VALUE 0.
                03 DEPT-TABLE.
                        05 DT-ENTRY OCCURS 200 TIMES.
                                07 DT-DEPT        PIC X(4).
                                07 DT-BILL-SW     PIC 9.
                                07 DT-BILL-COUNT  PIC 9(5).
                                07 DT-BILL-HOURS  PIC 9(6).
                                07 DT-BILL-AMOUNT PIC 9(9)V99.
                                07 DT-PERSONS     PIC 9(5).
                                07 DT-HOURS       PIC 9(6).
                                07 DT-AMOUNT      PIC 9(9)V99.
        01 DEPT-KEY-WK PIC X(4) VALUE SPACES.

      **************************************************************
      * THE PERSON WHOSE STATEMENT IS BEING BUILT: THE DEPARTMENTS *
      * THEY HAVE ALREADY BEEN COUNTED IN, SO A PERSON IN TWO *
      * CLASSES OF ONE DEPARTMENT COUNTS ONCE, AS ON THE FEED *
      **************************************************************
        01 PERSON-AREA.
                03 PERSON-ID         PIC X(7) VALUE SPACES.
                03 PERSON-STARTED-SW PIC 9 VALUE 0.
                03 PERSON-HEAD-SW    PIC 9 VALUE 0.
                03 PERSON-HELD-COUNT PIC 9(3) VALUE 0.
                03 PERSON-TOTAL      PIC 9(7)V99 VALUE 0.
                03 PD-USED           PIC 9(2) VALUE 0.
                03 PD-MAX            PIC 9(2) VALUE 20.
                03 PD-SUB            PIC 9(3) COMP.
                03 PD-FOUND-SW       PIC 9 VALUE 0.
                03 PD-TABLE.
                        05 PD-DEPT OCCURS 20 TIMES PIC X(4).

      **************************************************************
      * PRICING AND HOLD WORK FIELDS *
      **************************************************************
        01 HOURS-FOUND-SW PIC 9 VALUE 0.
        01 HOURS-WK       PIC 9(3) VALUE 0.
        01 CHARGE-WK      PIC 9(6)V99 VALUE 0.
        01 HOLD-REASON-WK PIC X(20) VALUE SPACES.

      **************************************************************
      * THE STATEMENT DATE: THE CYCLE DATE, OR TODAY WITH NO CYCLE *
      * ON RUNCNTL, TURNED INTO MM/DD/YYYY FOR PRINTING *
      **************************************************************
        01 STMT-DATE-YMD.
                03 SDY-YYYY PIC 9(4).
                03 SDY-MM   PIC 99.
                03 SDY-DD   PIC 99.
        01 STMT-DATE-MDY.
                03 SDM-MM   PIC 99.
                03 SDM-DD   PIC 99.
                03 SDM-YYYY PIC 9(4).
        01 STMT-DATE-NUM REDEFINES STMT-DATE-MDY PIC 9(8).

      **************************************************************
      * LAYOUTS FOR THE STATEMENT PAGE *
      **************************************************************
        01 STMT-HEADING1.
                03 FILLER PIC X(18) VALUE SPACES.
                03        PIC X(44) VALUE
                   'ENROLLMENT CONFIRMATION AND CHARGE STATEMENT'.
                03 FILLER PIC X(18) VALUE SPACES.
        01 STMT-DATE-LINE.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(16) VALUE 'STATEMENT DATE: '.
                03 SDL-DATE PIC 99/99/9999.
                03 FILLER PIC X(51) VALUE SPACES.
        01 STMT-NAME-LINE.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(16) VALUE 'NAME:           '.
                03 SNL-LNAME PIC X(15).
                03 FILLER PIC X(1) VALUE SPACES.
                03 SNL-FNAME PIC X(15).
                03 FILLER PIC X(30) VALUE SPACES.
        01 STMT-ID-LINE.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(16) VALUE 'EMPLOYEE ID:    '.
                03 SIL-ID PIC X(7).
                03 FILLER PIC X(54) VALUE SPACES.
        01 STMT-HEADING2.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(4) VALUE 'DEPT'.
                03 FILLER PIC X(2) VALUE SPACES.
                03        PIC X(5) VALUE 'CLASS'.
                03 FILLER PIC X(14) VALUE SPACES.
                03        PIC X(4) VALUE 'TYPE'.
                03 FILLER PIC X(2) VALUE SPACES.
                03        PIC X(3) VALUE 'HRS'.
                03 FILLER PIC X(5) VALUE SPACES.
                03        PIC X(4) VALUE 'RATE'.
                03 FILLER PIC X(7) VALUE SPACES.
                03        PIC X(6) VALUE 'CHARGE'.
                03 FILLER PIC X(21) VALUE SPACES.
        01 STMT-DETAIL-LINE.
                03 FILLER    PIC X(3) VALUE SPACES.
                03 SDT-DEPT  PIC X(4).
                03 FILLER    PIC X(2) VALUE SPACES.
                03 SDT-CLASS PIC X(17).
                03 FILLER    PIC X(2) VALUE SPACES.
                03 SDT-ETYPE PIC X(4).
                03 FILLER    PIC X(2) VALUE SPACES.
                03 SDT-HOURS PIC ZZ9.
                03 FILLER    PIC X(3) VALUE SPACES.
                03 SDT-RATE  PIC ZZ9.99.
                03 FILLER    PIC X(3) VALUE SPACES.
                03 SDT-CHARGE PIC ZZZ,ZZ9.99.
                03 FILLER    PIC X(21) VALUE SPACES.
        01 STMT-TOTAL-LINE.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(44) VALUE 'TOTAL CHARGES'.
                03 STL-TOTAL PIC Z,ZZZ,ZZ9.99.
                03 FILLER PIC X(21) VALUE SPACES.
        01 STMT-PENDING-LINE.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(44) VALUE
                   'FURTHER ENROLLMENTS UNDER REVIEW, NOT SHOWN:'.
                03 FILLER PIC X(1) VALUE SPACES.
                03 SPL-COUNT PIC ZZ9.
                03 FILLER PIC X(29) VALUE SPACES.

      **************************************************************
      * LAYOUTS FOR THE DEPARTMENT CONTROL TOTALS PAGE *
      **************************************************************
        01 CTL-HEADING1.
                03 FILLER PIC X(23) VALUE SPACES.
                03        PIC X(35) VALUE
                   'STATEMENT DEPARTMENT CONTROL TOTALS'.
                03 FILLER PIC X(22) VALUE SPACES.
        01 CTL-HEADING2.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(4) VALUE 'DEPT'.
                03 FILLER PIC X(2) VALUE SPACES.
                03        PIC X(6) VALUE 'SOURCE'.
                03 FILLER PIC X(9) VALUE SPACES.
                03        PIC X(7) VALUE 'PERSONS'.
                03 FILLER PIC X(5) VALUE SPACES.
                03        PIC X(5) VALUE 'HOURS'.
                03 FILLER PIC X(11) VALUE SPACES.
                03        PIC X(7) VALUE 'CHARGES'.
                03 FILLER PIC X(2) VALUE SPACES.
                03        PIC X(6) VALUE 'RESULT'.
                03 FILLER PIC X(13) VALUE SPACES.
        01 CTL-LINE.
                03 FILLER      PIC X(3) VALUE SPACES.
                03 CL-DEPT     PIC X(4).
                03 FILLER      PIC X(2) VALUE SPACES.
                03 CL-SOURCE   PIC X(14).
                03 FILLER      PIC X(2) VALUE SPACES.
                03 CL-PERSONS  PIC ZZZZZ9.
                03 FILLER      PIC X(2) VALUE SPACES.
                03 CL-HOURS    PIC ZZZZZZZ9.
                03 FILLER      PIC X(2) VALUE SPACES.
                03 CL-CHARGES  PIC Z,ZZZ,ZZZ,ZZ9.99.
                03 FILLER      PIC X(2) VALUE SPACES.
                03 CL-RESULT   PIC X(10).
                03 FILLER      PIC X(9) VALUE SPACES.
        01 CTL-COUNT-LINE.
                03 FILLER      PIC X(3) VALUE SPACES.
                03 CCL-TEXT    PIC X(40).
                03 CCL-COUNT   PIC ZZZZ9.
                03 FILLER      PIC X(32) VALUE SPACES.
        01 CTL-NOTE-LINE.
                03 FILLER      PIC X(3) VALUE SPACES.
                03 CNL-TEXT    PIC X(50).
                03 FILLER      PIC X(27) VALUE SPACES.

      **************************************************************
      * LAYOUTS FOR THE HELD-ENROLLMENT LISTING *
      **************************************************************
        01 HOLD-HEADING1.
                03 FILLER PIC X(23) VALUE SPACES.
                03        PIC X(34) VALUE
                   'ENROLLMENTS HELD FROM STATEMENTS  '.
                03 FILLER PIC X(23) VALUE SPACES.
        01 HOLD-HEADING2.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(6) VALUE 'EMP ID'.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(4) VALUE 'LAST'.
                03 FILLER PIC X(13) VALUE SPACES.
                03        PIC X(4) VALUE 'DEPT'.
                03 FILLER PIC X(2) VALUE SPACES.
                03        PIC X(5) VALUE 'CLASS'.
                03 FILLER PIC X(14) VALUE SPACES.
                03        PIC X(2) VALUE 'TY'.
                03 FILLER PIC X(2) VALUE SPACES.
                03        PIC X(6) VALUE 'REASON'.
                03 FILLER PIC X(16) VALUE SPACES.
        01 HOLD-LINE.
                03 FILLER    PIC X(3) VALUE SPACES.
                03 HL-ID     PIC X(7).
                03 FILLER    PIC X(2) VALUE SPACES.
                03 HL-LNAME  PIC X(15).
                03 FILLER    PIC X(2) VALUE SPACES.
                03 HL-DEPT   PIC X(4).
                03 FILLER    PIC X(2) VALUE SPACES.
                03 HL-CLASS  PIC X(17).
                03 FILLER    PIC X(2) VALUE SPACES.
                03 HL-ETYPE  PIC X(2).
                03 FILLER    PIC X(2) VALUE SPACES.
                03 HL-REASON PIC X(20).
                03 FILLER    PIC X(2) VALUE SPACES.
        01 HOLD-TOTAL-LINE.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(18) VALUE 'ENROLLMENTS HELD: '.
                03 HTL-COUNT PIC ZZZZ9.
                03 FILLER PIC X(54) VALUE SPACES.
        01 HOLD-NONE-LINE.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(19) VALUE 'NO ENROLLMENTS HELD'.
                03 FILLER PIC X(58) VALUE SPACES.

        01 MISC.
      **************************************************************
      * END OF FILE (EOF) SWITCHES *
      * 0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
          03 EOF-X PIC 9 VALUE 0.
      **************************************************************
      * 1 = THE EXTRACT WAS PRESENT AND OPENED, 0 = MISSING *
      **************************************************************
          03 XTR-OPEN-SW  PIC 9 VALUE 0.
      **************************************************************
      * 1 = THE BILLING FEED WAS PRESENT AND OPENED, 0 = MISSING *
      **************************************************************
          03 BILL-OPEN-SW PIC 9 VALUE 0.
      **************************************************************
      * RUN TOTALS *
      **************************************************************
          03 XTR-READ-COUNT  PIC 9(5) VALUE 0.
          03 STMT-COUNT      PIC 9(5) VALUE 0.
          03 STMT-LINE-COUNT PIC 9(5) VALUE 0.
          03 HELD-COUNT      PIC 9(5) VALUE 0.
          03 ALL-HELD-COUNT  PIC 9(5) VALUE 0.
          03 ALL-PERSONS     PIC 9(6) VALUE 0.
          03 ALL-HOURS       PIC 9(8) VALUE 0.
          03 ALL-AMOUNT      PIC 9(11)V99 VALUE 0.
          03 ALL-BILL-COUNT  PIC 9(6) VALUE 0.
          03 ALL-BILL-HOURS  PIC 9(8) VALUE 0.
          03 ALL-BILL-AMOUNT PIC 9(11)V99 VALUE 0.
      **************************************************************
      * 1 = THE STATEMENTS DID NOT PROVE TO THE BILLING FEED *
      **************************************************************
          03 STMT-BAD-SW PIC 9 VALUE 0.
      **************************************************************
      * START OF PROCEDURE DIVISION *
      **************************************************************
        PROCEDURE DIVISION.
        000-MAINLINE.
                PERFORM 0020-CHECK-RUN-CONTROL.
                PERFORM 0050-SET-STATEMENT-DATE.
                PERFORM 0068-LOAD-RATE-CARD.
                PERFORM 0100-OPEN-FILES.
                PERFORM 0090-LOAD-BILL.
                PERFORM 1210-READ-IDMAST.
                PERFORM 2000-READ-EXTRACT.
                PERFORM 1000-PROCESS-ENROLLMENT
                   UNTIL EOF-X = 1.
                IF PERSON-STARTED-SW = 1
                   PERFORM 1100-END-PERSON
                END-IF.
                PERFORM 1700-PRINT-CONTROL-TOTALS.
                PERFORM 1800-PRINT-HELD-TOTAL.
                IF XTR-OPEN-SW = 1
                   CLOSE XTR-FILE
                END-IF.
                IF IDMAST-SW = 1
                   CLOSE IDMAST-FILE
                END-IF.
                CLOSE STMT-FILE
                      HOLD-FILE.
                IF STMT-BAD-SW = 1
                   DISPLAY 'ChargeStmt: STATEMENTS DO NOT AGREE TO '
                      'EMPLOYEE-BILL - SEE CONTROL TOTALS'
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
      * THE STATEMENTS ARE DATED AND PRICED AS OF THE CYCLE THAT *
      * BUILT THE EXTRACT; WITH NO CYCLE ON RUNCNTL, AS OF TODAY *
      **************************************************************
        0050-SET-STATEMENT-DATE.
           MOVE RC-CYCLE-DATE TO REF-ASOF-DATE.
           IF REF-ASOF-DATE = SPACES
              ACCEPT REF-ASOF-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE REF-ASOF-DATE TO STMT-DATE-YMD.
           MOVE SDY-MM   TO SDM-MM.
           MOVE SDY-DD   TO SDM-DD.
           MOVE SDY-YYYY TO SDM-YYYY.
      **************************************************************
      * LOADS THE RATE CARD INTO THE LOOKUP TABLE THE SAME WAY THE *
      * ROSTER DOES. CARDS WITH A BLANK TYPE OR NON-NUMERIC RATE, *
      * OR BEYOND THE TABLE SIZE, ARE DROPPED; CARDS NOT YET IN *
      * FORCE ARE PASSED OVER. *
      **************************************************************
        0068-LOAD-RATE-CARD.
           OPEN INPUT RATE-CARD-FILE.
           IF RATECARD-STATUS = '00'
              PERFORM 0069-READ-RATE-CARD
              PERFORM 0072-STORE-RATE-CARD
                 UNTIL EOF-RT = 1
              CLOSE RATE-CARD-FILE
           END-IF.
        0069-READ-RATE-CARD.
           READ RATE-CARD-FILE INTO RATE-CARD-DATA
              AT END MOVE 1 TO EOF-RT
           END-READ.
        0072-STORE-RATE-CARD.
           IF RT-ETYPE = SPACES OR RT-RATE IS NOT NUMERIC
              ADD 1 TO RATE-DROP-COUNT
           ELSE
              IF RT-EFF-DATE NOT = SPACES
                    AND RT-EFF-DATE > REF-ASOF-DATE
                 ADD 1 TO RATE-FUTURE-COUNT
              ELSE
                 PERFORM 0085-TAKE-RATE-CARD
              END-IF
           END-IF.
           PERFORM 0069-READ-RATE-CARD.
        0085-TAKE-RATE-CARD.
           MOVE 0 TO RATE-FOUND-AT.
           PERFORM 0086-MATCH-RATE-CARD
              VARYING RATE-SUB FROM 1 BY 1
              UNTIL RATE-SUB > RATE-USED
                 OR RATE-FOUND-AT > 0.
           MOVE RT-RATE TO RATE-DIGITS-WK.
           IF RATE-FOUND-AT > 0
              IF RT-EFF-DATE NOT < RTE-EFF (RATE-FOUND-AT)
                 COMPUTE RTE-RATE (RATE-FOUND-AT) =
                    RATE-DIGITS-WK / 100
                 MOVE RT-EFF-DATE TO RTE-EFF (RATE-FOUND-AT)
              END-IF
           ELSE
              IF RATE-USED < RATE-MAX
                 ADD 1 TO RATE-USED
                 MOVE RT-ETYPE TO RTE-CODE (RATE-USED)
                 COMPUTE RTE-RATE (RATE-USED) =
                    RATE-DIGITS-WK / 100
                 MOVE RT-EFF-DATE TO RTE-EFF (RATE-USED)
              ELSE
                 ADD 1 TO RATE-DROP-COUNT
              END-IF
           END-IF.
        0086-MATCH-RATE-CARD.
           IF RTE-CODE (RATE-SUB) = RT-ETYPE
              MOVE RATE-SUB TO RATE-FOUND-AT
           END-IF.
      **************************************************************
      * TABLES THE BILLING FEED'S DEPARTMENT DETAILS. A MISSING *
      * FEED LEAVES NOTHING TO PROVE AGAINST, SO THE STATEMENTS *
      * CANNOT BE RELEASED. *
      **************************************************************
        0090-LOAD-BILL.
           OPEN INPUT BILL-FILE.
           IF BILL-STATUS = '00'
              MOVE 1 TO BILL-OPEN-SW
              PERFORM 0091-READ-BILL
              PERFORM 0092-STORE-BILL-RECORD
                 UNTIL EOF-BL = 1
              CLOSE BILL-FILE
           ELSE
              MOVE 1 TO STMT-BAD-SW
           END-IF.
        0091-READ-BILL.
           READ BILL-FILE INTO BILL-DATA
              AT END MOVE 1 TO EOF-BL
           END-READ.
        0092-STORE-BILL-RECORD.
           IF BL-REC-TYPE = 'D'
              MOVE BLD-DEPT TO DEPT-KEY-WK
              PERFORM 1300-FIND-DEPT
              IF DT-FOUND-AT > 0
                 MOVE 1 TO DT-BILL-SW (DT-FOUND-AT)
                 ADD BLD-COUNT  TO DT-BILL-COUNT (DT-FOUND-AT)
                 ADD BLD-HOURS  TO DT-BILL-HOURS (DT-FOUND-AT)
                 ADD BLD-AMOUNT TO DT-BILL-AMOUNT (DT-FOUND-AT)
              END-IF
           END-IF.
           PERFORM 0091-READ-BILL.
      **************************************************************
      * LOGS THIS STEP'S COMPLETION AGAINST THE CYCLE SO THE *
      * MORNING REVIEW SHOWS WHICH STEPS RAN, IN WHAT ORDER *
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
      * OPENS THE INPUTS AND LISTINGS. A MISSING EXTRACT IS NOTED *
      * ON THE CONTROL PAGE INSTEAD OF ABENDING, AS SERVICEAGE *
      * DOES; A MISSING EMPIDMST LEAVES EVERY ENROLLMENT HELD. *
      **************************************************************
        0100-OPEN-FILES.
           OPEN OUTPUT STMT-FILE
                       HOLD-FILE.
           WRITE HOLD-REC FROM HOLD-HEADING1
              AFTER ADVANCING PAGE.
           MOVE SPACES TO HOLD-REC.
           WRITE HOLD-REC
              AFTER ADVANCING 1 LINE.
           WRITE HOLD-REC FROM HOLD-HEADING2
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO HOLD-REC.
           WRITE HOLD-REC
              AFTER ADVANCING 1 LINE.
           OPEN INPUT XTR-FILE.
           IF XTR-STATUS = '00'
              MOVE 1 TO XTR-OPEN-SW
           ELSE
              MOVE 1 TO EOF-X
           END-IF.
           OPEN INPUT IDMAST-FILE.
           IF IDMASTIN-STATUS = '00'
              MOVE 1 TO IDMAST-SW
           END-IF.
      **************************************************************
      * TAKES ONE ENROLLMENT: STARTS A NEW PERSON ON A CHANGE OF *
      * ID, COUNTS THE PERSON IN THE DEPARTMENT, PICKS UP THE *
      * CREDIT HOURS, AND EITHER PRICES THE ENROLLMENT ONTO THE *
      * STATEMENT OR HOLDS IT BACK *
      **************************************************************
        1000-PROCESS-ENROLLMENT.
           IF X-ID NOT = PERSON-ID
              IF PERSON-STARTED-SW = 1
                 PERFORM 1100-END-PERSON
              END-IF
              PERFORM 1050-START-PERSON
           END-IF.
           MOVE X-DEPT TO DEPT-KEY-WK.
           PERFORM 1300-FIND-DEPT.
           PERFORM 1320-COUNT-DEPT-PERSON.
           PERFORM 1200-MATCH-HOURS.
           IF HOURS-FOUND-SW = 0
              MOVE 'NOT ON EMPIDMST' TO HOLD-REASON-WK
              PERFORM 1500-HOLD-ENROLLMENT
           ELSE
              IF IDM-HOURS IS NOT NUMERIC
                 MOVE 'HOURS NOT NUMERIC' TO HOLD-REASON-WK
                 PERFORM 1500-HOLD-ENROLLMENT
              ELSE
                 MOVE IDM-HOURS TO HOURS-WK
                 PERFORM 1400-PRICE-ENROLLMENT
              END-IF
           END-IF.
           PERFORM 2000-READ-EXTRACT.
        1050-START-PERSON.
           MOVE X-ID TO PERSON-ID.
           MOVE 1 TO PERSON-STARTED-SW.
           MOVE 0 TO PERSON-HEAD-SW.
           MOVE 0 TO PERSON-HELD-COUNT.
           MOVE 0 TO PERSON-TOTAL.
           MOVE 0 TO PD-USED.
      **************************************************************
      * CLOSES THE PERSON'S STATEMENT WITH ITS TOTAL, AND A NOTE *
      * WHEN SOME OF THEIR ENROLLMENTS WERE HELD BACK. A PERSON *
      * WHOSE ENROLLMENTS WERE ALL HELD GETS NO STATEMENT. *
      **************************************************************
        1100-END-PERSON.
           IF PERSON-HEAD-SW = 1
              MOVE SPACES TO STMT-REC
              WRITE STMT-REC
                 AFTER ADVANCING 1 LINE
              MOVE PERSON-TOTAL TO STL-TOTAL
              WRITE STMT-REC FROM STMT-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
              IF PERSON-HELD-COUNT > 0
                 MOVE PERSON-HELD-COUNT TO SPL-COUNT
                 MOVE SPACES TO STMT-REC
                 WRITE STMT-REC
                    AFTER ADVANCING 1 LINE
                 WRITE STMT-REC FROM STMT-PENDING-LINE
                    AFTER ADVANCING 1 LINE
              END-IF
              ADD 1 TO STMT-COUNT
           ELSE
              ADD 1 TO ALL-HELD-COUNT
           END-IF.
      **************************************************************
      * MATCHES THE EXTRACT RECORD TO ITS EMPIDMST RECORD ON *
      * I-ID/I-CLASS. BOTH FILES ARE IN THAT ORDER, SO THE MASTER *
      * IS READ FORWARD PAST ANY ENROLLMENTS THE ROSTER DID NOT *
      * BILL. *
      **************************************************************
        1200-MATCH-HOURS.
           MOVE 0 TO HOURS-FOUND-SW.
           PERFORM 1210-READ-IDMAST
              UNTIL IDM-MATCH-KEY NOT < X-ENR-KEY.
           IF IDM-MATCH-KEY = X-ENR-KEY
              MOVE 1 TO HOURS-FOUND-SW
           END-IF.
        1210-READ-IDMAST.
           IF IDMAST-SW = 1
              READ IDMAST-FILE INTO IDM-DATA
                 AT END MOVE HIGH-VALUES TO IDM-MATCH-KEY
              END-READ
              IF IDM-MATCH-KEY NOT = HIGH-VALUES
                 MOVE IDM-ID    TO IDM-KEY-ID
                 MOVE IDM-CLASS TO IDM-KEY-CLASS
              END-IF
           ELSE
              MOVE HIGH-VALUES TO IDM-MATCH-KEY
           END-IF.
      **************************************************************
      * FINDS (OR CLAIMS) DEPT-KEY-WK'S ROW IN THE DEPARTMENT *
      * TABLE. A DEPARTMENT BEYOND THE TABLE SIZE CANNOT BE *
      * PROVED, SO IT IS COUNTED AND THE RUN IS OUT OF BALANCE. *
      **************************************************************
        1300-FIND-DEPT.
           MOVE 0 TO DT-FOUND-AT.
           PERFORM 1310-MATCH-DEPT
              VARYING DT-SUB FROM 1 BY 1
              UNTIL DT-SUB > DT-USED
                 OR DT-FOUND-AT > 0.
           IF DT-FOUND-AT = 0
              IF DT-USED < DT-MAX
                 ADD 1 TO DT-USED
                 MOVE DT-USED TO DT-FOUND-AT
                 MOVE DEPT-KEY-WK TO DT-DEPT (DT-USED)
                 MOVE 0 TO DT-BILL-SW (DT-USED)
                 MOVE 0 TO DT-BILL-COUNT (DT-USED)
                 MOVE 0 TO DT-BILL-HOURS (DT-USED)
                 MOVE 0 TO DT-BILL-AMOUNT (DT-USED)
                 MOVE 0 TO DT-PERSONS (DT-USED)
                 MOVE 0 TO DT-HOURS (DT-USED)
                 MOVE 0 TO DT-AMOUNT (DT-USED)
              ELSE
                 ADD 1 TO DT-DROP-COUNT
                 MOVE 1 TO STMT-BAD-SW
              END-IF
           END-IF.
        1310-MATCH-DEPT.
           IF DT-DEPT (DT-SUB) = DEPT-KEY-WK
              MOVE DT-SUB TO DT-FOUND-AT
           END-IF.
      **************************************************************
      * COUNTS THE PERSON TOWARD THE DEPARTMENT HEADCOUNT UNLESS *
      * ANOTHER OF THEIR ENROLLMENTS IN IT WAS ALREADY COUNTED -- *
      * THE SAME RULE THE ROSTER BILLS BY. HELD ENROLLMENTS COUNT, *
      * AS THE ROSTER COUNTED THEM. *
      **************************************************************
        1320-COUNT-DEPT-PERSON.
           MOVE 0 TO PD-FOUND-SW.
           PERFORM 1325-MATCH-PERSON-DEPT
              VARYING PD-SUB FROM 1 BY 1
              UNTIL PD-SUB > PD-USED
                 OR PD-FOUND-SW = 1.
           IF PD-FOUND-SW = 0
              IF DT-FOUND-AT > 0
                 ADD 1 TO DT-PERSONS (DT-FOUND-AT)
              END-IF
              IF PD-USED < PD-MAX
                 ADD 1 TO PD-USED
                 MOVE X-DEPT TO PD-DEPT (PD-USED)
              END-IF
           END-IF.
        1325-MATCH-PERSON-DEPT.
           IF PD-DEPT (PD-SUB) = X-DEPT
              MOVE 1 TO PD-FOUND-SW
           END-IF.
      **************************************************************
      * PRICES THE ENROLLMENT'S CREDIT HOURS AT ITS I-ETYPE RATE *
      * AND PRINTS IT ON THE STATEMENT. A TYPE WITH NO RATE IS *
      * HELD BACK RATHER THAN SENT OUT AT A ZERO CHARGE; ITS HOURS *
      * STILL COUNT TOWARD THE DEPARTMENT, AS ON THE FEED. *
      **************************************************************
        1400-PRICE-ENROLLMENT.
           PERFORM 1405-LOOKUP-RATE.
           IF DT-FOUND-AT > 0
              ADD HOURS-WK TO DT-HOURS (DT-FOUND-AT)
           END-IF.
           IF RATE-FOUND-SW = 0
              MOVE 'NO RATE FOR I-ETYPE' TO HOLD-REASON-WK
              PERFORM 1500-HOLD-ENROLLMENT
           ELSE
              COMPUTE CHARGE-WK = HOURS-WK * RATE-WK
              ADD CHARGE-WK TO PERSON-TOTAL
              IF DT-FOUND-AT > 0
                 ADD CHARGE-WK TO DT-AMOUNT (DT-FOUND-AT)
              END-IF
              IF PERSON-HEAD-SW = 0
                 PERFORM 1450-PRINT-STATEMENT-HEAD
              END-IF
              PERFORM 1460-PRINT-STATEMENT-LINE
           END-IF.
        1405-LOOKUP-RATE.
           MOVE 0 TO RATE-FOUND-SW.
           MOVE 0 TO RATE-WK.
           PERFORM 1406-MATCH-RATE
              VARYING RATE-SUB FROM 1 BY 1
              UNTIL RATE-SUB > RATE-USED
                 OR RATE-FOUND-SW = 1.
        1406-MATCH-RATE.
           IF RTE-CODE (RATE-SUB) = X-ETYPE
              MOVE 1 TO RATE-FOUND-SW
              MOVE RTE-RATE (RATE-SUB) TO RATE-WK
           END-IF.
      **************************************************************
      * STARTS THE PERSON'S STATEMENT ON A NEW PAGE *
      **************************************************************
        1450-PRINT-STATEMENT-HEAD.
           MOVE 1 TO PERSON-HEAD-SW.
           WRITE STMT-REC FROM STMT-HEADING1
              AFTER ADVANCING PAGE.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC
              AFTER ADVANCING 1 LINE.
           MOVE STMT-DATE-NUM TO SDL-DATE.
           WRITE STMT-REC FROM STMT-DATE-LINE
              AFTER ADVANCING 1 LINE.
           MOVE X-LNAME TO SNL-LNAME.
           MOVE X-FNAME TO SNL-FNAME.
           WRITE STMT-REC FROM STMT-NAME-LINE
              AFTER ADVANCING 1 LINE.
           MOVE X-ID TO SIL-ID.
           WRITE STMT-REC FROM STMT-ID-LINE
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC
              AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-HEADING2
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC
              AFTER ADVANCING 1 LINE.
        1460-PRINT-STATEMENT-LINE.
           MOVE X-DEPT    TO SDT-DEPT.
           MOVE X-CLASS   TO SDT-CLASS.
           MOVE X-ETYPE   TO SDT-ETYPE.
           MOVE HOURS-WK  TO SDT-HOURS.
           MOVE RATE-WK   TO SDT-RATE.
           MOVE CHARGE-WK TO SDT-CHARGE.
           WRITE STMT-REC FROM STMT-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO STMT-LINE-COUNT.
      **************************************************************
      * LISTS AN ENROLLMENT HELD BACK FROM THE STATEMENTS *
      **************************************************************
        1500-HOLD-ENROLLMENT.
           ADD 1 TO PERSON-HELD-COUNT.
           ADD 1 TO HELD-COUNT.
           MOVE X-ID           TO HL-ID.
           MOVE X-LNAME        TO HL-LNAME.
           MOVE X-DEPT         TO HL-DEPT.
           MOVE X-CLASS        TO HL-CLASS.
           MOVE X-ETYPE        TO HL-ETYPE.
           MOVE HOLD-REASON-WK TO HL-REASON.
           WRITE HOLD-REC FROM HOLD-LINE
              AFTER ADVANCING 1 LINE.
      **************************************************************
      * PRINTS THE DEPARTMENT CONTROL TOTALS: FOR EACH DEPARTMENT *
      * THE STATEMENT SIDE ABOVE THE BILLING FEED, THEN THE SAME *
      * FOR ALL DEPARTMENTS. ANY DIFFERENCE IN PERSONS, HOURS, OR *
      * CHARGES PUTS THE RUN OUT OF BALANCE. *
      **************************************************************
        1700-PRINT-CONTROL-TOTALS.
           WRITE STMT-REC FROM CTL-HEADING1
              AFTER ADVANCING PAGE.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC
              AFTER ADVANCING 1 LINE.
           MOVE STMT-DATE-NUM TO SDL-DATE.
           WRITE STMT-REC FROM STMT-DATE-LINE
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC
              AFTER ADVANCING 1 LINE.
           IF XTR-OPEN-SW = 0
              MOVE 'EXTRACT MISSING - NO STATEMENTS PRINTED'
                 TO CNL-TEXT
              WRITE STMT-REC FROM CTL-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           IF BILL-OPEN-SW = 0
              MOVE 'EMPLOYEE-BILL MISSING - STATEMENTS NOT PROVED'
                 TO CNL-TEXT
              WRITE STMT-REC FROM CTL-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           WRITE STMT-REC FROM CTL-HEADING2
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC
              AFTER ADVANCING 1 LINE.
           PERFORM 1710-PRINT-DEPT-CONTROL
              VARYING DT-SUB FROM 1 BY 1
              UNTIL DT-SUB > DT-USED.
           MOVE 'ALL' TO CL-DEPT.
           MOVE 'STATEMENTS' TO CL-SOURCE.
           MOVE ALL-PERSONS TO CL-PERSONS.
           MOVE ALL-HOURS   TO CL-HOURS.
           MOVE ALL-AMOUNT  TO CL-CHARGES.
           MOVE SPACES TO CL-RESULT.
           WRITE STMT-REC FROM CTL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CL-DEPT.
           MOVE 'EMPLOYEE-BILL' TO CL-SOURCE.
           MOVE ALL-BILL-COUNT  TO CL-PERSONS.
           MOVE ALL-BILL-HOURS  TO CL-HOURS.
           MOVE ALL-BILL-AMOUNT TO CL-CHARGES.
           IF ALL-PERSONS = ALL-BILL-COUNT
                 AND ALL-HOURS = ALL-BILL-HOURS
                 AND ALL-AMOUNT = ALL-BILL-AMOUNT
                 AND STMT-BAD-SW = 0
              MOVE 'AGREES' TO CL-RESULT
           ELSE
              MOVE 'DISAGREES' TO CL-RESULT
              MOVE 1 TO STMT-BAD-SW
           END-IF.
           WRITE STMT-REC FROM CTL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC
              AFTER ADVANCING 1 LINE.
           MOVE 'EXTRACT RECORDS READ:' TO CCL-TEXT.
           MOVE XTR-READ-COUNT TO CCL-COUNT.
           WRITE STMT-REC FROM CTL-COUNT-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'STATEMENTS PRINTED:' TO CCL-TEXT.
           MOVE STMT-COUNT TO CCL-COUNT.
           WRITE STMT-REC FROM CTL-COUNT-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'ENROLLMENTS CHARGED:' TO CCL-TEXT.
           MOVE STMT-LINE-COUNT TO CCL-COUNT.
           WRITE STMT-REC FROM CTL-COUNT-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'ENROLLMENTS HELD (SEE EMPLOYEE-STHL):' TO CCL-TEXT.
           MOVE HELD-COUNT TO CCL-COUNT.
           WRITE STMT-REC FROM CTL-COUNT-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'PERSONS WITH EVERY ENROLLMENT HELD:' TO CCL-TEXT.
           MOVE ALL-HELD-COUNT TO CCL-COUNT.
           WRITE STMT-REC FROM CTL-COUNT-LINE
              AFTER ADVANCING 1 LINE.
           IF DT-DROP-COUNT > 0
              MOVE 'RECORDS BEYOND DEPARTMENT TABLE:' TO CCL-TEXT
              MOVE DT-DROP-COUNT TO CCL-COUNT
              WRITE STMT-REC FROM CTL-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC
              AFTER ADVANCING 1 LINE.
           IF STMT-BAD-SW = 1
              MOVE 'OUT OF BALANCE - HOLD THE STATEMENTS'
                 TO CNL-TEXT
           ELSE
              MOVE 'IN BALANCE - STATEMENTS MAY BE RELEASED'
                 TO CNL-TEXT
           END-IF.
           WRITE STMT-REC FROM CTL-NOTE-LINE
              AFTER ADVANCING 1 LINE.
        1710-PRINT-DEPT-CONTROL.
           ADD DT-PERSONS (DT-SUB)     TO ALL-PERSONS.
           ADD DT-HOURS (DT-SUB)       TO ALL-HOURS.
           ADD DT-AMOUNT (DT-SUB)      TO ALL-AMOUNT.
           ADD DT-BILL-COUNT (DT-SUB)  TO ALL-BILL-COUNT.
           ADD DT-BILL-HOURS (DT-SUB)  TO ALL-BILL-HOURS.
           ADD DT-BILL-AMOUNT (DT-SUB) TO ALL-BILL-AMOUNT.
           MOVE DT-DEPT (DT-SUB) TO CL-DEPT.
           MOVE 'STATEMENTS' TO CL-SOURCE.
           MOVE DT-PERSONS (DT-SUB) TO CL-PERSONS.
           MOVE DT-HOURS (DT-SUB)   TO CL-HOURS.
           MOVE DT-AMOUNT (DT-SUB)  TO CL-CHARGES.
           MOVE SPACES TO CL-RESULT.
           WRITE STMT-REC FROM CTL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CL-DEPT.
           IF DT-BILL-SW (DT-SUB) = 1
              MOVE 'EMPLOYEE-BILL' TO CL-SOURCE
           ELSE
              MOVE 'NOT ON BILL' TO CL-SOURCE
           END-IF.
           MOVE DT-BILL-COUNT (DT-SUB)  TO CL-PERSONS.
           MOVE DT-BILL-HOURS (DT-SUB)  TO CL-HOURS.
           MOVE DT-BILL-AMOUNT (DT-SUB) TO CL-CHARGES.
           IF DT-BILL-SW (DT-SUB) = 1
                 AND DT-PERSONS (DT-SUB) = DT-BILL-COUNT (DT-SUB)
                 AND DT-HOURS (DT-SUB) = DT-BILL-HOURS (DT-SUB)
                 AND DT-AMOUNT (DT-SUB) = DT-BILL-AMOUNT (DT-SUB)
              MOVE 'AGREES' TO CL-RESULT
           ELSE
              MOVE 'DISAGREES' TO CL-RESULT
              MOVE 1 TO STMT-BAD-SW
           END-IF.
           WRITE STMT-REC FROM CTL-LINE
              AFTER ADVANCING 1 LINE.
      **************************************************************
      * CLOSES THE HELD-ENROLLMENT LISTING WITH ITS COUNT *
      **************************************************************
        1800-PRINT-HELD-TOTAL.
           MOVE SPACES TO HOLD-REC.
           WRITE HOLD-REC
              AFTER ADVANCING 1 LINE.
           IF HELD-COUNT = 0
              WRITE HOLD-REC FROM HOLD-NONE-LINE
                 AFTER ADVANCING 1 LINE
           ELSE
              MOVE HELD-COUNT TO HTL-COUNT
              WRITE HOLD-REC FROM HOLD-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
      **************************************************************
      * READS THE NEXT EXTRACT RECORD *
      **************************************************************
        2000-READ-EXTRACT.
           IF EOF-X = 0
              READ XTR-FILE INTO XTR-DATA
                 AT END MOVE 1 TO EOF-X
              END-READ
              IF EOF-X = 0
                 ADD 1 TO XTR-READ-COUNT
              END-IF
           END-IF.
