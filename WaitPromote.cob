      *                 current CAP-LIMIT cards (drops or a raised  *
      *                 cap both open seats). Promoted records go   *
      *                 to EMPLOYEE-WPRO in the COB1-EMPLOYEE       *
      *                 layout and onto EMPLOYEE-SUPP, the roster's *
      *                 supplementary adds, for the next run to add *
      *                 as normal enrollments; the rest go          *
      *                 back out on EMPLOYEE-WTRS for the next      *
      *                 pass. Every decision prints on the          *
      *                 promotion listing, and READ = PROMOTED +    *
      *                 an in-flight or out-of-balance cycle and a *
      *                 repeated step in one cycle -- and logs its *
      *                 own completion on RUNSTEPS.                *
      * 2026-10-15  MF  CLASSMST cards now carry an effective      *
      *                 date; only the latest entry per class in   *
      *                 force on the cycle date is tabled, so a    *
      *                 cap raise keyed ahead opens its seats on   *
      *                 the right night. The table now holds 500   *
      *                 classes.                                   *
      * 2026-10-15  MF  Promoted records are also appended to      *
      *                 EMPLOYEE-SUPP (created if missing), the    *
      *                 roster's supplementary adds, instead of    *
      *                 being concatenated by hand onto            *
      *                 COB1-EMPLOYEE, whose header/trailer proof  *
      *                 they would break. The roster empties SUPP  *
      *                 after a balanced run.                      *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SELECT CLASS-MASTER-FILE ASSIGN TO 'CLASSMST'
              FILE STATUS IS CLASSMST-STATUS.
           SELECT PROMOTE-FILE ASSIGN TO 'EMPLOYEE-WPRO'.
           SELECT SUPP-FILE ASSIGN TO 'EMPLOYEE-SUPP'
              FILE STATUS IS SUPP-STATUS.
           SELECT RESIDUAL-FILE ASSIGN TO 'EMPLOYEE-WTRS'.
           SELECT LIST-FILE ASSIGN TO 'WAITPROM-LIST'.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCNTL'
        01 CLASS-MASTER-REC PIC X(80).

      **************************************************************
      * PROMOTED RECORDS, COB1-EMPLOYEE LAYOUT: THIS RUN'S *
      * PROMOTIONS *
      **************************************************************
        FD PROMOTE-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 PROMOTE-REC PIC X(98).

      **************************************************************
      * THE ROSTER'S SUPPLEMENTARY ADDS. EACH PROMOTED RECORD IS *
      * APPENDED HERE TOO, AS ExcpRecycle APPENDS ITS REINJECTED *
      * ONES, SO THE NEXT RUN ADDS IT AS A NORMAL ENROLLMENT. *
      **************************************************************
        FD SUPP-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 SUPP-REC PIC X(98).

      **************************************************************
      * RECORDS STILL WAITING, READY FOR THE NEXT PROMOTION PASS *
      **************************************************************
                03 I-DATE  PIC X(8).
        01 WAIT-STATUS    PIC XX VALUE '00'.
        01 EMPMAST-STATUS PIC XX VALUE '00'.
        01 SUPP-STATUS    PIC XX VALUE '00'.
      **************************************************************
      * CLASS CAPACITY CARD LAYOUT AND LOOKUP TABLE, SAME SHAPE *
      * AS THE ROSTER'S CLASSMST LOAD. A MISSING FILE LEAVES *
      * EVERY CLASS UNCAPPED, WHICH PROMOTES EVERYONE. ONLY THE *
      * LATEST ENTRY PER CLASS IN FORCE ON THE CYCLE DATE IS *
      * TABLED, THE SAME AS THE ROSTER. *
      **************************************************************
        01 CLASSMST-STATUS PIC XX VALUE '00'.
        01 CLASS-CARD-DATA.
                03 CC-CLASS    PIC X(17).
                03 CC-CAP      PIC X(4).
                03 FILLER      PIC X(19).
                03 CC-EFF-DATE PIC X(8).
                03 FILLER      PIC X(32).
        01 REF-ASOF-DATE   PIC X(8) VALUE SPACES.
        01 CAP-TABLE-AREA.
                03 CAP-USED         PIC 9(3) VALUE 0.
                03 CAP-MAX          PIC 9(3) VALUE 500.
                03 CAP-SUB          PIC 9(3) COMP.
                03 CAP-FOUND-AT     PIC 9(3) COMP.
                03 CAP-DROP-COUNT   PIC 9(3) VALUE 0.
                03 CAP-FUTURE-COUNT PIC 9(3) VALUE 0.
                03 EOF-CM           PIC 9 VALUE 0.
                03 CAP-TABLE.
                        05 CAP-ENTRY OCCURS 500 TIMES.
                                07 CAP-CLASS PIC X(17).
                                07 CAP-LIMIT PIC 9(4).
                                07 CAP-EFF   PIC X(8).
        01 CLASS-CAP-KEY   PIC X(17) VALUE SPACES.
        01 CLASS-CAP-WK    PIC 9(4) VALUE 0.
        01 CLASS-CAP-FOUND PIC 9 VALUE 0.
                   CLOSE WAIT-FILE
                END-IF.
                CLOSE PROMOTE-FILE
                      SUPP-FILE
                      RESIDUAL-FILE
                      LIST-FILE.
                PERFORM 0980-LOG-STEP-DONE.
           OPEN OUTPUT PROMOTE-FILE
                       RESIDUAL-FILE
                       LIST-FILE.
           OPEN EXTEND SUPP-FILE.
           IF SUPP-STATUS = '35'
              OPEN OUTPUT SUPP-FILE
           END-IF.
           OPEN INPUT WAIT-FILE.
           IF WAIT-STATUS = '00'
              MOVE 1 TO WAIT-OPEN-SW
      **************************************************************
      * LOADS THE CLASS CAPACITY MASTER, SAME SHAPE AS THE *
      * ROSTER'S LOAD. A RAISED CAP CARD IS EXACTLY HOW SEATS *
      * OPEN WITHOUT ANYONE DROPPING -- INCLUDING ONE KEYED AHEAD *
      * THAT COMES INTO FORCE ON THIS CYCLE'S DATE. *
      **************************************************************
        0150-LOAD-CLASS-MASTER.
           MOVE RC-CYCLE-DATE TO REF-ASOF-DATE.
           IF REF-ASOF-DATE = SPACES
              ACCEPT REF-ASOF-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT CLASS-MASTER-FILE.
           IF CLASSMST-STATUS = '00'
              PERFORM 0160-READ-CLASS-CARD
        0170-STORE-CLASS-CARD.
           IF CC-CLASS = SPACES OR CC-CAP IS NOT NUMERIC
              ADD 1 TO CAP-DROP-COUNT
           ELSE
              IF CC-EFF-DATE NOT = SPACES
                    AND CC-EFF-DATE > REF-ASOF-DATE
                 ADD 1 TO CAP-FUTURE-COUNT
              ELSE
                 PERFORM 0175-TAKE-CLASS-CARD
              END-IF
           END-IF.
           PERFORM 0160-READ-CLASS-CARD.
        0175-TAKE-CLASS-CARD.
           MOVE 0 TO CAP-FOUND-AT.
           PERFORM 0178-MATCH-CLASS-CARD
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
        0178-MATCH-CLASS-CARD.
           IF CAP-CLASS (CAP-SUB) = CC-CLASS
              MOVE CAP-SUB TO CAP-FOUND-AT
           END-IF.
      **************************************************************
      * COUNTS CURRENT ENROLLMENT PER DEPARTMENT/CLASS OFF THE *
      * CLASS-SEQUENCE MASTER. A MISSING MASTER COUNTS AS EMPTY *
      **************************************************************
        1200-WRITE-PROMOTE.
           WRITE PROMOTE-REC FROM INPUT-DATA.
           WRITE SUPP-REC FROM INPUT-DATA.
           IF ENR-FOUND-AT > 0
              ADD 1 TO ENR-COUNT (ENR-FOUND-AT)
           END-IF.
