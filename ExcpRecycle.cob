      *                 correction cards (ID plus a corrected SSN   *
      *                 and/or date), re-validates with the same    *
      *                 rules the roster uses, and writes clean     *
      *                 records to EMPLOYEE-REIN and EMPLOYEE-SUPP, *
      *                 the roster's supplementary adds, for        *
      *                 reinjection on the next run (never onto     *
      *                 COB1-EMPLOYEE). Records that still fail     *
      *                 bounce back out to EMPLOYEE-RCYR and the    *
      *                 correction listing.                         *
      * 2026-08-22  MF  Record layout brought in line with the      *
      *                 whose I-ETYPE is unknown or inactive still *
      *                 fails. Correction cards gained an optional *
      *                 corrected type alongside the SSN and date. *
      * 2026-10-15  MF  TYPEMST cards now carry an effective date; *
      *                 only the latest entry per type in force on *
      *                 the cycle date is tabled, as the roster    *
      *                 does. The table now holds 99 types.        *
      * 2026-10-15  MF  Reinjected records are also appended to    *
      *                 EMPLOYEE-SUPP (created if missing), the    *
      *                 roster's supplementary adds, instead of    *
      *                 being concatenated by hand onto            *
      *                 COB1-EMPLOYEE, whose header/trailer proof  *
      *                 they would break. The roster empties SUPP  *
      *                 after a balanced run.                      *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SELECT CORR-FILE ASSIGN TO 'CORRCARD'
              FILE STATUS IS CORR-STATUS.
           SELECT REIN-FILE ASSIGN TO 'EMPLOYEE-REIN'.
           SELECT SUPP-FILE ASSIGN TO 'EMPLOYEE-SUPP'
              FILE STATUS IS SUPP-STATUS.
           SELECT RERCY-FILE ASSIGN TO 'EMPLOYEE-RCYR'.
           SELECT LIST-FILE ASSIGN TO 'RECYCLE-LIST'.
           SELECT TYPE-MASTER-FILE ASSIGN TO 'TYPEMST'
        01 CORR-REC PIC X(80).

      **************************************************************
      * CLEAN REINJECTION FILE, SAME LAYOUT AS COB1-EMPLOYEE: *
      * THIS RUN'S REINJECTED RECORDS *
      **************************************************************
        FD REIN-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 REIN-REC PIC X(98).

      **************************************************************
      * THE ROSTER'S SUPPLEMENTARY ADDS. EACH REINJECTED RECORD IS *
      * APPENDED HERE TOO, SO THE NEXT RUN PICKS IT UP BEHIND THE *
      * REGISTRAR'S PROVEN BATCH. *
      **************************************************************
        FD SUPP-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 SUPP-REC PIC X(98).

      **************************************************************
      * RECORDS THAT STILL FAIL VALIDATION BOUNCE BACK OUT HERE, *
      * READY FOR ANOTHER CORRECTION PASS *
                03 C-ETYPE PIC X(2).
                03 FILLER  PIC X(54).
        01 CORR-STATUS PIC XX VALUE '00'.
        01 SUPP-STATUS PIC XX VALUE '00'.
      **************************************************************
      * THE CORRECTION CARDS ARE LOADED INTO THIS TABLE AT *
      * START-UP AND LOOKED UP BY ID AS EACH RECYCLED RECORD IS *
      **************************************************************
        01 TYPEMST-STATUS PIC XX VALUE '00'.
        01 TYPE-CARD-DATA.
                03 TC-ETYPE    PIC X(2).
                03 TC-DESC     PIC X(20).
                03 TC-ACTIVE   PIC X(1).
                03 FILLER      PIC X(17).
                03 TC-EFF-DATE PIC X(8).
                03 FILLER      PIC X(32).
        01 REF-ASOF-DATE  PIC X(8) VALUE SPACES.
        01 TYPE-TABLE-AREA.
                03 TYP-USED       PIC 9(2) VALUE 0.
                03 TYP-MAX        PIC 9(2) VALUE 99.
                03 TYP-SUB        PIC 9(3) COMP.
                03 TYP-FOUND-AT   PIC 9(2) COMP.
                03 EOF-TM         PIC 9 VALUE 0.
                03 TYPEMST-LOADED-SW PIC 9 VALUE 0.
                03 TYPE-TABLE.
                        05 TYPE-ENTRY OCCURS 99 TIMES.
                                07 TYP-CODE   PIC X(2).
                                07 TYP-DESC   PIC X(20).
                                07 TYP-ACTIVE PIC X(1).
                                07 TYP-EFF    PIC X(8).
        01 TYPE-KEY-WK    PIC X(2) VALUE SPACES.
        01 TYPE-FOUND-SW  PIC 9 VALUE 0.
        01 TYPE-ACTIVE-WK PIC X(1) VALUE SPACES.
                PERFORM 1800-PRINT-SUMMARY.
                CLOSE RECYCLE-FILE
                      REIN-FILE
                      SUPP-FILE
                      RERCY-FILE
                      LIST-FILE.
                PERFORM 0980-LOG-STEP-DONE.
           OPEN OUTPUT REIN-FILE
                       RERCY-FILE
                       LIST-FILE.
           OPEN EXTEND SUPP-FILE.
           IF SUPP-STATUS = '35'
              OPEN OUTPUT SUPP-FILE
           END-IF.
      **************************************************************
      * LOADS THE CORRECTION CARDS INTO THE LOOKUP TABLE. A *
      * MISSING OR EMPTY CORRCARD IS ALLOWED -- EVERY RECYCLED *
      * LOADS THE EMPLOYEE-TYPE REFERENCE MASTER SO RE-VALIDATION *
      * APPLIES THE SAME TYPE RULES THE ROSTER DOES. A MISSING *
      * TYPEMST LEAVES THE TYPE CHECK OFF, THERE AND HERE ALIKE. *
      * ONLY THE LATEST ENTRY PER TYPE IN FORCE ON THE CYCLE DATE *
      * IS TABLED, THE SAME AS THE ROSTER. *
      **************************************************************
        0180-LOAD-TYPE-MASTER.
           MOVE RC-CYCLE-DATE TO REF-ASOF-DATE.
           IF REF-ASOF-DATE = SPACES
              ACCEPT REF-ASOF-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT TYPE-MASTER-FILE.
           IF TYPEMST-STATUS = '00'
              MOVE 1 TO TYPEMST-LOADED-SW
           END-READ.
        0190-STORE-TYPE-CARD.
           IF TC-ETYPE NOT = SPACES
              IF TC-EFF-DATE = SPACES
                    OR TC-EFF-DATE NOT > REF-ASOF-DATE
                 PERFORM 0192-TAKE-TYPE-CARD
              END-IF
           END-IF.
           PERFORM 0185-READ-TYPE-CARD.
        0192-TAKE-TYPE-CARD.
           MOVE 0 TO TYP-FOUND-AT.
           PERFORM 0194-MATCH-TYPE-CARD
              VARYING TYP-SUB FROM 1 BY 1
              UNTIL TYP-SUB > TYP-USED
                 OR TYP-FOUND-AT > 0.
           IF TYP-FOUND-AT > 0
              IF TC-EFF-DATE NOT < TYP-EFF (TYP-FOUND-AT)
                 MOVE TC-DESC     TO TYP-DESC (TYP-FOUND-AT)
                 MOVE TC-ACTIVE   TO TYP-ACTIVE (TYP-FOUND-AT)
                 MOVE TC-EFF-DATE TO TYP-EFF (TYP-FOUND-AT)
              END-IF
           ELSE
              IF TYP-USED < TYP-MAX
                 ADD 1 TO TYP-USED
                 MOVE TC-ETYPE    TO TYP-CODE (TYP-USED)
                 MOVE TC-DESC     TO TYP-DESC (TYP-USED)
                 MOVE TC-ACTIVE   TO TYP-ACTIVE (TYP-USED)
                 MOVE TC-EFF-DATE TO TYP-EFF (TYP-USED)
              END-IF
           END-IF.
        0194-MATCH-TYPE-CARD.
           IF TYP-CODE (TYP-SUB) = TC-ETYPE
              MOVE TYP-SUB TO TYP-FOUND-AT
           END-IF.
        0200-PRINT-HEADINGS.
           WRITE LIST-REC FROM LST-HEADING1
              AFTER ADVANCING PAGE.
              END-IF
           END-IF.
      **************************************************************
      * WRITES THE NOW-CLEAN RECORD TO THE REINJECTION FILE AND *
      * APPENDS IT TO EMPLOYEE-SUPP FOR THE NEXT RUN *
      **************************************************************
        1200-WRITE-REINJECT.
           WRITE REIN-REC FROM INPUT-DATA.
           WRITE SUPP-REC FROM INPUT-DATA.
           MOVE SPACES TO LST-DATA.
           MOVE I-ID    TO LST-ID.
           MOVE I-LNAME TO LST-LNAME.
