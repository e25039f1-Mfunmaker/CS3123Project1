        IDENTIFICATION DIVISION.
        PROGRAM-ID. TermClose.
        AUTHOR. Martin Funmaker.
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-10-15  MF  New program. Term-end close, run once per    *
      *                 term from a TERMCARD naming the term code    *
      *                 (year and season, e.g. 2026FA). Freezes the  *
      *                 EMPMAST enrollment master onto the permanent *
      *                 TERMSNAP snapshot file, every record labeled *
      *                 with the term code, the close date, and the  *
      *                 cycle the master stood at. Then prints       *
      *                 TERM-STAT: headcount, credit hours, and FTE  *
      *                 by department, class, and I-ETYPE, with the  *
      *                 percent change from the prior closed term    *
      *                 and from the same term last year, both read  *
      *                 back off TERMSNAP. A term already on         *
      *                 TERMSNAP is refused, so a term closes once.  *
      *                 The term is frozen to a work file first and  *
      *                 appended to TERMSNAP only once every EMPMAST *
      *                 record read has been written, so a close     *
      *                 that fails part way leaves no partial term   *
      *                 behind and can be rerun.                     *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT TERM-CARD-FILE ASSIGN TO 'TERMCARD'
              FILE STATUS IS TCARD-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO 'EMPMAST'
              FILE STATUS IS EMPMAST-STATUS.
           SELECT SNAP-FILE ASSIGN TO 'TERMSNAP'
              FILE STATUS IS SNAP-STATUS.
           SELECT SNAP-WORK-FILE ASSIGN TO 'TERMSNWK'.
           SELECT SEL-FILE ASSIGN TO 'TERMSEL'.
           SELECT TERM-CLASS-SORT ASSIGN TO 'TERMCSWK'.
           SELECT TERM-TYPE-SORT ASSIGN TO 'TERMTSWK'.
           SELECT STAT-FILE ASSIGN TO 'TERM-STAT'.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCNTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNCNTL-STATUS.

        DATA DIVISION.

        FILE SECTION.
      **************************************************************
      * THE TERM-CLOSE CARD: TERM CODE AND FULL-TIME LOAD *
      **************************************************************
        FD TERM-CARD-FILE
           LABEL RECORDS ARE OMITTED.
        01 TERM-CARD-REC PIC X(80).

      **************************************************************
      * THE PERSISTENT DEPARTMENT/CLASS-SEQUENCE MASTER, READ ONLY *
      **************************************************************
        FD EMPMAST-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 EMPMAST-REC PIC X(98).

      **************************************************************
      * PERMANENT TERM SNAPSHOTS: THE FULL 98-BYTE MASTER RECORD *
      * AS IT STOOD AT EACH TERM'S CLOSE, LABELED WITH THE TERM. *
      * EXTENDED -- IT ONLY EVER GROWS, ONE TERM AFTER ANOTHER. *
      **************************************************************
        FD SNAP-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 SNAP-REC.
                03 SNAP-TERM       PIC X(6).
                03 SNAP-CLOSE-DATE PIC X(8).
                03 SNAP-CYCLE-DATE PIC X(8).
                03 SNAP-CYCLE-TIME PIC X(8).
                03 SNAP-EMP-REC    PIC X(98).

      **************************************************************
      * THIS TERM'S SNAPSHOT RECORDS, HELD UNTIL THE WHOLE MASTER *
      * HAS BEEN FROZEN AND COUNTED, THEN APPENDED TO TERMSNAP *
      **************************************************************
        FD SNAP-WORK-FILE
          LABEL RECORDS ARE STANDARD.
        01 SNAP-WORK-REC.
                03 SW-TERM         PIC X(6).
                03 SW-CLOSE-DATE   PIC X(8).
                03 SW-CYCLE-DATE   PIC X(8).
                03 SW-CYCLE-TIME   PIC X(8).
                03 SW-EMP-REC      PIC X(98).

      **************************************************************
      * THE SNAPSHOT RECORDS OF THE TERMS BEING COMPARED, CUT DOWN *
      * TO WHAT THE STATISTICS NEED. SLOT 1 = THIS TERM, 2 = THE *
      * PRIOR TERM, 3 = THE SAME TERM LAST YEAR. *
      **************************************************************
        FD SEL-FILE
          LABEL RECORDS ARE STANDARD.
        01 SEL-REC PIC X(40).

        SD TERM-CLASS-SORT.
        01 TERM-CLASS-SORT-REC.
                03 TCS-SLOT  PIC 9(1).
                03 TCS-DEPT  PIC X(4).
                03 TCS-CLASS PIC X(17).
                03 TCS-ETYPE PIC X(2).
                03 TCS-ID    PIC X(7).
                03 FILLER    PIC X(9).
        SD TERM-TYPE-SORT.
        01 TERM-TYPE-SORT-REC.
                03 TTS-SLOT  PIC 9(1).
                03 FILLER    PIC X(21).
                03 TTS-ETYPE PIC X(2).
                03 TTS-ID    PIC X(7).
                03 FILLER    PIC X(9).

      **************************************************************
      * TERM STATISTICS REPORT *
      **************************************************************
        FD STAT-FILE
           LABEL RECORDS ARE OMITTED.
        01 STAT-REC PIC X(80).

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

      **************************************************************
      * LAYOUT FOR THE TERM-CLOSE CARD. THE TERM CODE IS A FOUR- *
      * DIGIT YEAR AND A TWO-CHARACTER SEASON (SP, SU, FA, ...). *
      * THE FULL-TIME LOAD IS THE CREDIT HOURS THAT MAKE ONE FTE; *
      * BLANK MEANS 15. *
      **************************************************************
        01 TERM-CARD-DATA.
                03 TK-TERM-CODE.
                        05 TK-TERM-YEAR   PIC X(4).
                        05 TK-TERM-SEASON PIC X(2).
                03 FILLER       PIC X(1).
                03 TK-FT-LOAD   PIC X(3).
                03 FILLER       PIC X(70).
        01 TK-TERM-YEAR-NUM REDEFINES TERM-CARD-DATA PIC 9(4).
        01 TCARD-STATUS PIC XX VALUE '00'.
        01 FT-LOAD      PIC 9(3) VALUE 15.
        01 FT-LOAD-EDIT PIC ZZ9.

      **************************************************************
      * THE THREE TERMS COMPARED. THE PRIOR TERM IS THE LAST TERM *
      * CLOSED ONTO TERMSNAP BEFORE THIS ONE; THE SAME TERM LAST *
      * YEAR IS THIS TERM'S SEASON ONE YEAR EARLIER. *
      **************************************************************
        01 THIS-TERM     PIC X(6) VALUE SPACES.
        01 PRIOR-TERM    PIC X(6) VALUE SPACES.
        01 LAST-YR-TERM.
                03 LY-YEAR   PIC 9(4).
                03 LY-SEASON PIC X(2).
        01 LAST-TERM-SEEN PIC X(6) VALUE SPACES.
        01 PRIOR-FOUND-SW PIC 9 VALUE 0.
        01 LAST-YR-FOUND-SW PIC 9 VALUE 0.
        01 TERM-DUP-SW    PIC 9 VALUE 0.
        01 SLOT-SUB       PIC 9(1) COMP.

      **************************************************************
      * LAYOUT FOR THE MASTER RECORDS, SAME AS THE INPUT FILE *
      **************************************************************
        01 INPUT-DATA.
                03 I-ID PIC X(7).
                03 I-LNAME PIC X(15).
                03 I-FNAME PIC X(15).
                03 I-ETYPE PIC X(02).
                03 I-CLASS PIC X(17).
                03 I-SSN   PIC X(9).
                03 I-DEPT  PIC X(4).
                03 I-HOURS PIC 9(3).
                03 FILLER  PIC X(18) VALUE SPACE.
                03 I-DATE  PIC X(8).

      **************************************************************
      * LAYOUT FOR ONE SELECTED SNAPSHOT RECORD. BOTH SORTS READ *
      * THIS SAME RECORD UNDER THEIR OWN KEYS. *
      **************************************************************
        01 SEL-DATA.
                03 SD-SLOT  PIC 9(1).
                03 SD-DEPT  PIC X(4).
                03 SD-CLASS PIC X(17).
                03 SD-ETYPE PIC X(2).
                03 SD-ID    PIC X(7).
                03 SD-HOURS PIC 9(3).
                03 FILLER   PIC X(6).

      **************************************************************
      * FILE STATUS FIELDS, SWITCHES, AND THE RUN DATE *
      **************************************************************
        01 EMPMAST-STATUS PIC XX VALUE '00'.
        01 SNAP-STATUS    PIC XX VALUE '00'.
        01 RUN-DATE-YMD.
                03 RDY-YYYY PIC 9(4).
                03 RDY-MM   PIC 99.
                03 RDY-DD   PIC 99.
        01 RUN-DATE-MDY.
                03 RDM-MM   PIC 99.
                03 RDM-DD   PIC 99.
                03 RDM-YYYY PIC 9(4).
        01 RUN-DATE-NUM REDEFINES RUN-DATE-MDY PIC 9(8).
        01 CLOSE-DATE-EDIT PIC 99/99/9999.
        01 REFUSE-TEXT  PIC X(52) VALUE SPACES.

      **************************************************************
      * FIGURES FOR THE DEPARTMENT/CLASS/TYPE GROUP AND THE *
      * DEPARTMENT BEING TOTALED, ONE PER SLOT. THE CLASS SORT IS *
      * IN SLOT/ID ORDER WITHIN A GROUP, SO A PERSON IS COUNTED *
      * ONCE PER GROUP ON AN ID CHANGE. *
      **************************************************************
        01 GROUP-AREA.
                03 GRP-DEPT      PIC X(4) VALUE SPACES.
                03 GRP-CLASS     PIC X(17) VALUE SPACES.
                03 GRP-ETYPE     PIC X(2) VALUE SPACES.
                03 GRP-LAST-SLOT PIC 9(1) VALUE 0.
                03 GRP-LAST-ID   PIC X(7) VALUE SPACES.
                03 GRP-FIGURES OCCURS 3 TIMES.
                        05 GRP-HC    PIC 9(6).
                        05 GRP-HOURS PIC 9(8).
                03 DEPT-FIGURES OCCURS 3 TIMES.
                        05 DEPT-HC    PIC 9(6).
                        05 DEPT-HOURS PIC 9(8).
      **************************************************************
      * THE PERSONS ALREADY COUNTED IN THE DEPARTMENT, PER SLOT, *
      * SO A PERSON IN TWO CLASSES OF A DEPARTMENT COUNTS ONCE -- *
      * THE ROSTER'S DEPARTMENT HEADCOUNT RULE *
      **************************************************************
        01 DEPT-ID-AREA.
                03 DID-MAX         PIC 9(4) COMP VALUE 5000.
                03 DID-SUB         PIC 9(4) COMP.
                03 DID-FOUND-SW    PIC 9 VALUE 0.
                03 DID-OVERFLOW-SW PIC 9 VALUE 0.
                03 DID-SLOT OCCURS 3 TIMES.
                        05 DID-USED PIC 9(4) COMP.
                        05 DID-ID   PIC X(7) OCCURS 5000 TIMES.
      **************************************************************
      * FIGURES PER I-ETYPE AND FOR ALL PERSONS, PER SLOT, KEPT IN *
      * TYPE-CODE ORDER. THE TYPE SORT IS IN SLOT/ID ORDER, SO EACH *
      * PERSON IS COUNTED ONCE OVERALL AND ONCE PER TYPE THEY HOLD. *
      **************************************************************
        01 TYPE-STAT-AREA.
                03 ET-USED       PIC 9(2) VALUE 0.
                03 ET-MAX        PIC 9(2) VALUE 99.
                03 ET-SUB        PIC 9(3) COMP.
                03 ET-AT         PIC 9(3) COMP.
                03 ET-DROP-COUNT PIC 9(6) VALUE 0.
                03 ET-TABLE.
                        05 ET-ENTRY OCCURS 99 TIMES.
                                07 ET-CODE PIC X(2).
                                07 ET-FIGURES OCCURS 3 TIMES.
                                        09 ET-HC    PIC 9(6).
                                        09 ET-HOURS PIC 9(8).
                03 ALL-FIGURES OCCURS 3 TIMES.
                        05 ALL-HC    PIC 9(6).
                        05 ALL-HOURS PIC 9(8).
                03 TT-LAST-SLOT  PIC 9(1) VALUE 0.
                03 TT-LAST-ID    PIC X(7) VALUE SPACES.
                03 TT-LAST-ETYPE PIC X(2) VALUE SPACES.
        01 ETYPE-KEY-WK PIC X(2) VALUE SPACES.

      **************************************************************
      * THE FIGURES FOR THE LINE BEING PRINTED AND THE PERCENT *
      * CHANGE WORK FIELDS *
      **************************************************************
        01 LINE-FIGURES.
                03 LF-ENTRY OCCURS 3 TIMES.
                        05 LF-HC    PIC 9(6).
                        05 LF-HOURS PIC 9(8).
        01 FTE-WK      PIC 9(6)V9 VALUE 0.
        01 PCT-NEW     PIC 9(8) VALUE 0.
        01 PCT-OLD     PIC 9(8) VALUE 0.
        01 PCT-WK      PIC S9(4)V9 VALUE 0.
        01 PCT-EDIT    PIC -ZZZ9.9.
        01 PCT-TEXT    PIC X(7) VALUE SPACES.
        01 PCT-TERM-SW PIC 9 VALUE 0.

      **************************************************************
      * LAYOUTS FOR THE REPORT HEADINGS *
      **************************************************************
        01 STA-HEADING1.
                03 FILLER PIC X(25) VALUE SPACES.
                03        PIC X(30) VALUE
                   'TERM-END ENROLLMENT STATISTICS'.
                03 FILLER PIC X(25) VALUE SPACES.
        01 STA-INFO-LINE.
                03 FILLER    PIC X(3) VALUE SPACES.
                03 SIN-TEXT  PIC X(24).
                03 SIN-VALUE PIC X(20).
                03 SIN-TEXT2 PIC X(20).
                03 SIN-VALUE2 PIC X(13).
        01 STA-HEADING2.
                03 FILLER PIC X(48) VALUE SPACES.
                03        PIC X(15) VALUE '---PRIOR TERM--'.
                03 FILLER PIC X(1) VALUE SPACES.
                03        PIC X(15) VALUE '---LAST YEAR---'.
                03 FILLER PIC X(1) VALUE SPACES.
        01 STA-HEADING3.
                03 FILLER PIC X(1) VALUE SPACES.
                03        PIC X(4) VALUE 'DEPT'.
                03 FILLER PIC X(1) VALUE SPACES.
                03        PIC X(5) VALUE 'CLASS'.
                03 FILLER PIC X(13) VALUE SPACES.
                03        PIC X(2) VALUE 'TY'.
                03 FILLER PIC X(2) VALUE SPACES.
                03        PIC X(4) VALUE 'HEAD'.
                03 FILLER PIC X(2) VALUE SPACES.
                03        PIC X(5) VALUE 'HOURS'.
                03 FILLER PIC X(5) VALUE SPACES.
                03        PIC X(3) VALUE 'FTE'.
                03 FILLER PIC X(2) VALUE SPACES.
                03        PIC X(6) VALUE 'HEAD %'.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(5) VALUE 'FTE %'.
                03 FILLER PIC X(2) VALUE SPACES.
                03        PIC X(6) VALUE 'HEAD %'.
                03 FILLER PIC X(3) VALUE SPACES.
                03        PIC X(5) VALUE 'FTE %'.
                03 FILLER PIC X(1) VALUE SPACES.
        01 STA-SECTION-LINE.
                03 FILLER   PIC X(1) VALUE SPACES.
                03 SSL-TEXT PIC X(40).
                03 FILLER   PIC X(39) VALUE SPACES.
      **************************************************************
      * ONE STATISTICS LINE: THIS TERM'S FIGURES, THEN THE HEAD *
      * AND FTE PERCENT CHANGE FROM THE PRIOR TERM AND FROM LAST *
      * YEAR. N/A = THAT TERM IS NOT ON TERMSNAP; NEW = NONE THEN. *
      **************************************************************
        01 STA-DETAIL-LINE.
                03 FILLER    PIC X(1) VALUE SPACES.
                03 SDL-DEPT  PIC X(4).
                03 FILLER    PIC X(1) VALUE SPACES.
                03 SDL-CLASS PIC X(17).
                03 FILLER    PIC X(1) VALUE SPACES.
                03 SDL-ETYPE PIC X(2).
                03 FILLER    PIC X(1) VALUE SPACES.
                03 SDL-HC    PIC ZZZZ9.
                03 FILLER    PIC X(1) VALUE SPACES.
                03 SDL-HOURS PIC ZZZZZ9.
                03 FILLER    PIC X(1) VALUE SPACES.
                03 SDL-FTE   PIC ZZZZ9.9.
                03 FILLER    PIC X(1) VALUE SPACES.
                03 SDL-PR-HC  PIC X(7).
                03 FILLER    PIC X(1) VALUE SPACES.
                03 SDL-PR-FTE PIC X(7).
                03 FILLER    PIC X(1) VALUE SPACES.
                03 SDL-LY-HC  PIC X(7).
                03 FILLER    PIC X(1) VALUE SPACES.
                03 SDL-LY-FTE PIC X(7).
                03 FILLER    PIC X(1) VALUE SPACES.
        01 STA-NOTE-LINE.
                03 FILLER   PIC X(3) VALUE SPACES.
                03 SNL-TEXT PIC X(52).
                03 FILLER   PIC X(25) VALUE SPACES.

        01 MISC.
      **************************************************************
      * END OF FILE (EOF) SWITCHES *
      * 0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
          03 EOF-E  PIC 9 VALUE 0.
          03 EOF-S  PIC 9 VALUE 0.
          03 EOF-CS PIC 9 VALUE 0.
          03 EOF-TS PIC 9 VALUE 0.
      **************************************************************
      * RUN TOTALS AND PAGE CONTROL *
      **************************************************************
          03 EMPMAST-READ-COUNT PIC 9(6) VALUE 0.
          03 SNAP-WRITE-COUNT PIC 9(6) VALUE 0.
          03 SEL-COUNT        PIC 9(7) VALUE 0.
          03 NO-HOURS-COUNT   PIC 9(6) VALUE 0.
          03 LINE-COUNT       PIC 9(4) VALUE 0.
          03 PAGE-MAX-LINES   PIC 9(4) VALUE 55.
          03 FIRST-GROUP-SW   PIC 9 VALUE 1.
          03 COUNT-EDIT       PIC ZZZZZ9.
      **************************************************************
      * START OF PROCEDURE DIVISION *
      **************************************************************
        PROCEDURE DIVISION.
        000-MAINLINE.
                PERFORM 0020-CHECK-RUN-CONTROL.
                PERFORM 0050-SET-RUN-DATE.
                OPEN OUTPUT STAT-FILE.
                WRITE STAT-REC FROM STA-HEADING1
                   AFTER ADVANCING PAGE.
                PERFORM 0100-READ-TERM-CARD.
                PERFORM 0200-SCAN-SNAPSHOTS.
                PERFORM 0300-FREEZE-SNAPSHOT.
                PERFORM 0400-SELECT-TERMS.
                PERFORM 0600-PRINT-TERM-INFO.
                SORT TERM-CLASS-SORT ON ASCENDING KEY TCS-DEPT
                                                      TCS-CLASS
                                                      TCS-ETYPE
                                                      TCS-SLOT
                                                      TCS-ID
                   USING SEL-FILE
                   OUTPUT PROCEDURE IS 1000-CLASS-STATS.
                SORT TERM-TYPE-SORT ON ASCENDING KEY TTS-SLOT
                                                     TTS-ID
                                                     TTS-ETYPE
                   USING SEL-FILE
                   OUTPUT PROCEDURE IS 1300-TYPE-STATS.
                PERFORM 1500-PRINT-TYPE-STATS.
                PERFORM 1600-PRINT-NOTES.
                CLOSE STAT-FILE.
                DISPLAY 'TermClose: TERM ' THIS-TERM ' CLOSED, '
                   SNAP-WRITE-COUNT ' RECORDS FROZEN ON TERMSNAP'.
                STOP RUN.
      **************************************************************
      * RUN-CONTROL GATE: REFUSES TO FREEZE THE MASTER WHILE A *
      * CYCLE IS IN FLIGHT OR OUT OF BALANCE. A MISSING OR EMPTY *
      * RUNCNTL MEANS NO CYCLE HAS EVER RUN. THE CLOSE IS NOT A *
      * NIGHTLY STEP, SO IT IS NOT LOGGED ON RUNSTEPS. *
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
                    ' - TERM CLOSE REFUSED'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF RC-VERDICT NOT = 'BALANCED'
                 DISPLAY 'RUNCNTL: CYCLE ' RC-CYCLE-DATE ' '
                    RC-CYCLE-TIME ' IS ' RC-VERDICT
                    ' - TERM CLOSE REFUSED'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
      **************************************************************
      * STAMPS THE CLOSE DATE *
      **************************************************************
        0050-SET-RUN-DATE.
           ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
           MOVE RDY-MM   TO RDM-MM.
           MOVE RDY-DD   TO RDM-DD.
           MOVE RDY-YYYY TO RDM-YYYY.
      **************************************************************
      * READS AND CHECKS THE TERM-CLOSE CARD. NO CARD, A TERM CODE *
      * WITHOUT A NUMERIC YEAR AND A SEASON, OR A BAD FULL-TIME *
      * LOAD REFUSES THE CLOSE BEFORE ANYTHING IS WRITTEN. *
      **************************************************************
        0100-READ-TERM-CARD.
           MOVE SPACES TO TERM-CARD-DATA.
           OPEN INPUT TERM-CARD-FILE.
           IF TCARD-STATUS = '00'
              READ TERM-CARD-FILE INTO TERM-CARD-DATA
                 AT END MOVE SPACES TO TERM-CARD-DATA
              END-READ
              CLOSE TERM-CARD-FILE
           END-IF.
           IF TK-TERM-YEAR IS NOT NUMERIC
                 OR TK-TERM-SEASON = SPACES
              MOVE 'TERMCARD MISSING OR TERM CODE NOT YYYY + SEASON'
                 TO REFUSE-TEXT
              PERFORM 0900-REFUSE-CLOSE
           END-IF.
           IF TK-FT-LOAD NOT = SPACES
              IF TK-FT-LOAD IS NOT NUMERIC
                 MOVE 'TERMCARD FULL-TIME LOAD NOT NUMERIC'
                    TO REFUSE-TEXT
                 PERFORM 0900-REFUSE-CLOSE
              END-IF
              MOVE TK-FT-LOAD TO FT-LOAD
              IF FT-LOAD = 0
                 MOVE 'TERMCARD FULL-TIME LOAD IS ZERO'
                    TO REFUSE-TEXT
                 PERFORM 0900-REFUSE-CLOSE
              END-IF
           END-IF.
           MOVE TK-TERM-CODE TO THIS-TERM.
           COMPUTE LY-YEAR = TK-TERM-YEAR-NUM - 1.
           MOVE TK-TERM-SEASON TO LY-SEASON.
      **************************************************************
      * READS THE SNAPSHOTS ALREADY ON FILE: REFUSES A TERM THAT *
      * IS ALREADY THERE, TAKES THE LAST TERM CLOSED AS THE PRIOR *
      * TERM, AND NOTES WHETHER LAST YEAR'S TERM IS ON FILE. A *
      * MISSING TERMSNAP MEANS THIS IS THE FIRST CLOSE. *
      **************************************************************
        0200-SCAN-SNAPSHOTS.
           OPEN INPUT SNAP-FILE.
           IF SNAP-STATUS = '00'
              MOVE 0 TO EOF-S
              PERFORM 0210-READ-SNAPSHOT
              PERFORM 0220-NOTE-SNAPSHOT
                 UNTIL EOF-S = 1
              CLOSE SNAP-FILE
           END-IF.
           IF TERM-DUP-SW = 1
              MOVE 'TERM ALREADY CLOSED ON TERMSNAP' TO REFUSE-TEXT
              PERFORM 0900-REFUSE-CLOSE
           END-IF.
           IF LAST-TERM-SEEN NOT = SPACES
              MOVE LAST-TERM-SEEN TO PRIOR-TERM
              MOVE 1 TO PRIOR-FOUND-SW
           END-IF.
        0210-READ-SNAPSHOT.
           READ SNAP-FILE
              AT END MOVE 1 TO EOF-S
           END-READ.
        0220-NOTE-SNAPSHOT.
           IF SNAP-TERM = THIS-TERM
              MOVE 1 TO TERM-DUP-SW
           END-IF.
           IF SNAP-TERM = LAST-YR-TERM
              MOVE 1 TO LAST-YR-FOUND-SW
           END-IF.
           MOVE SNAP-TERM TO LAST-TERM-SEEN.
           PERFORM 0210-READ-SNAPSHOT.
      **************************************************************
      * FREEZES EMPMAST UNDER THIS TERM'S CODE, WITH THE CLOSE *
      * DATE AND THE CYCLE THE MASTER STOOD AT. THE RECORDS GO TO *
      * THE WORK FILE FIRST AND REACH TERMSNAP ONLY WHEN EVERY *
      * RECORD READ HAS BEEN WRITTEN, SO A CLOSE THAT DIES PART *
      * WAY LEAVES NO PARTIAL TERM BEHIND AND CAN SIMPLY BE RERUN. *
      * TERMSNAP IS EXTENDED -- CREATED ON THE FIRST CLOSE. *
      **************************************************************
        0300-FREEZE-SNAPSHOT.
           OPEN INPUT EMPMAST-FILE.
           IF EMPMAST-STATUS NOT = '00'
              MOVE 'EMPMAST MISSING - NOTHING TO FREEZE' TO REFUSE-TEXT
              PERFORM 0900-REFUSE-CLOSE
           END-IF.
           OPEN OUTPUT SNAP-WORK-FILE.
           MOVE 0 TO EOF-E.
           PERFORM 0310-READ-EMPMAST.
           PERFORM 0320-WRITE-SNAPSHOT
              UNTIL EOF-E = 1.
           CLOSE EMPMAST-FILE
                 SNAP-WORK-FILE.
           IF SNAP-WRITE-COUNT NOT = EMPMAST-READ-COUNT
              MOVE 'SNAPSHOT COUNT OFF - TERMSNAP LEFT ALONE'
                 TO REFUSE-TEXT
              PERFORM 0900-REFUSE-CLOSE
           END-IF.
           OPEN INPUT SNAP-WORK-FILE.
           OPEN EXTEND SNAP-FILE.
           IF SNAP-STATUS = '35'
              OPEN OUTPUT SNAP-FILE
           END-IF.
           MOVE 0 TO EOF-E.
           PERFORM 0330-APPEND-SNAPSHOT
              UNTIL EOF-E = 1.
           CLOSE SNAP-WORK-FILE
                 SNAP-FILE.
        0310-READ-EMPMAST.
           READ EMPMAST-FILE
              AT END MOVE 1 TO EOF-E
           END-READ.
           IF EOF-E = 0
              ADD 1 TO EMPMAST-READ-COUNT
           END-IF.
        0320-WRITE-SNAPSHOT.
           MOVE THIS-TERM     TO SW-TERM.
           MOVE RUN-DATE-YMD  TO SW-CLOSE-DATE.
           MOVE RC-CYCLE-DATE TO SW-CYCLE-DATE.
           MOVE RC-CYCLE-TIME TO SW-CYCLE-TIME.
           MOVE EMPMAST-REC   TO SW-EMP-REC.
           WRITE SNAP-WORK-REC.
           ADD 1 TO SNAP-WRITE-COUNT.
           PERFORM 0310-READ-EMPMAST.
        0330-APPEND-SNAPSHOT.
           READ SNAP-WORK-FILE
              AT END MOVE 1 TO EOF-E
           END-READ.
           IF EOF-E = 0
              WRITE SNAP-REC FROM SNAP-WORK-REC
           END-IF.
      **************************************************************
      * PULLS THE RECORDS OF THE THREE TERMS BEING COMPARED OFF *
      * TERMSNAP INTO THE SELECTION FILE, TAGGED WITH THEIR SLOT. *
      * WHEN THE PRIOR TERM IS ALSO LAST YEAR'S, ITS RECORDS GO *
      * IN UNDER BOTH SLOTS. *
      **************************************************************
        0400-SELECT-TERMS.
           OPEN INPUT SNAP-FILE
                OUTPUT SEL-FILE.
           MOVE 0 TO EOF-S.
           PERFORM 0210-READ-SNAPSHOT.
           PERFORM 0410-SELECT-SNAPSHOT
              UNTIL EOF-S = 1.
           CLOSE SNAP-FILE
                 SEL-FILE.
        0410-SELECT-SNAPSHOT.
           IF SNAP-TERM = THIS-TERM
              MOVE 1 TO SLOT-SUB
              PERFORM 0420-WRITE-SELECTION
           END-IF.
           IF PRIOR-FOUND-SW = 1 AND SNAP-TERM = PRIOR-TERM
              MOVE 2 TO SLOT-SUB
              PERFORM 0420-WRITE-SELECTION
           END-IF.
           IF LAST-YR-FOUND-SW = 1 AND SNAP-TERM = LAST-YR-TERM
              MOVE 3 TO SLOT-SUB
              PERFORM 0420-WRITE-SELECTION
           END-IF.
           PERFORM 0210-READ-SNAPSHOT.
        0420-WRITE-SELECTION.
           MOVE SNAP-EMP-REC TO INPUT-DATA.
           MOVE SPACES  TO SEL-DATA.
           MOVE SLOT-SUB TO SD-SLOT.
           MOVE I-DEPT  TO SD-DEPT.
           MOVE I-CLASS TO SD-CLASS.
           MOVE I-ETYPE TO SD-ETYPE.
           MOVE I-ID    TO SD-ID.
           IF I-HOURS IS NUMERIC
              MOVE I-HOURS TO SD-HOURS
           ELSE
              MOVE 0 TO SD-HOURS
              IF SLOT-SUB = 1
                 ADD 1 TO NO-HOURS-COUNT
              END-IF
           END-IF.
           WRITE SEL-REC FROM SEL-DATA.
           ADD 1 TO SEL-COUNT.
      **************************************************************
      * PRINTS WHICH TERMS ARE BEING COMPARED UNDER THE FIRST *
      * PAGE HEADING *
      **************************************************************
        0600-PRINT-TERM-INFO.
           MOVE SPACES TO STAT-REC.
           WRITE STAT-REC
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STA-INFO-LINE.
           MOVE 'TERM CLOSED:' TO SIN-TEXT.
           MOVE THIS-TERM TO SIN-VALUE.
           MOVE 'CLOSED ON:' TO SIN-TEXT2.
           MOVE RUN-DATE-NUM TO CLOSE-DATE-EDIT.
           MOVE CLOSE-DATE-EDIT TO SIN-VALUE2.
           WRITE STAT-REC FROM STA-INFO-LINE
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STA-INFO-LINE.
           MOVE 'SNAPSHOT RECORDS:' TO SIN-TEXT.
           MOVE SNAP-WRITE-COUNT TO COUNT-EDIT.
           MOVE COUNT-EDIT TO SIN-VALUE.
           MOVE 'MASTER AS OF CYCLE:' TO SIN-TEXT2.
           MOVE RC-CYCLE-DATE TO SIN-VALUE2.
           IF RC-CYCLE-DATE = SPACES
              MOVE 'NONE' TO SIN-VALUE2
           END-IF.
           WRITE STAT-REC FROM STA-INFO-LINE
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STA-INFO-LINE.
           MOVE 'PRIOR TERM:' TO SIN-TEXT.
           IF PRIOR-FOUND-SW = 1
              MOVE PRIOR-TERM TO SIN-VALUE
           ELSE
              MOVE 'NONE ON FILE' TO SIN-VALUE
           END-IF.
           MOVE 'FULL-TIME LOAD:' TO SIN-TEXT2.
           MOVE FT-LOAD TO FT-LOAD-EDIT.
           MOVE FT-LOAD-EDIT TO SIN-VALUE2.
           WRITE STAT-REC FROM STA-INFO-LINE
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STA-INFO-LINE.
           MOVE 'SAME TERM LAST YEAR:' TO SIN-TEXT.
           IF LAST-YR-FOUND-SW = 1
              MOVE LAST-YR-TERM TO SIN-VALUE
           ELSE
              MOVE 'NOT ON FILE' TO SIN-VALUE
           END-IF.
           MOVE 'FTE = HOURS / LOAD' TO SIN-TEXT2.
           WRITE STAT-REC FROM STA-INFO-LINE
              AFTER ADVANCING 1 LINE.
           PERFORM 1700-PRINT-COLUMN-HEADS.
      **************************************************************
      * REFUSES THE CLOSE: THE REASON GOES ON THE REPORT AND THE *
      * CONSOLE AND THE RUN ENDS RETURN CODE 8 *
      **************************************************************
        0900-REFUSE-CLOSE.
           MOVE SPACES TO STAT-REC.
           WRITE STAT-REC
              AFTER ADVANCING 1 LINE.
           MOVE REFUSE-TEXT TO SNL-TEXT.
           WRITE STAT-REC FROM STA-NOTE-LINE
              AFTER ADVANCING 1 LINE.
           CLOSE STAT-FILE.
           DISPLAY 'TermClose: ' REFUSE-TEXT.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
      **************************************************************
      * DEPARTMENT/CLASS/TYPE STATISTICS, FROM THE CLASS SORT. A *
      * LINE PER GROUP, A DEPARTMENT TOTAL AT EACH DEPARTMENT *
      * BREAK. *
      **************************************************************
        1000-CLASS-STATS.
           MOVE 'BY DEPARTMENT, CLASS, AND TYPE' TO SSL-TEXT.
           PERFORM 1750-PRINT-SECTION.
           MOVE 0 TO EOF-CS.
           PERFORM 1010-RETURN-CLASS-SORT.
           PERFORM 1020-TAKE-CLASS-RECORD
              UNTIL EOF-CS = 1.
           IF FIRST-GROUP-SW = 0
              PERFORM 1100-END-GROUP
              PERFORM 1200-END-DEPT
           END-IF.
        1010-RETURN-CLASS-SORT.
           RETURN TERM-CLASS-SORT INTO SEL-DATA
              AT END MOVE 1 TO EOF-CS
           END-RETURN.
        1020-TAKE-CLASS-RECORD.
           IF FIRST-GROUP-SW = 1
              PERFORM 1050-START-DEPT
              PERFORM 1060-START-GROUP
              MOVE 0 TO FIRST-GROUP-SW
           ELSE
              IF SD-DEPT NOT = GRP-DEPT
                 PERFORM 1100-END-GROUP
                 PERFORM 1200-END-DEPT
                 PERFORM 1050-START-DEPT
                 PERFORM 1060-START-GROUP
              ELSE
                 IF SD-CLASS NOT = GRP-CLASS
                       OR SD-ETYPE NOT = GRP-ETYPE
                    PERFORM 1100-END-GROUP
                    PERFORM 1060-START-GROUP
                 END-IF
              END-IF
           END-IF.
           IF SD-SLOT NOT = GRP-LAST-SLOT
                 OR SD-ID NOT = GRP-LAST-ID
              ADD 1 TO GRP-HC (SD-SLOT)
              MOVE SD-SLOT TO GRP-LAST-SLOT
              MOVE SD-ID   TO GRP-LAST-ID
           END-IF.
           ADD SD-HOURS TO GRP-HOURS (SD-SLOT).
           ADD SD-HOURS TO DEPT-HOURS (SD-SLOT).
           PERFORM 1070-COUNT-DEPT-PERSON.
           PERFORM 1010-RETURN-CLASS-SORT.
        1050-START-DEPT.
           MOVE SD-DEPT TO GRP-DEPT.
           PERFORM 1055-CLEAR-DEPT-SLOT
              VARYING SLOT-SUB FROM 1 BY 1
              UNTIL SLOT-SUB > 3.
        1055-CLEAR-DEPT-SLOT.
           MOVE 0 TO DEPT-HC (SLOT-SUB).
           MOVE 0 TO DEPT-HOURS (SLOT-SUB).
           MOVE 0 TO DID-USED (SLOT-SUB).
        1060-START-GROUP.
           MOVE SD-CLASS TO GRP-CLASS.
           MOVE SD-ETYPE TO GRP-ETYPE.
           MOVE 0 TO GRP-LAST-SLOT.
           MOVE SPACES TO GRP-LAST-ID.
           PERFORM 1065-CLEAR-GROUP-SLOT
              VARYING SLOT-SUB FROM 1 BY 1
              UNTIL SLOT-SUB > 3.
        1065-CLEAR-GROUP-SLOT.
           MOVE 0 TO GRP-HC (SLOT-SUB).
           MOVE 0 TO GRP-HOURS (SLOT-SUB).
      **************************************************************
      * COUNTS THE PERSON TOWARD THE DEPARTMENT HEADCOUNT FOR THE *
      * SLOT UNLESS ALREADY COUNTED THERE *
      **************************************************************
        1070-COUNT-DEPT-PERSON.
           MOVE 0 TO DID-FOUND-SW.
           PERFORM 1075-MATCH-DEPT-PERSON
              VARYING DID-SUB FROM 1 BY 1
              UNTIL DID-SUB > DID-USED (SD-SLOT)
                 OR DID-FOUND-SW = 1.
           IF DID-FOUND-SW = 0
              ADD 1 TO DEPT-HC (SD-SLOT)
              IF DID-USED (SD-SLOT) < DID-MAX
                 ADD 1 TO DID-USED (SD-SLOT)
                 MOVE SD-ID TO DID-ID (SD-SLOT DID-USED (SD-SLOT))
              ELSE
                 MOVE 1 TO DID-OVERFLOW-SW
              END-IF
           END-IF.
        1075-MATCH-DEPT-PERSON.
           IF DID-ID (SD-SLOT DID-SUB) = SD-ID
              MOVE 1 TO DID-FOUND-SW
           END-IF.
        1100-END-GROUP.
           MOVE GRP-FIGURES (1) TO LF-ENTRY (1).
           MOVE GRP-FIGURES (2) TO LF-ENTRY (2).
           MOVE GRP-FIGURES (3) TO LF-ENTRY (3).
           MOVE GRP-DEPT  TO SDL-DEPT.
           MOVE GRP-CLASS TO SDL-CLASS.
           MOVE GRP-ETYPE TO SDL-ETYPE.
           PERFORM 1800-PRINT-STAT-LINE.
        1200-END-DEPT.
           MOVE DEPT-FIGURES (1) TO LF-ENTRY (1).
           MOVE DEPT-FIGURES (2) TO LF-ENTRY (2).
           MOVE DEPT-FIGURES (3) TO LF-ENTRY (3).
           MOVE GRP-DEPT  TO SDL-DEPT.
           MOVE 'DEPARTMENT TOTAL' TO SDL-CLASS.
           MOVE SPACES TO SDL-ETYPE.
           PERFORM 1800-PRINT-STAT-LINE.
           MOVE SPACES TO STAT-REC.
           WRITE STAT-REC
              AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
      **************************************************************
      * I-ETYPE AND ALL-PERSON FIGURES, FROM THE TYPE SORT *
      **************************************************************
        1300-TYPE-STATS.
           PERFORM 1305-CLEAR-ALL-SLOT
              VARYING SLOT-SUB FROM 1 BY 1
              UNTIL SLOT-SUB > 3.
           MOVE 0 TO EOF-TS.
           PERFORM 1310-RETURN-TYPE-SORT.
           PERFORM 1320-TAKE-TYPE-RECORD
              UNTIL EOF-TS = 1.
        1305-CLEAR-ALL-SLOT.
           MOVE 0 TO ALL-HC (SLOT-SUB).
           MOVE 0 TO ALL-HOURS (SLOT-SUB).
        1310-RETURN-TYPE-SORT.
           RETURN TERM-TYPE-SORT INTO SEL-DATA
              AT END MOVE 1 TO EOF-TS
           END-RETURN.
        1320-TAKE-TYPE-RECORD.
           MOVE SD-ETYPE TO ETYPE-KEY-WK.
           PERFORM 1330-FIND-TYPE.
           IF SD-SLOT NOT = TT-LAST-SLOT
                 OR SD-ID NOT = TT-LAST-ID
              ADD 1 TO ALL-HC (SD-SLOT)
              MOVE SD-SLOT TO TT-LAST-SLOT
              MOVE SD-ID   TO TT-LAST-ID
              MOVE SPACES  TO TT-LAST-ETYPE
           END-IF.
           ADD SD-HOURS TO ALL-HOURS (SD-SLOT).
           IF ET-AT > 0
              IF SD-ETYPE NOT = TT-LAST-ETYPE
                 ADD 1 TO ET-HC (ET-AT SD-SLOT)
              END-IF
              ADD SD-HOURS TO ET-HOURS (ET-AT SD-SLOT)
           END-IF.
           MOVE SD-ETYPE TO TT-LAST-ETYPE.
           PERFORM 1310-RETURN-TYPE-SORT.
      **************************************************************
      * FINDS ETYPE-KEY-WK IN THE TYPE TABLE, OR INSERTS IT IN CODE *
      * ORDER. A TYPE BEYOND THE TABLE SIZE IS COUNTED ONLY IN THE *
      * ALL-PERSON LINE. *
      **************************************************************
        1330-FIND-TYPE.
           MOVE 0 TO ET-AT.
           PERFORM 1335-MATCH-TYPE
              VARYING ET-SUB FROM 1 BY 1
              UNTIL ET-SUB > ET-USED
                 OR ET-AT > 0.
           IF ET-AT = 0
              IF ET-USED < ET-MAX
                 PERFORM 1340-INSERT-TYPE
              ELSE
                 ADD 1 TO ET-DROP-COUNT
              END-IF
           END-IF.
        1335-MATCH-TYPE.
           IF ET-CODE (ET-SUB) = ETYPE-KEY-WK
              MOVE ET-SUB TO ET-AT
           END-IF.
        1340-INSERT-TYPE.
           MOVE 1 TO ET-AT.
           PERFORM 1345-FIND-TYPE-SLOT
              VARYING ET-SUB FROM 1 BY 1
              UNTIL ET-SUB > ET-USED.
           PERFORM 1350-SHIFT-TYPE-DOWN
              VARYING ET-SUB FROM ET-USED BY -1
              UNTIL ET-SUB < ET-AT.
           ADD 1 TO ET-USED.
           MOVE ETYPE-KEY-WK TO ET-CODE (ET-AT).
           PERFORM 1355-CLEAR-TYPE-SLOT
              VARYING SLOT-SUB FROM 1 BY 1
              UNTIL SLOT-SUB > 3.
        1345-FIND-TYPE-SLOT.
           IF ET-CODE (ET-SUB) < ETYPE-KEY-WK
              COMPUTE ET-AT = ET-SUB + 1
           END-IF.
        1350-SHIFT-TYPE-DOWN.
           MOVE ET-ENTRY (ET-SUB) TO ET-ENTRY (ET-SUB + 1).
        1355-CLEAR-TYPE-SLOT.
           MOVE 0 TO ET-HC (ET-AT SLOT-SUB).
           MOVE 0 TO ET-HOURS (ET-AT SLOT-SUB).
      **************************************************************
      * PRINTS THE TYPE SECTION AND THE ALL-PERSON LINE *
      **************************************************************
        1500-PRINT-TYPE-STATS.
           MOVE 'BY EMPLOYEE TYPE' TO SSL-TEXT.
           PERFORM 1750-PRINT-SECTION.
           PERFORM 1510-PRINT-TYPE-LINE
              VARYING ET-SUB FROM 1 BY 1
              UNTIL ET-SUB > ET-USED.
           MOVE SPACES TO STAT-REC.
           WRITE STAT-REC
              AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
           MOVE ALL-FIGURES (1) TO LF-ENTRY (1).
           MOVE ALL-FIGURES (2) TO LF-ENTRY (2).
           MOVE ALL-FIGURES (3) TO LF-ENTRY (3).
           MOVE 'ALL' TO SDL-DEPT.
           MOVE 'ALL PERSONS' TO SDL-CLASS.
           MOVE SPACES TO SDL-ETYPE.
           PERFORM 1800-PRINT-STAT-LINE.
        1510-PRINT-TYPE-LINE.
           MOVE ET-FIGURES (ET-SUB 1) TO LF-ENTRY (1).
           MOVE ET-FIGURES (ET-SUB 2) TO LF-ENTRY (2).
           MOVE ET-FIGURES (ET-SUB 3) TO LF-ENTRY (3).
           MOVE 'ALL' TO SDL-DEPT.
           MOVE 'TYPE TOTAL' TO SDL-CLASS.
           MOVE ET-CODE (ET-SUB) TO SDL-ETYPE.
           PERFORM 1800-PRINT-STAT-LINE.
      **************************************************************
      * NOTES FOR ANYTHING THE FIGURES COULD NOT FULLY COUNT *
      **************************************************************
        1600-PRINT-NOTES.
           MOVE SPACES TO STAT-REC.
           WRITE STAT-REC
              AFTER ADVANCING 1 LINE.
           IF NO-HOURS-COUNT > 0
              MOVE SPACES TO SNL-TEXT
              MOVE NO-HOURS-COUNT TO COUNT-EDIT
              STRING 'RECORDS WITH NO USABLE HOURS: ' COUNT-EDIT
                 DELIMITED BY SIZE INTO SNL-TEXT
              WRITE STAT-REC FROM STA-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           IF DID-OVERFLOW-SW = 1
              MOVE 'DEPT HEADCOUNT TABLE FULL - TOTALS MAY BE HIGH'
                 TO SNL-TEXT
              WRITE STAT-REC FROM STA-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           IF ET-DROP-COUNT > 0
              MOVE 'TYPES BEYOND TABLE - IN ALL-PERSON LINE ONLY'
                 TO SNL-TEXT
              WRITE STAT-REC FROM STA-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'TERM CLOSED - SNAPSHOT FROZEN ON TERMSNAP'
              TO SNL-TEXT.
           WRITE STAT-REC FROM STA-NOTE-LINE
              AFTER ADVANCING 1 LINE.
      **************************************************************
      * COLUMN HEADINGS, ON THE FIRST PAGE AND EVERY PAGE AFTER *
      **************************************************************
        1700-PRINT-COLUMN-HEADS.
           MOVE SPACES TO STAT-REC.
           WRITE STAT-REC
              AFTER ADVANCING 1 LINE.
           WRITE STAT-REC FROM STA-HEADING2
              AFTER ADVANCING 1 LINE.
           WRITE STAT-REC FROM STA-HEADING3
              AFTER ADVANCING 1 LINE.
           MOVE 9 TO LINE-COUNT.
        1710-PRINT-NEW-PAGE.
           WRITE STAT-REC FROM STA-HEADING1
              AFTER ADVANCING PAGE.
           PERFORM 1700-PRINT-COLUMN-HEADS.
           MOVE 4 TO LINE-COUNT.
        1750-PRINT-SECTION.
           IF LINE-COUNT + 4 > PAGE-MAX-LINES
              PERFORM 1710-PRINT-NEW-PAGE
           END-IF.
           MOVE SPACES TO STAT-REC.
           WRITE STAT-REC
              AFTER ADVANCING 1 LINE.
           WRITE STAT-REC FROM STA-SECTION-LINE
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STAT-REC.
           WRITE STAT-REC
              AFTER ADVANCING 1 LINE.
           ADD 3 TO LINE-COUNT.
      **************************************************************
      * PRINTS ONE STATISTICS LINE FROM LINE-FIGURES: THIS TERM'S *
      * HEADCOUNT, HOURS, AND FTE, AND THE PERCENT CHANGES. THE FTE *
      * CHANGE IS THE HOURS CHANGE, FTE BEING HOURS OVER A FIXED *
      * LOAD. *
      **************************************************************
        1800-PRINT-STAT-LINE.
           IF LINE-COUNT >= PAGE-MAX-LINES
              PERFORM 1710-PRINT-NEW-PAGE
           END-IF.
           MOVE LF-HC (1)    TO SDL-HC.
           MOVE LF-HOURS (1) TO SDL-HOURS.
           COMPUTE FTE-WK ROUNDED = LF-HOURS (1) / FT-LOAD.
           MOVE FTE-WK TO SDL-FTE.
           MOVE PRIOR-FOUND-SW TO PCT-TERM-SW.
           MOVE LF-HC (1) TO PCT-NEW.
           MOVE LF-HC (2) TO PCT-OLD.
           PERFORM 1900-EDIT-PCT.
           MOVE PCT-TEXT TO SDL-PR-HC.
           MOVE LF-HOURS (1) TO PCT-NEW.
           MOVE LF-HOURS (2) TO PCT-OLD.
           PERFORM 1900-EDIT-PCT.
           MOVE PCT-TEXT TO SDL-PR-FTE.
           MOVE LAST-YR-FOUND-SW TO PCT-TERM-SW.
           MOVE LF-HC (1) TO PCT-NEW.
           MOVE LF-HC (3) TO PCT-OLD.
           PERFORM 1900-EDIT-PCT.
           MOVE PCT-TEXT TO SDL-LY-HC.
           MOVE LF-HOURS (1) TO PCT-NEW.
           MOVE LF-HOURS (3) TO PCT-OLD.
           PERFORM 1900-EDIT-PCT.
           MOVE PCT-TEXT TO SDL-LY-FTE.
           WRITE STAT-REC FROM STA-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
      **************************************************************
      * PERCENT CHANGE FROM PCT-OLD TO PCT-NEW, ONE DECIMAL. N/A *
      * WHEN THE EARLIER TERM IS NOT ON FILE, NEW WHEN IT HAD NONE, *
      * ASTERISKS WHEN THE CHANGE IS TOO LARGE TO PRINT. *
      **************************************************************
        1900-EDIT-PCT.
           IF PCT-TERM-SW = 0
              MOVE '    N/A' TO PCT-TEXT
           ELSE
              IF PCT-OLD = 0
                 MOVE '    NEW' TO PCT-TEXT
              ELSE
                 COMPUTE PCT-WK ROUNDED =
                    (PCT-NEW - PCT-OLD) * 100 / PCT-OLD
                    ON SIZE ERROR
                       MOVE ' ******' TO PCT-TEXT
                    NOT ON SIZE ERROR
                       MOVE PCT-WK TO PCT-EDIT
                       MOVE PCT-EDIT TO PCT-TEXT
                 END-COMPUTE
              END-IF
           END-IF.
