      *                 master at start-up, the way the roster     *
      *                 does, and prints each type's description   *
      *                 next to its code on the band report.       *
      * 2026-10-15  MF  The extract now holds one record per       *
      *                 enrollment, keyed on I-ID and I-CLASS.     *
      *                 Service is counted once per person: the    *
      *                 further enrollments of an ID (adjacent in  *
      *                 key order) are passed over.                *
      * 2026-10-15  MF  TYPEMST cards now carry an effective date; *
      *                 only the latest entry per type in force on *
      *                 the cycle date is tabled, as the roster    *
      *                 does. The table now holds 99 types.        *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SELECT XTR-FILE ASSIGN TO 'EMPLOYEE-XTR'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SAX-ENR-KEY
              ALTERNATE RECORD KEY IS SAX-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS SAX-SSN WITH DUPLICATES
              FILE STATUS IS XTR-STATUS.
           SELECT AGE-FILE ASSIGN TO 'EMPLOYEE-AGER'.
        FILE SECTION.
      **************************************************************
      * THE KEYED EXTRACT PROJECT1 BUILT THIS RUN -- EVERY RECORD *
      * IN IT ALREADY PASSED THE SSN/DATE VALIDATION. ONE RECORD *
      * PER ENROLLMENT, IN I-ID / I-CLASS ORDER. *
      **************************************************************
        FD XTR-FILE.
        01 SAX-REC.
                03 SAX-SSN    PIC X(9).
                03 SAX-DATE   PIC X(8).
                03 SAX-DEPT   PIC X(4).
                03 SAX-ENR-KEY.
                        05 SAX-KEY-ID    PIC X(7).
                        05 SAX-KEY-CLASS PIC X(17).

      **************************************************************
      * SERVICE AGING REPORT *
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
                03 TYPE-TABLE.
                        05 TYPE-ENTRY OCCURS 99 TIMES.
                                07 TYP-CODE PIC X(2).
                                07 TYP-DESC PIC X(20).
                                07 FILLER   PIC X(1).
                                07 TYP-EFF  PIC X(8).
        01 TYPE-KEY-WK   PIC X(2) VALUE SPACES.
        01 TYPE-DESC-WK  PIC X(20) VALUE SPACES.
        01 TYPE-FOUND-SW PIC 9 VALUE 0.
          03 XTR-READ-COUNT PIC 9(5) VALUE 0.
          03 AGE-SKIP-COUNT PIC 9(5) VALUE 0.
      **************************************************************
      * THE LAST ID COUNTED, SO A PERSON'S FURTHER ENROLLMENTS ARE *
      * NOT AGED AGAIN *
      **************************************************************
          03 PRIOR-X-ID     PIC X(7) VALUE SPACES.
      **************************************************************
      * START OF PROCEDURE DIVISION *
      **************************************************************
        PROCEDURE DIVISION.
      **************************************************************
      * LOADS THE EMPLOYEE-TYPE REFERENCE MASTER FOR THE *
      * DESCRIPTIONS PRINTED NEXT TO EACH CODE. A MISSING TYPEMST *
      * JUST LEAVES THE DESCRIPTIONS BLANK. ONLY THE LATEST ENTRY *
      * PER TYPE IN FORCE ON THE CYCLE DATE IS TABLED, THE SAME AS *
      * THE ROSTER. *
      **************************************************************
        0120-LOAD-TYPE-MASTER.
           MOVE RC-CYCLE-DATE TO REF-ASOF-DATE.
           IF REF-ASOF-DATE = SPACES
              ACCEPT REF-ASOF-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT TYPE-MASTER-FILE.
           IF TYPEMST-STATUS = '00'
              PERFORM 0130-READ-TYPE-CARD
           END-READ.
        0140-STORE-TYPE-CARD.
           IF TC-ETYPE NOT = SPACES
              IF TC-EFF-DATE = SPACES
                    OR TC-EFF-DATE NOT > REF-ASOF-DATE
                 PERFORM 0141-TAKE-TYPE-CARD
              END-IF
           END-IF.
           PERFORM 0130-READ-TYPE-CARD.
        0141-TAKE-TYPE-CARD.
           MOVE 0 TO TYP-FOUND-AT.
           PERFORM 0142-MATCH-TYPE-CARD
              VARYING TYP-SUB FROM 1 BY 1
              UNTIL TYP-SUB > TYP-USED
                 OR TYP-FOUND-AT > 0.
           IF TYP-FOUND-AT > 0
              IF TC-EFF-DATE NOT < TYP-EFF (TYP-FOUND-AT)
                 MOVE TC-DESC     TO TYP-DESC (TYP-FOUND-AT)
                 MOVE TC-EFF-DATE TO TYP-EFF (TYP-FOUND-AT)
              END-IF
           ELSE
              IF TYP-USED < TYP-MAX
                 ADD 1 TO TYP-USED
                 MOVE TC-ETYPE    TO TYP-CODE (TYP-USED)
                 MOVE TC-DESC     TO TYP-DESC (TYP-USED)
                 MOVE TC-EFF-DATE TO TYP-EFF (TYP-USED)
              END-IF
           END-IF.
        0142-MATCH-TYPE-CARD.
           IF TYP-CODE (TYP-SUB) = TC-ETYPE
              MOVE TYP-SUB TO TYP-FOUND-AT
           END-IF.
      **************************************************************
      * SEARCHES THE TYPE TABLE FOR TYPE-KEY-WK, RETURNING THE *
      * DESCRIPTION OR BLANKS *
      * COMPUTES COMPLETED YEARS OF SERVICE AS OF THE RUN DATE AND *
      * TALLIES THE RECORD INTO ITS SERVICE BAND BY ETYPE. THE *
      * EXTRACT ONLY CARRIES VALIDATED DATES, BUT AN UNUSABLE ONE *
      * IS COUNTED AND SKIPPED RATHER THAN MISCOUNTED. A SECOND *
      * OR LATER ENROLLMENT FOR THE SAME ID IS PASSED OVER. *
      **************************************************************
        1000-AGE-RECORD.
           IF X-ID NOT = PRIOR-X-ID
              MOVE X-ID TO PRIOR-X-ID
              PERFORM 1050-AGE-PERSON
           END-IF.
           PERFORM 2000-READ-EXTRACT.
        1050-AGE-PERSON.
           IF X-DATE IS NOT NUMERIC
              ADD 1 TO AGE-SKIP-COUNT
           ELSE
                 PERFORM 1300-COLLECT-ANNIVERSARY
              END-IF
           END-IF.
        1100-SET-BAND.
           IF SERVICE-YEARS < 1
              MOVE 1 TO BAND-WK
