      *                 an in-flight or out-of-balance cycle and a *
      *                 repeated step in one cycle -- and logs its *
      *                 own completion on RUNSTEPS.                *
      * 2026-10-15  MF  The extract now holds one record per       *
      *                 enrollment, keyed on I-ID and I-CLASS, so  *
      *                 the compare matches on ID and class and    *
      *                 every line shows the class. A class change *
      *                 now reports as the old enrollment DROPPED  *
      *                 and the new one ADDED; the watched fields  *
      *                 on a matched enrollment are DEPT, ETYPE,   *
      *                 and LNAME. The first compare after the     *
      *                 layout change reports as in the 2026-09-01 *
      *                 entry above and rights itself in a cycle.  *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SELECT CUR-XTR-FILE ASSIGN TO 'EMPLOYEE-XTR'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CXT-ENR-KEY
              ALTERNATE RECORD KEY IS CXT-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS CXT-SSN WITH DUPLICATES
              FILE STATUS IS CUR-STATUS.
           SELECT PRV-XTR-FILE ASSIGN TO 'EMPLOYEE-XTRPRV'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PXT-ENR-KEY
              ALTERNATE RECORD KEY IS PXT-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS PXT-SSN WITH DUPLICATES
              FILE STATUS IS PRV-STATUS.
           SELECT DELTA-FILE ASSIGN TO 'EMPLOYEE-DLTA'.

        FILE SECTION.
      **************************************************************
      * THIS RUN'S KEYED EXTRACT, READ IN I-ID/I-CLASS SEQUENCE *
      **************************************************************
        FD CUR-XTR-FILE.
        01 CXT-REC.
                03 CXT-SSN    PIC X(9).
                03 CXT-DATE   PIC X(8).
                03 CXT-DEPT   PIC X(4).
                03 CXT-ENR-KEY.
                        05 CXT-KEY-ID    PIC X(7).
                        05 CXT-KEY-CLASS PIC X(17).

      **************************************************************
      * THE PRIOR RUN'S COPY OF THE EXTRACT, SAME LAYOUT *
                03 PXT-SSN    PIC X(9).
                03 PXT-DATE   PIC X(8).
                03 PXT-DEPT   PIC X(4).
                03 PXT-ENR-KEY.
                        05 PXT-KEY-ID    PIC X(7).
                        05 PXT-KEY-CLASS PIC X(17).

      **************************************************************
      * RUN-OVER-RUN DELTA REPORT *

      **************************************************************
      * WORKING COPIES OF THE CURRENT AND PRIOR EXTRACT RECORDS. *
      * AT END OF EITHER FILE ITS KEY IS SET TO HIGH-VALUES SO THE *
      * MATCH KEEPS DRAINING THE OTHER SIDE. *
      **************************************************************
        01 CUR-DATA.
                03 CUR-SSN    PIC X(9).
                03 CUR-DATE   PIC X(8).
                03 CUR-DEPT   PIC X(4).
                03 CUR-KEY.
                        05 CUR-KEY-ID    PIC X(7).
                        05 CUR-KEY-CLASS PIC X(17).
        01 PRV-DATA.
                03 PRV-ID     PIC X(7).
                03 PRV-LNAME  PIC X(15).
                03 PRV-SSN    PIC X(9).
                03 PRV-DATE   PIC X(8).
                03 PRV-DEPT   PIC X(4).
                03 PRV-KEY.
                        05 PRV-KEY-ID    PIC X(7).
                        05 PRV-KEY-CLASS PIC X(17).
        01 CUR-STATUS PIC XX VALUE '00'.
        01 PRV-STATUS PIC XX VALUE '00'.
      **************************************************************
      * OLD AND NEW VALUES SIDE BY SIDE. *
      **************************************************************
        01 DLT-DATA.
                03 FILLER     PIC X(1) VALUE SPACES.
                03 DLT-ID     PIC X(7).
                03 FILLER     PIC X(1) VALUE SPACES.
                03 DLT-CLASS  PIC X(17).
                03 FILLER     PIC X(1) VALUE SPACES.
                03 DLT-TYPE   PIC X(7).
                03 FILLER     PIC X(1) VALUE SPACES.
                03 DLT-FIELD  PIC X(5).
                03 FILLER     PIC X(1) VALUE SPACES.
                03 DLT-OLD    PIC X(17).
                03 FILLER     PIC X(1) VALUE SPACES.
                03 DLT-NEW    PIC X(17).
                03 FILLER     PIC X(4) VALUE SPACES.
        01 DLT-HEADING1.
                03 FILLER PIC X(22) VALUE SPACES.
                03        PIC X(36)
                   VALUE 'EMPLOYEE EXTRACT RUN-OVER-RUN DELTA'.
                03 FILLER PIC X(22) VALUE SPACES.
        01 DLT-HEADING2.
                03 FILLER PIC X(1) VALUE SPACES.
                03        PIC X(6) VALUE 'EMP ID'.
                03 FILLER PIC X(2) VALUE SPACES.
                03        PIC X(5) VALUE 'CLASS'.
                03 FILLER PIC X(13) VALUE SPACES.
                03        PIC X(6) VALUE 'CHANGE'.
                03 FILLER PIC X(2) VALUE SPACES.
                03        PIC X(5) VALUE 'FIELD'.
                03 FILLER PIC X(1) VALUE SPACES.
                03        PIC X(9) VALUE 'OLD VALUE'.
                03 FILLER PIC X(9) VALUE SPACES.
                03        PIC X(9) VALUE 'NEW VALUE'.
                03 FILLER PIC X(12) VALUE SPACES.
      **************************************************************
      * NOTE LINE PRINTED WHEN THE PRIOR COPY IS NOT THERE YET *
      **************************************************************
          03 DROPPED-COUNT PIC 9(5) VALUE 0.
          03 CHANGED-COUNT PIC 9(5) VALUE 0.
      **************************************************************
      * 1 = AT LEAST ONE FIELD DIFFERED ON A MATCHED ENROLLMENT *
      **************************************************************
          03 DIFF-SW PIC 9 VALUE 0.
      **************************************************************
              MOVE 1 TO CUR-OPEN-SW
           ELSE
              MOVE 1 TO EOF-CUR
              MOVE HIGH-VALUES TO CUR-KEY
           END-IF.
           OPEN INPUT PRV-XTR-FILE.
           IF PRV-STATUS = '00'
              MOVE 1 TO PRV-OPEN-SW
           ELSE
              MOVE 1 TO EOF-PRV
              MOVE HIGH-VALUES TO PRV-KEY
           END-IF.
        0900-CLOSE-FILES.
           IF CUR-OPEN-SW = 1
                 AFTER ADVANCING 1 LINE
           END-IF.
      **************************************************************
      * CLASSIC TWO-FILE MATCH ON THE EXTRACT KEY, I-ID AND *
      * I-CLASS. AN ENROLLMENT ONLY ON THE CURRENT SIDE WAS ADDED; *
      * ONLY ON THE PRIOR SIDE WAS DROPPED; ON BOTH SIDES, THE *
      * WATCHED FIELDS ARE COMPARED. *
      **************************************************************
        1000-MATCH-RECORDS.
           IF CUR-KEY < PRV-KEY
              PERFORM 1100-REPORT-ADDED
              PERFORM 2000-READ-CURRENT
           ELSE
              IF CUR-KEY > PRV-KEY
                 PERFORM 1200-REPORT-DROPPED
                 PERFORM 2100-READ-PRIOR
              ELSE
        1100-REPORT-ADDED.
           MOVE SPACES TO DLT-DATA.
           MOVE CUR-ID TO DLT-ID.
           MOVE CUR-CLASS TO DLT-CLASS.
           MOVE 'ADDED' TO DLT-TYPE.
           MOVE CUR-LNAME TO DLT-NEW.
           WRITE DELTA-REC FROM DLT-DATA
        1200-REPORT-DROPPED.
           MOVE SPACES TO DLT-DATA.
           MOVE PRV-ID TO DLT-ID.
           MOVE PRV-CLASS TO DLT-CLASS.
           MOVE 'DROPPED' TO DLT-TYPE.
           MOVE PRV-LNAME TO DLT-OLD.
           WRITE DELTA-REC FROM DLT-DATA
              AFTER ADVANCING 1 LINE.
           ADD 1 TO DROPPED-COUNT.
      **************************************************************
      * COMPARES THE WATCHED FIELDS OF A MATCHED ENROLLMENT AND *
      * PRINTS ONE CHANGED LINE PER FIELD THAT DIFFERS, OLD AND *
      * NEW SIDE BY SIDE. AN ENROLLMENT WITH AT LEAST ONE CHANGED *
      * FIELD COUNTS ONCE TOWARD THE CHANGED TOTAL. *
      **************************************************************
        1300-COMPARE-FIELDS.
           MOVE 0 TO DIFF-SW.
           IF CUR-DEPT NOT = PRV-DEPT
              MOVE 'DEPT' TO DLT-FIELD
              MOVE PRV-DEPT TO DLT-OLD
              MOVE CUR-DEPT TO DLT-NEW
              PERFORM 1400-WRITE-CHANGED
           END-IF.
           IF CUR-ETYPE NOT = PRV-ETYPE
           END-IF.
        1400-WRITE-CHANGED.
           MOVE CUR-ID TO DLT-ID.
           MOVE CUR-CLASS TO DLT-CLASS.
           MOVE 'CHANGED' TO DLT-TYPE.
           WRITE DELTA-REC FROM DLT-DATA
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DELTA-REC.
           WRITE DELTA-REC
              AFTER ADVANCING 1 LINE.
           MOVE 'ENROLLMENTS ADDED:        ' TO DLT-TOT-TEXT.
           MOVE ADDED-COUNT TO DLT-TOT-COUNT.
           WRITE DELTA-REC FROM DLT-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'ENROLLMENTS DROPPED:      ' TO DLT-TOT-TEXT.
           MOVE DROPPED-COUNT TO DLT-TOT-COUNT.
           WRITE DELTA-REC FROM DLT-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'ENROLLMENTS CHANGED:      ' TO DLT-TOT-TEXT.
           MOVE CHANGED-COUNT TO DLT-TOT-COUNT.
           WRITE DELTA-REC FROM DLT-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
      **************************************************************
      * READS THE NEXT CURRENT-EXTRACT RECORD, PARKING HIGH-VALUES *
      * IN ITS KEY AT END SO THE MATCH DRAINS THE PRIOR SIDE. *
      **************************************************************
        2000-READ-CURRENT.
           IF EOF-CUR = 0
              READ CUR-XTR-FILE INTO CUR-DATA
                 AT END
                    MOVE 1 TO EOF-CUR
                    MOVE HIGH-VALUES TO CUR-KEY
              END-READ
           END-IF.
        2100-READ-PRIOR.
              READ PRV-XTR-FILE INTO PRV-DATA
                 AT END
                    MOVE 1 TO EOF-PRV
                    MOVE HIGH-VALUES TO PRV-KEY
              END-READ
           END-IF.
      **************************************************************
