      *                 through the extract's new SSN alternate     *
      *                 key, so payroll's calls no longer mean      *
      *                 dumping the whole file and scanning by eye. *
      * 2026-10-15  MF  The extract now holds one record per        *
      *                 enrollment, keyed on I-ID and I-CLASS with  *
      *                 I-ID as an alternate key. A lookup by ID or *
      *                 SSN now finds the person and prints every   *
      *                 class they hold (class, department, type,   *
      *                 date) with a count, instead of one record.  *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SELECT XTR-FILE ASSIGN TO 'EMPLOYEE-XTR'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS XTR-ENR-KEY
              ALTERNATE RECORD KEY IS XTR-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS XTR-SSN WITH DUPLICATES
              FILE STATUS IS XTR-STATUS.
           SELECT REQUEST-FILE ASSIGN TO 'INQCARD'

        FILE SECTION.
      **************************************************************
      * THE KEYED EXTRACT PROJECT1 BUILT THIS RUN, ONE RECORD PER *
      * ENROLLMENT, READ THROUGH THE I-ID OR SSN ALTERNATE KEY *
      **************************************************************
        FD XTR-FILE.
        01 XTR-REC.
                03 XTR-SSN    PIC X(9).
                03 XTR-DATE   PIC X(8).
                03 XTR-DEPT   PIC X(4).
                03 XTR-ENR-KEY.
                        05 XTR-KEY-ID    PIC X(7).
                        05 XTR-KEY-CLASS PIC X(17).

      **************************************************************
      * INQUIRY REQUEST CARDS: 'I' PLUS AN EMPLOYEE ID, OR 'S' *
      **************************************************************
          03 LOOKUP-HIT-SW PIC 9 VALUE 0.
      **************************************************************
      * THE PERSON FOUND, AND THE WALK THROUGH THEIR ENROLLMENTS *
      * 1 = NO MORE ENROLLMENTS FOR LOOKUP-ID *
      **************************************************************
          03 LOOKUP-ID     PIC X(7) VALUE SPACES.
          03 ENR-DONE-SW   PIC 9 VALUE 0.
          03 ENR-COUNT     PIC 9(3) VALUE 0.
          03 ENR-COUNT-ED  PIC ZZ9.
      **************************************************************
      * RUN TOTALS *
      **************************************************************
          03 REQUEST-READ-COUNT PIC 9(5) VALUE 0.
           WRITE INQ-REC
              AFTER ADVANCING 1 LINE.
      **************************************************************
      * DIRECT READ THROUGH THE I-ID ALTERNATE KEY, LANDING ON THE *
      * PERSON'S FIRST ENROLLMENT WITH I-ID AS THE KEY OF *
      * REFERENCE SO 1500 CAN READ ON THROUGH THE REST *
      **************************************************************
        1200-LOOKUP-BY-ID.
           MOVE 0 TO LOOKUP-HIT-SW.
           IF XTR-OPEN-SW = 1
              MOVE R-ID TO XTR-ID
              READ XTR-FILE KEY IS XTR-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
      **************************************************************
      * DIRECT READ THROUGH THE SSN ALTERNATE KEY -- THE PATH *
      * PAYROLL'S CALLS COME IN ON. WITH DUPLICATE SSNS ON FILE *
      * THE FIRST RECORD IN KEY ORDER IS THE ONE SHOWN. A HIT IS *
      * THEN REREAD BY ITS I-ID SO THE SHEET LISTS THAT PERSON'S *
      * ENROLLMENTS THE SAME WAY AN ID LOOKUP DOES. *
      **************************************************************
        1300-LOOKUP-BY-SSN.
           MOVE 0 TO LOOKUP-HIT-SW.
                    MOVE 1 TO LOOKUP-HIT-SW
              END-READ
           END-IF.
           IF LOOKUP-HIT-SW = 1
              READ XTR-FILE KEY IS XTR-ID
                 INVALID KEY
                    MOVE 0 TO LOOKUP-HIT-SW
              END-READ
           END-IF.
      **************************************************************
      * PRINTS THE BODY OF THE SHEET: THE EXTRACT FIELDS WHEN THE *
      * LOOKUP HIT, PLUS THE DISCREPANCY-LIST VERDICT FOR THE ID. *
                 ADD 1 TO FOUND-COUNT
              END-IF
           END-IF.
      **************************************************************
      * THE PERSON'S NAME LINES, THEN ONE BLOCK PER ENROLLMENT *
      * READ ON THROUGH THE I-ID KEY UNTIL THE ID CHANGES, THEN *
      * THE ENROLLMENT COUNT AND THE DISCREPANCY VERDICT *
      **************************************************************
        1500-PRINT-DETAIL-BODY.
           MOVE XTR-ID TO LOOKUP-ID.
           MOVE SPACES TO INQ-DETAIL-LINE.
           MOVE 'EMP ID' TO INQ-LABEL.
           MOVE XTR-ID TO INQ-VALUE.
           MOVE 'FIRST NAME' TO INQ-LABEL.
           MOVE XTR-FNAME TO INQ-VALUE.
           PERFORM 1550-WRITE-DETAIL-LINE.
           MOVE 0 TO ENR-COUNT.
           MOVE 0 TO ENR-DONE-SW.
           PERFORM 1520-PRINT-ENROLLMENT
              UNTIL ENR-DONE-SW = 1.
           MOVE SPACES TO INQ-DETAIL-LINE.
           MOVE 'ENROLLMENTS' TO INQ-LABEL.
           MOVE ENR-COUNT TO ENR-COUNT-ED.
           MOVE ENR-COUNT-ED TO INQ-VALUE.
           PERFORM 1550-WRITE-DETAIL-LINE.
           PERFORM 1600-CHECK-DISCREPANCY.
           MOVE 'DISCREPANCY' TO INQ-LABEL.
              WRITE INQ-REC FROM INQ-PARTIAL-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
        1520-PRINT-ENROLLMENT.
           MOVE SPACES TO INQ-REC.
           WRITE INQ-REC
              AFTER ADVANCING 1 LINE.
           MOVE 'CLASS' TO INQ-LABEL.
           MOVE XTR-CLASS TO INQ-VALUE.
           PERFORM 1550-WRITE-DETAIL-LINE.
           MOVE 'DEPARTMENT' TO INQ-LABEL.
           MOVE XTR-DEPT TO INQ-VALUE.
           PERFORM 1550-WRITE-DETAIL-LINE.
           MOVE 'TYPE' TO INQ-LABEL.
           MOVE XTR-ETYPE TO INQ-VALUE.
           PERFORM 1550-WRITE-DETAIL-LINE.
           MOVE 'DATE' TO INQ-LABEL.
           MOVE XTR-DATE TO INQ-VALUE.
           PERFORM 1550-WRITE-DETAIL-LINE.
           ADD 1 TO ENR-COUNT.
           READ XTR-FILE NEXT RECORD
              AT END MOVE 1 TO ENR-DONE-SW
           END-READ.
           IF ENR-DONE-SW = 0
              IF XTR-ID NOT = LOOKUP-ID
                 MOVE 1 TO ENR-DONE-SW
              END-IF
           END-IF.
        1550-WRITE-DETAIL-LINE.
           WRITE INQ-REC FROM INQ-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
      **************************************************************
      * LOOKS THE PERSON'S ID UP IN THE DISCREPANCY TABLE *
      **************************************************************
        1600-CHECK-DISCREPANCY.
           MOVE 0 TO DISC-FOUND-SW.
              UNTIL DISC-SUB > DISC-USED
                 OR DISC-FOUND-SW = 1.
        1650-MATCH-DISC.
           IF DT-ID (DISC-SUB) = LOOKUP-ID
              MOVE 1 TO DISC-FOUND-SW
              MOVE DISC-SUB TO DISC-FOUND-AT
           END-IF.
