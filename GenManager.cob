      *                 an in-flight or out-of-balance cycle and a *
      *                 repeated step in one cycle -- and logs its *
      *                 own completion on RUNSTEPS.                *
      * 2026-10-15  MF  The extract generations now hold one record *
      *                 per enrollment, keyed on I-ID and I-CLASS   *
      *                 with I-ID as an alternate key; the four     *
      *                 layouts carry the new key so the rolled     *
      *                 copies keep the extract's own key order.    *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SELECT XTR-FILE ASSIGN TO 'EMPLOYEE-XTR'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS XTR-ENR-KEY
              ALTERNATE RECORD KEY IS XTR-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS XTR-SSN WITH DUPLICATES
              FILE STATUS IS XTR-STATUS.
           SELECT PRV-FILE ASSIGN TO 'EMPLOYEE-XTRPRV'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PRV-ENR-KEY
              ALTERNATE RECORD KEY IS PRV-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS PRV-SSN WITH DUPLICATES
              FILE STATUS IS PRV-STATUS.
           SELECT GEN2-FILE ASSIGN TO 'EMPLOYEE-XTRG2'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS G2-ENR-KEY
              ALTERNATE RECORD KEY IS G2-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS G2-SSN WITH DUPLICATES
              FILE STATUS IS GEN2-STATUS.
           SELECT GEN3-FILE ASSIGN TO 'EMPLOYEE-XTRG3'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS G3-ENR-KEY
              ALTERNATE RECORD KEY IS G3-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS G3-SSN WITH DUPLICATES
              FILE STATUS IS GEN3-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG'
      * THIS RUN'S EXTRACT AND ITS PRIOR GENERATIONS, ALL IN THE *
      * SAME LAYOUT. XTRPRV IS THE GENERATION ExtractDelta READS; *
      * XTRG2 AND XTRG3 ARE THE OLDER COPIES KEPT PER GENPARM. *
      * ENR-KEY IS THE ENROLLMENT KEY, I-ID FOLLOWED BY I-CLASS. *
      **************************************************************
        FD XTR-FILE.
        01 XTR-REC.
                03 FILLER     PIC X(49).
                03 XTR-SSN    PIC X(9).
                03 FILLER     PIC X(12).
                03 XTR-ENR-KEY PIC X(24).
        FD PRV-FILE.
        01 PRV-REC.
                03 PRV-ID     PIC X(7).
                03 FILLER     PIC X(49).
                03 PRV-SSN    PIC X(9).
                03 FILLER     PIC X(12).
                03 PRV-ENR-KEY PIC X(24).
        FD GEN2-FILE.
        01 G2-REC.
                03 G2-ID      PIC X(7).
                03 FILLER     PIC X(49).
                03 G2-SSN     PIC X(9).
                03 FILLER     PIC X(12).
                03 G2-ENR-KEY PIC X(24).
        FD GEN3-FILE.
        01 G3-REC.
                03 G3-ID      PIC X(7).
                03 FILLER     PIC X(49).
                03 G3-SSN     PIC X(9).
                03 FILLER     PIC X(12).
                03 G3-ENR-KEY PIC X(24).

      **************************************************************
      * THE RUN-LOG AUDIT FILE AND THE TRIMMED COPY BUILT HERE, *
