      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-09-02 SRK    ORIGINAL COPYBOOK.
      *    2026-10-15 SRK    ADDED THE DELIVERY CHANNEL PER STATEMENT
      *                      AND WHERE AN ELECTRONIC STATEMENT SITS ON
      *                      THE ESTMT FILE.  AN ELECTRONIC-ONLY
      *                      STATEMENT HAS NO PAGES IN THE PRINT
      *                      STREAM - ITS START PAGE, PAGE COUNT AND
      *                      LINE COUNT ARE ZERO.  THE TRAILER NOW
      *                      SPLITS THE STATEMENT COUNT INTO PAPER
      *                      (ENVELOPES) AND ELECTRONIC.
      *****************************************************************
       01  STMT-INDEX-RECORD.
           05  SI-RECORD-TYPE             PIC X(01).
               10  SI-LINE-COUNT          PIC 9(07).
               10  SI-DEBIT-TOTAL         PIC 9(13)V99.
               10  SI-CREDIT-TOTAL        PIC 9(13)V99.
               10  SI-CHANNEL             PIC X(01).
                   88  SI-CHANNEL-PAPER       VALUE 'P'.
                   88  SI-CHANNEL-ELECTRONIC  VALUE 'E'.
                   88  SI-CHANNEL-BOTH        VALUE 'B'.
               10  SI-ESTMT-START-REC     PIC 9(09).
               10  SI-ESTMT-REC-COUNT     PIC 9(07).
           05  SI-TRAILER-FIELDS REDEFINES SI-DETAIL-FIELDS.
               10  SI-STMT-GRAND-TOTAL    PIC 9(09).
               10  SI-PAGE-GRAND-TOTAL    PIC 9(09).
               10  SI-PAPER-STMT-TOTAL    PIC 9(09).
               10  SI-ESTMT-STMT-TOTAL    PIC 9(09).
               10  FILLER                 PIC X(75).
