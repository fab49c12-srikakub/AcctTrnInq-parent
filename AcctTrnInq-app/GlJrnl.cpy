      *****************************************************************
      *    COPYBOOK    :  GLJRNL
      *    DESCRIPTION  :  GL JOURNAL INTERFACE RECORD WRITTEN BY
      *                    GLJRNLEXT FOR THE GENERAL LEDGER TO LOAD -
      *                    ONE HEADER, ONE DETAIL PER GL ACCOUNT AND
      *                    BRANCH CARRYING THE DAY'S DEBIT AND CREDIT
      *                    TOTALS, AND ONE TRAILER WITH THE DETAIL
      *                    COUNT AND GRAND TOTALS.  THE SAME SHAPE AS
      *                    THE GLCTLEXT CONTROL EXTRACT THE LEDGER
      *                    SENDS THE OTHER WAY.  THE GRAND DEBIT AND
      *                    CREDIT TOTALS ARE EQUAL ON EVERY FILE.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *****************************************************************
       01  GL-JRNL-RECORD.
           05  JL-RECORD-TYPE             PIC X(01).
               88  JL-HEADER-REC              VALUE 'H'.
               88  JL-DETAIL-REC              VALUE 'D'.
               88  JL-TRAILER-REC             VALUE 'T'.
           05  JL-HEADER-FIELDS.
               10  JL-FILE-PROCESS-DATE   PIC 9(08).
               10  JL-SOURCE-SYSTEM       PIC X(08).
               10  JL-CREATED-DATE        PIC 9(08).
               10  JL-CREATED-TIME        PIC 9(06).
               10  FILLER                 PIC X(40).
           05  JL-DETAIL-FIELDS REDEFINES JL-HEADER-FIELDS.
               10  JL-GL-ACCOUNT          PIC X(16).
               10  JL-BRANCH              PIC 9(04).
               10  JL-PROCESS-DATE        PIC 9(08).
               10  JL-DEBIT-TOTAL         PIC 9(13)V99.
               10  JL-CREDIT-TOTAL        PIC 9(13)V99.
               10  JL-POSTING-COUNT       PIC 9(09).
               10  FILLER                 PIC X(03).
           05  JL-TRAILER-FIELDS REDEFINES JL-DETAIL-FIELDS.
               10  JL-RECORD-COUNT        PIC 9(09).
               10  JL-DEBIT-GRAND-TOTAL   PIC 9(13)V99.
               10  JL-CREDIT-GRAND-TOTAL  PIC 9(13)V99.
               10  FILLER                 PIC X(31).
