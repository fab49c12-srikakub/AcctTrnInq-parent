      *                    ONE ENTRY PER VALID TRANSACTIONSRCECODEV2 OR
      *                    TRANSACTIONTYPECODEV2 VALUE A FEEDER SYSTEM
      *                    IS ALLOWED TO SEND.  MAINTAINED ONLINE BY
      *                    TRNCODEMAINT.  A SOURCE CODE CAN ALSO BE
      *                    FLAGGED AS A CASH SOURCE - THE LIST THE
      *                    CASH COMPLIANCE REPORT TOTALS.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-08-09 SRK    ORIGINAL COPYBOOK.
      *    2026-10-15 SRK    ADDED THE CASH SOURCE INDICATOR, TAKEN
      *                      FROM THE FILLER.
      *****************************************************************
       01  TRN-CODE-TBL-RECORD.
           05  TC-KEY.
           05  TC-LAST-MAINT-TIME         PIC 9(06).
           05  TC-LAST-MAINT-USER         PIC X(08).
           05  TC-APPROVED-BY             PIC X(08).
           05  TC-CASH-IND                PIC X(01).
               88  TC-CASH-SOURCE             VALUE 'Y'.
           05  FILLER                     PIC X(09).
