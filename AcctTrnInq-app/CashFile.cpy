      *****************************************************************
      *    COPYBOOK    :  CASHFILE
      *    DESCRIPTION  :  ONE RECORD OF THE LARGE-CASH FILING EXTRACT
      *                    CASHCOMPRPT WRITES FOR COMPLIANCE.  ONE
      *                    HEADER CARRYING THE PROCESS DATE AND THE
      *                    THRESHOLD APPLIED, ONE DETAIL PER
      *                    REGISTRATION WHOSE DAY'S CASH-IN OR CASH-OUT
      *                    WENT OVER THE THRESHOLD, FOLLOWED BY ONE
      *                    ACCOUNT RECORD PER ACCOUNT OF THAT
      *                    REGISTRATION THAT MOVED CASH, AND ONE
      *                    TRAILER WITH THE DETAIL COUNT AND TOTALS.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *****************************************************************
       01  CASH-FILE-RECORD.
           05  CF-RECORD-TYPE             PIC X(01).
               88  CF-HEADER-REC              VALUE 'H'.
               88  CF-DETAIL-REC              VALUE 'D'.
               88  CF-ACCOUNT-REC             VALUE 'A'.
               88  CF-TRAILER-REC             VALUE 'T'.
           05  CF-HEADER-FIELDS.
               10  CF-FILE-PROCESS-DATE   PIC 9(08).
               10  CF-THRESHOLD           PIC 9(13)V99.
               10  FILLER                 PIC X(67).
           05  CF-DETAIL-FIELDS REDEFINES CF-HEADER-FIELDS.
               10  CF-REGISTRATION-NUMBER PIC X(23).
               10  CF-PROCESS-DATE        PIC 9(08).
               10  CF-CASH-IN-TOTAL       PIC 9(13)V99.
               10  CF-CASH-OUT-TOTAL      PIC 9(13)V99.
               10  CF-ITEM-COUNT          PIC 9(05).
               10  CF-ACCOUNT-COUNT       PIC 9(05).
               10  FILLER                 PIC X(19).
           05  CF-ACCOUNT-FIELDS REDEFINES CF-HEADER-FIELDS.
               10  CF-ACCT-REGISTRATION   PIC X(23).
               10  CF-ACCOUNT-NUMBER      PIC X(23).
               10  CF-ACCT-CASH-IN        PIC 9(13)V99.
               10  CF-ACCT-CASH-OUT       PIC 9(13)V99.
               10  CF-ACCT-ITEM-COUNT     PIC 9(05).
               10  FILLER                 PIC X(09).
           05  CF-TRAILER-FIELDS REDEFINES CF-HEADER-FIELDS.
               10  CF-RECORD-COUNT        PIC 9(09).
               10  CF-GRAND-CASH-IN       PIC 9(13)V99.
               10  CF-GRAND-CASH-OUT      PIC 9(13)V99.
               10  FILLER                 PIC X(51).
