      *****************************************************************
      *    COPYBOOK    :  TRNCODAUD
      *    DESCRIPTION  :  AUDIT TRAIL ENTRY FOR ONE TRNCODETBL
      *                    MAINTENANCE ACTION (ADD, RETIRE OR CASH
      *                    FLAG) TAKEN THROUGH TRNCODEMAINT.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-08-09 SRK    ORIGINAL COPYBOOK.
      *    2026-10-15 SRK    ADDED THE OLD AND NEW CASH SOURCE
      *                      INDICATORS FOR THE CASH FLAG ACTION.
      *****************************************************************
       01  TRN-COD-AUD-RECORD.
           05  TA-MAINT-DATE              PIC 9(08).
           05  TA-APPROVED-BY             PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  TA-RESULT                  PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  TA-OLD-CASH-IND            PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  TA-NEW-CASH-IND            PIC X(01).
