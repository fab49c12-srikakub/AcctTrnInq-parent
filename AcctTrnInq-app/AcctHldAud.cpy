      *****************************************************************
      *    COPYBOOK    :  ACCTHLDAUD
      *    DESCRIPTION  :  AUDIT TRAIL ENTRY FOR ONE ACCTHOLD
      *                    MAINTENANCE ACTION (PLACE OR RELEASE) TAKEN
      *                    THROUGH ACCTHOLDMAINT.  A HOLD FREEZES OR
      *                    FREES CUSTOMER MONEY, SO THE HOLD, ITS
      *                    AMOUNT AND TYPE AND THE SECOND-USER
      *                    APPROVAL LAND HERE FOR EVERY ATTEMPT,
      *                    APPLIED OR REJECTED.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *****************************************************************
       01  ACCT-HLD-AUD-RECORD.
           05  HA-MAINT-DATE              PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  HA-MAINT-TIME              PIC 9(06).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  HA-MAINT-USER              PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  HA-ACTION                  PIC X(06).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  HA-ACCOUNT-NUMBER          PIC X(23).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  HA-HOLD-SEQ                PIC 9(04).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  HA-HOLD-AMOUNT             PIC 9(13)V99.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  HA-HOLD-TYPE               PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  HA-EXPIRY-DATE             PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  HA-APPROVED-BY             PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  HA-RESULT                  PIC X(08).
