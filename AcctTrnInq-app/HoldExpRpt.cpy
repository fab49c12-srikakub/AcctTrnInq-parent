      *****************************************************************
      *    COPYBOOK    :  HOLDEXPRPT
      *    DESCRIPTION  :  ONE REPORT LINE PER HOLD ACCTHOLDEXP
      *                    EXPIRED - THE ACCOUNT, THE HOLD, ITS TYPE
      *                    AND AMOUNT, AND WHEN AND BY WHOM IT WAS
      *                    PLACED - SO OPERATIONS CAN SEE WHAT MONEY
      *                    WAS FREED OVERNIGHT.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *****************************************************************
       01  HOLD-EXP-RPT-RECORD.
           05  HE-RPT-ACCOUNT-NUMBER      PIC X(23).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  HE-RPT-HOLD-SEQ            PIC Z(03)9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  HE-RPT-HOLD-TYPE           PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  HE-RPT-HOLD-AMOUNT         PIC Z(12)9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  HE-RPT-PLACED-DATE         PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  HE-RPT-EXPIRY-DATE         PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  HE-RPT-PLACED-BY           PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  HE-RPT-REASON              PIC X(30).
