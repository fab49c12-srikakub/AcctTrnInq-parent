      *****************************************************************
      *    COPYBOOK    :  ACCTHOLD
      *    DESCRIPTION  :  ONE HOLD PLACED AGAINST AN ACCOUNT'S FUNDS -
      *                    A GARNISHMENT, A LEGAL FREEZE, AN
      *                    UNCOLLECTED-DEPOSIT HOLD OR ANY OTHER HOLD
      *                    OPERATIONS HAS TO RECORD.  KEYED ACCOUNT /
      *                    HOLD SEQUENCE SO ONE ACCOUNT'S HOLDS ARE ONE
      *                    CONTIGUOUS KEY RANGE.  A HOLD IS ACTIVE UNTIL
      *                    IT IS RELEASED THROUGH ACCTHOLDMAINT OR ITS
      *                    EXPIRY DATE PASSES AND THE NIGHTLY
      *                    ACCTHOLDEXP RUN MARKS IT EXPIRED; A ZERO
      *                    EXPIRY DATE HOLDS UNTIL RELEASED.  RELEASED
      *                    AND EXPIRED HOLDS STAY ON FILE AS THE RECORD
      *                    OF WHO PLACED AND LIFTED THEM.  READ BY
      *                    ACCTTRNINQCTM FOR THE HELD AMOUNT AND
      *                    AVAILABLE BALANCE.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *****************************************************************
       01  ACCT-HOLD-RECORD.
           05  AH-HOLD-KEY.
               10  AH-ACCOUNT-NUMBER      PIC X(23).
               10  AH-HOLD-SEQ            PIC 9(04).
           05  AH-HOLD-AMOUNT             PIC 9(13)V99.
           05  AH-HOLD-TYPE               PIC X(01).
               88  AH-TYPE-GARNISHMENT        VALUE 'G'.
               88  AH-TYPE-LEGAL-FREEZE       VALUE 'L'.
               88  AH-TYPE-UNCOLLECTED        VALUE 'U'.
               88  AH-TYPE-OTHER              VALUE 'O'.
           05  AH-HOLD-STATUS             PIC X(01).
               88  AH-ACTIVE                  VALUE 'A'.
               88  AH-RELEASED                VALUE 'R'.
               88  AH-EXPIRED                 VALUE 'E'.
           05  AH-PLACED-DATE             PIC 9(08).
           05  AH-EXPIRY-DATE             PIC 9(08).
           05  AH-REASON                  PIC X(30).
           05  AH-PLACED-BY               PIC X(08).
           05  AH-PLACED-APPROVED-BY      PIC X(08).
           05  AH-RELEASED-DATE           PIC 9(08).
           05  AH-RELEASED-BY             PIC X(08).
           05  AH-RELEASED-APPROVED-BY    PIC X(08).
           05  FILLER                     PIC X(10).
