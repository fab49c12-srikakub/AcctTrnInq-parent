      *****************************************************************
      *    COPYBOOK    :  BACKVALRPT
      *    DESCRIPTION  :  ACCTBACKVAL CORRECTION LINE - ONE PER
      *                    ACCOUNT AND ACCRUED MONTH WHOSE INTEREST OR
      *                    SERVICE FEE WAS CORRECTED.  EACH FIGURE IS
      *                    SHOWN AS RECOMPUTED FROM THE CURRENT
      *                    SNAPSHOTS, AS ALREADY POSTED UNDER FEED
      *                    SOURCE INTF, AND AS THE ADJUSTMENT POSTED
      *                    FOR THE DIFFERENCE.  A NEGATIVE INTEREST
      *                    ADJUSTMENT TAKES INTEREST BACK; A NEGATIVE
      *                    FEE ADJUSTMENT REFUNDS FEE.  THE ACTION
      *                    SAYS WHAT WAS DONE:
      *                      ADJUSTED  ADJUSTMENT WRITTEN TO THE FEED
      *                      CLOSED    ACCOUNT ALREADY CLOSED AND PAID
      *                                OUT - NOTHING POSTED, THE
      *                                DIFFERENCE IS FOR MANUAL
      *                                SETTLEMENT
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *****************************************************************
       01  BACK-VAL-RPT-RECORD.
           05  BX-ACCOUNT-NUMBER          PIC X(23).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  BX-MONTH-END               PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  BX-CURRENCY-CODE           PIC X(03).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  BX-CALC-INTEREST           PIC Z(10)9.99.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  BX-POSTED-INTEREST         PIC Z(10)9.99-.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  BX-INTEREST-ADJ            PIC Z(10)9.99-.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  BX-CALC-FEE                PIC Z(06)9.99.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  BX-POSTED-FEE              PIC Z(08)9.99-.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  BX-FEE-ADJ                 PIC Z(08)9.99-.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  BX-ACTION                  PIC X(08).
