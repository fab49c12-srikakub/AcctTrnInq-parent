      *****************************************************************
      *    COPYBOOK    :  BRCHPORTEXT
      *    DESCRIPTION  :  BRCHPORTRPT FINANCE EXTRACT - COMMA
      *                    DELIMITED, ONE COLUMN-NAME RECORD FIRST, THEN
      *                    ONE RECORD PER BRANCH AND CURRENCY (TYPE D)
      *                    FOLLOWED BY ONE BANK TOTAL PER CURRENCY
      *                    (TYPE T, BRANCH 'TOTAL').  THE RECORDS ARE
      *                    BUILT IN WORKING STORAGE SO THE DELIMITERS
      *                    HOLD, AND WRITTEN FROM THERE.  AMOUNTS CARRY
      *                    AN EXPLICIT DECIMAL POINT AND A LEADING
      *                    MINUS SIGN WHEN NEGATIVE.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *****************************************************************
       01  BRCH-PORT-EXT-HDG.
           05  FILLER                     PIC X(38) VALUE
               'TYPE,MONTH_END,BRANCH,CURRENCY,ACTIVE,'.
           05  FILLER                     PIC X(38) VALUE
               'DORMANT,CLOSED,OPENED,CLOSED_IN_MONTH,'.
           05  FILLER                     PIC X(42) VALUE
               'MONTH_END_BALANCE,PRIOR_MONTH_END_BALANCE,'.
           05  FILLER                     PIC X(39) VALUE
               'BALANCE_CHANGE,DEBIT_COUNT,DEBIT_VALUE,'.
           05  FILLER                     PIC X(40) VALUE
               'CREDIT_COUNT,CREDIT_VALUE,INTF_INTEREST,'.
           05  FILLER                     PIC X(09) VALUE
               'INTF_FEES'.
       01  BRCH-PORT-EXT-RECORD.
           05  PX-RECORD-TYPE             PIC X(01).
               88  PX-BRANCH-REC              VALUE 'D'.
               88  PX-BANK-TOTAL-REC          VALUE 'T'.
           05  FILLER                     PIC X(01) VALUE ','.
           05  PX-MONTH-END               PIC 9(08).
           05  FILLER                     PIC X(01) VALUE ','.
           05  PX-BRANCH                  PIC X(06).
           05  FILLER                     PIC X(01) VALUE ','.
           05  PX-CURRENCY-CODE           PIC X(03).
           05  FILLER                     PIC X(01) VALUE ','.
           05  PX-ACTIVE-COUNT            PIC 9(07).
           05  FILLER                     PIC X(01) VALUE ','.
           05  PX-DORMANT-COUNT           PIC 9(07).
           05  FILLER                     PIC X(01) VALUE ','.
           05  PX-CLOSED-COUNT            PIC 9(07).
           05  FILLER                     PIC X(01) VALUE ','.
           05  PX-OPENED-COUNT            PIC 9(07).
           05  FILLER                     PIC X(01) VALUE ','.
           05  PX-CLOSED-IN-MONTH         PIC 9(07).
           05  FILLER                     PIC X(01) VALUE ','.
           05  PX-CLOSING-BALANCE         PIC -9(13).99.
           05  FILLER                     PIC X(01) VALUE ','.
           05  PX-PRIOR-BALANCE           PIC -9(13).99.
           05  FILLER                     PIC X(01) VALUE ','.
           05  PX-BALANCE-CHANGE          PIC -9(13).99.
           05  FILLER                     PIC X(01) VALUE ','.
           05  PX-DEBIT-COUNT             PIC 9(09).
           05  FILLER                     PIC X(01) VALUE ','.
           05  PX-DEBIT-VALUE             PIC 9(13).99.
           05  FILLER                     PIC X(01) VALUE ','.
           05  PX-CREDIT-COUNT            PIC 9(09).
           05  FILLER                     PIC X(01) VALUE ','.
           05  PX-CREDIT-VALUE            PIC 9(13).99.
           05  FILLER                     PIC X(01) VALUE ','.
           05  PX-INTF-INTEREST           PIC -9(11).99.
           05  FILLER                     PIC X(01) VALUE ','.
           05  PX-INTF-FEES               PIC -9(11).99.
