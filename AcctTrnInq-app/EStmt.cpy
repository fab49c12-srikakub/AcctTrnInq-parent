      *****************************************************************
      *    COPYBOOK    :  ESTMT
      *    DESCRIPTION  :  ELECTRONIC STATEMENT RECORD WRITTEN BY
      *                    ACCTSTMTPRINT FOR EVERY STATEMENT WHOSE
      *                    ACCOUNT ASKS FOR ELECTRONIC DELIVERY.  THE
      *                    SAME CONTENT AS THE PRINTED STATEMENT, ONE
      *                    STRUCTURED RECORD PER PRINTED ELEMENT -
      *                      H  ACCOUNT HEADING (ONE PER ACCOUNT
      *                         SECTION)
      *                      D  TRANSACTION LINE, WITH RUNNING BALANCE
      *                         AND REVERSAL LINKAGE
      *                      F  FOREIGN-CURRENCY SECOND LINE FOR THE
      *                         TRANSACTION BEFORE IT
      *                      S  EFFECTIVE-DATE SUBTOTAL AND CLOSING
      *                         BALANCE
      *                      A  ACCOUNT TOTAL (CONSOLIDATED DOCUMENT)
      *                      R  REGISTRATION TOTAL (CONSOLIDATED
      *                         DOCUMENT)
      *                      T  STATEMENT TOTAL
      *                      Z  FILE TRAILER - STATEMENT AND RECORD
      *                         COUNTS
      *                    EVERY RECORD BUT THE TRAILER CARRIES THE
      *                    ACCOUNT NUMBER.  DOCUMENT BOUNDARIES ARE ON
      *                    STMTINDEX (SI-ESTMT-START-REC/-REC-COUNT).
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *****************************************************************
       01  E-STMT-RECORD.
           05  ES-RECORD-TYPE             PIC X(01).
               88  ES-HEADER-REC              VALUE 'H'.
               88  ES-TRANSACTION-REC         VALUE 'D'.
               88  ES-FX-REC                  VALUE 'F'.
               88  ES-SUBTOTAL-REC            VALUE 'S'.
               88  ES-ACCT-TOTAL-REC          VALUE 'A'.
               88  ES-REG-TOTAL-REC           VALUE 'R'.
               88  ES-STMT-TOTAL-REC          VALUE 'T'.
               88  ES-FILE-TRAILER-REC        VALUE 'Z'.
           05  ES-ACCOUNT-NUMBER          PIC X(23).
           05  ES-HEADER-FIELDS.
               10  ES-REGISTRATION-NUMBER PIC X(23).
               10  ES-BRANCH              PIC 9(06).
               10  ES-CURRENCY-CODE       PIC X(03).
               10  ES-DELIVERY            PIC X(01).
               10  ES-CONSOLIDATED-IND    PIC X(01).
               10  FILLER                 PIC X(96).
           05  ES-TRANSACTION-FIELDS REDEFINES ES-HEADER-FIELDS.
               10  ES-EFFECTIVE-DATE      PIC 9(08).
               10  ES-TRANSACTION-DATE    PIC 9(08).
               10  ES-NARRATIVE           PIC X(40).
               10  ES-CR-IND              PIC X(01).
               10  ES-AMOUNT              PIC 9(11)V99.
               10  ES-RUNNING-BALANCE     PIC S9(13)V99.
               10  ES-SERIAL-NO           PIC 9(13).
               10  ES-REVERSED-IND        PIC X(01).
               10  ES-REVERSED-BY-SERIAL  PIC 9(13).
               10  ES-REVERSAL-OF-SERIAL  PIC 9(13).
               10  FILLER                 PIC X(05).
           05  ES-FX-FIELDS REDEFINES ES-HEADER-FIELDS.
               10  ES-ORIGINAL-AMOUNT     PIC 9(11)V99.
               10  ES-ORIGINAL-CURRENCY   PIC X(03).
               10  FILLER                 PIC X(114).
           05  ES-SUBTOTAL-FIELDS REDEFINES ES-HEADER-FIELDS.
               10  ES-SUB-EFFECTIVE-DATE  PIC 9(08).
               10  ES-SUB-DEBIT           PIC 9(13)V99.
               10  ES-SUB-CREDIT          PIC 9(13)V99.
               10  ES-SUB-CLOSING         PIC S9(13)V99.
               10  FILLER                 PIC X(77).
           05  ES-TOTAL-FIELDS REDEFINES ES-HEADER-FIELDS.
               10  ES-TOT-DEBIT           PIC 9(13)V99.
               10  ES-TOT-CREDIT          PIC 9(13)V99.
               10  FILLER                 PIC X(100).
           05  ES-TRAILER-FIELDS REDEFINES ES-HEADER-FIELDS.
               10  ES-STMT-GRAND-TOTAL    PIC 9(09).
               10  ES-RECORD-GRAND-TOTAL  PIC 9(09).
               10  FILLER                 PIC X(112).
