      *****************************************************************
      *    COPYBOOK    :  GLMAP
      *    DESCRIPTION  :  GL MAPPING TABLE RECORD - ONE ENTRY PER
      *                    TRNCODTBL SOURCE CODE / TYPE CODE
      *                    COMBINATION, NAMING THE GENERAL LEDGER
      *                    ACCOUNTS A POSTING WITH THOSE CODES IS
      *                    JOURNALLED TO.  THE DEPOSIT ACCOUNT TAKES THE
      *                    CUSTOMER SIDE OF THE POSTING (CREDITED FOR A
      *                    CUSTOMER CREDIT, DEBITED FOR A CUSTOMER
      *                    DEBIT) AND THE CONTRA ACCOUNT TAKES THE
      *                    OPPOSITE SIDE, SO EVERY POSTING JOURNALS AS
      *                    A BALANCED PAIR.  MAINTAINED THROUGH
      *                    GLMAPMAINT; READ BY GLJRNLEXT.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *****************************************************************
       01  GL-MAP-RECORD.
           05  GM-KEY.
               10  GM-SOURCE-CODE         PIC X(02).
               10  GM-TYPE-CODE           PIC X(02).
           05  GM-DEPOSIT-GL-ACCOUNT      PIC X(16).
           05  GM-CONTRA-GL-ACCOUNT       PIC X(16).
           05  GM-DESCRIPTION             PIC X(20).
           05  GM-STATUS                  PIC X(01).
               88  GM-ACTIVE                  VALUE 'A'.
               88  GM-RETIRED                 VALUE 'R'.
           05  GM-LAST-MAINT-DATE         PIC 9(08).
           05  GM-LAST-MAINT-TIME         PIC 9(06).
           05  GM-LAST-MAINT-USER         PIC X(08).
           05  GM-APPROVED-BY             PIC X(08).
           05  FILLER                     PIC X(10).
