      *****************************************************************
      *    COPYBOOK    :  GLJRNLRPT
      *    DESCRIPTION  :  GLJRNLEXT REPORT LINE.  ON A CLEAN RUN ONE
      *                    LINE PER JOURNAL DETAIL WRITTEN (STATUS
      *                    JOURNAL); ON A STOPPED RUN ONE LINE PER
      *                    POSTING WHOSE SOURCE/TYPE CODES HAVE NO
      *                    ACTIVE GLMAP ENTRY (STATUS UNMAPPED), SO THE
      *                    MISSING MAPPINGS CAN BE ADDED AND THE RUN
      *                    REPEATED.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *****************************************************************
       01  GL-JRNL-RPT-RECORD.
           05  JR-RPT-STATUS              PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  JR-RPT-DETAIL              PIC X(70).
           05  JR-RPT-JOURNAL-LINE REDEFINES JR-RPT-DETAIL.
               10  JR-RPT-GL-ACCOUNT      PIC X(16).
               10  FILLER                 PIC X(02).
               10  JR-RPT-BRANCH          PIC 9(04).
               10  FILLER                 PIC X(02).
               10  JR-RPT-DEBIT-TOTAL     PIC Z(12)9.99.
               10  FILLER                 PIC X(02).
               10  JR-RPT-CREDIT-TOTAL    PIC Z(12)9.99.
               10  FILLER                 PIC X(02).
               10  JR-RPT-POSTING-COUNT   PIC Z(08)9.
           05  JR-RPT-UNMAPPED-LINE REDEFINES JR-RPT-DETAIL.
               10  JR-RPT-ACCOUNT-NUMBER  PIC X(23).
               10  FILLER                 PIC X(01).
               10  JR-RPT-EFFECTIVE-DATE  PIC 9(08).
               10  FILLER                 PIC X(01).
               10  JR-RPT-SERIAL-NO       PIC 9(13).
               10  FILLER                 PIC X(01).
               10  JR-RPT-SOURCE-CODE     PIC X(02).
               10  FILLER                 PIC X(01).
               10  JR-RPT-TYPE-CODE       PIC X(02).
               10  FILLER                 PIC X(01).
               10  JR-RPT-CR-IND          PIC X(01).
               10  FILLER                 PIC X(01).
               10  JR-RPT-AMOUNT          PIC Z(10)9.99.
               10  FILLER                 PIC X(01).
