      *****************************************************************
      *    COPYBOOK    :  GLMAPAUD
      *    DESCRIPTION  :  AUDIT TRAIL ENTRY FOR ONE GLMAP MAINTENANCE
      *                    ACTION (ADD, CHANGE OR RETIRE) TAKEN THROUGH
      *                    GLMAPMAINT, WITH THE GL ACCOUNTS BEFORE AND
      *                    AFTER THE CHANGE.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *****************************************************************
       01  GL-MAP-AUD-RECORD.
           05  GA-MAINT-DATE              PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  GA-MAINT-TIME              PIC 9(06).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  GA-MAINT-USER              PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  GA-ACTION                  PIC X(06).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  GA-SOURCE-CODE             PIC X(02).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  GA-TYPE-CODE               PIC X(02).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  GA-OLD-DEPOSIT-GL          PIC X(16).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  GA-NEW-DEPOSIT-GL          PIC X(16).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  GA-OLD-CONTRA-GL           PIC X(16).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  GA-NEW-CONTRA-GL           PIC X(16).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  GA-OLD-STATUS              PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  GA-NEW-STATUS              PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  GA-APPROVED-BY             PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  GA-RESULT                  PIC X(08).
