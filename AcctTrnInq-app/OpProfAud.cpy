      *****************************************************************
      *    COPYBOOK    :  OPPROFAUD
      *    DESCRIPTION  :  OPPROFMAINT AUDIT RECORD - ONE LINE PER
      *                    PROFILE MAINTENANCE ATTEMPT, APPLIED OR
      *                    REJECTED.  THE OLD AND NEW ENTITLEMENTS ARE
      *                    THE OP-ENTITLEMENTS GROUP OF OPPROFILE AS IT
      *                    STOOD BEFORE AND AFTER THE CHANGE.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *****************************************************************
       01  OPER-PROF-AUD-RECORD.
           05  PA-MAINT-DATE              PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  PA-MAINT-TIME              PIC 9(06).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  PA-MAINT-USER              PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  PA-ACTION                  PIC X(06).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  PA-OPERATOR                PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  PA-OLD-ENTITLEMENTS        PIC X(68).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  PA-NEW-ENTITLEMENTS        PIC X(68).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  PA-APPROVED-BY             PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  PA-RESULT                  PIC X(08).
