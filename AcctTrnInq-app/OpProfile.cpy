      *****************************************************************
      *    COPYBOOK    :  OPPROFILE
      *    DESCRIPTION  :  OPERATOR ENTITLEMENT PROFILE - ONE ENTRY PER
      *                    OPERATOR ID, KEYED ON THE OPERATOR THE
      *                    INQUIRY SERVICE RECEIVES IN ITS INPUT
      *                    HEADER.  SAYS WHICH BRANCHES' ACCOUNTS THE
      *                    OPERATOR MAY SEE (UP TO TEN, OR ALL),
      *                    WHETHER THE NARRATIVE-SEARCH AND
      *                    REGISTRATION-INQUIRY MODES ARE OPEN TO THEM,
      *                    WHETHER THEY MAY SEE ARCHIVED HISTORY, AND
      *                    WHETHER THEY ARE BARRED FROM STAFF-FLAGGED
      *                    ACCOUNTS.  AN OPERATOR WITH NO ACTIVE
      *                    PROFILE IS REFUSED EVERYTHING.  MAINTAINED
      *                    THROUGH OPPROFMAINT UNDER DUAL APPROVAL.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *****************************************************************
       01  OPER-PROFILE-RECORD.
           05  OP-OPERATOR                PIC X(08).
           05  OP-ENTITLEMENTS.
               10  OP-ALL-BRANCHES-IND    PIC X(01).
                   88  OP-ALL-BRANCHES        VALUE 'Y'.
               10  OP-BRANCH-COUNT        PIC 9(02).
               10  OP-BRANCH              PIC 9(06) OCCURS 10 TIMES.
               10  OP-NARRATIVE-SEARCH-IND PIC X(01).
                   88  OP-MAY-NARRATIVE-SEARCH VALUE 'Y'.
               10  OP-REGISTRATION-INQ-IND PIC X(01).
                   88  OP-MAY-REGISTRATION-INQ VALUE 'Y'.
               10  OP-ARCHIVE-IND         PIC X(01).
                   88  OP-MAY-SEE-ARCHIVE     VALUE 'Y'.
               10  OP-STAFF-BAR-IND       PIC X(01).
                   88  OP-BARRED-FROM-STAFF   VALUE 'Y'.
               10  OP-STATUS              PIC X(01).
                   88  OP-ACTIVE              VALUE 'A'.
                   88  OP-REVOKED             VALUE 'R'.
           05  OP-LAST-MAINT-DATE         PIC 9(08).
           05  OP-LAST-MAINT-TIME         PIC 9(06).
           05  OP-LAST-MAINT-USER         PIC X(08).
           05  OP-APPROVED-BY             PIC X(08).
           05  FILLER                     PIC X(10).
