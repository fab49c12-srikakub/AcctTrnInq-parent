       IDENTIFICATION DIVISION.
      *****************************************************************
      *    PROGRAM-ID  :  OPPROFMAINT
      *    AUTHOR      :  S. KUBACKI
      *    INSTALLATION:  DEPOSIT SYSTEMS
      *    DATE-WRITTEN:  2026-10-15
      *    DATE-COMPILED:
      *-----------------------------------------------------------------
      *    DESCRIPTION  :  ONLINE MAINTENANCE SCREEN FOR OPPROFILE, THE
      *                    OPERATOR ENTITLEMENT PROFILES THE INQUIRY
      *                    SERVICE CHECKS BEFORE IT SERVES A REQUEST.
      *                    A PROFILE CAN BE ADDED, CHANGED OR REVOKED,
      *                    BUT NOT UNTIL A SECOND USER ID IS KEYED INTO
      *                    THE APPROVED-BY FIELD - LEAVING IT BLANK
      *                    CANCELS THE CHANGE - AND NEVER BY OR FOR
      *                    THE OPERATOR WHOSE PROFILE IT IS.  EVERY
      *                    ATTEMPT, APPLIED OR NOT, IS LOGGED TO
      *                    OPPROFAUD WITH THE ENTITLEMENTS BEFORE AND
      *                    AFTER.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL PROGRAM.
      *****************************************************************
       PROGRAM-ID.  OpProfMaint.
       AUTHOR.      S. KUBACKI.
       INSTALLATION. DEPOSIT SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-PROFILE-FILE ASSIGN TO "OPPROFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR
               FILE STATUS IS OPM-PROFILE-STATUS.
           SELECT OPER-PROF-AUD-FILE ASSIGN TO "OPPROFAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPM-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-PROFILE-FILE.
       COPY OpProfile.

       FD  OPER-PROF-AUD-FILE.
       COPY OpProfAud.

       WORKING-STORAGE SECTION.
       77  OPM-PROFILE-STATUS         PIC X(02) VALUE '00'.
       77  OPM-AUD-STATUS             PIC X(02) VALUE '00'.
       77  OPM-ACTION                 PIC X(01) VALUE SPACE.
       77  OPM-OPERATOR               PIC X(08) VALUE SPACES.
       77  OPM-ALL-BRANCHES           PIC X(01) VALUE SPACE.
       77  OPM-NARRATIVE              PIC X(01) VALUE SPACE.
       77  OPM-REGISTRATION           PIC X(01) VALUE SPACE.
       77  OPM-ARCHIVE                PIC X(01) VALUE SPACE.
       77  OPM-STAFF-BAR              PIC X(01) VALUE SPACE.
       77  OPM-MAINT-USER             PIC X(08) VALUE SPACES.
       77  OPM-APPROVED-BY            PIC X(08) VALUE SPACES.
       77  OPM-OLD-ENTITLEMENTS       PIC X(68) VALUE SPACES.
       77  OPM-NEW-ENTITLEMENTS       PIC X(68) VALUE SPACES.
       77  OPM-NEW-BRANCH-COUNT       PIC 9(02) VALUE ZERO.
       77  OPM-SUB                    PIC 9(02) VALUE ZERO.
       77  OPM-MAINT-COUNT            PIC 9(05) VALUE ZERO.
       77  OPM-EXIT-SW                PIC X(01) VALUE 'N'.
           88  OPM-EXIT-REQUESTED         VALUE 'Y'.
       77  OPM-ENTRY-STATUS-SW        PIC X(01) VALUE 'Y'.
           88  OPM-ENTRY-OK               VALUE 'Y'.
           88  OPM-ENTRY-REJECTED         VALUE 'N'.
       77  OPM-FOUND-SW               PIC X(01) VALUE 'N'.
           88  OPM-FOUND                  VALUE 'Y'.
       77  OPM-BRANCH-OK-SW           PIC X(01) VALUE 'Y'.
           88  OPM-BRANCHES-OK            VALUE 'Y'.
           88  OPM-BRANCHES-BAD           VALUE 'N'.
       77  OPM-RESULT-SW              PIC X(01) VALUE 'N'.
           88  OPM-RESULT-APPLIED         VALUE 'Y'.
           88  OPM-RESULT-REJECTED        VALUE 'N'.
       77  OPM-TIME-8                 PIC 9(08) VALUE ZERO.

       01  OPM-ENTRY-FIELDS.
           05  OPM-BRANCH-LIST        PIC X(70).
           05  OPM-BRANCH-SLOTS REDEFINES OPM-BRANCH-LIST.
               10  OPM-BRANCH-SLOT    OCCURS 10 TIMES.
                   15  OPM-BRANCH-ENTRY   PIC X(06).
                   15  FILLER             PIC X(01).

       01  OPM-BRANCH-TABLE.
           05  OPM-NEW-BRANCH         PIC 9(06) OCCURS 10 TIMES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-MAINT-LOOP THRU 2000-EXIT
               UNTIL OPM-EXIT-REQUESTED.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      *-----------------------------------------------------------------
      *    1000-INITIALIZE - OPEN THE PROFILE FILE FOR MAINTENANCE AND
      *    THE AUDIT LOG FOR APPEND.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN I-O OPER-PROFILE-FILE.
           OPEN EXTEND OPER-PROF-AUD-FILE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2000-MAINT-LOOP - ONE MAINTENANCE SCREEN PER ITERATION.
      *-----------------------------------------------------------------
       2000-MAINT-LOOP.
           MOVE SPACES TO OPM-OLD-ENTITLEMENTS.
           MOVE SPACES TO OPM-NEW-ENTITLEMENTS.
           MOVE SPACES TO OPM-BRANCH-LIST.
           MOVE SPACE TO OPM-ALL-BRANCHES.
           MOVE SPACE TO OPM-NARRATIVE.
           MOVE SPACE TO OPM-REGISTRATION.
           MOVE SPACE TO OPM-ARCHIVE.
           MOVE SPACE TO OPM-STAFF-BAR.
           SET OPM-RESULT-REJECTED TO TRUE.
           PERFORM 2100-DISPLAY-AND-ACCEPT THRU 2100-EXIT.
           IF NOT OPM-EXIT-REQUESTED
               PERFORM 2200-VALIDATE-ENTRY THRU 2200-EXIT
               IF OPM-ENTRY-OK
                   PERFORM 2300-APPLY-MAINTENANCE THRU 2300-EXIT
               END-IF
               PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2100-DISPLAY-AND-ACCEPT - PAINT THE MAINTENANCE SCREEN AND
      *    KEY IN ONE PROFILE MAINTENANCE REQUEST.  A REVOKE NEEDS
      *    ONLY THE OPERATOR, SO THE ENTITLEMENTS ARE NOT ASKED FOR.
      *    THE BRANCH LIST IS UP TO TEN SIX-DIGIT BRANCH CODES, EACH
      *    FOLLOWED BY ONE SPACE.
      *-----------------------------------------------------------------
       2100-DISPLAY-AND-ACCEPT.
           DISPLAY 'OPERATOR PROFILE MAINTENANCE' LINE 1 COLUMN 1.
           DISPLAY 'ACTION (A=ADD, C=CHANGE, R=REVOKE, X=EXIT):'
               LINE 3 COLUMN 1.
           ACCEPT OPM-ACTION LINE 3 COLUMN 46.
           IF OPM-ACTION = 'X' OR OPM-ACTION = 'x'
               SET OPM-EXIT-REQUESTED TO TRUE
               GO TO 2100-EXIT
           END-IF.
           DISPLAY 'OPERATOR ID:' LINE 4 COLUMN 1.
           ACCEPT OPM-OPERATOR LINE 4 COLUMN 14.
           IF OPM-ACTION = 'A' OR OPM-ACTION = 'C'
               DISPLAY 'ALL BRANCHES (Y/N, BLANK KEEPS ON CHANGE):'
                   LINE 5 COLUMN 1
               ACCEPT OPM-ALL-BRANCHES LINE 5 COLUMN 44
               DISPLAY 'BRANCHES (UP TO 10, NNNNNN NNNNNN ..., BLANK '
                   'KEEPS ON CHANGE):' LINE 6 COLUMN 1
               ACCEPT OPM-BRANCH-LIST LINE 7 COLUMN 1
               DISPLAY 'NARRATIVE SEARCH (Y/N):' LINE 8 COLUMN 1
               ACCEPT OPM-NARRATIVE LINE 8 COLUMN 25
               DISPLAY 'REGISTRATION INQUIRY (Y/N):' LINE 9 COLUMN 1
               ACCEPT OPM-REGISTRATION LINE 9 COLUMN 29
               DISPLAY 'ARCHIVED HISTORY (Y/N):' LINE 10 COLUMN 1
               ACCEPT OPM-ARCHIVE LINE 10 COLUMN 25
               DISPLAY 'BARRED FROM STAFF ACCOUNTS (Y/N):'
                   LINE 11 COLUMN 1
               ACCEPT OPM-STAFF-BAR LINE 11 COLUMN 35
           END-IF.
           DISPLAY 'MAINTAINED BY (USER ID):' LINE 12 COLUMN 1.
           ACCEPT OPM-MAINT-USER LINE 12 COLUMN 27.
           DISPLAY 'APPROVED BY (BLANK CANCELS CHANGE):'
               LINE 13 COLUMN 1.
           ACCEPT OPM-APPROVED-BY LINE 13 COLUMN 37.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2200-VALIDATE-ENTRY - BASIC EDITS BEFORE THE PROFILE FILE
      *    IS TOUCHED.  A BLANK APPROVED-BY REJECTS THE CHANGE RATHER
      *    THAN ERRORING - THAT IS THE APPROVAL STEP.  NEITHER THE
      *    MAINTAINER NOR THE APPROVER MAY BE THE OPERATOR WHOSE
      *    ENTITLEMENTS ARE BEING CHANGED.
      *-----------------------------------------------------------------
       2200-VALIDATE-ENTRY.
           SET OPM-ENTRY-OK TO TRUE.
           IF OPM-ACTION NOT = 'A' AND OPM-ACTION NOT = 'C'
              AND OPM-ACTION NOT = 'R'
               DISPLAY 'INVALID ACTION - ENTRY REJECTED'
                   LINE 15 COLUMN 1
               SET OPM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF OPM-OPERATOR = SPACES
               DISPLAY 'OPERATOR MAY NOT BE BLANK - ENTRY REJECTED'
                   LINE 15 COLUMN 1
               SET OPM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF (OPM-ALL-BRANCHES NOT = SPACE
                   AND OPM-ALL-BRANCHES NOT = 'Y'
                   AND OPM-ALL-BRANCHES NOT = 'N')
              OR (OPM-NARRATIVE NOT = SPACE
                   AND OPM-NARRATIVE NOT = 'Y'
                   AND OPM-NARRATIVE NOT = 'N')
              OR (OPM-REGISTRATION NOT = SPACE
                   AND OPM-REGISTRATION NOT = 'Y'
                   AND OPM-REGISTRATION NOT = 'N')
              OR (OPM-ARCHIVE NOT = SPACE
                   AND OPM-ARCHIVE NOT = 'Y'
                   AND OPM-ARCHIVE NOT = 'N')
              OR (OPM-STAFF-BAR NOT = SPACE
                   AND OPM-STAFF-BAR NOT = 'Y'
                   AND OPM-STAFF-BAR NOT = 'N')
               DISPLAY 'ENTITLEMENT FLAGS MUST BE Y OR N - '
                   'ENTRY REJECTED' LINE 15 COLUMN 1
               SET OPM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2210-EDIT-BRANCH-LIST THRU 2210-EXIT.
           IF OPM-BRANCHES-BAD
               DISPLAY 'BRANCHES MUST BE SIX DIGITS - ENTRY REJECTED'
                   LINE 15 COLUMN 1
               SET OPM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF OPM-ACTION = 'A'
              AND OPM-ALL-BRANCHES NOT = 'Y'
              AND OPM-NEW-BRANCH-COUNT = ZERO
               DISPLAY 'NO BRANCHES ENTERED - ENTRY REJECTED'
                   LINE 15 COLUMN 1
               SET OPM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF OPM-ACTION = 'C'
              AND OPM-ALL-BRANCHES = SPACE
              AND OPM-NEW-BRANCH-COUNT = ZERO
              AND OPM-NARRATIVE = SPACE AND OPM-REGISTRATION = SPACE
              AND OPM-ARCHIVE = SPACE AND OPM-STAFF-BAR = SPACE
               DISPLAY 'NO ENTITLEMENT ENTERED - NOTHING TO CHANGE'
                   LINE 15 COLUMN 1
               SET OPM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF OPM-APPROVED-BY = SPACES
               DISPLAY 'NO APPROVER ENTERED - CHANGE NOT APPLIED'
                   LINE 15 COLUMN 1
               SET OPM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF OPM-APPROVED-BY = OPM-MAINT-USER
               DISPLAY 'APPROVER MUST DIFFER FROM MAINTAINER - '
                   'ENTRY REJECTED' LINE 15 COLUMN 1
               SET OPM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF OPM-OPERATOR = OPM-MAINT-USER
              OR OPM-OPERATOR = OPM-APPROVED-BY
               DISPLAY 'OWN PROFILE MAY NOT BE MAINTAINED - '
                   'ENTRY REJECTED' LINE 15 COLUMN 1
               SET OPM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2210-EDIT-BRANCH-LIST - PACK THE NON-BLANK ENTRIES OF THE
      *    KEYED BRANCH LIST INTO OPM-BRANCH-TABLE.  AN ENTRY THAT IS
      *    NOT SIX DIGITS FAILS THE WHOLE LIST.
      *-----------------------------------------------------------------
       2210-EDIT-BRANCH-LIST.
           SET OPM-BRANCHES-OK TO TRUE.
           MOVE ZERO TO OPM-NEW-BRANCH-COUNT.
           MOVE ZEROS TO OPM-BRANCH-TABLE.
           PERFORM 2220-EDIT-BRANCH-ENTRY THRU 2220-EXIT
               VARYING OPM-SUB FROM 1 BY 1
               UNTIL OPM-SUB > 10.
       2210-EXIT.
           EXIT.

       2220-EDIT-BRANCH-ENTRY.
           IF OPM-BRANCH-ENTRY(OPM-SUB) = SPACES
               GO TO 2220-EXIT
           END-IF.
           IF OPM-BRANCH-ENTRY(OPM-SUB) NOT NUMERIC
               SET OPM-BRANCHES-BAD TO TRUE
               GO TO 2220-EXIT
           END-IF.
           ADD 1 TO OPM-NEW-BRANCH-COUNT.
           MOVE OPM-BRANCH-ENTRY(OPM-SUB)
               TO OPM-NEW-BRANCH(OPM-NEW-BRANCH-COUNT).
       2220-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2300-APPLY-MAINTENANCE - LOOK THE PROFILE UP AND ROUTE TO
      *    THE ADD, CHANGE OR REVOKE LOGIC.
      *-----------------------------------------------------------------
       2300-APPLY-MAINTENANCE.
           MOVE OPM-OPERATOR TO OP-OPERATOR.
           MOVE 'N' TO OPM-FOUND-SW.
           READ OPER-PROFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO OPM-FOUND-SW
                   MOVE OP-ENTITLEMENTS TO OPM-OLD-ENTITLEMENTS
           END-READ.
           IF OPM-ACTION = 'A'
               PERFORM 2310-ADD-PROFILE THRU 2310-EXIT
           ELSE
               IF OPM-ACTION = 'C'
                   PERFORM 2320-CHANGE-PROFILE THRU 2320-EXIT
               ELSE
                   PERFORM 2330-REVOKE-PROFILE THRU 2330-EXIT
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2310-ADD-PROFILE - A NEW PROFILE, OR THE REINSTATEMENT OF A
      *    REVOKED ONE WITH A FRESH SET OF ENTITLEMENTS.  A FLAG LEFT
      *    BLANK ON ADD IS NOT GRANTED.
      *-----------------------------------------------------------------
       2310-ADD-PROFILE.
           IF OPM-FOUND AND OP-ACTIVE
               DISPLAY 'PROFILE ALREADY ON FILE - ADD REJECTED'
                   LINE 15 COLUMN 1
               GO TO 2310-EXIT
           END-IF.
           MOVE SPACES TO OPER-PROFILE-RECORD.
           MOVE OPM-OPERATOR TO OP-OPERATOR.
           MOVE 'N' TO OP-ALL-BRANCHES-IND.
           MOVE 'N' TO OP-NARRATIVE-SEARCH-IND.
           MOVE 'N' TO OP-REGISTRATION-INQ-IND.
           MOVE 'N' TO OP-ARCHIVE-IND.
           MOVE 'N' TO OP-STAFF-BAR-IND.
           PERFORM 2340-SET-ENTERED-FLAGS THRU 2340-EXIT.
           PERFORM 2350-LOAD-BRANCHES THRU 2350-EXIT.
           SET OP-ACTIVE TO TRUE.
           PERFORM 2360-STAMP-MAINTENANCE THRU 2360-EXIT.
           IF OPM-FOUND
               REWRITE OPER-PROFILE-RECORD
                   INVALID KEY
                       DISPLAY 'ADD FAILED' LINE 15 COLUMN 1
                       GO TO 2310-EXIT
               END-REWRITE
           ELSE
               WRITE OPER-PROFILE-RECORD
                   INVALID KEY
                       DISPLAY 'ADD FAILED' LINE 15 COLUMN 1
                       GO TO 2310-EXIT
               END-WRITE
           END-IF.
           SET OPM-RESULT-APPLIED TO TRUE.
           MOVE OP-ENTITLEMENTS TO OPM-NEW-ENTITLEMENTS.
           DISPLAY 'PROFILE ADDED' LINE 15 COLUMN 1.
       2310-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2320-CHANGE-PROFILE - CHANGE THE ENTITLEMENTS OF AN ACTIVE
      *    PROFILE.  A BLANK FLAG KEEPS THE VALUE ON FILE; A KEYED
      *    BRANCH LIST REPLACES THE LIST ON FILE OUTRIGHT.  A CHANGE
      *    THAT WOULD LEAVE NEITHER ALL BRANCHES NOR ANY BRANCH IS
      *    REFUSED.
      *-----------------------------------------------------------------
       2320-CHANGE-PROFILE.
           IF NOT OPM-FOUND
               DISPLAY 'PROFILE NOT ON FILE - CHANGE REJECTED'
                   LINE 15 COLUMN 1
               GO TO 2320-EXIT
           END-IF.
           IF NOT OP-ACTIVE
               DISPLAY 'PROFILE IS REVOKED - CHANGE REJECTED'
                   LINE 15 COLUMN 1
               GO TO 2320-EXIT
           END-IF.
           PERFORM 2340-SET-ENTERED-FLAGS THRU 2340-EXIT.
           IF OPM-NEW-BRANCH-COUNT > ZERO
               PERFORM 2350-LOAD-BRANCHES THRU 2350-EXIT
           END-IF.
           IF NOT OP-ALL-BRANCHES AND OP-BRANCH-COUNT = ZERO
               DISPLAY 'NO BRANCHES WOULD REMAIN - CHANGE REJECTED'
                   LINE 15 COLUMN 1
               GO TO 2320-EXIT
           END-IF.
           PERFORM 2360-STAMP-MAINTENANCE THRU 2360-EXIT.
           REWRITE OPER-PROFILE-RECORD
               INVALID KEY
                   DISPLAY 'CHANGE FAILED' LINE 15 COLUMN 1
                   GO TO 2320-EXIT
           END-REWRITE.
           SET OPM-RESULT-APPLIED TO TRUE.
           MOVE OP-ENTITLEMENTS TO OPM-NEW-ENTITLEMENTS.
           DISPLAY 'PROFILE CHANGED' LINE 15 COLUMN 1.
       2320-EXIT.
           EXIT.

       2330-REVOKE-PROFILE.
           IF NOT OPM-FOUND
               DISPLAY 'PROFILE NOT ON FILE - REVOKE REJECTED'
                   LINE 15 COLUMN 1
               GO TO 2330-EXIT
           END-IF.
           SET OP-REVOKED TO TRUE.
           PERFORM 2360-STAMP-MAINTENANCE THRU 2360-EXIT.
           REWRITE OPER-PROFILE-RECORD
               INVALID KEY
                   DISPLAY 'REVOKE FAILED' LINE 15 COLUMN 1
                   GO TO 2330-EXIT
           END-REWRITE.
           SET OPM-RESULT-APPLIED TO TRUE.
           MOVE OP-ENTITLEMENTS TO OPM-NEW-ENTITLEMENTS.
           DISPLAY 'PROFILE REVOKED' LINE 15 COLUMN 1.
       2330-EXIT.
           EXIT.

       2340-SET-ENTERED-FLAGS.
           IF OPM-ALL-BRANCHES NOT = SPACE
               MOVE OPM-ALL-BRANCHES TO OP-ALL-BRANCHES-IND
           END-IF.
           IF OPM-NARRATIVE NOT = SPACE
               MOVE OPM-NARRATIVE TO OP-NARRATIVE-SEARCH-IND
           END-IF.
           IF OPM-REGISTRATION NOT = SPACE
               MOVE OPM-REGISTRATION TO OP-REGISTRATION-INQ-IND
           END-IF.
           IF OPM-ARCHIVE NOT = SPACE
               MOVE OPM-ARCHIVE TO OP-ARCHIVE-IND
           END-IF.
           IF OPM-STAFF-BAR NOT = SPACE
               MOVE OPM-STAFF-BAR TO OP-STAFF-BAR-IND
           END-IF.
       2340-EXIT.
           EXIT.

       2350-LOAD-BRANCHES.
           MOVE OPM-NEW-BRANCH-COUNT TO OP-BRANCH-COUNT.
           PERFORM 2355-LOAD-BRANCH-ENTRY THRU 2355-EXIT
               VARYING OPM-SUB FROM 1 BY 1
               UNTIL OPM-SUB > 10.
       2350-EXIT.
           EXIT.

       2355-LOAD-BRANCH-ENTRY.
           MOVE OPM-NEW-BRANCH(OPM-SUB) TO OP-BRANCH(OPM-SUB).
       2355-EXIT.
           EXIT.

       2360-STAMP-MAINTENANCE.
           ACCEPT OP-LAST-MAINT-DATE FROM DATE YYYYMMDD.
           PERFORM 2900-GET-CURRENT-TIME THRU 2900-EXIT.
           MOVE OPM-TIME-8(1:6) TO OP-LAST-MAINT-TIME.
           MOVE OPM-MAINT-USER TO OP-LAST-MAINT-USER.
           MOVE OPM-APPROVED-BY TO OP-APPROVED-BY.
       2360-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2400-WRITE-AUDIT-RECORD - LOG THIS MAINTENANCE ATTEMPT,
      *    WHETHER IT WAS APPLIED OR REJECTED.
      *-----------------------------------------------------------------
       2400-WRITE-AUDIT-RECORD.
           ACCEPT PA-MAINT-DATE FROM DATE YYYYMMDD.
           PERFORM 2900-GET-CURRENT-TIME THRU 2900-EXIT.
           MOVE OPM-TIME-8(1:6) TO PA-MAINT-TIME.
           MOVE OPM-MAINT-USER TO PA-MAINT-USER.
           IF OPM-ACTION = 'A'
               MOVE 'ADD' TO PA-ACTION
           ELSE
               IF OPM-ACTION = 'C'
                   MOVE 'CHANGE' TO PA-ACTION
               ELSE
                   IF OPM-ACTION = 'R'
                       MOVE 'REVOKE' TO PA-ACTION
                   ELSE
                       MOVE 'INVALD' TO PA-ACTION
                   END-IF
               END-IF
           END-IF.
           MOVE OPM-OPERATOR TO PA-OPERATOR.
           MOVE OPM-OLD-ENTITLEMENTS TO PA-OLD-ENTITLEMENTS.
           MOVE OPM-NEW-ENTITLEMENTS TO PA-NEW-ENTITLEMENTS.
           MOVE OPM-APPROVED-BY TO PA-APPROVED-BY.
           IF OPM-RESULT-APPLIED
               MOVE 'APPLIED' TO PA-RESULT
           ELSE
               MOVE 'REJECTED' TO PA-RESULT
           END-IF.
           WRITE OPER-PROF-AUD-RECORD.
           ADD 1 TO OPM-MAINT-COUNT.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2900-GET-CURRENT-TIME - ACCEPT FROM TIME RETURNS AN 8-DIGIT
      *    HHMMSSSS VALUE; CALLERS TAKE THE LEADING HHMMSS PORTION.
      *-----------------------------------------------------------------
       2900-GET-CURRENT-TIME.
           ACCEPT OPM-TIME-8 FROM TIME.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9000-TERMINATE - CLOSE FILES.
      *-----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE OPER-PROFILE-FILE.
           CLOSE OPER-PROF-AUD-FILE.
           DISPLAY 'OPPROFMAINT ACTIONS LOGGED: ' OPM-MAINT-COUNT
               LINE 17 COLUMN 1.
       9000-EXIT.
           EXIT.
