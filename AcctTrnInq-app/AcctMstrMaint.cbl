      *                      ENTRY AND A REGISTRATION CHANGE MOVES IT,
      *                      SO THE REGISTRATION-LEVEL INQUIRY NEVER
      *                      READS A STALE OWNER.
      *    2026-10-15 SRK    ADDED THE CHANGE-DELIVERY ACTION FOR THE
      *                      STATEMENT DELIVERY PREFERENCE (PAPER,
      *                      ELECTRONIC OR BOTH) - SAME DUAL APPROVAL
      *                      AND ACCTMNTAUD TRAIL.  A NEW ACCOUNT
      *                      STARTS ON PAPER.
      *    2026-10-15 SRK    ADDED THE CHANGE-STAFF-FLAG ACTION FOR THE
      *                      NEW STAFF-ACCOUNT FLAG THE INQUIRY
      *                      SERVICE'S OPERATOR ENTITLEMENTS TEST -
      *                      SAME DUAL APPROVAL AND ACCTMNTAUD TRAIL.
      *                      A NEW ACCOUNT STARTS AS NOT STAFF.
      *    2026-10-15 SRK    AN ACCOUNT IS NO LONGER CLOSED BY A STATUS
      *                      CHANGE HERE - CLOSURE GOES THROUGH THE
      *                      ACCTCLOSE SETTLEMENT RUN, WHICH PAYS OUT
      *                      THE BALANCE AND FINAL INTEREST FIRST.
      *                      REOPENING A CLOSED ACCOUNT CLEARS ITS
      *                      CLOSED DATE.
      *****************************************************************
       PROGRAM-ID.  AcctMstrMaint.
       AUTHOR.      S. KUBACKI.
       77  MM-NEW-STATUS              PIC X(01) VALUE SPACE.
       77  MM-CYCLE-DAY-X             PIC X(02) VALUE SPACES.
       77  MM-FREQUENCY               PIC X(01) VALUE SPACE.
       77  MM-DELIVERY                PIC X(01) VALUE SPACE.
       77  MM-STAFF-IND               PIC X(01) VALUE SPACE.
       77  MM-BRANCH-X                PIC X(06) VALUE SPACES.
       77  MM-CURRENCY-CODE           PIC X(03) VALUE SPACES.
       77  MM-MAINT-USER              PIC X(08) VALUE SPACES.
      *-----------------------------------------------------------------
       2100-DISPLAY-AND-ACCEPT.
           DISPLAY 'ACCOUNT MASTER MAINTENANCE' LINE 1 COLUMN 1.
           DISPLAY 'ACTION (A=ADD, R=CHG REGISTRATION, D=CHG DELIVERY,'
               ' F=CHG STAFF FLAG,' LINE 3 COLUMN 1.
           DISPLAY 'S=CHG STATUS, B=CHG BRANCH, C=CHG CYCLE, X=EXIT):'
               LINE 4 COLUMN 1.
           ACCEPT MM-ACTION LINE 4 COLUMN 53.
               DISPLAY 'FREQUENCY (M/Q):' LINE 8 COLUMN 1
               ACCEPT MM-FREQUENCY LINE 8 COLUMN 19
           END-IF.
           IF MM-ACTION = 'D'
               DISPLAY 'STATEMENT DELIVERY (P/E/B):' LINE 8 COLUMN 1
               ACCEPT MM-DELIVERY LINE 8 COLUMN 29
           END-IF.
           IF MM-ACTION = 'F'
               DISPLAY 'STAFF ACCOUNT (Y/N):' LINE 8 COLUMN 1
               ACCEPT MM-STAFF-IND LINE 8 COLUMN 22
           END-IF.
           DISPLAY 'MAINTAINED BY (USER ID):' LINE 9 COLUMN 1.
           ACCEPT MM-MAINT-USER LINE 9 COLUMN 27.
           DISPLAY 'APPROVED BY (BLANK CANCELS CHANGE):'
           SET MM-ENTRY-OK TO TRUE.
           IF MM-ACTION NOT = 'A' AND MM-ACTION NOT = 'R'
              AND MM-ACTION NOT = 'S' AND MM-ACTION NOT = 'B'
              AND MM-ACTION NOT = 'C' AND MM-ACTION NOT = 'D'
              AND MM-ACTION NOT = 'F'
               DISPLAY 'INVALID ACTION - ENTRY REJECTED'
                   LINE 14 COLUMN 1
               SET MM-ENTRY-REJECTED TO TRUE
               SET MM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF MM-ACTION = 'S' AND MM-NEW-STATUS = 'C'
               DISPLAY 'CLOSE THROUGH THE ACCTCLOSE RUN - '
                   'ENTRY REJECTED' LINE 14 COLUMN 1
               SET MM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF MM-ACTION = 'C'
              AND (MM-CYCLE-DAY-X NOT NUMERIC
                   OR MM-CYCLE-DAY-X < '01'
               SET MM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF MM-ACTION = 'D'
              AND MM-DELIVERY NOT = 'P' AND MM-DELIVERY NOT = 'E'
              AND MM-DELIVERY NOT = 'B'
               DISPLAY 'DELIVERY MUST BE P, E, OR B - ENTRY REJECTED'
                   LINE 14 COLUMN 1
               SET MM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF MM-ACTION = 'F'
              AND MM-STAFF-IND NOT = 'Y' AND MM-STAFF-IND NOT = 'N'
               DISPLAY 'STAFF FLAG MUST BE Y OR N - ENTRY REJECTED'
                   LINE 14 COLUMN 1
               SET MM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF MM-APPROVED-BY = SPACES
               DISPLAY 'NO APPROVER ENTERED - CHANGE NOT APPLIED'
                   LINE 14 COLUMN 1
               PERFORM 2350-CHANGE-CYCLE THRU 2350-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF MM-ACTION = 'D'
               PERFORM 2355-CHANGE-DELIVERY THRU 2355-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF MM-ACTION = 'F'
               PERFORM 2357-CHANGE-STAFF-FLAG THRU 2357-EXIT
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2340-CHANGE-BRANCH THRU 2340-EXIT.
       2300-EXIT.
           EXIT.
           MOVE ZERO TO AM-STMT-CYCLE-DAY.
           MOVE SPACE TO AM-STMT-FREQUENCY.
           MOVE ZERO TO AM-LAST-STMT-DATE.
           MOVE 'P' TO AM-STMT-DELIVERY.
           MOVE 'N' TO AM-STAFF-IND.
           MOVE ZERO TO AM-CLOSED-DATE.
           WRITE ACCT-MSTR-RECORD
               INVALID KEY
                   DISPLAY 'ADD FAILED' LINE 14 COLUMN 1
       2330-CHANGE-STATUS.
           MOVE AM-ACCOUNT-STATUS TO MM-OLD-VALUE.
           MOVE MM-NEW-STATUS TO AM-ACCOUNT-STATUS.
           MOVE ZERO TO AM-CLOSED-DATE.
           REWRITE ACCT-MSTR-RECORD
               INVALID KEY
                   DISPLAY 'CHANGE FAILED' LINE 14 COLUMN 1
       2350-EXIT.
           EXIT.

       2355-CHANGE-DELIVERY.
           MOVE AM-STMT-DELIVERY TO MM-OLD-VALUE.
           MOVE MM-DELIVERY TO AM-STMT-DELIVERY.
           REWRITE ACCT-MSTR-RECORD
               INVALID KEY
                   DISPLAY 'CHANGE FAILED' LINE 14 COLUMN 1
                   GO TO 2355-EXIT
           END-REWRITE.
           SET MM-RESULT-APPLIED TO TRUE.
           MOVE MM-DELIVERY TO MM-NEW-VALUE.
           DISPLAY 'DELIVERY CHANGED' LINE 14 COLUMN 1.
       2355-EXIT.
           EXIT.

       2357-CHANGE-STAFF-FLAG.
           MOVE AM-STAFF-IND TO MM-OLD-VALUE.
           MOVE MM-STAFF-IND TO AM-STAFF-IND.
           REWRITE ACCT-MSTR-RECORD
               INVALID KEY
                   DISPLAY 'CHANGE FAILED' LINE 14 COLUMN 1
                   GO TO 2357-EXIT
           END-REWRITE.
           SET MM-RESULT-APPLIED TO TRUE.
           MOVE MM-STAFF-IND TO MM-NEW-VALUE.
           DISPLAY 'STAFF FLAG CHANGED' LINE 14 COLUMN 1.
       2357-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2360-WRITE-REGX-ENTRY - THE CROSS-REFERENCE ENTRY FOR THE
      *    ACCOUNT JUST ADDED.  AN ENTRY ALREADY THERE IS LEFT - THE
                           IF MM-ACTION = 'C'
                               MOVE 'CHGCYC' TO MA-ACTION
                           ELSE
                               IF MM-ACTION = 'D'
                                   MOVE 'CHGDLV' TO MA-ACTION
                               ELSE
                                   IF MM-ACTION = 'F'
                                       MOVE 'CHGSTF' TO MA-ACTION
                                   ELSE
                                       MOVE 'INVALD' TO MA-ACTION
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
