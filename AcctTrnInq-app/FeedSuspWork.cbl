      *                    LATE ON.  A REPOSTED DETAIL CARRIES TODAY AS
      *                    ITS PROCESS DATE, SO IT FLOWS THROUGH
      *                    TONIGHT'S RECONCILIATION AND SNAPSHOT RUNS
      *                    LIKE ANY OTHER POSTING.  AN ENTRY FEEDINTAKE
      *                    HELD AS A SUSPECTED DUPLICATE IS EITHER
      *                    RELEASED - POSTED AS SENT AND MARKED WORKED
      *                    - OR CONFIRMED AS A DUPLICATE AND CLOSED
      *                    WITHOUT ANYTHING BEING POSTED.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *                      AND THE DAY-NUMBER ARITHMETIC NOW USES
      *                      THE SAME PRIOR-YEAR FORM AS THE DORMANCY
      *                      REVIEW AND THE BREAK AGING REPORT.
      *    2026-10-15 SRK    RELEASE AND CONFIRM-DUPLICATE ACTIONS FOR
      *                      ENTRIES FEEDINTAKE HELD AS SUSPECTED
      *                      DUPLICATES OF AN ITEM ALREADY POSTED.
      *    2026-10-15 SRK    REFUSE TO WORK A SUSPECTED DUPLICATE
      *                      UNDER W - IT IS RELEASED OR CONFIRMED.
      *****************************************************************
       PROGRAM-ID.  FeedSuspWork.
       AUTHOR.      S. KUBACKI.
       77  FSW-TODAY                  PIC 9(08) VALUE ZERO.
       77  FSW-LISTED-COUNT           PIC 9(05) VALUE ZERO.
       77  FSW-REPOSTED-COUNT         PIC 9(05) VALUE ZERO.
       77  FSW-RELEASED-COUNT         PIC 9(05) VALUE ZERO.
       77  FSW-CONFIRMED-COUNT        PIC 9(05) VALUE ZERO.
       77  FSW-AGE-DAYS               PIC S9(07) VALUE ZERO.
       77  FSW-TODAY-DAY-NO           PIC 9(07) VALUE ZERO.
       77  FSW-ENTRY-DAY-NO           PIC 9(07) VALUE ZERO.
      *-----------------------------------------------------------------
       2000-WORK-LOOP.
           DISPLAY 'FEED SUSPENSE WORK' LINE 1 COLUMN 1.
           DISPLAY 'ACTION (B=BROWSE OPEN, W=WORK ENTRY, '
               'R=RELEASE DUPLICATE,' LINE 3 COLUMN 1.
           DISPLAY 'D=CONFIRM DUPLICATE, A=AGING LIST, X=EXIT):'
               LINE 4 COLUMN 1.
           ACCEPT FSW-ACTION LINE 4 COLUMN 45.
           IF FSW-ACTION = 'X' OR FSW-ACTION = 'x'
               SET FSW-EXIT-REQUESTED TO TRUE
               GO TO 2000-EXIT
               PERFORM 5000-AGING-LIST THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF FSW-ACTION = 'R' OR FSW-ACTION = 'D'
               PERFORM 6000-RESOLVE-SUSPECTED-DUP THRU 6000-EXIT
               GO TO 2000-EXIT
           END-IF.
           DISPLAY 'INVALID ACTION' LINE 14 COLUMN 1.
       2000-EXIT.
           EXIT.
      *    4000-WORK-ONE-ENTRY - CORRECT AND REPOST ONE OPEN SUSPENSE
      *    ENTRY.  THE CORRECTED DETAIL MUST PASS EVERY EDIT
      *    FEEDINTAKE APPLIES BEFORE ANYTHING IS POSTED; A DETAIL THAT
      *    STILL FAILS STAYS OPEN WITH ITS NEW REASON ON DISPLAY.  A
      *    SUSPECTED DUPLICATE IS NOT WORKED HERE - IT NEEDS THE
      *    RELEASE OR CONFIRM DECISION 6000 RECORDS.
      *-----------------------------------------------------------------
       4000-WORK-ONE-ENTRY.
           PERFORM 3100-ACCEPT-FEED-AND-DATE THRU 3100-EXIT.
                   ' BY ' FS-WORKED-USER LINE 14 COLUMN 1
               GO TO 4000-EXIT
           END-IF.
           IF FS-CONFIRMED-DUP
               DISPLAY 'ENTRY CONFIRMED DUPLICATE ON ' FS-WORKED-DATE
                   ' BY ' FS-WORKED-USER LINE 14 COLUMN 1
               GO TO 4000-EXIT
           END-IF.
           IF FS-REJECT-REASON = 'SUSPECTED DUPLICATE'
               DISPLAY 'SUSPECTED DUPLICATE - USE R TO RELEASE OR D '
                   'TO CONFIRM' LINE 14 COLUMN 1
               GO TO 4000-EXIT
           END-IF.
           MOVE FS-DETAIL-IMAGE TO FEED-IN-RECORD.
           PERFORM 4100-ACCEPT-CORRECTIONS THRU 4100-EXIT.
           PERFORM 4300-EDIT-DETAIL THRU 4300-EXIT.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6000-RESOLVE-SUSPECTED-DUP - RELEASE OR CONFIRM ONE OPEN
      *    ENTRY FEEDINTAKE HELD AS A SUSPECTED DUPLICATE.  RELEASE
      *    (R) MEANS THE OPERATOR HAS FOUND THE DETAIL IS GENUINE - IT
      *    IS POSTED AS THE FEEDER SENT IT, THROUGH THE SAME EDIT,
      *    SERIAL, POSTING AND GL CONTROL PATH AS A WORKED ENTRY, AND
      *    MARKED WORKED.  CONFIRM (D) MEANS IT REPEATS AN ITEM
      *    ALREADY POSTED - NOTHING IS POSTED AND THE ENTRY IS CLOSED
      *    AS A CONFIRMED DUPLICATE WITH WHO CONFIRMED IT AND WHEN.
      *    ONLY A SUSPECTED-DUPLICATE ENTRY CAN BE RESOLVED HERE;
      *    ANY OTHER REJECT IS CORRECTED THROUGH W.
      *-----------------------------------------------------------------
       6000-RESOLVE-SUSPECTED-DUP.
           PERFORM 3100-ACCEPT-FEED-AND-DATE THRU 3100-EXIT.
           DISPLAY 'SUSPENSE SEQ:' LINE 7 COLUMN 1.
           ACCEPT FSW-SUSP-SEQ-X LINE 7 COLUMN 16.
           MOVE ZERO TO FSW-SUSP-SEQ.
           IF FSW-SUSP-SEQ-X NUMERIC
               MOVE FSW-SUSP-SEQ-X TO FSW-SUSP-SEQ
           END-IF.
           DISPLAY 'WORKED BY (USER ID):' LINE 8 COLUMN 1.
           ACCEPT FSW-WORK-USER LINE 8 COLUMN 23.
           IF FSW-WORK-USER = SPACES
               DISPLAY 'USER ID MAY NOT BE BLANK - ENTRY NOT WORKED'
                   LINE 14 COLUMN 1
               GO TO 6000-EXIT
           END-IF.
           MOVE FSW-FEED-SOURCE TO FS-FEED-SOURCE.
           MOVE FSW-PROCESS-DATE TO FS-PROCESS-DATE.
           MOVE FSW-SUSP-SEQ TO FS-SUSP-SEQ.
           READ FEED-SUSP-FILE
               INVALID KEY
                   DISPLAY 'SUSPENSE ENTRY NOT ON FILE'
                       LINE 14 COLUMN 1
                   GO TO 6000-EXIT
           END-READ.
           IF NOT FS-OPEN
               DISPLAY 'ENTRY ALREADY CLOSED ON ' FS-WORKED-DATE
                   ' BY ' FS-WORKED-USER LINE 14 COLUMN 1
               GO TO 6000-EXIT
           END-IF.
           IF FS-REJECT-REASON NOT = 'SUSPECTED DUPLICATE'
               DISPLAY 'NOT A SUSPECTED DUPLICATE - USE W TO WORK '
                   'THIS ENTRY' LINE 14 COLUMN 1
               GO TO 6000-EXIT
           END-IF.
           MOVE FS-DETAIL-IMAGE TO FEED-IN-RECORD.
           DISPLAY 'REASON: ' FS-REJECT-REASON LINE 9 COLUMN 1.
           DISPLAY 'ACCT ' FI-ACCOUNT-NUMBER
               ' EFFDATE ' FI-EFFECTIVE-DATE LINE 10 COLUMN 1.
           DISPLAY 'AMT ' FI-AMOUNT ' CR ' FI-CR-IND
               ' SRCE ' FI-SOURCE-CODE ' TYPE ' FI-TYPE-CODE
               LINE 11 COLUMN 1.
           IF FSW-ACTION = 'D'
               PERFORM 6100-CONFIRM-DUPLICATE THRU 6100-EXIT
               GO TO 6000-EXIT
           END-IF.
           PERFORM 4300-EDIT-DETAIL THRU 4300-EXIT.
           IF FSW-EDIT-FAILED
               DISPLAY 'CANNOT RELEASE: ' FSW-REJECT-REASON
                   ' - ENTRY LEFT OPEN' LINE 14 COLUMN 1
               GO TO 6000-EXIT
           END-IF.
           PERFORM 4500-ASSIGN-SERIAL-NO THRU 4500-EXIT.
           PERFORM 4600-POST-TRANSACTION THRU 4600-EXIT.
           IF FSW-EDIT-FAILED
               DISPLAY 'POSTING FAILED: ' FSW-REJECT-REASON
                   ' - ENTRY LEFT OPEN' LINE 14 COLUMN 1
               GO TO 6000-EXIT
           END-IF.
           PERFORM 4800-MARK-ENTRY-WORKED THRU 4800-EXIT.
           ADD 1 TO FSW-RELEASED-COUNT.
           DISPLAY 'ENTRY RELEASED, POSTED AND MARKED WORKED'
               LINE 14 COLUMN 1.
       6000-EXIT.
           EXIT.

       6100-CONFIRM-DUPLICATE.
           SET FS-CONFIRMED-DUP TO TRUE.
           MOVE FSW-TODAY TO FS-WORKED-DATE.
           MOVE FSW-WORK-USER TO FS-WORKED-USER.
           REWRITE FEED-SUSP-RECORD
               INVALID KEY
                   DISPLAY 'FEEDSUSPWORK: SUSPENSE ENTRY NOT '
                       'CONFIRMED FOR SEQ ' FS-SUSP-SEQ
                   GO TO 6100-EXIT
           END-REWRITE.
           ADD 1 TO FSW-CONFIRMED-COUNT.
           DISPLAY 'ENTRY CONFIRMED DUPLICATE - NOTHING POSTED'
               LINE 14 COLUMN 1.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8200-DATE-TO-DAY-NO - TURN FSW-DN-DATE (CCYYMMDD) INTO A
      *    SERIAL DAY NUMBER SO TWO DATES SUBTRACT TO CALENDAR DAYS:
           CLOSE GL-CTL-FILE.
           DISPLAY 'FEEDSUSPWORK ENTRIES REPOSTED: '
               FSW-REPOSTED-COUNT LINE 20 COLUMN 1.
           DISPLAY 'FEEDSUSPWORK DUPLICATES RELEASED: '
               FSW-RELEASED-COUNT LINE 21 COLUMN 1.
           DISPLAY 'FEEDSUSPWORK DUPLICATES CONFIRMED: '
               FSW-CONFIRMED-COUNT LINE 22 COLUMN 1.
       9000-EXIT.
           EXIT.
