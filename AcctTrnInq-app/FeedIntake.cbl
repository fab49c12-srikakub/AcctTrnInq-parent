      *                    SUSPENSE FILE WITH ITS REASON INSTEAD OF THE
      *                    LIVE FILE.  AT-SERIAL-NO IS ASSIGNED HERE,
      *                    NOT BY THE FEEDER, SO TWO FEEDS CAN NEVER
      *                    COLLIDE ON AT-TRN-KEY.  EVERY ACCEPTED FILE
      *                    IS ENTERED ON THE FEEDREG REGISTER BY FEED,
      *                    COUNT, AMOUNT TOTAL AND AMOUNT HASH; A FILE
      *                    THAT MATCHES ONE ALREADY REGISTERED IS A
      *                    RESEND AND IS REFUSED WHATEVER HEADER DATE
      *                    IT CARRIES.  A DETAIL MATCHING AN ITEM THE
      *                    SAME FEED ALREADY POSTED WITHIN THE LOOKBACK
      *                    WINDOW IS HELD IN SUSPENSE AS A SUSPECTED
      *                    DUPLICATE FOR FEEDSUSPWORK TO RELEASE OR
      *                    CONFIRM.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *                      WITHIN THE FEED/PROCESS DATE, SO
      *                      FEEDSUSPWORK CAN CORRECT AND REPOST THEM
      *                      AND MARK THEM WORKED.
      *    2026-10-15 SRK    KEEP A REGISTER OF ACCEPTED FILES ON
      *                      FEEDREG AND REFUSE A FILE ALREADY
      *                      RECEIVED UNDER ANOTHER HEADER DATE; HOLD
      *                      A DETAIL MATCHING A POSTING THE SAME FEED
      *                      MADE WITHIN THE LOOKBACK WINDOW IN
      *                      SUSPENSE AS A SUSPECTED DUPLICATE.
      *    2026-10-15 SRK    REFUSE THE RUN WHEN FEEDREG CANNOT BE
      *                      OPENED OR READ INSTEAD OF REFUSING EVERY
      *                      FILE AS A RESEND.
      *****************************************************************
       PROGRAM-ID.  FeedIntake.
       AUTHOR.      S. KUBACKI.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-KEY
               FILE STATUS IS FIN-TRN-PD-STATUS.
           SELECT FEED-REG-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FR-REG-KEY
               FILE STATUS IS FIN-FEED-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-TRN-PD-FILE.
       COPY AcctTrnPd.

       FD  FEED-REG-FILE.
       COPY FeedReg.

       WORKING-STORAGE SECTION.
       77  FIN-FEED-IN-STATUS         PIC X(02) VALUE '00'.
       77  FIN-ACCT-TRN-STATUS        PIC X(02) VALUE '00'.
       77  FIN-TRN-CODE-STATUS        PIC X(02) VALUE '00'.
       77  FIN-SUSP-STATUS            PIC X(02) VALUE '00'.
       77  FIN-TRN-PD-STATUS          PIC X(02) VALUE '00'.
       77  FIN-FEED-REG-STATUS        PIC X(02) VALUE '00'.
       77  FIN-EOF-SW                 PIC X(01) VALUE 'N'.
           88  FIN-EOF                    VALUE 'Y'.
       77  FIN-FILE-REJECT-SW         PIC X(01) VALUE 'N'.
       77  FIN-NEXT-SUSP-SEQ          PIC 9(06) VALUE ZERO.
       77  FIN-SUSP-SCAN-DONE-SW      PIC X(01) VALUE 'N'.
           88  FIN-SUSP-SCAN-DONE         VALUE 'Y'.
       77  FIN-AMOUNT-HASH            PIC 9(16)V99 VALUE ZERO.
       77  FIN-TIME-8                 PIC 9(08) VALUE ZERO.
      *    HOW MANY DAYS BACK FROM THIS FILE'S PROCESS DATE A PRIOR
      *    POSTING FROM THE SAME FEED CAN MAKE A DETAIL A SUSPECTED
      *    DUPLICATE.
       77  FIN-DUP-LOOKBACK-DAYS      PIC 9(03) VALUE 7.
       77  FIN-DUP-SCAN-DONE-SW       PIC X(01) VALUE 'N'.
           88  FIN-DUP-SCAN-DONE          VALUE 'Y'.
       77  FIN-PROCESS-DAY-NO         PIC 9(07) VALUE ZERO.
       77  FIN-POSTED-AGE-DAYS        PIC S9(07) VALUE ZERO.
       77  FIN-DUP-SUSPENDED-COUNT    PIC 9(09) VALUE ZERO.
       77  FIN-DN-DAY-NO              PIC 9(07) VALUE ZERO.
       77  FIN-DN-Q4                  PIC 9(04) VALUE ZERO.
       77  FIN-DN-Q100                PIC 9(04) VALUE ZERO.
       77  FIN-DN-Q400                PIC 9(04) VALUE ZERO.
       77  FIN-DN-QUOT                PIC 9(04) VALUE ZERO.
       77  FIN-DN-PRIOR-YEAR          PIC 9(04) VALUE ZERO.
       77  FIN-DN-REM4                PIC 9(04) VALUE ZERO.
       77  FIN-DN-REM100              PIC 9(04) VALUE ZERO.
       77  FIN-DN-REM400              PIC 9(04) VALUE ZERO.

      *    DAY-NUMBER WORK AREAS FOR THE LOOKBACK ARITHMETIC.
       01  FIN-DAY-NO-DATE-GRP.
           05  FIN-DN-DATE            PIC 9(08).
       01  FIN-DAY-NO-BREAKDOWN REDEFINES FIN-DAY-NO-DATE-GRP.
           05  FIN-DN-YYYY            PIC 9(04).
           05  FIN-DN-MM              PIC 9(02).
           05  FIN-DN-DD              PIC 9(02).
       01  FIN-CUM-DAYS-TBL.
           05  FILLER                 PIC 9(03) VALUE 000.
           05  FILLER                 PIC 9(03) VALUE 031.
           05  FILLER                 PIC 9(03) VALUE 059.
           05  FILLER                 PIC 9(03) VALUE 090.
           05  FILLER                 PIC 9(03) VALUE 120.
           05  FILLER                 PIC 9(03) VALUE 151.
           05  FILLER                 PIC 9(03) VALUE 181.
           05  FILLER                 PIC 9(03) VALUE 212.
           05  FILLER                 PIC 9(03) VALUE 243.
           05  FILLER                 PIC 9(03) VALUE 273.
           05  FILLER                 PIC 9(03) VALUE 304.
           05  FILLER                 PIC 9(03) VALUE 334.
       01  FIN-CUM-DAYS REDEFINES FIN-CUM-DAYS-TBL.
           05  FIN-CUM-DAYS-ENTRY     PIC 9(03) OCCURS 12 TIMES.

       COPY RunCtlReq.

      *-----------------------------------------------------------------
      *    1000-INITIALIZE - OPEN FILES AND READ THE FEED FILE HEADER.
      *    A FILE THAT DOES NOT LEAD WITH A HEADER RECORD IS REFUSED
      *    OUTRIGHT - THERE IS NOTHING TO BALANCE IT AGAINST.  THE
      *    FEEDREG REGISTER IS OPENED BEFORE THE FILES THAT ARE POSTED
      *    TO: WITHOUT IT NO RESEND CAN BE CAUGHT, SO THE RUN IS
      *    REFUSED THERE AND LEFT STARTED ON RUN CONTROL FOR A RERUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT FEED-IN-FILE.
               GO TO 1000-EXIT
           END-IF.
           ACCEPT FIN-TODAY FROM DATE YYYYMMDD.
           OPEN I-O FEED-REG-FILE.
           IF FIN-FEED-REG-STATUS NOT = '00'
               DISPLAY 'FEEDINTAKE: FILE REGISTER NOT AVAILABLE - '
                   'STATUS ' FIN-FEED-REG-STATUS ' - RUN REFUSED'
               SET FIN-FILE-REJECTED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O ACCT-TRN-FILE.
           OPEN INPUT TRN-CODE-TBL-FILE.
           OPEN I-O FEED-SUSP-FILE.
           OPEN I-O ACCT-TRN-PD-FILE.
           SET FIN-PRODUCT-FILES-OPEN TO TRUE.
           MOVE FIN-PROCESS-DATE TO FIN-DN-DATE.
           PERFORM 8200-DATE-TO-DAY-NO THRU 8200-EXIT.
           MOVE FIN-DN-DAY-NO TO FIN-PROCESS-DAY-NO.
       1000-EXIT.
           EXIT.

           PERFORM 2100-BALANCE-ONE-RECORD THRU 2100-EXIT
               UNTIL FIN-EOF.
           PERFORM 2900-VERIFY-TRAILER THRU 2900-EXIT.
           PERFORM 2950-CHECK-FILE-REGISTER THRU 2950-EXIT.
       2000-EXIT.
           EXIT.

               ADD 1 TO FIN-DETAIL-COUNT
               IF FI-AMOUNT NUMERIC
                   ADD FI-AMOUNT TO FIN-AMOUNT-TOTAL
                   ADD FI-AMOUNT TO FIN-AMOUNT-HASH
               END-IF
               IF FI-EFFECTIVE-DATE NUMERIC
                   ADD FI-EFFECTIVE-DATE TO FIN-AMOUNT-HASH
               END-IF
               IF FI-TRANSACTION-TIME NUMERIC
                   ADD FI-TRANSACTION-TIME TO FIN-AMOUNT-HASH
               END-IF
               GO TO 2100-EXIT
           END-IF.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2950-CHECK-FILE-REGISTER - A BALANCED FILE WHOSE FEED,
      *    COUNT, AMOUNT TOTAL AND AMOUNT HASH ARE ALREADY ON THE
      *    REGISTER IS A FILE WE HAVE ALREADY POSTED, WHATEVER HEADER
      *    DATE IT NOW CARRIES - REFUSED WHOLE, NOTHING POSTED.  A FILE
      *    WITH NO DETAILS IS NEVER A RESEND AND IS NOT LOOKED UP.
      *    ONLY A NOT-FOUND ANSWER LETS THE FILE THROUGH; A READ THAT
      *    FAILS OUTRIGHT STOPS THE RUN UNDER ITS OWN MESSAGE RATHER
      *    THAN PASS FOR A RESEND.
      *-----------------------------------------------------------------
       2950-CHECK-FILE-REGISTER.
           IF FIN-FILE-REJECTED
               GO TO 2950-EXIT
           END-IF.
           IF FIN-DETAIL-COUNT = ZERO
               GO TO 2950-EXIT
           END-IF.
           MOVE FIN-FEED-SOURCE TO FR-FEED-SOURCE.
           MOVE FIN-DETAIL-COUNT TO FR-DETAIL-COUNT.
           MOVE FIN-AMOUNT-TOTAL TO FR-AMOUNT-TOTAL.
           MOVE FIN-AMOUNT-HASH TO FR-AMOUNT-HASH.
           READ FEED-REG-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FIN-FEED-REG-STATUS = '23'
               GO TO 2950-EXIT
           END-IF.
           IF FIN-FEED-REG-STATUS NOT = '00'
               SET FIN-FILE-REJECTED TO TRUE
               DISPLAY 'FEEDINTAKE: FILE REGISTER READ FAILED - '
                   'STATUS ' FIN-FEED-REG-STATUS ' - RUN REFUSED'
               GO TO 2950-EXIT
           END-IF.
           SET FIN-FILE-REJECTED TO TRUE.
           DISPLAY 'FEEDINTAKE: FILE ALREADY RECEIVED UNDER HEADER '
               'DATE ' FR-HEADER-DATE ' ON ' FR-RECEIVED-DATE
               ' - RESEND REFUSED'.
       2950-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3000-POSTING-PASS - REREAD THE NOW-BALANCED FEED FILE AND
      *    EDIT AND POST EACH DETAIL.
           END-READ.
           PERFORM 3100-POST-ONE-RECORD THRU 3100-EXIT
               UNTIL FIN-EOF.
           PERFORM 3800-REGISTER-FILE THRU 3800-EXIT.
       3000-EXIT.
           EXIT.

               GO TO 3200-EXIT
           END-IF.
           PERFORM 3300-VALIDATE-CODES THRU 3300-EXIT.
           IF FIN-EDIT-FAILED
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3700-CHECK-PRIOR-POSTING THRU 3700-EXIT.
       3200-EXIT.
           EXIT.

       3660-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3700-CHECK-PRIOR-POSTING - A DETAIL THE SAME FEED ALREADY
      *    POSTED - SAME ACCOUNT, EFFECTIVE DATE, AMOUNT, CR INDICATOR,
      *    TRANSACTION TIME AND NARRATIVE, UNDER A PROCESS DATE WITHIN
      *    THE LOOKBACK WINDOW - IS A SUSPECTED DUPLICATE AND IS HELD
      *    IN SUSPENSE RATHER THAN POSTED A SECOND TIME.  THE WINDOW
      *    INCLUDES THIS FILE'S OWN PROCESS DATE, SO THE RERUN OF AN
      *    INTAKE THAT DIED PART WAY THROUGH HOLDS WHAT THE FIRST
      *    ATTEMPT ALREADY POSTED.  A REVERSED POSTING NO LONGER
      *    STANDS AND IS NOT A MATCH.  THE ACCOUNT/EFFECTIVEDATE IS
      *    ONE CONTIGUOUS KEY RANGE; THE SCAN READS THROUGH THE
      *    ACCT-TRN-RECORD AREA, SO IT RUNS BEFORE 3500 BUILDS THE
      *    OUTPUT RECORD THERE.
      *-----------------------------------------------------------------
       3700-CHECK-PRIOR-POSTING.
           MOVE FI-ACCOUNT-NUMBER TO AT-ACCOUNT-NUMBER.
           MOVE FI-EFFECTIVE-DATE TO AT-EFFECTIVE-DATE.
           MOVE ZERO TO AT-SERIAL-NO.
           MOVE 'N' TO FIN-DUP-SCAN-DONE-SW.
           START ACCT-TRN-FILE KEY IS NOT LESS THAN AT-TRN-KEY
               INVALID KEY
                   SET FIN-DUP-SCAN-DONE TO TRUE
           END-START.
           PERFORM 3750-CHECK-ONE-POSTING THRU 3750-EXIT
               UNTIL FIN-DUP-SCAN-DONE.
       3700-EXIT.
           EXIT.

       3750-CHECK-ONE-POSTING.
           READ ACCT-TRN-FILE NEXT RECORD
               AT END
                   SET FIN-DUP-SCAN-DONE TO TRUE
                   GO TO 3750-EXIT
           END-READ.
           IF AT-ACCOUNT-NUMBER NOT = FI-ACCOUNT-NUMBER
              OR AT-EFFECTIVE-DATE NOT = FI-EFFECTIVE-DATE
               SET FIN-DUP-SCAN-DONE TO TRUE
               GO TO 3750-EXIT
           END-IF.
           IF AT-FEED-SOURCE NOT = FIN-FEED-SOURCE
              OR AT-AMOUNT NOT = FI-AMOUNT
              OR AT-CR-IND NOT = FI-CR-IND
              OR AT-TRANSACTION-TIME NOT = FI-TRANSACTION-TIME
              OR AT-NARRATIVE NOT = FI-NARRATIVE
               GO TO 3750-EXIT
           END-IF.
           IF AT-REVERSED
               GO TO 3750-EXIT
           END-IF.
           MOVE AT-PROCESS-DATE TO FIN-DN-DATE.
           PERFORM 8200-DATE-TO-DAY-NO THRU 8200-EXIT.
           SUBTRACT FIN-DN-DAY-NO FROM FIN-PROCESS-DAY-NO
               GIVING FIN-POSTED-AGE-DAYS.
           IF FIN-POSTED-AGE-DAYS < ZERO
              OR FIN-POSTED-AGE-DAYS > FIN-DUP-LOOKBACK-DAYS
               GO TO 3750-EXIT
           END-IF.
           MOVE 'SUSPECTED DUPLICATE' TO FIN-REJECT-REASON.
           SET FIN-EDIT-FAILED TO TRUE.
           ADD 1 TO FIN-DUP-SUSPENDED-COUNT.
           SET FIN-DUP-SCAN-DONE TO TRUE.
       3750-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3800-REGISTER-FILE - ENTER THE POSTED FILE ON THE REGISTER
      *    SO THE SAME FILE SENT AGAIN, UNDER ANY HEADER DATE, IS
      *    REFUSED BY 2950.  A FILE WITH NO DETAILS IS NOT REGISTERED.
      *-----------------------------------------------------------------
       3800-REGISTER-FILE.
           IF FIN-DETAIL-COUNT = ZERO
               GO TO 3800-EXIT
           END-IF.
           MOVE SPACES TO FEED-REG-RECORD.
           MOVE FIN-FEED-SOURCE TO FR-FEED-SOURCE.
           MOVE FIN-DETAIL-COUNT TO FR-DETAIL-COUNT.
           MOVE FIN-AMOUNT-TOTAL TO FR-AMOUNT-TOTAL.
           MOVE FIN-AMOUNT-HASH TO FR-AMOUNT-HASH.
           MOVE FIN-PROCESS-DATE TO FR-HEADER-DATE.
           MOVE FIN-TODAY TO FR-RECEIVED-DATE.
           ACCEPT FIN-TIME-8 FROM TIME.
           MOVE FIN-TIME-8(1:6) TO FR-RECEIVED-TIME.
           MOVE FIN-POSTED-COUNT TO FR-POSTED-COUNT.
           MOVE FIN-SUSPENDED-COUNT TO FR-SUSPENDED-COUNT.
           WRITE FEED-REG-RECORD
               INVALID KEY
                   DISPLAY 'FEEDINTAKE: FILE REGISTER ENTRY ALREADY '
                       'ON FILE - INVESTIGATE'
           END-WRITE.
       3800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8200-DATE-TO-DAY-NO - TURN FIN-DN-DATE (CCYYMMDD) INTO A
      *    SERIAL DAY NUMBER SO TWO DATES SUBTRACT TO CALENDAR DAYS -
      *    THE SAME ARITHMETIC FEEDSUSPWORK AND THE BREAK AGING REPORT
      *    USE.
      *-----------------------------------------------------------------
       8200-DATE-TO-DAY-NO.
           SUBTRACT 1 FROM FIN-DN-YYYY GIVING FIN-DN-PRIOR-YEAR.
           DIVIDE FIN-DN-PRIOR-YEAR BY 4 GIVING FIN-DN-Q4
               REMAINDER FIN-DN-REM4.
           DIVIDE FIN-DN-PRIOR-YEAR BY 100 GIVING FIN-DN-Q100
               REMAINDER FIN-DN-REM100.
           DIVIDE FIN-DN-PRIOR-YEAR BY 400 GIVING FIN-DN-Q400
               REMAINDER FIN-DN-REM400.
           COMPUTE FIN-DN-DAY-NO =
               FIN-DN-PRIOR-YEAR * 365
               + FIN-DN-Q4 - FIN-DN-Q100 + FIN-DN-Q400
               + FIN-CUM-DAYS-ENTRY(FIN-DN-MM) + FIN-DN-DD.
           IF FIN-DN-MM > 02
               DIVIDE FIN-DN-YYYY BY 4 GIVING FIN-DN-QUOT
                   REMAINDER FIN-DN-REM4
               DIVIDE FIN-DN-YYYY BY 100 GIVING FIN-DN-QUOT
                   REMAINDER FIN-DN-REM100
               DIVIDE FIN-DN-YYYY BY 400 GIVING FIN-DN-QUOT
                   REMAINDER FIN-DN-REM400
               IF FIN-DN-REM4 = 0
                  AND (FIN-DN-REM100 NOT = 0 OR FIN-DN-REM400 = 0)
                   ADD 1 TO FIN-DN-DAY-NO
               END-IF
           END-IF.
       8200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9000-TERMINATE - CLOSE FILES AND DISPLAY RUN COUNTS.
      *-----------------------------------------------------------------
               CLOSE TRN-CODE-TBL-FILE
               CLOSE FEED-SUSP-FILE
               CLOSE ACCT-TRN-PD-FILE
               CLOSE FEED-REG-FILE
           END-IF.
           IF FIN-FILE-REJECTED
               DISPLAY 'FEEDINTAKE: FILE REFUSED - NOTHING POSTED'
           DISPLAY 'FEEDINTAKE DETAILS READ: ' FIN-DETAIL-COUNT.
           DISPLAY 'FEEDINTAKE POSTED: ' FIN-POSTED-COUNT.
           DISPLAY 'FEEDINTAKE SUSPENDED: ' FIN-SUSPENDED-COUNT.
           DISPLAY 'FEEDINTAKE SUSPECTED DUPLICATES: '
               FIN-DUP-SUSPENDED-COUNT.
           PERFORM 9900-RUN-CONTROL-END THRU 9900-EXIT.
       9000-EXIT.
           EXIT.
