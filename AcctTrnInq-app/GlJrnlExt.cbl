       IDENTIFICATION DIVISION.
      *****************************************************************
      *    PROGRAM-ID  :  GLJRNLEXT
      *    AUTHOR      :  S. KUBACKI
      *    INSTALLATION:  DEPOSIT SYSTEMS
      *    DATE-WRITTEN:  2026-10-15
      *    DATE-COMPILED:
      *-----------------------------------------------------------------
      *    DESCRIPTION  :  NIGHTLY GL JOURNAL POSTING EXTRACT.  WALKS
      *                    THE PROCESS DATE'S POSTINGS OFF THE ACCTTRNPD
      *                    COMPANION FILE, FETCHES EACH FROM ACCTTRN,
      *                    AND LOOKS ITS SOURCE/TYPE CODES UP ON THE
      *                    GLMAP TABLE.  EVERY POSTING JOURNALS AS A
      *                    BALANCED PAIR - THE CUSTOMER SIDE TO THE
      *                    MAPPED DEPOSIT GL ACCOUNT AND THE OPPOSITE
      *                    SIDE TO THE MAPPED CONTRA GL ACCOUNT - UNDER
      *                    THE POSTING'S BRANCH.  THE PAIRS ARE SORTED
      *                    AND SUMMARISED INTO ONE JOURNAL DETAIL PER
      *                    GL ACCOUNT AND BRANCH ON THE GLJRNL
      *                    HEADER/DETAIL/TRAILER INTERFACE FILE THE
      *                    LEDGER LOADS, REPLACING THE HAND-KEYED DAILY
      *                    SUMMARY JOURNAL.
      *
      *                    A POSTING WHOSE CODES HAVE NO ACTIVE
      *                    MAPPING, OR A COMPANION ENTRY WHOSE POSTING
      *                    IS GONE, STOPS THE EXTRACT - EVERY SUCH
      *                    POSTING IS LISTED ON THE REPORT, NO JOURNAL
      *                    IS WRITTEN, AND THE RUN IS LEFT AS STARTED
      *                    ON RUN CONTROL SO THE RERUN AFTER THE
      *                    MAPPING IS ADDED IS NOT REFUSED.  A JOURNAL
      *                    THAT QUIETLY DROPPED POSTINGS WOULD LEAVE
      *                    THE LEDGER OUT OF BALANCE WITH THE DEPOSIT
      *                    SYSTEM.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL PROGRAM.
      *****************************************************************
       PROGRAM-ID.  GlJrnlExt.
       AUTHOR.      S. KUBACKI.
       INSTALLATION. DEPOSIT SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-TRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AT-TRN-KEY
               FILE STATUS IS GJX-ACCT-TRN-STATUS.
           SELECT ACCT-TRN-PD-FILE ASSIGN TO "ACCTTRNPD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS GJX-TRN-PD-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-KEY
               FILE STATUS IS GJX-GL-MAP-STATUS.
           SELECT GL-JRNL-PARM-FILE ASSIGN TO "GLJRNLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GJX-PARM-STATUS.
           SELECT GL-JRNL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GJX-JRNL-STATUS.
           SELECT GL-JRNL-RPT-FILE ASSIGN TO "GLJRNLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GJX-RPT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-TRN-FILE.
       COPY AcctTrn.

       FD  ACCT-TRN-PD-FILE.
       COPY AcctTrnPd.

       FD  GL-MAP-FILE.
       COPY GlMap.

       FD  GL-JRNL-PARM-FILE.
       COPY GlJrnlParm.

       FD  GL-JRNL-FILE.
       COPY GlJrnl.

       FD  GL-JRNL-RPT-FILE.
       COPY GlJrnlRpt.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SJ-GL-ACCOUNT              PIC X(16).
           05  SJ-BRANCH                  PIC 9(04).
           05  SJ-DEBIT-AMOUNT            PIC 9(11)V99.
           05  SJ-CREDIT-AMOUNT           PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       77  GJX-ACCT-TRN-STATUS        PIC X(02) VALUE '00'.
       77  GJX-TRN-PD-STATUS          PIC X(02) VALUE '00'.
       77  GJX-GL-MAP-STATUS          PIC X(02) VALUE '00'.
       77  GJX-PARM-STATUS            PIC X(02) VALUE '00'.
       77  GJX-JRNL-STATUS            PIC X(02) VALUE '00'.
       77  GJX-RPT-STATUS             PIC X(02) VALUE '00'.
       77  GJX-PROCESS-DATE           PIC 9(08) VALUE ZERO.
       77  GJX-TODAY                  PIC 9(08) VALUE ZERO.
       77  GJX-TIME-8                 PIC 9(08) VALUE ZERO.
       77  GJX-EOF-SW                 PIC X(01) VALUE 'N'.
           88  GJX-EOF                    VALUE 'Y'.
       77  GJX-SORT-EOF-SW            PIC X(01) VALUE 'N'.
           88  GJX-SORT-EOF               VALUE 'Y'.
       77  GJX-RUN-REJECTED-SW        PIC X(01) VALUE 'N'.
           88  GJX-RUN-REJECTED           VALUE 'Y'.
       77  GJX-FILES-OPEN-SW          PIC X(01) VALUE 'N'.
           88  GJX-FILES-OPEN             VALUE 'Y'.
       77  GJX-JRNL-OPEN-SW           PIC X(01) VALUE 'N'.
           88  GJX-JRNL-OPEN              VALUE 'Y'.
       77  GJX-MAPPED-SW              PIC X(01) VALUE 'N'.
           88  GJX-MAPPED                 VALUE 'Y'.
       77  GJX-FIRST-LINE-SW          PIC X(01) VALUE 'Y'.
           88  GJX-FIRST-LINE             VALUE 'Y'.
       77  GJX-LOOKUP-TYPE            PIC X(02) VALUE SPACES.
       77  GJX-POSTING-COUNT          PIC 9(09) VALUE ZERO.
       77  GJX-UNMAPPED-COUNT         PIC 9(09) VALUE ZERO.
       77  GJX-MISSING-COUNT          PIC 9(09) VALUE ZERO.
       77  GJX-DETAIL-COUNT           PIC 9(09) VALUE ZERO.
       77  GJX-DEBIT-GRAND-TOTAL      PIC 9(13)V99 VALUE ZERO.
       77  GJX-CREDIT-GRAND-TOTAL     PIC 9(13)V99 VALUE ZERO.
       77  GJX-CURR-GL-ACCOUNT        PIC X(16) VALUE SPACES.
       77  GJX-CURR-BRANCH            PIC 9(04) VALUE ZERO.
       77  GJX-LINE-DEBIT             PIC 9(13)V99 VALUE ZERO.
       77  GJX-LINE-CREDIT            PIC 9(13)V99 VALUE ZERO.
       77  GJX-LINE-COUNT             PIC 9(09) VALUE ZERO.

       COPY RunCtlReq.

       COPY FeedGuardReq.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT GJX-RUN-REJECTED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SJ-GL-ACCOUNT
                   ON ASCENDING KEY SJ-BRANCH
                   INPUT PROCEDURE IS 2000-RELEASE-POSTINGS
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-WRITE-JOURNAL
                       THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      *-----------------------------------------------------------------
      *    1000-INITIALIZE - READ THE PROCESS DATE, REGISTER THE RUN,
      *    CHECK THE DAY'S FEEDS ARE IN AND OPEN THE FILES THE SORT
      *    PROCEDURES USE.  THE JOURNAL ITSELF IS NOT OPENED UNTIL
      *    EVERY POSTING HAS BEEN FOUND TO MAP.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT GJX-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT GL-JRNL-PARM-FILE.
           READ GL-JRNL-PARM-FILE INTO GL-JRNL-PARM-RECORD
               AT END
                   MOVE ZERO TO JP-PROCESS-DATE
           END-READ.
           CLOSE GL-JRNL-PARM-FILE.
           MOVE JP-PROCESS-DATE TO GJX-PROCESS-DATE.
           IF GJX-PROCESS-DATE = ZERO
               MOVE GJX-TODAY TO GJX-PROCESS-DATE
           END-IF.
           PERFORM 1900-RUN-CONTROL-START THRU 1900-EXIT.
           IF GJX-RUN-REJECTED
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1950-CHECK-EXPECTED-FEEDS THRU 1950-EXIT.
           IF GJX-RUN-REJECTED
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT GL-MAP-FILE.
           IF GJX-GL-MAP-STATUS NOT = '00'
               SET GJX-RUN-REJECTED TO TRUE
               DISPLAY 'GLJRNLEXT: GL MAPPING TABLE NOT AVAILABLE '
                   '- RUN STOPPED'
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT ACCT-TRN-FILE.
           OPEN INPUT ACCT-TRN-PD-FILE.
           OPEN OUTPUT GL-JRNL-RPT-FILE.
           SET GJX-FILES-OPEN TO TRUE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1900-RUN-CONTROL-START - REGISTER THIS RUN ON THE RUN
      *    CONTROL FILE.  A DUPLICATE ANSWER MEANS THE JOURNAL FOR
      *    THIS PROCESS DATE WAS ALREADY PRODUCED - A SECOND ONE WOULD
      *    BE LOADED TWICE, SO THE RUN IS REFUSED.
      *-----------------------------------------------------------------
       1900-RUN-CONTROL-START.
           SET RCL-FUNC-START TO TRUE.
           MOVE 'GLJRNLEXT' TO RCL-JOB-NAME.
           MOVE GJX-PROCESS-DATE TO RCL-PARM-DATE.
           MOVE SPACES TO RCL-PARM-TEXT.
           MOVE ZERO TO RCL-COUNT-1.
           MOVE ZERO TO RCL-COUNT-2.
           CALL 'RunCtlLog' USING RUN-CTL-REQUEST.
           IF RCL-DUPLICATE-RUN
               DISPLAY 'GLJRNLEXT: ALREADY COMPLETED FOR THIS '
                   'PROCESS DATE - RUN REFUSED'
               SET GJX-RUN-REJECTED TO TRUE
           END-IF.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1950-CHECK-EXPECTED-FEEDS - REFUSE THE RUN WHILE ANY FEED
      *    THE CALENDAR EXPECTS FOR THE PROCESS DATE HAS NOT COMPLETED
      *    ITS INTAKE - A JOURNAL OF HALF A DAY'S POSTINGS WOULD BE
      *    LOADED AND THE REST NEVER SENT.  A SITE WITH NO CALENDAR
      *    FILE YET IS WARNED AND CARRIES ON.
      *-----------------------------------------------------------------
       1950-CHECK-EXPECTED-FEEDS.
           MOVE GJX-PROCESS-DATE TO FGD-PROCESS-DATE.
           CALL 'FeedGuard' USING FEED-GUARD-REQUEST.
           IF FGD-FEEDS-OUTSTANDING
               DISPLAY 'GLJRNLEXT: ' FGD-OUTSTANDING-COUNT
                   ' EXPECTED FEEDS STILL OUTSTANDING (FIRST: '
                   FGD-FIRST-MISSING ') - RUN REFUSED'
               SET GJX-RUN-REJECTED TO TRUE
               GO TO 1950-EXIT
           END-IF.
           IF FGD-CHECK-FAILED
               DISPLAY 'GLJRNLEXT: EXPECTED-FEED CALENDAR NOT '
                   'AVAILABLE - CONTINUING UNGUARDED'
           END-IF.
       1950-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2000-RELEASE-POSTINGS - SORT INPUT: POSITION THE COMPANION
      *    FILE AT THE PROCESS DATE AND RELEASE THE JOURNAL PAIR FOR
      *    EACH POSTING.  ONCE ONE POSTING HAS FAILED TO MAP NOTHING
      *    MORE IS RELEASED, BUT THE SWEEP RUNS ON SO EVERY UNMAPPED
      *    POSTING IS LISTED IN THE ONE RUN.
      *-----------------------------------------------------------------
       2000-RELEASE-POSTINGS.
           MOVE GJX-PROCESS-DATE TO PD-PROCESS-DATE.
           MOVE LOW-VALUES TO PD-ACCOUNT-NUMBER.
           MOVE ZERO TO PD-EFFECTIVE-DATE.
           MOVE ZERO TO PD-SERIAL-NO.
           MOVE 'N' TO GJX-EOF-SW.
           START ACCT-TRN-PD-FILE KEY IS NOT LESS THAN PD-KEY
               INVALID KEY
                   SET GJX-EOF TO TRUE
           END-START.
           PERFORM 2100-RELEASE-ONE-POSTING THRU 2100-EXIT
               UNTIL GJX-EOF.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE-POSTING.
           READ ACCT-TRN-PD-FILE NEXT RECORD
               AT END
                   SET GJX-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF PD-PROCESS-DATE NOT = GJX-PROCESS-DATE
               SET GJX-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF.
           MOVE PD-ACCOUNT-NUMBER TO AT-ACCOUNT-NUMBER.
           MOVE PD-EFFECTIVE-DATE TO AT-EFFECTIVE-DATE.
           MOVE PD-SERIAL-NO TO AT-SERIAL-NO.
           READ ACCT-TRN-FILE
               INVALID KEY
                   PERFORM 2300-LIST-MISSING-POSTING THRU 2300-EXIT
                   GO TO 2100-EXIT
           END-READ.
           PERFORM 2200-LOOK-UP-MAPPING THRU 2200-EXIT.
           IF NOT GJX-MAPPED
               PERFORM 2400-LIST-UNMAPPED-POSTING THRU 2400-EXIT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO GJX-POSTING-COUNT.
           IF GJX-UNMAPPED-COUNT NOT = ZERO
              OR GJX-MISSING-COUNT NOT = ZERO
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2500-RELEASE-JOURNAL-PAIR THRU 2500-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2200-LOOK-UP-MAPPING - THE POSTING'S SOURCE CODE AND TYPE
      *    CODE MUST HAVE AN ACTIVE GLMAP ENTRY.  THE TYPE CODE IS
      *    CARRIED NUMERIC ON THE POSTING AND AS TWO CHARACTERS ON THE
      *    CODE TABLES, THE SAME AS THE TRNCODTBL LOOKUPS.
      *-----------------------------------------------------------------
       2200-LOOK-UP-MAPPING.
           MOVE 'N' TO GJX-MAPPED-SW.
           MOVE AT-TYPE-CODE TO GJX-LOOKUP-TYPE.
           MOVE AT-SOURCE-CODE TO GM-SOURCE-CODE.
           MOVE GJX-LOOKUP-TYPE TO GM-TYPE-CODE.
           READ GL-MAP-FILE
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           IF GM-ACTIVE
               SET GJX-MAPPED TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

       2300-LIST-MISSING-POSTING.
           MOVE SPACES TO GL-JRNL-RPT-RECORD.
           MOVE 'MISSING' TO JR-RPT-STATUS.
           MOVE PD-ACCOUNT-NUMBER TO JR-RPT-ACCOUNT-NUMBER.
           MOVE PD-EFFECTIVE-DATE TO JR-RPT-EFFECTIVE-DATE.
           MOVE PD-SERIAL-NO TO JR-RPT-SERIAL-NO.
           MOVE ZERO TO JR-RPT-AMOUNT.
           WRITE GL-JRNL-RPT-RECORD.
           ADD 1 TO GJX-MISSING-COUNT.
       2300-EXIT.
           EXIT.

       2400-LIST-UNMAPPED-POSTING.
           MOVE SPACES TO GL-JRNL-RPT-RECORD.
           MOVE 'UNMAPPED' TO JR-RPT-STATUS.
           MOVE AT-ACCOUNT-NUMBER TO JR-RPT-ACCOUNT-NUMBER.
           MOVE AT-EFFECTIVE-DATE TO JR-RPT-EFFECTIVE-DATE.
           MOVE AT-SERIAL-NO TO JR-RPT-SERIAL-NO.
           MOVE AT-SOURCE-CODE TO JR-RPT-SOURCE-CODE.
           MOVE GJX-LOOKUP-TYPE TO JR-RPT-TYPE-CODE.
           MOVE AT-CR-IND TO JR-RPT-CR-IND.
           MOVE AT-AMOUNT TO JR-RPT-AMOUNT.
           WRITE GL-JRNL-RPT-RECORD.
           ADD 1 TO GJX-UNMAPPED-COUNT.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2500-RELEASE-JOURNAL-PAIR - A CUSTOMER CREDIT CREDITS THE
      *    DEPOSIT GL ACCOUNT AND DEBITS THE CONTRA; A CUSTOMER DEBIT
      *    THE REVERSE.  BOTH HALVES CARRY THE POSTING'S BRANCH, SO
      *    EACH BRANCH'S JOURNAL BALANCES ON ITS OWN.
      *-----------------------------------------------------------------
       2500-RELEASE-JOURNAL-PAIR.
           MOVE GM-DEPOSIT-GL-ACCOUNT TO SJ-GL-ACCOUNT.
           MOVE AT-BRANCH TO SJ-BRANCH.
           IF AT-IS-CREDIT
               MOVE ZERO TO SJ-DEBIT-AMOUNT
               MOVE AT-AMOUNT TO SJ-CREDIT-AMOUNT
           ELSE
               MOVE AT-AMOUNT TO SJ-DEBIT-AMOUNT
               MOVE ZERO TO SJ-CREDIT-AMOUNT
           END-IF.
           RELEASE SORT-WORK-RECORD.
           MOVE GM-CONTRA-GL-ACCOUNT TO SJ-GL-ACCOUNT.
           MOVE AT-BRANCH TO SJ-BRANCH.
           IF AT-IS-CREDIT
               MOVE AT-AMOUNT TO SJ-DEBIT-AMOUNT
               MOVE ZERO TO SJ-CREDIT-AMOUNT
           ELSE
               MOVE ZERO TO SJ-DEBIT-AMOUNT
               MOVE AT-AMOUNT TO SJ-CREDIT-AMOUNT
           END-IF.
           RELEASE SORT-WORK-RECORD.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3000-WRITE-JOURNAL - SORT OUTPUT: WHEN ANY POSTING FAILED
      *    TO MAP THE EXTRACT STOPS HERE WITH NO JOURNAL WRITTEN.
      *    OTHERWISE ONE DETAIL PER GL ACCOUNT AND BRANCH, BETWEEN THE
      *    HEADER AND A TRAILER CARRYING THE COUNT AND GRAND TOTALS.
      *-----------------------------------------------------------------
       3000-WRITE-JOURNAL.
           IF GJX-UNMAPPED-COUNT NOT = ZERO
              OR GJX-MISSING-COUNT NOT = ZERO
               SET GJX-RUN-REJECTED TO TRUE
               DISPLAY 'GLJRNLEXT: POSTINGS WITHOUT A GL MAPPING '
                   'OR MISSING - NO JOURNAL WRITTEN'
               GO TO 3000-EXIT
           END-IF.
           OPEN OUTPUT GL-JRNL-FILE.
           SET GJX-JRNL-OPEN TO TRUE.
           PERFORM 3100-WRITE-HEADER THRU 3100-EXIT.
           MOVE 'N' TO GJX-SORT-EOF-SW.
           MOVE 'Y' TO GJX-FIRST-LINE-SW.
           PERFORM 3200-SUMMARISE-ONE-ENTRY THRU 3200-EXIT
               UNTIL GJX-SORT-EOF.
           IF NOT GJX-FIRST-LINE
               PERFORM 3300-WRITE-DETAIL THRU 3300-EXIT
           END-IF.
           PERFORM 3400-WRITE-TRAILER THRU 3400-EXIT.
       3000-EXIT.
           EXIT.

       3100-WRITE-HEADER.
           MOVE SPACES TO GL-JRNL-RECORD.
           SET JL-HEADER-REC TO TRUE.
           MOVE GJX-PROCESS-DATE TO JL-FILE-PROCESS-DATE.
           MOVE 'DEPOSITS' TO JL-SOURCE-SYSTEM.
           MOVE GJX-TODAY TO JL-CREATED-DATE.
           ACCEPT GJX-TIME-8 FROM TIME.
           MOVE GJX-TIME-8(1:6) TO JL-CREATED-TIME.
           WRITE GL-JRNL-RECORD.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3200-SUMMARISE-ONE-ENTRY - ADD ONE JOURNAL HALF TO THE
      *    CURRENT GL ACCOUNT/BRANCH LINE, WRITING THE LINE OUT WHEN
      *    EITHER CHANGES.
      *-----------------------------------------------------------------
       3200-SUMMARISE-ONE-ENTRY.
           RETURN SORT-WORK-FILE
               AT END
                   SET GJX-SORT-EOF TO TRUE
                   GO TO 3200-EXIT
           END-RETURN.
           IF NOT GJX-FIRST-LINE
              AND (SJ-GL-ACCOUNT NOT = GJX-CURR-GL-ACCOUNT
                   OR SJ-BRANCH NOT = GJX-CURR-BRANCH)
               PERFORM 3300-WRITE-DETAIL THRU 3300-EXIT
           END-IF.
           IF GJX-FIRST-LINE
              OR SJ-GL-ACCOUNT NOT = GJX-CURR-GL-ACCOUNT
              OR SJ-BRANCH NOT = GJX-CURR-BRANCH
               MOVE SJ-GL-ACCOUNT TO GJX-CURR-GL-ACCOUNT
               MOVE SJ-BRANCH TO GJX-CURR-BRANCH
               MOVE ZERO TO GJX-LINE-DEBIT
               MOVE ZERO TO GJX-LINE-CREDIT
               MOVE ZERO TO GJX-LINE-COUNT
               MOVE 'N' TO GJX-FIRST-LINE-SW
           END-IF.
           ADD SJ-DEBIT-AMOUNT TO GJX-LINE-DEBIT.
           ADD SJ-CREDIT-AMOUNT TO GJX-LINE-CREDIT.
           ADD 1 TO GJX-LINE-COUNT.
       3200-EXIT.
           EXIT.

       3300-WRITE-DETAIL.
           MOVE SPACES TO GL-JRNL-RECORD.
           SET JL-DETAIL-REC TO TRUE.
           MOVE GJX-CURR-GL-ACCOUNT TO JL-GL-ACCOUNT.
           MOVE GJX-CURR-BRANCH TO JL-BRANCH.
           MOVE GJX-PROCESS-DATE TO JL-PROCESS-DATE.
           MOVE GJX-LINE-DEBIT TO JL-DEBIT-TOTAL.
           MOVE GJX-LINE-CREDIT TO JL-CREDIT-TOTAL.
           MOVE GJX-LINE-COUNT TO JL-POSTING-COUNT.
           WRITE GL-JRNL-RECORD.
           ADD 1 TO GJX-DETAIL-COUNT.
           ADD GJX-LINE-DEBIT TO GJX-DEBIT-GRAND-TOTAL.
           ADD GJX-LINE-CREDIT TO GJX-CREDIT-GRAND-TOTAL.
           MOVE SPACES TO GL-JRNL-RPT-RECORD.
           MOVE 'JOURNAL' TO JR-RPT-STATUS.
           MOVE GJX-CURR-GL-ACCOUNT TO JR-RPT-GL-ACCOUNT.
           MOVE GJX-CURR-BRANCH TO JR-RPT-BRANCH.
           MOVE GJX-LINE-DEBIT TO JR-RPT-DEBIT-TOTAL.
           MOVE GJX-LINE-CREDIT TO JR-RPT-CREDIT-TOTAL.
           MOVE GJX-LINE-COUNT TO JR-RPT-POSTING-COUNT.
           WRITE GL-JRNL-RPT-RECORD.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3400-WRITE-TRAILER - EVERY POSTING WAS RELEASED AS A
      *    BALANCED PAIR, SO THE GRAND TOTALS AGREE; IF THEY EVER DO
      *    NOT, SAY SO LOUDLY - THE LEDGER WILL REFUSE THE FILE.
      *-----------------------------------------------------------------
       3400-WRITE-TRAILER.
           MOVE SPACES TO GL-JRNL-RECORD.
           SET JL-TRAILER-REC TO TRUE.
           MOVE GJX-DETAIL-COUNT TO JL-RECORD-COUNT.
           MOVE GJX-DEBIT-GRAND-TOTAL TO JL-DEBIT-GRAND-TOTAL.
           MOVE GJX-CREDIT-GRAND-TOTAL TO JL-CREDIT-GRAND-TOTAL.
           WRITE GL-JRNL-RECORD.
           IF GJX-DEBIT-GRAND-TOTAL NOT = GJX-CREDIT-GRAND-TOTAL
               DISPLAY 'GLJRNLEXT: JOURNAL DOES NOT BALANCE - '
                   'DEBITS ' GJX-DEBIT-GRAND-TOTAL
                   ' CREDITS ' GJX-CREDIT-GRAND-TOTAL
           END-IF.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9000-TERMINATE - CLOSE FILES AND DISPLAY RUN COUNTS.
      *-----------------------------------------------------------------
       9000-TERMINATE.
           IF GJX-FILES-OPEN
               CLOSE ACCT-TRN-FILE
               CLOSE ACCT-TRN-PD-FILE
               CLOSE GL-MAP-FILE
               CLOSE GL-JRNL-RPT-FILE
           END-IF.
           IF GJX-JRNL-OPEN
               CLOSE GL-JRNL-FILE
           END-IF.
           DISPLAY 'GLJRNLEXT POSTINGS MAPPED: ' GJX-POSTING-COUNT.
           DISPLAY 'GLJRNLEXT JOURNAL DETAILS: ' GJX-DETAIL-COUNT.
           DISPLAY 'GLJRNLEXT TOTAL DEBITS: ' GJX-DEBIT-GRAND-TOTAL.
           DISPLAY 'GLJRNLEXT TOTAL CREDITS: ' GJX-CREDIT-GRAND-TOTAL.
           IF GJX-UNMAPPED-COUNT NOT = ZERO
               DISPLAY 'GLJRNLEXT UNMAPPED POSTINGS: '
                   GJX-UNMAPPED-COUNT
           END-IF.
           IF GJX-MISSING-COUNT NOT = ZERO
               DISPLAY 'GLJRNLEXT COMPANION ENTRIES WITHOUT '
                   'POSTINGS: ' GJX-MISSING-COUNT
           END-IF.
           PERFORM 9900-RUN-CONTROL-END THRU 9900-EXIT.
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9900-RUN-CONTROL-END - COMPLETE THIS RUN'S RUN CONTROL
      *    RECORD WITH THE HEADLINE COUNTS.  NOTHING TO COMPLETE IF
      *    THE START WAS NEVER REGISTERED, AND A RUN STOPPED FOR
      *    UNMAPPED POSTINGS IS LEFT AS STARTED SO THE RERUN AFTER
      *    THE MAPPING IS ADDED IS NOT REFUSED AS A DUPLICATE.
      *-----------------------------------------------------------------
       9900-RUN-CONTROL-END.
           IF NOT RCL-OK
               GO TO 9900-EXIT
           END-IF.
           IF GJX-RUN-REJECTED
               GO TO 9900-EXIT
           END-IF.
           SET RCL-FUNC-END TO TRUE.
           MOVE GJX-POSTING-COUNT TO RCL-COUNT-1.
           MOVE GJX-DETAIL-COUNT TO RCL-COUNT-2.
           CALL 'RunCtlLog' USING RUN-CTL-REQUEST.
       9900-EXIT.
           EXIT.
