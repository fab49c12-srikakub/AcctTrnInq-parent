       IDENTIFICATION DIVISION.
      *****************************************************************
      *    PROGRAM-ID  :  ACCTCLOSE
      *    AUTHOR      :  S. KUBACKI
      *    INSTALLATION:  DEPOSIT SYSTEMS
      *    DATE-WRITTEN:  2026-10-15
      *    DATE-COMPILED:
      *-----------------------------------------------------------------
      *    DESCRIPTION  :  ACCOUNT CLOSURE SETTLEMENT RUN.  TAKES THE
      *                    NIGHT'S CLOSURE REQUESTS AND, FOR EACH ONE,
      *                    ACCRUES INTEREST FROM THE FIRST OF THE MONTH
      *                    THROUGH THE CLOSURE DATE AT THE ACCRRATE
      *                    RATE - THE SAME DAILY-BALANCE ARITHMETIC AS
      *                    ACCTINTACCR - APPLIES THE MONTHLY SERVICE
      *                    FEE UNLESS THE WAIVER IS EARNED, AND PAYS
      *                    THE REMAINING BALANCE OUT BY THE REQUESTED
      *                    DISBURSEMENT METHOD.  THE FINAL INTEREST,
      *                    FEE AND PAYOUT GO OUT AS A STANDARD FEEDIN
      *                    FILE UNDER FEED SOURCE CLSF, SO THEY POST
      *                    THROUGH FEEDINTAKE LIKE EVERY OTHER FEED.
      *                    THE ACCOUNT IS MARKED CLOSED WITH ITS
      *                    CLOSED DATE, WHICH QUEUES ITS FINAL
      *                    STATEMENT ON THE NEXT ACCTSTMTEXTRACT CYCLE
      *                    RUN.  A CLOSURE IS REFUSED WHILE THE ACCOUNT
      *                    HAS AN OPEN FEEDSUSP ITEM, AN OPEN GLBREAK
      *                    BREAK OR AN ACTIVE ACCTHOLD HOLD, OR WHILE
      *                    ITS SETTLEMENT CANNOT BE TRUSTED - BALANCES
      *                    NOT YET SNAPPED THROUGH
      *                    THE CLOSURE DATE, THE MONTH ALREADY ACCRUED,
      *                    THE PRIOR MONTH NOT YET ACCRUED, POSTINGS
      *                    DATED AFTER THE CLOSURE DATE, OR AN
      *                    OVERDRAWN BALANCE - AND EVERY REASON IS
      *                    LISTED ON THE SETTLEMENT REPORT, NOT JUST
      *                    THE FIRST ONE FOUND.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL PROGRAM.
      *    2026-10-15 SRK    REFUSE A CLOSURE WHILE THE ACCOUNT HAS AN
      *                      ACTIVE HOLD ON ACCTHOLD - A GARNISHMENT,
      *                      FREEZE OR UNCOLLECTED DEPOSIT MUST NOT BE
      *                      PAID OUT.
      *****************************************************************
       PROGRAM-ID.  AcctClose.
       AUTHOR.      S. KUBACKI.
       INSTALLATION. DEPOSIT SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-PARM-FILE ASSIGN TO "CLOSEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACL-PARM-STATUS.
           SELECT CLOSE-REQ-FILE ASSIGN TO "CLOSEREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACL-REQ-STATUS.
           SELECT ACCT-MSTR-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS ACL-ACCT-MSTR-STATUS.
           SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-BAL-KEY
               FILE STATUS IS ACL-ACCT-BAL-STATUS.
           SELECT ACCR-RATE-FILE ASSIGN TO "ACCRRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-CURRENCY-CODE
               FILE STATUS IS ACL-RATE-STATUS.
           SELECT FEED-SUSP-FILE ASSIGN TO "FEEDSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SUSP-KEY
               FILE STATUS IS ACL-SUSP-STATUS.
           SELECT GL-BREAK-FILE ASSIGN TO "GLBREAK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-BREAK-KEY
               FILE STATUS IS ACL-BREAK-STATUS.
           SELECT ACCT-HOLD-FILE ASSIGN TO "ACCTHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-HOLD-KEY
               FILE STATUS IS ACL-HOLD-STATUS.
           SELECT TRN-CODE-TBL-FILE ASSIGN TO "TRNCODTBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-KEY
               FILE STATUS IS ACL-TRN-CODE-STATUS.
           SELECT FEED-OUT-FILE ASSIGN TO "CLSFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACL-FEED-OUT-STATUS.
           SELECT CLOSE-RPT-FILE ASSIGN TO "CLOSERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACL-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS ACL-RUN-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-PARM-FILE.
       COPY CloseParm.

       FD  CLOSE-REQ-FILE.
       COPY CloseReq.

       FD  ACCT-MSTR-FILE.
       COPY AcctMstr.

       FD  ACCT-BAL-FILE.
       COPY AcctBal.

       FD  ACCR-RATE-FILE.
       COPY AccrRate.

       FD  FEED-SUSP-FILE.
       COPY FeedSusp.

       FD  GL-BREAK-FILE.
       COPY GlBreak.

       FD  ACCT-HOLD-FILE.
       COPY AcctHold.

       FD  TRN-CODE-TBL-FILE.
       COPY TrnCodTbl.

       FD  FEED-OUT-FILE.
       COPY FeedIn.

       FD  CLOSE-RPT-FILE.
       COPY CloseRpt.

       FD  RUN-CTL-FILE.
       COPY RunCtl.

       WORKING-STORAGE SECTION.
       77  ACL-PARM-STATUS            PIC X(02) VALUE '00'.
       77  ACL-REQ-STATUS             PIC X(02) VALUE '00'.
       77  ACL-ACCT-MSTR-STATUS       PIC X(02) VALUE '00'.
       77  ACL-ACCT-BAL-STATUS        PIC X(02) VALUE '00'.
       77  ACL-RATE-STATUS            PIC X(02) VALUE '00'.
       77  ACL-SUSP-STATUS            PIC X(02) VALUE '00'.
       77  ACL-BREAK-STATUS           PIC X(02) VALUE '00'.
       77  ACL-HOLD-STATUS            PIC X(02) VALUE '00'.
       77  ACL-TRN-CODE-STATUS        PIC X(02) VALUE '00'.
       77  ACL-FEED-OUT-STATUS        PIC X(02) VALUE '00'.
       77  ACL-RPT-STATUS             PIC X(02) VALUE '00'.
       77  ACL-RUN-CTL-STATUS         PIC X(02) VALUE '00'.
       77  ACL-RUN-REJECT-SW          PIC X(01) VALUE 'N'.
           88  ACL-RUN-REJECTED           VALUE 'Y'.
       77  ACL-FILES-OPEN-SW          PIC X(01) VALUE 'N'.
           88  ACL-FILES-OPEN             VALUE 'Y'.
       77  ACL-RC-AVAILABLE-SW        PIC X(01) VALUE 'N'.
           88  ACL-RC-AVAILABLE           VALUE 'Y'.
       77  ACL-RC-SCAN-DONE-SW        PIC X(01) VALUE 'N'.
           88  ACL-RC-SCAN-DONE           VALUE 'Y'.
       77  ACL-EOF-SW                 PIC X(01) VALUE 'N'.
           88  ACL-EOF                    VALUE 'Y'.
       77  ACL-SCAN-DONE-SW           PIC X(01) VALUE 'N'.
           88  ACL-SCAN-DONE              VALUE 'Y'.
       77  ACL-ACCT-FOUND-SW          PIC X(01) VALUE 'N'.
           88  ACL-ACCT-FOUND             VALUE 'Y'.
       77  ACL-DATE-OK-SW             PIC X(01) VALUE 'N'.
           88  ACL-DATE-OK                VALUE 'Y'.
       77  ACL-RATE-FOUND-SW          PIC X(01) VALUE 'N'.
           88  ACL-RATE-FOUND             VALUE 'Y'.
       77  ACL-BAL-SEEN-SW            PIC X(01) VALUE 'N'.
           88  ACL-BAL-SEEN               VALUE 'Y'.
       77  ACL-TODAY                  PIC 9(08) VALUE ZERO.
       77  ACL-TIME-8                 PIC 9(08) VALUE ZERO.
       77  ACL-SNAP-THROUGH           PIC 9(08) VALUE ZERO.
       77  ACL-MONTH-START            PIC 9(08) VALUE ZERO.
       77  ACL-PRIOR-YYYYMM           PIC 9(06) VALUE ZERO.
       77  ACL-MAX-DAY                PIC 9(02) VALUE ZERO.
       77  ACL-CLOSE-DAY              PIC 9(02) VALUE ZERO.
       77  ACL-DAY                    PIC 9(02) VALUE ZERO.
       77  ACL-PAYOUT-TYPE-DESC       PIC X(20) VALUE SPACES.
       77  ACL-REASON-COUNT           PIC 9(05) VALUE ZERO.
       77  ACL-RUNNING-BALANCE        PIC S9(13)V99 VALUE ZERO.
       77  ACL-MIN-BALANCE            PIC S9(13)V99 VALUE ZERO.
       77  ACL-BAL-DAY-SUM            PIC S9(15)V99 VALUE ZERO.
       77  ACL-INTEREST               PIC 9(11)V99 VALUE ZERO.
       77  ACL-FEE                    PIC 9(07)V99 VALUE ZERO.
       77  ACL-NET-PAYOUT             PIC S9(13)V99 VALUE ZERO.
       77  ACL-PAYOUT                 PIC 9(11)V99 VALUE ZERO.
       77  ACL-REQUEST-COUNT          PIC 9(09) VALUE ZERO.
       77  ACL-CLOSED-COUNT           PIC 9(09) VALUE ZERO.
       77  ACL-REFUSED-COUNT          PIC 9(09) VALUE ZERO.
       77  ACL-DETAIL-COUNT           PIC 9(09) VALUE ZERO.
       77  ACL-AMOUNT-TOTAL           PIC 9(13)V99 VALUE ZERO.
       77  ACL-QUOT                   PIC 9(04) VALUE ZERO.
       77  ACL-REM4                   PIC 9(04) VALUE ZERO.
       77  ACL-REM100                 PIC 9(04) VALUE ZERO.
       77  ACL-REM400                 PIC 9(04) VALUE ZERO.

       01  ACL-DAY-DATE-GRP.
           05  ACL-DD-YYYY            PIC 9(04).
           05  ACL-DD-MM              PIC 9(02).
           05  ACL-DD-DD              PIC 9(02).
       01  ACL-DAY-DATE REDEFINES ACL-DAY-DATE-GRP
                                      PIC 9(08).
       01  ACL-LAST-ACCRUED-GRP.
           05  ACL-LA-YYYYMM          PIC 9(06).
           05  ACL-LA-DD              PIC 9(02).
       01  ACL-LAST-ACCRUED REDEFINES ACL-LAST-ACCRUED-GRP
                                      PIC 9(08).
       01  ACL-DAYS-IN-MONTH-TBL.
           05  FILLER                 PIC 9(02) VALUE 31.
           05  FILLER                 PIC 9(02) VALUE 28.
           05  FILLER                 PIC 9(02) VALUE 31.
           05  FILLER                 PIC 9(02) VALUE 30.
           05  FILLER                 PIC 9(02) VALUE 31.
           05  FILLER                 PIC 9(02) VALUE 30.
           05  FILLER                 PIC 9(02) VALUE 31.
           05  FILLER                 PIC 9(02) VALUE 31.
           05  FILLER                 PIC 9(02) VALUE 30.
           05  FILLER                 PIC 9(02) VALUE 31.
           05  FILLER                 PIC 9(02) VALUE 30.
           05  FILLER                 PIC 9(02) VALUE 31.
       01  ACL-DAYS-IN-MONTH REDEFINES ACL-DAYS-IN-MONTH-TBL.
           05  ACL-DAYS-TBL-ENTRY     PIC 9(02) OCCURS 12 TIMES.
       01  ACL-PAYOUT-NARRATIVE.
           05  FILLER                 PIC X(15)
                                      VALUE 'CLOSURE PAYOUT '.
           05  ACL-PN-METHOD          PIC X(04).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  ACL-PN-REF             PIC X(20).
       01  ACL-BREAK-TEXT.
           05  FILLER                 PIC X(11) VALUE 'FIRST SEEN '.
           05  ACL-BT-FIRST-SEEN      PIC 9(08).
       01  ACL-HOLD-TEXT.
           05  FILLER                 PIC X(05) VALUE 'TYPE '.
           05  ACL-HT-TYPE            PIC X(01).
           05  FILLER                 PIC X(08) VALUE ' AMOUNT '.
           05  ACL-HT-AMOUNT          PIC Z(12)9.99.

       COPY RunCtlReq.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT ACL-RUN-REJECTED
               PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT
                   UNTIL ACL-EOF
               PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      *-----------------------------------------------------------------
      *    1000-INITIALIZE - READ THE PARAMETER CARD, CHECK THE PAYOUT
      *    CODES, PICK UP THE SNAPSHOT AND ACCRUAL HISTORY FROM RUN
      *    CONTROL, REGISTER THE RUN, AND OPEN THE FILES.  THE
      *    SUSPENSE, BREAK AND HOLD FILES ARE THE CLOSURE'S SAFETY
      *    CHECKS, SO A RUN THAT CANNOT OPEN THEM STOPS BEFORE ANY
      *    OUTPUT IS OPENED RATHER THAN CLOSE ACCOUNTS UNCHECKED.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT ACL-TODAY FROM DATE YYYYMMDD.
           ACCEPT ACL-TIME-8 FROM TIME.
           OPEN INPUT CLOSE-PARM-FILE.
           READ CLOSE-PARM-FILE INTO CLOSE-PARM-RECORD
               AT END
                   MOVE ZERO TO CL-PROCESS-DATE
                   MOVE SPACES TO CL-PAYOUT-SOURCE-CODE
                   MOVE ZERO TO CL-PAYOUT-TYPE-CODE
           END-READ.
           CLOSE CLOSE-PARM-FILE.
           IF CL-PROCESS-DATE NOT NUMERIC
              OR CL-PROCESS-DATE = ZERO
               MOVE ACL-TODAY TO CL-PROCESS-DATE
           END-IF.
           PERFORM 1100-VALIDATE-PAYOUT-CODES THRU 1100-EXIT.
           IF ACL-RUN-REJECTED
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1800-FIND-RUN-HISTORY THRU 1800-EXIT.
           PERFORM 1900-RUN-CONTROL-START THRU 1900-EXIT.
           IF ACL-RUN-REJECTED
               GO TO 1000-EXIT
           END-IF.
           SET ACL-FILES-OPEN TO TRUE.
           OPEN INPUT CLOSE-REQ-FILE.
           OPEN I-O ACCT-MSTR-FILE.
           OPEN INPUT ACCT-BAL-FILE.
           OPEN INPUT ACCR-RATE-FILE.
           OPEN INPUT FEED-SUSP-FILE.
           OPEN INPUT GL-BREAK-FILE.
           OPEN INPUT ACCT-HOLD-FILE.
           IF ACL-SUSP-STATUS NOT = '00'
              OR ACL-BREAK-STATUS NOT = '00'
              OR ACL-HOLD-STATUS NOT = '00'
               SET ACL-RUN-REJECTED TO TRUE
               DISPLAY 'ACCTCLOSE: FEEDSUSP, GLBREAK OR ACCTHOLD NOT '
                   'AVAILABLE - RUN STOPPED'
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT FEED-OUT-FILE.
           OPEN OUTPUT CLOSE-RPT-FILE.
           PERFORM 1200-WRITE-HEADER THRU 1200-EXIT.
           READ CLOSE-REQ-FILE
               AT END
                   SET ACL-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1100-VALIDATE-PAYOUT-CODES - THE PAYOUT'S SOURCE AND TYPE
      *    CODES MUST BOTH BE ACTIVE ON THE APPROVED CODE TABLE, OR
      *    EVERY PAYOUT WOULD LAND IN FEEDSUSP AFTER ITS ACCOUNT WAS
      *    ALREADY MARKED CLOSED.  THE TYPE'S DESCRIPTION BECOMES THE
      *    PAYOUT POSTING'S TYPE TEXT.
      *-----------------------------------------------------------------
       1100-VALIDATE-PAYOUT-CODES.
           IF CL-PAYOUT-SOURCE-CODE = SPACES
              OR CL-PAYOUT-TYPE-CODE NOT NUMERIC
               SET ACL-RUN-REJECTED TO TRUE
               DISPLAY 'ACCTCLOSE: PAYOUT SOURCE/TYPE CODE MISSING - '
                   'RUN STOPPED'
               GO TO 1100-EXIT
           END-IF.
           OPEN INPUT TRN-CODE-TBL-FILE.
           MOVE 'S' TO TC-CODE-TYPE.
           MOVE CL-PAYOUT-SOURCE-CODE TO TC-CODE.
           READ TRN-CODE-TBL-FILE
               INVALID KEY
                   MOVE 'R' TO TC-STATUS
           END-READ.
           IF NOT TC-ACTIVE
               SET ACL-RUN-REJECTED TO TRUE
               DISPLAY 'ACCTCLOSE: PAYOUT SOURCE CODE '
                   CL-PAYOUT-SOURCE-CODE ' NOT ACTIVE - RUN STOPPED'
               GO TO 1100-CLOSE
           END-IF.
           MOVE 'T' TO TC-CODE-TYPE.
           MOVE CL-PAYOUT-TYPE-CODE TO TC-CODE.
           READ TRN-CODE-TBL-FILE
               INVALID KEY
                   MOVE 'R' TO TC-STATUS
           END-READ.
           IF NOT TC-ACTIVE
               SET ACL-RUN-REJECTED TO TRUE
               DISPLAY 'ACCTCLOSE: PAYOUT TYPE CODE '
                   CL-PAYOUT-TYPE-CODE ' NOT ACTIVE - RUN STOPPED'
               GO TO 1100-CLOSE
           END-IF.
           MOVE TC-DESCRIPTION TO ACL-PAYOUT-TYPE-DESC.
       1100-CLOSE.
           CLOSE TRN-CODE-TBL-FILE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1200-WRITE-HEADER - THE FEED FILE HEADER FEEDINTAKE WILL
      *    BALANCE THE DETAILS AGAINST.
      *-----------------------------------------------------------------
       1200-WRITE-HEADER.
           MOVE SPACES TO FEED-IN-RECORD.
           MOVE 'H' TO FI-RECORD-TYPE.
           MOVE 'CLSF' TO FI-FEED-SOURCE.
           MOVE CL-PROCESS-DATE TO FI-FILE-PROCESS-DATE.
           WRITE FEED-IN-RECORD.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1800-FIND-RUN-HISTORY - THE LATEST DAY ACCTBALSNAP COMPLETED
      *    ON, AND THE LATEST MONTH-END ACCTINTACCR COMPLETED FOR.  A
      *    CLOSURE SETTLES OFF SNAPSHOT BALANCES AND ACCRUES ONLY ITS
      *    OWN PART MONTH, SO BOTH DECIDE WHETHER A SETTLEMENT CAN BE
      *    TRUSTED.  READ BEFORE THE RUN IS REGISTERED, WHILE THIS
      *    PROGRAM STILL HAS THE RUN CONTROL FILE TO ITSELF.  A SITE
      *    WITH NO RUN CONTROL FILE YET HAS NO HISTORY TO CHECK
      *    AGAINST AND THE CHECKS ARE LEFT OFF.
      *-----------------------------------------------------------------
       1800-FIND-RUN-HISTORY.
           MOVE ZERO TO ACL-SNAP-THROUGH.
           MOVE ZERO TO ACL-LAST-ACCRUED.
           OPEN INPUT RUN-CTL-FILE.
           IF ACL-RUN-CTL-STATUS NOT = '00'
               GO TO 1800-EXIT
           END-IF.
           SET ACL-RC-AVAILABLE TO TRUE.
           MOVE 'ACCTBALSNAP' TO RC-JOB-NAME.
           MOVE ZERO TO RC-PARM-DATE.
           MOVE ZERO TO RC-RUN-DATE.
           MOVE ZERO TO RC-RUN-TIME.
           MOVE 'N' TO ACL-RC-SCAN-DONE-SW.
           START RUN-CTL-FILE KEY IS NOT LESS THAN RC-KEY
               INVALID KEY
                   SET ACL-RC-SCAN-DONE TO TRUE
           END-START.
           PERFORM 1810-SCAN-ONE-SNAP-RUN THRU 1810-EXIT
               UNTIL ACL-RC-SCAN-DONE.
           MOVE 'ACCTINTACCR' TO RC-JOB-NAME.
           MOVE ZERO TO RC-PARM-DATE.
           MOVE ZERO TO RC-RUN-DATE.
           MOVE ZERO TO RC-RUN-TIME.
           MOVE 'N' TO ACL-RC-SCAN-DONE-SW.
           START RUN-CTL-FILE KEY IS NOT LESS THAN RC-KEY
               INVALID KEY
                   SET ACL-RC-SCAN-DONE TO TRUE
           END-START.
           PERFORM 1820-SCAN-ONE-ACCR-RUN THRU 1820-EXIT
               UNTIL ACL-RC-SCAN-DONE.
           CLOSE RUN-CTL-FILE.
       1800-EXIT.
           EXIT.

       1810-SCAN-ONE-SNAP-RUN.
           READ RUN-CTL-FILE NEXT RECORD
               AT END
                   SET ACL-RC-SCAN-DONE TO TRUE
                   GO TO 1810-EXIT
           END-READ.
           IF ACL-RUN-CTL-STATUS NOT = '00'
               SET ACL-RC-SCAN-DONE TO TRUE
               GO TO 1810-EXIT
           END-IF.
           IF RC-JOB-NAME NOT = 'ACCTBALSNAP'
               SET ACL-RC-SCAN-DONE TO TRUE
               GO TO 1810-EXIT
           END-IF.
           IF RC-COMPLETED
              AND RC-RUN-DATE > ACL-SNAP-THROUGH
               MOVE RC-RUN-DATE TO ACL-SNAP-THROUGH
           END-IF.
       1810-EXIT.
           EXIT.

       1820-SCAN-ONE-ACCR-RUN.
           READ RUN-CTL-FILE NEXT RECORD
               AT END
                   SET ACL-RC-SCAN-DONE TO TRUE
                   GO TO 1820-EXIT
           END-READ.
           IF ACL-RUN-CTL-STATUS NOT = '00'
               SET ACL-RC-SCAN-DONE TO TRUE
               GO TO 1820-EXIT
           END-IF.
           IF RC-JOB-NAME NOT = 'ACCTINTACCR'
               SET ACL-RC-SCAN-DONE TO TRUE
               GO TO 1820-EXIT
           END-IF.
           IF RC-COMPLETED
              AND RC-PARM-DATE > ACL-LAST-ACCRUED
               MOVE RC-PARM-DATE TO ACL-LAST-ACCRUED
           END-IF.
       1820-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1900-RUN-CONTROL-START - REGISTER THIS RUN ON THE RUN
      *    CONTROL FILE.  A DUPLICATE ANSWER MEANS THIS PROCESS DATE'S
      *    CLOSURES ALREADY COMPLETED TODAY - REFUSED, SO THE FEED FILE
      *    FEEDINTAKE HAS YET TO TAKE IS NOT OVERWRITTEN.
      *-----------------------------------------------------------------
       1900-RUN-CONTROL-START.
           SET RCL-FUNC-START TO TRUE.
           MOVE 'ACCTCLOSE' TO RCL-JOB-NAME.
           MOVE CL-PROCESS-DATE TO RCL-PARM-DATE.
           MOVE SPACES TO RCL-PARM-TEXT.
           MOVE ZERO TO RCL-COUNT-1.
           MOVE ZERO TO RCL-COUNT-2.
           CALL 'RunCtlLog' USING RUN-CTL-REQUEST.
           IF RCL-DUPLICATE-RUN
               DISPLAY 'ACCTCLOSE: ALREADY COMPLETED FOR THIS '
                   'PROCESS DATE - RUN REFUSED'
               SET ACL-RUN-REJECTED TO TRUE
           END-IF.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2000-PROCESS-REQUESTS - ONE ITERATION PER CLOSURE REQUEST.
      *    AN ACCOUNT THAT IS MISSING OR ALREADY CLOSED HAS NOTHING
      *    MORE TO CHECK; OTHERWISE EVERY CHECK RUNS, SO THE REPORT
      *    LISTS ALL THE REASONS A CLOSURE WAS REFUSED AND THE BRANCH
      *    CAN CLEAR THEM IN ONE PASS.  THE SETTLEMENT IS WORKED OUT
      *    ONLY FOR A CLOSURE DATE AND RATE IT CAN BE WORKED FROM.
      *-----------------------------------------------------------------
       2000-PROCESS-REQUESTS.
           ADD 1 TO ACL-REQUEST-COUNT.
           MOVE ZERO TO ACL-REASON-COUNT.
           MOVE ZERO TO ACL-RUNNING-BALANCE.
           MOVE ZERO TO ACL-INTEREST.
           MOVE ZERO TO ACL-FEE.
           MOVE ZERO TO ACL-PAYOUT.
           PERFORM 2100-CHECK-ACCOUNT THRU 2100-EXIT.
           IF ACL-REASON-COUNT NOT = ZERO
               GO TO 2000-REFUSED
           END-IF.
           PERFORM 2200-CHECK-REQUEST THRU 2200-EXIT.
           PERFORM 2500-CHECK-SUSPENSE THRU 2500-EXIT.
           PERFORM 2600-CHECK-GL-BREAKS THRU 2600-EXIT.
           PERFORM 2700-CHECK-HOLDS THRU 2700-EXIT.
           IF ACL-DATE-OK AND ACL-RATE-FOUND
               PERFORM 2300-SETTLE-ACCOUNT THRU 2300-EXIT
           END-IF.
           IF ACL-REASON-COUNT NOT = ZERO
               GO TO 2000-REFUSED
           END-IF.
           PERFORM 3000-CLOSE-ACCOUNT THRU 3000-EXIT.
           IF ACL-REASON-COUNT NOT = ZERO
               GO TO 2000-REFUSED
           END-IF.
           ADD 1 TO ACL-CLOSED-COUNT.
           GO TO 2000-NEXT.
       2000-REFUSED.
           ADD 1 TO ACL-REFUSED-COUNT.
       2000-NEXT.
           READ CLOSE-REQ-FILE
               AT END
                   SET ACL-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-CHECK-ACCOUNT.
           MOVE CQ-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCT-MSTR-FILE
               INVALID KEY
                   PERFORM 7000-NEW-REASON-LINE THRU 7000-EXIT
                   MOVE 'ACCOUNT NOT ON MASTER' TO CX-REASON
                   PERFORM 7100-WRITE-REASON-LINE THRU 7100-EXIT
                   GO TO 2100-EXIT
           END-READ.
           IF AM-ACCOUNT-CLOSED
               PERFORM 7000-NEW-REASON-LINE THRU 7000-EXIT
               MOVE 'ACCOUNT ALREADY CLOSED' TO CX-REASON
               PERFORM 7100-WRITE-REASON-LINE THRU 7100-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2200-CHECK-REQUEST - THE REQUEST'S OWN FIELDS, THE RATE, AND
      *    WHETHER THE CLOSURE DATE IS ONE THE SETTLEMENT CAN BE
      *    WORKED FROM: THE BALANCES MUST BE SNAPPED THROUGH IT; ITS
      *    MONTH MUST NOT ALREADY HAVE HAD ITS MONTHLY ACCRUAL, OR THE
      *    PART MONTH WOULD EARN TWICE; AND THE MONTH BEFORE IT MUST
      *    HAVE HAD ITS ACCRUAL, BECAUSE ACCTINTACCR PASSES OVER A
      *    CLOSED ACCOUNT AND THAT MONTH'S INTEREST WOULD NEVER POST.
      *    AN ACCOUNT OPENED IN THE CLOSURE MONTH HAS NO PRIOR MONTH.
      *-----------------------------------------------------------------
       2200-CHECK-REQUEST.
           PERFORM 2210-CHECK-CLOSURE-DATE THRU 2210-EXIT.
           IF NOT CQ-METHOD-VALID
               PERFORM 7000-NEW-REASON-LINE THRU 7000-EXIT
               MOVE 'DISBURSEMENT METHOD INVALID' TO CX-REASON
               MOVE CQ-DISBURSE-METHOD TO CX-ITEM-TEXT
               PERFORM 7100-WRITE-REASON-LINE THRU 7100-EXIT
           END-IF.
           IF CQ-DISBURSE-REF = SPACES
               PERFORM 7000-NEW-REASON-LINE THRU 7000-EXIT
               MOVE 'NO DISBURSEMENT REFERENCE' TO CX-REASON
               PERFORM 7100-WRITE-REASON-LINE THRU 7100-EXIT
           END-IF.
           IF CQ-AUTHORIZED-BY = SPACES
               PERFORM 7000-NEW-REASON-LINE THRU 7000-EXIT
               MOVE 'NO AUTHORIZING USER' TO CX-REASON
               PERFORM 7100-WRITE-REASON-LINE THRU 7100-EXIT
           END-IF.
           PERFORM 2220-LOOK-UP-RATE THRU 2220-EXIT.
           IF NOT ACL-RATE-FOUND
               PERFORM 7000-NEW-REASON-LINE THRU 7000-EXIT
               MOVE 'NO ACCRRATE ENTRY FOR CURRENCY' TO CX-REASON
               MOVE AM-ACCOUNT-CURRENCY-CODE TO CX-ITEM-TEXT
               PERFORM 7100-WRITE-REASON-LINE THRU 7100-EXIT
           END-IF.
           IF NOT ACL-DATE-OK OR NOT ACL-RC-AVAILABLE
               GO TO 2200-EXIT
           END-IF.
           IF CQ-CLOSURE-DATE > ACL-SNAP-THROUGH
               PERFORM 7000-NEW-REASON-LINE THRU 7000-EXIT
               MOVE 'BALANCES NOT SNAPPED TO DATE' TO CX-REASON
               MOVE ACL-SNAP-THROUGH TO CX-ITEM-DATE
               PERFORM 7100-WRITE-REASON-LINE THRU 7100-EXIT
           END-IF.
           IF ACL-LAST-ACCRUED NOT < CQ-CLOSURE-DATE
               PERFORM 7000-NEW-REASON-LINE THRU 7000-EXIT
               MOVE 'CLOSURE MONTH ALREADY ACCRUED' TO CX-REASON
               MOVE ACL-LAST-ACCRUED TO CX-ITEM-DATE
               PERFORM 7100-WRITE-REASON-LINE THRU 7100-EXIT
           END-IF.
           IF ACL-LAST-ACCRUED NOT = ZERO
              AND ACL-LA-YYYYMM < ACL-PRIOR-YYYYMM
              AND AM-ACCOUNT-OPEN-DATE < ACL-MONTH-START
               PERFORM 7000-NEW-REASON-LINE THRU 7000-EXIT
               MOVE 'PRIOR MONTH NOT YET ACCRUED' TO CX-REASON
               MOVE ACL-LAST-ACCRUED TO CX-ITEM-DATE
               PERFORM 7100-WRITE-REASON-LINE THRU 7100-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2210-CHECK-CLOSURE-DATE - A REAL CALENDAR DATE, NOT AFTER
      *    THE PROCESS DATE AND NOT BEFORE THE ACCOUNT OPENED.  SETS
      *    THE FIRST OF ITS MONTH AND THE MONTH BEFORE IT FOR THE
      *    ACCRUAL CHECKS, WITH THE LEAP-YEAR FEBRUARY HANDLED AS IN
      *    ACCTINTACCR.
      *-----------------------------------------------------------------
       2210-CHECK-CLOSURE-DATE.
           MOVE 'N' TO ACL-DATE-OK-SW.
           IF CQ-CLOSURE-DATE NOT NUMERIC
               GO TO 2210-BAD-DATE
           END-IF.
           MOVE CQ-CLOSURE-DATE TO ACL-DAY-DATE.
           IF ACL-DD-MM < 01 OR ACL-DD-MM > 12
               GO TO 2210-BAD-DATE
           END-IF.
           MOVE ACL-DAYS-TBL-ENTRY(ACL-DD-MM) TO ACL-MAX-DAY.
           DIVIDE ACL-DD-YYYY BY 4
               GIVING ACL-QUOT REMAINDER ACL-REM4.
           DIVIDE ACL-DD-YYYY BY 100
               GIVING ACL-QUOT REMAINDER ACL-REM100.
           DIVIDE ACL-DD-YYYY BY 400
               GIVING ACL-QUOT REMAINDER ACL-REM400.
           IF ACL-DD-MM = 02 AND ACL-REM4 = 0
                   AND (ACL-REM100 NOT = 0 OR ACL-REM400 = 0)
               MOVE 29 TO ACL-MAX-DAY
           END-IF.
           IF ACL-DD-YYYY = ZERO
              OR ACL-DD-DD < 01 OR ACL-DD-DD > ACL-MAX-DAY
               GO TO 2210-BAD-DATE
           END-IF.
           IF CQ-CLOSURE-DATE > CL-PROCESS-DATE
               PERFORM 7000-NEW-REASON-LINE THRU 7000-EXIT
               MOVE 'CLOSURE DATE AFTER PROCESS DATE' TO CX-REASON
               MOVE CL-PROCESS-DATE TO CX-ITEM-DATE
               PERFORM 7100-WRITE-REASON-LINE THRU 7100-EXIT
               GO TO 2210-EXIT
           END-IF.
           IF AM-ACCOUNT-OPEN-DATE NUMERIC
              AND CQ-CLOSURE-DATE < AM-ACCOUNT-OPEN-DATE
               PERFORM 7000-NEW-REASON-LINE THRU 7000-EXIT
               MOVE 'CLOSURE DATE BEFORE OPEN DATE' TO CX-REASON
               MOVE AM-ACCOUNT-OPEN-DATE TO CX-ITEM-DATE
               PERFORM 7100-WRITE-REASON-LINE THRU 7100-EXIT
               GO TO 2210-EXIT
           END-IF.
           MOVE ACL-DD-DD TO ACL-CLOSE-DAY.
           MOVE 01 TO ACL-DD-DD.
           MOVE ACL-DAY-DATE TO ACL-MONTH-START.
           IF ACL-DD-MM = 01
               COMPUTE ACL-PRIOR-YYYYMM = (ACL-DD-YYYY - 1) * 100 + 12
           ELSE
               COMPUTE ACL-PRIOR-YYYYMM =
                   ACL-DD-YYYY * 100 + ACL-DD-MM - 1
           END-IF.
           SET ACL-DATE-OK TO TRUE.
           GO TO 2210-EXIT.
       2210-BAD-DATE.
           PERFORM 7000-NEW-REASON-LINE THRU 7000-EXIT.
           MOVE 'CLOSURE DATE INVALID' TO CX-REASON.
           PERFORM 7100-WRITE-REASON-LINE THRU 7100-EXIT.
       2210-EXIT.
           EXIT.

       2220-LOOK-UP-RATE.
           MOVE 'N' TO ACL-RATE-FOUND-SW.
           MOVE AM-ACCOUNT-CURRENCY-CODE TO AC-CURRENCY-CODE.
           READ ACCR-RATE-FILE
               INVALID KEY
                   GO TO 2220-EXIT
           END-READ.
           SET ACL-RATE-FOUND TO TRUE.
       2220-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2300-SETTLE-ACCOUNT - CARRY THE CLOSING BALANCE FROM THE
      *    FIRST OF THE MONTH THROUGH THE CLOSURE DATE EXACTLY AS
      *    ACCTINTACCR CARRIES IT THROUGH A WHOLE MONTH, THEN WORK OUT
      *    THE FINAL INTEREST, THE FEE AND THE PAYOUT.  THE BALANCE
      *    PAID OUT IS THE CLOSING ON THE CLOSURE DATE, SO A POSTING
      *    DATED LATER WOULD BE LEFT BEHIND ON A CLOSED ACCOUNT AND
      *    REFUSES THE CLOSURE.  AN ACCOUNT WITH NO SNAPSHOT HISTORY
      *    HAS NOTHING TO ACCRUE OR PAY AND CLOSES AT ZERO.
      *-----------------------------------------------------------------
       2300-SETTLE-ACCOUNT.
           PERFORM 2310-FIND-OPENING-BALANCE THRU 2310-EXIT.
           MOVE ZERO TO ACL-BAL-DAY-SUM.
           MOVE ACL-RUNNING-BALANCE TO ACL-MIN-BALANCE.
           MOVE ZERO TO ACL-DAY.
           PERFORM 2330-ACCRUE-ONE-DAY THRU 2330-EXIT
               UNTIL ACL-DAY >= ACL-CLOSE-DAY.
           PERFORM 2340-CHECK-LATER-POSTINGS THRU 2340-EXIT.
           IF NOT ACL-BAL-SEEN
               GO TO 2300-EXIT
           END-IF.
           COMPUTE ACL-INTEREST ROUNDED =
               ACL-BAL-DAY-SUM * AC-ANNUAL-RATE-PCT / 36500.
           IF AC-SERVICE-FEE > ZERO
               IF AC-FEE-WAIVER-MIN-BAL = ZERO
                  OR ACL-MIN-BALANCE < AC-FEE-WAIVER-MIN-BAL
                   MOVE AC-SERVICE-FEE TO ACL-FEE
               END-IF
           END-IF.
           COMPUTE ACL-NET-PAYOUT =
               ACL-RUNNING-BALANCE + ACL-INTEREST - ACL-FEE.
           IF ACL-NET-PAYOUT < ZERO
               PERFORM 7000-NEW-REASON-LINE THRU 7000-EXIT
               MOVE 'OVERDRAWN AFTER SETTLEMENT' TO CX-REASON
               PERFORM 7100-WRITE-REASON-LINE THRU 7100-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE ACL-NET-PAYOUT TO ACL-PAYOUT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2310-FIND-OPENING-BALANCE - LATEST SNAPSHOT CLOSING BEFORE
      *    THE CLOSURE MONTH, AND WHETHER THE ACCOUNT HAS ANY SNAPSHOT
      *    HISTORY UP TO THE CLOSURE DATE.
      *-----------------------------------------------------------------
       2310-FIND-OPENING-BALANCE.
           MOVE ZERO TO ACL-RUNNING-BALANCE.
           MOVE 'N' TO ACL-BAL-SEEN-SW.
           MOVE AM-ACCOUNT-NUMBER TO BA-ACCOUNT-NUMBER.
           MOVE ZERO TO BA-BALANCE-DATE.
           MOVE 'N' TO ACL-SCAN-DONE-SW.
           START ACCT-BAL-FILE KEY IS NOT LESS THAN BA-BAL-KEY
               INVALID KEY
                   SET ACL-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2320-SCAN-ONE-PRIOR THRU 2320-EXIT
               UNTIL ACL-SCAN-DONE.
       2310-EXIT.
           EXIT.

       2320-SCAN-ONE-PRIOR.
           READ ACCT-BAL-FILE NEXT RECORD
               AT END
                   SET ACL-SCAN-DONE TO TRUE
                   GO TO 2320-EXIT
           END-READ.
           IF BA-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
               SET ACL-SCAN-DONE TO TRUE
               GO TO 2320-EXIT
           END-IF.
           IF BA-BALANCE-DATE NOT > CQ-CLOSURE-DATE
               SET ACL-BAL-SEEN TO TRUE
           END-IF.
           IF BA-BALANCE-DATE NOT < ACL-MONTH-START
               SET ACL-SCAN-DONE TO TRUE
               GO TO 2320-EXIT
           END-IF.
           MOVE BA-CLOSING-BALANCE TO ACL-RUNNING-BALANCE.
       2320-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2330-ACCRUE-ONE-DAY - ONE CALENDAR DAY UP TO AND INCLUDING
      *    THE CLOSURE DATE.  ONLY A POSITIVE END-OF-DAY BALANCE EARNS
      *    INTEREST; THE LOWEST DAILY BALANCE IS TRACKED FOR THE FEE
      *    WAIVER.
      *-----------------------------------------------------------------
       2330-ACCRUE-ONE-DAY.
           ADD 1 TO ACL-DAY.
           MOVE ACL-DAY TO ACL-DD-DD.
           MOVE AM-ACCOUNT-NUMBER TO BA-ACCOUNT-NUMBER.
           MOVE ACL-DAY-DATE TO BA-BALANCE-DATE.
           READ ACCT-BAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BA-CLOSING-BALANCE TO ACL-RUNNING-BALANCE
                   SET ACL-BAL-SEEN TO TRUE
           END-READ.
           IF ACL-RUNNING-BALANCE > ZERO
               ADD ACL-RUNNING-BALANCE TO ACL-BAL-DAY-SUM
           END-IF.
           IF ACL-RUNNING-BALANCE < ACL-MIN-BALANCE
               MOVE ACL-RUNNING-BALANCE TO ACL-MIN-BALANCE
           END-IF.
       2330-EXIT.
           EXIT.

       2340-CHECK-LATER-POSTINGS.
           MOVE AM-ACCOUNT-NUMBER TO BA-ACCOUNT-NUMBER.
           MOVE CQ-CLOSURE-DATE TO BA-BALANCE-DATE.
           START ACCT-BAL-FILE KEY IS GREATER THAN BA-BAL-KEY
               INVALID KEY
                   GO TO 2340-EXIT
           END-START.
           READ ACCT-BAL-FILE NEXT RECORD
               AT END
                   GO TO 2340-EXIT
           END-READ.
           IF BA-ACCOUNT-NUMBER = AM-ACCOUNT-NUMBER
               PERFORM 7000-NEW-REASON-LINE THRU 7000-EXIT
               MOVE 'POSTINGS DATED AFTER CLOSURE' TO CX-REASON
               MOVE BA-BALANCE-DATE TO CX-ITEM-DATE
               PERFORM 7100-WRITE-REASON-LINE THRU 7100-EXIT
           END-IF.
       2340-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2500-CHECK-SUSPENSE - EVERY OPEN FEEDSUSP ITEM FOR THE
      *    ACCOUNT.  THE SUSPENSE FILE IS KEYED BY FEED AND DATE, NOT
      *    BY ACCOUNT, SO EACH REQUEST READS IT THROUGH - A NIGHT'S
      *    CLOSURES ARE FEW AND THE OPEN ITEMS FEWER.  THE ACCOUNT IS
      *    IN THE HELD DETAIL IMAGE WHERE THE FEEDIN DETAIL CARRIES IT.
      *-----------------------------------------------------------------
       2500-CHECK-SUSPENSE.
           MOVE LOW-VALUES TO FS-SUSP-KEY.
           MOVE 'N' TO ACL-SCAN-DONE-SW.
           START FEED-SUSP-FILE KEY IS NOT LESS THAN FS-SUSP-KEY
               INVALID KEY
                   SET ACL-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2510-CHECK-ONE-SUSP-ITEM THRU 2510-EXIT
               UNTIL ACL-SCAN-DONE.
       2500-EXIT.
           EXIT.

       2510-CHECK-ONE-SUSP-ITEM.
           READ FEED-SUSP-FILE NEXT RECORD
               AT END
                   SET ACL-SCAN-DONE TO TRUE
                   GO TO 2510-EXIT
           END-READ.
           IF ACL-SUSP-STATUS NOT = '00'
               SET ACL-SCAN-DONE TO TRUE
               GO TO 2510-EXIT
           END-IF.
           IF NOT FS-OPEN
              OR FS-DETAIL-IMAGE(1:1) NOT = 'D'
              OR FS-DETAIL-IMAGE(2:23) NOT = CQ-ACCOUNT-NUMBER
               GO TO 2510-EXIT
           END-IF.
           PERFORM 7000-NEW-REASON-LINE THRU 7000-EXIT.
           MOVE 'OPEN FEEDSUSP ITEM' TO CX-REASON.
           MOVE FS-FEED-SOURCE TO CX-ITEM-FEED-SOURCE.
           MOVE FS-PROCESS-DATE TO CX-ITEM-DATE.
           MOVE FS-SUSP-SEQ TO CX-ITEM-SEQ.
           MOVE FS-REJECT-REASON TO CX-ITEM-TEXT.
           PERFORM 7100-WRITE-REASON-LINE THRU 7100-EXIT.
       2510-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2600-CHECK-GL-BREAKS - EVERY OPEN GLBREAK BREAK FOR THE
      *    ACCOUNT.  THE BREAK FILE IS KEYED BY ACCOUNT, SO THE
      *    ACCOUNT'S BREAKS ARE ONE CONTIGUOUS KEY RANGE.
      *-----------------------------------------------------------------
       2600-CHECK-GL-BREAKS.
           MOVE CQ-ACCOUNT-NUMBER TO GB-ACCOUNT-NUMBER.
           MOVE ZERO TO GB-PROCESS-DATE.
           MOVE 'N' TO ACL-SCAN-DONE-SW.
           START GL-BREAK-FILE KEY IS NOT LESS THAN GB-BREAK-KEY
               INVALID KEY
                   SET ACL-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2610-CHECK-ONE-BREAK THRU 2610-EXIT
               UNTIL ACL-SCAN-DONE.
       2600-EXIT.
           EXIT.

       2610-CHECK-ONE-BREAK.
           READ GL-BREAK-FILE NEXT RECORD
               AT END
                   SET ACL-SCAN-DONE TO TRUE
                   GO TO 2610-EXIT
           END-READ.
           IF ACL-BREAK-STATUS NOT = '00'
              OR GB-ACCOUNT-NUMBER NOT = CQ-ACCOUNT-NUMBER
               SET ACL-SCAN-DONE TO TRUE
               GO TO 2610-EXIT
           END-IF.
           IF NOT GB-OPEN
               GO TO 2610-EXIT
           END-IF.
           PERFORM 7000-NEW-REASON-LINE THRU 7000-EXIT.
           MOVE 'OPEN GLBREAK BREAK' TO CX-REASON.
           MOVE GB-PROCESS-DATE TO CX-ITEM-DATE.
           MOVE GB-FIRST-SEEN-DATE TO ACL-BT-FIRST-SEEN.
           MOVE ACL-BREAK-TEXT TO CX-ITEM-TEXT.
           PERFORM 7100-WRITE-REASON-LINE THRU 7100-EXIT.
       2610-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2700-CHECK-HOLDS - EVERY HOLD STILL IN FORCE ON THE
      *    ACCOUNT AT THE PROCESS DATE.  A HOLD IS THERE TO KEEP THE
      *    MONEY IN THE ACCOUNT, SO THE BALANCE CANNOT BE PAID OUT
      *    UNTIL IT IS RELEASED.  A HOLD PAST ITS EXPIRY DATE THAT
      *    ACCTHOLDEXP HAS NOT YET MARKED IS NO LONGER IN FORCE - THE
      *    SAME TEST ACCTTRNINQCTM MAKES FOR THE HELD AMOUNT.  THE
      *    HOLD FILE IS KEYED BY ACCOUNT, SO THE ACCOUNT'S HOLDS ARE
      *    ONE CONTIGUOUS KEY RANGE.
      *-----------------------------------------------------------------
       2700-CHECK-HOLDS.
           MOVE CQ-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER.
           MOVE ZERO TO AH-HOLD-SEQ.
           MOVE 'N' TO ACL-SCAN-DONE-SW.
           START ACCT-HOLD-FILE KEY IS NOT LESS THAN AH-HOLD-KEY
               INVALID KEY
                   SET ACL-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2710-CHECK-ONE-HOLD THRU 2710-EXIT
               UNTIL ACL-SCAN-DONE.
       2700-EXIT.
           EXIT.

       2710-CHECK-ONE-HOLD.
           READ ACCT-HOLD-FILE NEXT RECORD
               AT END
                   SET ACL-SCAN-DONE TO TRUE
                   GO TO 2710-EXIT
           END-READ.
           IF ACL-HOLD-STATUS NOT = '00'
              OR AH-ACCOUNT-NUMBER NOT = CQ-ACCOUNT-NUMBER
               SET ACL-SCAN-DONE TO TRUE
               GO TO 2710-EXIT
           END-IF.
           IF NOT AH-ACTIVE
               GO TO 2710-EXIT
           END-IF.
           IF AH-EXPIRY-DATE NOT = ZERO
              AND AH-EXPIRY-DATE < CL-PROCESS-DATE
               GO TO 2710-EXIT
           END-IF.
           PERFORM 7000-NEW-REASON-LINE THRU 7000-EXIT.
           MOVE 'ACTIVE HOLD' TO CX-REASON.
           MOVE AH-PLACED-DATE TO CX-ITEM-DATE.
           MOVE AH-HOLD-SEQ TO CX-ITEM-SEQ.
           MOVE AH-HOLD-TYPE TO ACL-HT-TYPE.
           MOVE AH-HOLD-AMOUNT TO ACL-HT-AMOUNT.
           MOVE ACL-HOLD-TEXT TO CX-ITEM-TEXT.
           PERFORM 7100-WRITE-REASON-LINE THRU 7100-EXIT.
       2710-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3000-CLOSE-ACCOUNT - MARK THE ACCOUNT CLOSED AS OF THE
      *    CLOSURE DATE - WHICH QUEUES ITS FINAL STATEMENT - AND ONLY
      *    THEN WRITE THE SETTLEMENT POSTINGS, SO A MASTER THAT CANNOT
      *    BE UPDATED LEAVES NOTHING IN THE FEED TO POST.
      *-----------------------------------------------------------------
       3000-CLOSE-ACCOUNT.
           SET AM-ACCOUNT-CLOSED TO TRUE.
           MOVE CQ-CLOSURE-DATE TO AM-CLOSED-DATE.
           REWRITE ACCT-MSTR-RECORD
               INVALID KEY
                   PERFORM 7000-NEW-REASON-LINE THRU 7000-EXIT
                   MOVE 'MASTER UPDATE FAILED' TO CX-REASON
                   PERFORM 7100-WRITE-REASON-LINE THRU 7100-EXIT
                   GO TO 3000-EXIT
           END-REWRITE.
           IF ACL-INTEREST > ZERO
               PERFORM 3100-WRITE-INTEREST-DETAIL THRU 3100-EXIT
           END-IF.
           IF ACL-FEE > ZERO
               PERFORM 3200-WRITE-FEE-DETAIL THRU 3200-EXIT
           END-IF.
           IF ACL-PAYOUT > ZERO
               PERFORM 3300-WRITE-PAYOUT-DETAIL THRU 3300-EXIT
           END-IF.
           MOVE SPACES TO CLOSE-RPT-RECORD.
           MOVE CQ-ACCOUNT-NUMBER TO CX-ACCOUNT-NUMBER.
           MOVE CQ-CLOSURE-DATE TO CX-CLOSURE-DATE.
           MOVE 'CLOSED' TO CX-RESULT.
           MOVE ACL-RUNNING-BALANCE TO CX-CLOSING-BALANCE.
           MOVE ACL-INTEREST TO CX-INTEREST.
           MOVE ACL-FEE TO CX-FEE.
           MOVE ACL-PAYOUT TO CX-PAYOUT.
           MOVE CQ-DISBURSE-METHOD TO CX-DISBURSE-METHOD.
           MOVE CQ-DISBURSE-REF TO CX-DISBURSE-REF.
           WRITE CLOSE-RPT-RECORD.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3100-WRITE-INTEREST-DETAIL - ONE CREDIT DETAIL FOR THE PART
      *    MONTH'S INTEREST, EFFECTIVE THE CLOSURE DATE, UNDER THE
      *    ACCRRATE INTEREST CODES.
      *-----------------------------------------------------------------
       3100-WRITE-INTEREST-DETAIL.
           MOVE SPACES TO FEED-IN-RECORD.
           MOVE 'D' TO FI-RECORD-TYPE.
           MOVE AM-ACCOUNT-NUMBER TO FI-ACCOUNT-NUMBER.
           MOVE CQ-CLOSURE-DATE TO FI-EFFECTIVE-DATE.
           MOVE ACL-TODAY TO FI-TRANSACTION-DATE.
           MOVE ACL-TIME-8(1:6) TO FI-TRANSACTION-TIME.
           MOVE AC-INT-SOURCE-CODE TO FI-SOURCE-CODE.
           MOVE 'CLOSURE INTEREST' TO FI-SOURCE.
           MOVE ACL-INTEREST TO FI-AMOUNT.
           MOVE 'C' TO FI-CR-IND.
           MOVE AC-INT-TYPE-CODE TO FI-TYPE-CODE.
           MOVE 'FINAL INTEREST' TO FI-TYPE.
           MOVE AM-ACCOUNT-BRANCH TO FI-BRANCH.
           MOVE 'FINAL INTEREST TO CLOSURE DATE' TO FI-NARRATIVE.
           MOVE ZERO TO FI-ORIGINAL-AMOUNT.
           MOVE SPACES TO FI-ORIGINAL-CURR-CODE.
           WRITE FEED-IN-RECORD.
           ADD 1 TO ACL-DETAIL-COUNT.
           ADD ACL-INTEREST TO ACL-AMOUNT-TOTAL.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3200-WRITE-FEE-DETAIL - ONE DEBIT DETAIL FOR THE SERVICE
      *    FEE, EFFECTIVE THE CLOSURE DATE, UNDER THE ACCRRATE FEE
      *    CODES.
      *-----------------------------------------------------------------
       3200-WRITE-FEE-DETAIL.
           MOVE SPACES TO FEED-IN-RECORD.
           MOVE 'D' TO FI-RECORD-TYPE.
           MOVE AM-ACCOUNT-NUMBER TO FI-ACCOUNT-NUMBER.
           MOVE CQ-CLOSURE-DATE TO FI-EFFECTIVE-DATE.
           MOVE ACL-TODAY TO FI-TRANSACTION-DATE.
           MOVE ACL-TIME-8(1:6) TO FI-TRANSACTION-TIME.
           MOVE AC-FEE-SOURCE-CODE TO FI-SOURCE-CODE.
           MOVE 'SERVICE FEE' TO FI-SOURCE.
           MOVE ACL-FEE TO FI-AMOUNT.
           MOVE 'D' TO FI-CR-IND.
           MOVE AC-FEE-TYPE-CODE TO FI-TYPE-CODE.
           MOVE 'FINAL SERVICE FEE' TO FI-TYPE.
           MOVE AM-ACCOUNT-BRANCH TO FI-BRANCH.
           MOVE 'SERVICE FEE ON ACCOUNT CLOSURE' TO FI-NARRATIVE.
           MOVE ZERO TO FI-ORIGINAL-AMOUNT.
           MOVE SPACES TO FI-ORIGINAL-CURR-CODE.
           WRITE FEED-IN-RECORD.
           ADD 1 TO ACL-DETAIL-COUNT.
           ADD ACL-FEE TO ACL-AMOUNT-TOTAL.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3300-WRITE-PAYOUT-DETAIL - ONE DEBIT DETAIL PAYING THE
      *    SETTLED BALANCE OUT, EFFECTIVE THE CLOSURE DATE, UNDER THE
      *    PARAMETER CARD'S PAYOUT CODES.  THE NARRATIVE NAMES THE
      *    DISBURSEMENT METHOD AND ITS REFERENCE.
      *-----------------------------------------------------------------
       3300-WRITE-PAYOUT-DETAIL.
           MOVE CQ-DISBURSE-METHOD TO ACL-PN-METHOD.
           MOVE CQ-DISBURSE-REF TO ACL-PN-REF.
           MOVE SPACES TO FEED-IN-RECORD.
           MOVE 'D' TO FI-RECORD-TYPE.
           MOVE AM-ACCOUNT-NUMBER TO FI-ACCOUNT-NUMBER.
           MOVE CQ-CLOSURE-DATE TO FI-EFFECTIVE-DATE.
           MOVE ACL-TODAY TO FI-TRANSACTION-DATE.
           MOVE ACL-TIME-8(1:6) TO FI-TRANSACTION-TIME.
           MOVE CL-PAYOUT-SOURCE-CODE TO FI-SOURCE-CODE.
           MOVE 'CLOSURE PAYOUT' TO FI-SOURCE.
           MOVE ACL-PAYOUT TO FI-AMOUNT.
           MOVE 'D' TO FI-CR-IND.
           MOVE CL-PAYOUT-TYPE-CODE TO FI-TYPE-CODE.
           MOVE ACL-PAYOUT-TYPE-DESC TO FI-TYPE.
           MOVE AM-ACCOUNT-BRANCH TO FI-BRANCH.
           MOVE ACL-PAYOUT-NARRATIVE TO FI-NARRATIVE.
           MOVE ZERO TO FI-ORIGINAL-AMOUNT.
           MOVE SPACES TO FI-ORIGINAL-CURR-CODE.
           WRITE FEED-IN-RECORD.
           ADD 1 TO ACL-DETAIL-COUNT.
           ADD ACL-PAYOUT TO ACL-AMOUNT-TOTAL.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    7000-NEW-REASON-LINE / 7100-WRITE-REASON-LINE - A REFUSAL
      *    LINE IS STARTED WITH THE REQUEST'S ACCOUNT AND DATE, THE
      *    CALLER FILLS IN THE REASON AND ANY ITEM KEY, AND IT IS
      *    WRITTEN AND COUNTED AGAINST THE REQUEST.
      *-----------------------------------------------------------------
       7000-NEW-REASON-LINE.
           MOVE SPACES TO CLOSE-RPT-RECORD.
           MOVE CQ-ACCOUNT-NUMBER TO CX-ACCOUNT-NUMBER.
           MOVE CQ-CLOSURE-DATE TO CX-CLOSURE-DATE.
           MOVE 'REFUSED' TO CX-RESULT.
       7000-EXIT.
           EXIT.

       7100-WRITE-REASON-LINE.
           WRITE CLOSE-RPT-RECORD.
           ADD 1 TO ACL-REASON-COUNT.
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8000-WRITE-TRAILER - THE TRAILER FEEDINTAKE BALANCES THE
      *    FILE AGAINST BEFORE A SINGLE DETAIL IS POSTED.
      *-----------------------------------------------------------------
       8000-WRITE-TRAILER.
           MOVE SPACES TO FEED-IN-RECORD.
           MOVE 'T' TO FI-RECORD-TYPE.
           MOVE ACL-DETAIL-COUNT TO FI-RECORD-COUNT.
           MOVE ACL-AMOUNT-TOTAL TO FI-AMOUNT-TOTAL.
           WRITE FEED-IN-RECORD.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9000-TERMINATE - CLOSE FILES AND DISPLAY RUN COUNTS.
      *-----------------------------------------------------------------
       9000-TERMINATE.
           IF ACL-FILES-OPEN
               CLOSE CLOSE-REQ-FILE
               CLOSE ACCT-MSTR-FILE
               CLOSE ACCT-BAL-FILE
               CLOSE ACCR-RATE-FILE
               CLOSE FEED-SUSP-FILE
               CLOSE GL-BREAK-FILE
               CLOSE ACCT-HOLD-FILE
               CLOSE FEED-OUT-FILE
               CLOSE CLOSE-RPT-FILE
           END-IF.
           DISPLAY 'ACCTCLOSE REQUESTS READ: ' ACL-REQUEST-COUNT.
           DISPLAY 'ACCTCLOSE ACCOUNTS CLOSED: ' ACL-CLOSED-COUNT.
           DISPLAY 'ACCTCLOSE CLOSURES REFUSED: ' ACL-REFUSED-COUNT.
           DISPLAY 'ACCTCLOSE FEED DETAILS WRITTEN: '
               ACL-DETAIL-COUNT.
           PERFORM 9900-RUN-CONTROL-END THRU 9900-EXIT.
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9900-RUN-CONTROL-END - COMPLETE THIS RUN'S RUN CONTROL
      *    RECORD WITH THE HEADLINE COUNTS.  NOTHING TO COMPLETE IF
      *    THE START WAS NEVER REGISTERED, AND A RUN THIS PROGRAM
      *    REJECTED IN FLIGHT IS LEFT AS STARTED.
      *-----------------------------------------------------------------
       9900-RUN-CONTROL-END.
           IF NOT RCL-OK
               GO TO 9900-EXIT
           END-IF.
           IF ACL-RUN-REJECTED
               GO TO 9900-EXIT
           END-IF.
           SET RCL-FUNC-END TO TRUE.
           MOVE ACL-CLOSED-COUNT TO RCL-COUNT-1.
           MOVE ACL-REFUSED-COUNT TO RCL-COUNT-2.
           CALL 'RunCtlLog' USING RUN-CTL-REQUEST.
       9900-EXIT.
           EXIT.
