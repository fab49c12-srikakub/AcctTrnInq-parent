       IDENTIFICATION DIVISION.
      *****************************************************************
      *    PROGRAM-ID  :  CASHCOMPRPT
      *    AUTHOR      :  S. KUBACKI
      *    INSTALLATION:  DEPOSIT SYSTEMS
      *    DATE-WRITTEN:  2026-10-15
      *    DATE-COMPILED:
      *-----------------------------------------------------------------
      *    DESCRIPTION  :  NIGHTLY LARGE-CASH AND STRUCTURING REPORT.
      *                    WALKS THE REGISTRATION CROSS-REFERENCE
      *                    ACCTREGX AND, FOR EVERY ACCOUNT A
      *                    REGISTRATION HOLDS, READS THAT ACCOUNT'S
      *                    POSTINGS FOR THE PROCESS DATE OFF THE
      *                    ACCTTRNPD COMPANION FILE.  A POSTING IS CASH
      *                    WHEN ITS AT-SOURCE-CODE IS FLAGGED AS A CASH
      *                    SOURCE ON TRNCODTBL - THE LIST IS MAINTAINED
      *                    THROUGH TRNCODEMAINT, NOT CODED HERE.  CASH
      *                    IN AND CASH OUT ARE TOTALLED ACROSS ALL OF
      *                    THE REGISTRATION'S ACCOUNTS, SO DEPOSITS
      *                    SPLIT ACROSS JOINT ACCOUNTS ARE ADDED BACK
      *                    TOGETHER.
      *
      *                    A REGISTRATION WHOSE DAY'S CASH IN OR CASH
      *                    OUT IS OVER THE REPORTABLE THRESHOLD GOES ON
      *                    THE FILING EXTRACT, WITH ITS CASH ACCOUNTS.
      *                    EVERY REGISTRATION'S DAY IS KEPT ON CASHHIST;
      *                    A REGISTRATION JUST UNDER THE THRESHOLD
      *                    TODAY THAT HAS BEEN JUST UNDER ON ENOUGH
      *                    DAYS OF THE ROLLING WINDOW GOES ON THE
      *                    STRUCTURING WATCH SECTION OF THE REPORT.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL PROGRAM.
      *    2026-10-15 SRK    REFUSE THE RUN WHEN CASHHIST CANNOT BE
      *                      OPENED RATHER THAN SKIP THE STRUCTURING
      *                      WATCH.
      *****************************************************************
       PROGRAM-ID.  CashCompRpt.
       AUTHOR.      S. KUBACKI.
       INSTALLATION. DEPOSIT SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-RPT-PARM-FILE ASSIGN TO "CASHPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CCR-PARM-STATUS.
           SELECT ACCT-REGX-FILE ASSIGN TO "ACCTREGX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RX-REG-KEY
               FILE STATUS IS CCR-ACCT-REGX-STATUS.
           SELECT ACCT-TRN-PD-FILE ASSIGN TO "ACCTTRNPD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS CCR-TRN-PD-STATUS.
           SELECT ACCT-TRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AT-TRN-KEY
               FILE STATUS IS CCR-ACCT-TRN-STATUS.
           SELECT TRN-CODE-TBL-FILE ASSIGN TO "TRNCODTBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-KEY
               FILE STATUS IS CCR-TRN-CODE-STATUS.
           SELECT CASH-HIST-FILE ASSIGN TO "CASHHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS CCR-HIST-STATUS.
           SELECT CASH-FILE ASSIGN TO "CASHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CCR-FILE-STATUS.
           SELECT CASH-RPT-FILE ASSIGN TO "CASHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CCR-RPT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-RPT-PARM-FILE.
       COPY CashRptParm.

       FD  ACCT-REGX-FILE.
       COPY AcctRegx.

       FD  ACCT-TRN-PD-FILE.
       COPY AcctTrnPd.

       FD  ACCT-TRN-FILE.
       COPY AcctTrn.

       FD  TRN-CODE-TBL-FILE.
       COPY TrnCodTbl.

       FD  CASH-HIST-FILE.
       COPY CashHist.

       FD  CASH-FILE.
       COPY CashFile.

       FD  CASH-RPT-FILE.
       COPY CashRpt.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-SECTION-SEQ             PIC 9(01).
           05  SW-REGISTRATION-NUMBER     PIC X(23).
           05  SW-CASH-IN-TOTAL           PIC 9(13)V99.
           05  SW-CASH-OUT-TOTAL          PIC 9(13)V99.
           05  SW-ITEM-COUNT              PIC 9(05).
           05  SW-ACCOUNT-COUNT           PIC 9(05).
           05  SW-WINDOW-DAYS             PIC 9(03).

       WORKING-STORAGE SECTION.
       77  CCR-PARM-STATUS            PIC X(02) VALUE '00'.
       77  CCR-ACCT-REGX-STATUS       PIC X(02) VALUE '00'.
       77  CCR-TRN-PD-STATUS          PIC X(02) VALUE '00'.
       77  CCR-ACCT-TRN-STATUS        PIC X(02) VALUE '00'.
       77  CCR-TRN-CODE-STATUS        PIC X(02) VALUE '00'.
       77  CCR-HIST-STATUS            PIC X(02) VALUE '00'.
       77  CCR-FILE-STATUS            PIC X(02) VALUE '00'.
       77  CCR-RPT-STATUS             PIC X(02) VALUE '00'.
       77  CCR-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88  CCR-RUN-REFUSED            VALUE 'Y'.
       77  CCR-REGX-EOF-SW            PIC X(01) VALUE 'N'.
           88  CCR-REGX-EOF               VALUE 'Y'.
       77  CCR-PD-DONE-SW             PIC X(01) VALUE 'N'.
           88  CCR-PD-DONE                VALUE 'Y'.
       77  CCR-HIST-SCAN-DONE-SW      PIC X(01) VALUE 'N'.
           88  CCR-HIST-SCAN-DONE         VALUE 'Y'.
       77  CCR-SORT-EOF-SW            PIC X(01) VALUE 'N'.
           88  CCR-SORT-EOF               VALUE 'Y'.
       77  CCR-HIST-FILE-SW           PIC X(01) VALUE 'N'.
           88  CCR-HIST-FILE-OPEN         VALUE 'Y'.
       77  CCR-HIST-FOUND-SW          PIC X(01) VALUE 'N'.
           88  CCR-HIST-FOUND             VALUE 'Y'.
       77  CCR-CASH-SW                PIC X(01) VALUE 'N'.
           88  CCR-IS-CASH                VALUE 'Y'.
       77  CCR-FIRST-REG-SW           PIC X(01) VALUE 'Y'.
       77  CCR-DAY-CLASS              PIC X(01) VALUE SPACE.
           88  CCR-DAY-FILED              VALUE 'F'.
           88  CCR-DAY-JUST-UNDER         VALUE 'U'.
           88  CCR-DAY-BELOW              VALUE 'B'.
       77  CCR-TODAY                  PIC 9(08) VALUE ZERO.
       77  CCR-PROCESS-DATE           PIC 9(08) VALUE ZERO.
       77  CCR-WINDOW-START           PIC 9(08) VALUE ZERO.
       77  CCR-THRESHOLD              PIC 9(13)V99 VALUE ZERO.
       77  CCR-WATCH-FLOOR            PIC 9(13)V99 VALUE ZERO.
       77  CCR-WINDOW-DAYS            PIC 9(03) VALUE ZERO.
       77  CCR-WATCH-DAYS             PIC 9(03) VALUE ZERO.
       77  CCR-BACK-DAYS              PIC 9(03) VALUE ZERO.
       77  CCR-JUST-UNDER-DAYS        PIC 9(03) VALUE ZERO.
       77  CCR-CURRENT-REG            PIC X(23) VALUE SPACES.
       77  CCR-REG-CASH-IN            PIC 9(13)V99 VALUE ZERO.
       77  CCR-REG-CASH-OUT           PIC 9(13)V99 VALUE ZERO.
       77  CCR-REG-ITEM-COUNT         PIC 9(05) VALUE ZERO.
       77  CCR-REG-ACCOUNT-COUNT      PIC 9(05) VALUE ZERO.
       77  CCR-ACCT-CASH-IN           PIC 9(13)V99 VALUE ZERO.
       77  CCR-ACCT-CASH-OUT          PIC 9(13)V99 VALUE ZERO.
       77  CCR-ACCT-ITEM-COUNT        PIC 9(05) VALUE ZERO.
       77  CCR-GRAND-CASH-IN          PIC 9(13)V99 VALUE ZERO.
       77  CCR-GRAND-CASH-OUT         PIC 9(13)V99 VALUE ZERO.
       77  CCR-REG-COUNT              PIC 9(09) VALUE ZERO.
       77  CCR-CASH-ITEM-COUNT        PIC 9(09) VALUE ZERO.
       77  CCR-FILED-COUNT            PIC 9(09) VALUE ZERO.
       77  CCR-WATCH-COUNT            PIC 9(09) VALUE ZERO.
       77  CCR-MISSING-TRN-COUNT      PIC 9(09) VALUE ZERO.
       77  CCR-TBL-COUNT              PIC 9(03) VALUE ZERO.
       77  CCR-TBL-SUB                PIC 9(03) VALUE ZERO.
       77  CCR-TBL-OVERFLOW-COUNT     PIC 9(05) VALUE ZERO.
       77  CCR-QUOT                   PIC 9(04) VALUE ZERO.
       77  CCR-REM4                   PIC 9(04) VALUE ZERO.
       77  CCR-REM100                 PIC 9(04) VALUE ZERO.
       77  CCR-REM400                 PIC 9(04) VALUE ZERO.

      *    THE CASH ACCOUNTS OF THE REGISTRATION IN HAND, HELD UNTIL
      *    THE REGISTRATION'S TOTAL IS KNOWN SO THEY CAN FOLLOW ITS
      *    DETAIL ONTO THE FILING EXTRACT.
       01  CCR-ACCT-TABLE.
           05  CCR-ACCT-ENTRY         OCCURS 50 TIMES.
               10  CCR-TBL-ACCOUNT    PIC X(23).
               10  CCR-TBL-CASH-IN    PIC 9(13)V99.
               10  CCR-TBL-CASH-OUT   PIC 9(13)V99.
               10  CCR-TBL-ITEM-COUNT PIC 9(05).

       01  CCR-CALC-DATE-GRP.
           05  CCR-CALC-DATE          PIC 9(08).
       01  CCR-CALC-BREAKDOWN REDEFINES CCR-CALC-DATE-GRP.
           05  CCR-CD-YYYY            PIC 9(04).
           05  CCR-CD-MM              PIC 9(02).
           05  CCR-CD-DD              PIC 9(02).
       01  CCR-DAYS-IN-MONTH-TBL.
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
       01  CCR-DAYS-IN-MONTH REDEFINES CCR-DAYS-IN-MONTH-TBL.
           05  CCR-DAYS-TBL-ENTRY     PIC 9(02) OCCURS 12 TIMES.

       COPY RunCtlReq.

       COPY FeedGuardReq.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT CCR-RUN-REFUSED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-SECTION-SEQ
                   ON ASCENDING KEY SW-REGISTRATION-NUMBER
                   INPUT PROCEDURE IS 2000-SWEEP-REGISTRATIONS
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-WRITE-REPORT
                       THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      *-----------------------------------------------------------------
      *    1000-INITIALIZE - READ THE RUN PARAMETERS, SETTLE THE
      *    DEFAULTS AND THE FIRST DAY OF THE ROLLING WINDOW, REGISTER
      *    THE RUN, AND OPEN THE FILES.  CASHHIST IS OPENED FIRST:
      *    WITHOUT IT THE STRUCTURING WATCH CANNOT BE DONE, SO THE RUN
      *    IS REFUSED BEFORE ANY OUTPUT IS OPENED AND LEFT STARTED ON
      *    RUN CONTROL FOR A RERUN ONCE THE FILE IS RESTORED.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT CCR-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT CASH-RPT-PARM-FILE.
           READ CASH-RPT-PARM-FILE INTO CASH-RPT-PARM-RECORD
               AT END
                   MOVE ZERO TO CP-PROCESS-DATE
                   MOVE ZERO TO CP-THRESHOLD
                   MOVE ZERO TO CP-WATCH-FLOOR
                   MOVE ZERO TO CP-WINDOW-DAYS
                   MOVE ZERO TO CP-WATCH-DAYS
           END-READ.
           CLOSE CASH-RPT-PARM-FILE.
           MOVE CP-PROCESS-DATE TO CCR-PROCESS-DATE.
           IF CCR-PROCESS-DATE = ZERO
               MOVE CCR-TODAY TO CCR-PROCESS-DATE
           END-IF.
           MOVE CP-THRESHOLD TO CCR-THRESHOLD.
           IF CCR-THRESHOLD = ZERO
               MOVE 10000.00 TO CCR-THRESHOLD
           END-IF.
           MOVE CP-WATCH-FLOOR TO CCR-WATCH-FLOOR.
           IF CCR-WATCH-FLOOR = ZERO
              OR CCR-WATCH-FLOOR > CCR-THRESHOLD
               COMPUTE CCR-WATCH-FLOOR ROUNDED =
                   CCR-THRESHOLD * 0.80
           END-IF.
           MOVE CP-WINDOW-DAYS TO CCR-WINDOW-DAYS.
           IF CCR-WINDOW-DAYS = ZERO
               MOVE 15 TO CCR-WINDOW-DAYS
           END-IF.
           MOVE CP-WATCH-DAYS TO CCR-WATCH-DAYS.
           IF CCR-WATCH-DAYS = ZERO
               MOVE 3 TO CCR-WATCH-DAYS
           END-IF.
           MOVE CCR-PROCESS-DATE TO CCR-CALC-DATE.
           SUBTRACT 1 FROM CCR-WINDOW-DAYS GIVING CCR-BACK-DAYS.
           PERFORM 8100-PRIOR-DATE THRU 8100-EXIT
               CCR-BACK-DAYS TIMES.
           MOVE CCR-CALC-DATE TO CCR-WINDOW-START.
           PERFORM 1900-RUN-CONTROL-START THRU 1900-EXIT.
           IF CCR-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1950-CHECK-EXPECTED-FEEDS THRU 1950-EXIT.
           IF CCR-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O CASH-HIST-FILE.
           IF CCR-HIST-STATUS NOT = '00'
               DISPLAY 'CASHCOMPRPT: CASH HISTORY FILE NOT '
                   'AVAILABLE - STATUS ' CCR-HIST-STATUS
                   ' - RUN REFUSED'
               SET CCR-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET CCR-HIST-FILE-OPEN TO TRUE.
           OPEN INPUT ACCT-REGX-FILE.
           OPEN INPUT ACCT-TRN-PD-FILE.
           OPEN INPUT ACCT-TRN-FILE.
           OPEN INPUT TRN-CODE-TBL-FILE.
           OPEN OUTPUT CASH-FILE.
           OPEN OUTPUT CASH-RPT-FILE.
           MOVE SPACES TO CASH-FILE-RECORD.
           SET CF-HEADER-REC TO TRUE.
           MOVE CCR-PROCESS-DATE TO CF-FILE-PROCESS-DATE.
           MOVE CCR-THRESHOLD TO CF-THRESHOLD.
           WRITE CASH-FILE-RECORD.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1900-RUN-CONTROL-START - REGISTER THIS RUN ON THE RUN
      *    CONTROL FILE.  A DUPLICATE ANSWER MEANS THIS JOB ALREADY
      *    COMPLETED FOR THIS PROCESS DATE TODAY - REFUSED, SO A
      *    SECOND LAUNCH CANNOT OVERWRITE THE FILING EXTRACT.
      *-----------------------------------------------------------------
       1900-RUN-CONTROL-START.
           SET RCL-FUNC-START TO TRUE.
           MOVE 'CASHCOMPRPT' TO RCL-JOB-NAME.
           MOVE CCR-PROCESS-DATE TO RCL-PARM-DATE.
           MOVE SPACES TO RCL-PARM-TEXT.
           MOVE ZERO TO RCL-COUNT-1.
           MOVE ZERO TO RCL-COUNT-2.
           CALL 'RunCtlLog' USING RUN-CTL-REQUEST.
           IF RCL-DUPLICATE-RUN
               DISPLAY 'CASHCOMPRPT: ALREADY COMPLETED FOR THIS '
                   'PROCESS DATE - RUN REFUSED'
               SET CCR-RUN-REFUSED TO TRUE
           END-IF.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1950-CHECK-EXPECTED-FEEDS - REFUSE THE RUN WHILE ANY FEED
      *    THE CALENDAR EXPECTS FOR THE PROCESS DATE HAS NOT COMPLETED
      *    ITS INTAKE - HALF A DAY'S CASH UNDERSTATES EVERY TOTAL.  A
      *    SITE WITH NO CALENDAR FILE YET IS WARNED AND CARRIES ON.
      *-----------------------------------------------------------------
       1950-CHECK-EXPECTED-FEEDS.
           MOVE CCR-PROCESS-DATE TO FGD-PROCESS-DATE.
           CALL 'FeedGuard' USING FEED-GUARD-REQUEST.
           IF FGD-FEEDS-OUTSTANDING
               DISPLAY 'CASHCOMPRPT: ' FGD-OUTSTANDING-COUNT
                   ' EXPECTED FEEDS STILL OUTSTANDING (FIRST: '
                   FGD-FIRST-MISSING ') - RUN REFUSED'
               SET CCR-RUN-REFUSED TO TRUE
               GO TO 1950-EXIT
           END-IF.
           IF FGD-CHECK-FAILED
               DISPLAY 'CASHCOMPRPT: EXPECTED-FEED CALENDAR NOT '
                   'AVAILABLE - CONTINUING UNGUARDED'
           END-IF.
       1950-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2000-SWEEP-REGISTRATIONS - SORT INPUT: ONE PASS OF THE
      *    REGISTRATION CROSS-REFERENCE, BREAKING WHEN THE
      *    REGISTRATION CHANGES.  THE KEY IS REGISTRATION THEN
      *    ACCOUNT, SO ONE CUSTOMER'S ACCOUNTS ARE READ TOGETHER.
      *-----------------------------------------------------------------
       2000-SWEEP-REGISTRATIONS.
           MOVE 'N' TO CCR-REGX-EOF-SW.
           MOVE 'Y' TO CCR-FIRST-REG-SW.
           PERFORM 2100-PROCESS-ONE-REGX THRU 2100-EXIT
               UNTIL CCR-REGX-EOF.
           IF CCR-FIRST-REG-SW = 'N'
               PERFORM 2900-REGISTRATION-BREAK THRU 2900-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-PROCESS-ONE-REGX.
           READ ACCT-REGX-FILE NEXT RECORD
               AT END
                   SET CCR-REGX-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF CCR-FIRST-REG-SW = 'N'
              AND RX-REGISTRATION-NUMBER NOT = CCR-CURRENT-REG
               PERFORM 2900-REGISTRATION-BREAK THRU 2900-EXIT
           END-IF.
           MOVE RX-REGISTRATION-NUMBER TO CCR-CURRENT-REG.
           MOVE 'N' TO CCR-FIRST-REG-SW.
           PERFORM 2200-TOTAL-ACCOUNT-CASH THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2200-TOTAL-ACCOUNT-CASH - THE ACCOUNT'S POSTINGS FOR THE
      *    PROCESS DATE ARE ONE KEYED RANGE OF THE COMPANION FILE
      *    (DATE/ACCOUNT/EFFECTIVEDATE/SERIAL).  ITS CASH IS ADDED TO
      *    THE REGISTRATION AND THE ACCOUNT HELD FOR THE EXTRACT.
      *-----------------------------------------------------------------
       2200-TOTAL-ACCOUNT-CASH.
           MOVE ZERO TO CCR-ACCT-CASH-IN.
           MOVE ZERO TO CCR-ACCT-CASH-OUT.
           MOVE ZERO TO CCR-ACCT-ITEM-COUNT.
           MOVE CCR-PROCESS-DATE TO PD-PROCESS-DATE.
           MOVE RX-ACCOUNT-NUMBER TO PD-ACCOUNT-NUMBER.
           MOVE ZERO TO PD-EFFECTIVE-DATE.
           MOVE ZERO TO PD-SERIAL-NO.
           MOVE 'N' TO CCR-PD-DONE-SW.
           START ACCT-TRN-PD-FILE KEY IS NOT LESS THAN PD-KEY
               INVALID KEY
                   SET CCR-PD-DONE TO TRUE
           END-START.
           PERFORM 2300-READ-ONE-POSTING THRU 2300-EXIT
               UNTIL CCR-PD-DONE.
           IF CCR-ACCT-ITEM-COUNT = ZERO
               GO TO 2200-EXIT
           END-IF.
           ADD CCR-ACCT-CASH-IN TO CCR-REG-CASH-IN.
           ADD CCR-ACCT-CASH-OUT TO CCR-REG-CASH-OUT.
           ADD CCR-ACCT-ITEM-COUNT TO CCR-REG-ITEM-COUNT.
           ADD 1 TO CCR-REG-ACCOUNT-COUNT.
           IF CCR-TBL-COUNT < 50
               ADD 1 TO CCR-TBL-COUNT
               MOVE RX-ACCOUNT-NUMBER TO CCR-TBL-ACCOUNT(CCR-TBL-COUNT)
               MOVE CCR-ACCT-CASH-IN TO CCR-TBL-CASH-IN(CCR-TBL-COUNT)
               MOVE CCR-ACCT-CASH-OUT
                   TO CCR-TBL-CASH-OUT(CCR-TBL-COUNT)
               MOVE CCR-ACCT-ITEM-COUNT
                   TO CCR-TBL-ITEM-COUNT(CCR-TBL-COUNT)
           ELSE
               ADD 1 TO CCR-TBL-OVERFLOW-COUNT
               DISPLAY 'CASHCOMPRPT: MORE THAN 50 CASH ACCOUNTS FOR '
                   CCR-CURRENT-REG ' - ' RX-ACCOUNT-NUMBER
                   ' TOTALLED BUT NOT LISTED'
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2300-READ-ONE-POSTING - NEXT COMPANION ENTRY FOR THE
      *    ACCOUNT; FETCH THE POSTING AND, IF ITS SOURCE CODE IS A
      *    CASH SOURCE, ADD IT TO THE CASH-IN (CREDIT) OR CASH-OUT
      *    (DEBIT) SIDE.  A REVERSED POSTING AND THE REVERSAL THAT
      *    CANCELS IT MOVED NO CASH AND ARE BOTH LEFT OUT.
      *-----------------------------------------------------------------
       2300-READ-ONE-POSTING.
           READ ACCT-TRN-PD-FILE NEXT RECORD
               AT END
                   SET CCR-PD-DONE TO TRUE
                   GO TO 2300-EXIT
           END-READ.
           IF PD-PROCESS-DATE NOT = CCR-PROCESS-DATE
              OR PD-ACCOUNT-NUMBER NOT = RX-ACCOUNT-NUMBER
               SET CCR-PD-DONE TO TRUE
               GO TO 2300-EXIT
           END-IF.
           MOVE PD-ACCOUNT-NUMBER TO AT-ACCOUNT-NUMBER.
           MOVE PD-EFFECTIVE-DATE TO AT-EFFECTIVE-DATE.
           MOVE PD-SERIAL-NO TO AT-SERIAL-NO.
           READ ACCT-TRN-FILE
               INVALID KEY
                   ADD 1 TO CCR-MISSING-TRN-COUNT
                   GO TO 2300-EXIT
           END-READ.
           IF AT-REVERSED OR AT-REVERSAL-OF-SERIAL NOT = ZERO
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2400-CHECK-CASH-SOURCE THRU 2400-EXIT.
           IF NOT CCR-IS-CASH
               GO TO 2300-EXIT
           END-IF.
           IF AT-IS-CREDIT
               ADD AT-AMOUNT TO CCR-ACCT-CASH-IN
           ELSE
               ADD AT-AMOUNT TO CCR-ACCT-CASH-OUT
           END-IF.
           ADD 1 TO CCR-ACCT-ITEM-COUNT.
           ADD 1 TO CCR-CASH-ITEM-COUNT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2400-CHECK-CASH-SOURCE - IS THE POSTING'S SOURCE CODE
      *    FLAGGED AS A CASH SOURCE ON THE CODE TABLE.  A CODE SINCE
      *    RETIRED STILL COUNTS IF IT IS FLAGGED - THE POSTING WAS
      *    MADE WHILE IT WAS LIVE.
      *-----------------------------------------------------------------
       2400-CHECK-CASH-SOURCE.
           MOVE 'N' TO CCR-CASH-SW.
           MOVE 'S' TO TC-CODE-TYPE.
           MOVE AT-SOURCE-CODE TO TC-CODE.
           READ TRN-CODE-TBL-FILE
               INVALID KEY
                   GO TO 2400-EXIT
           END-READ.
           IF TC-CASH-SOURCE
               SET CCR-IS-CASH TO TRUE
           END-IF.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2900-REGISTRATION-BREAK - THE REGISTRATION IN HAND IS
      *    COMPLETE.  ONE WITH NO CASH TODAY NEEDS NOTHING; ONE WITH
      *    CASH IS CLASSIFIED AND RECORDED.  RESET FOR THE NEXT.
      *-----------------------------------------------------------------
       2900-REGISTRATION-BREAK.
           IF CCR-REG-ITEM-COUNT NOT = ZERO
               PERFORM 2950-CLASSIFY-REGISTRATION THRU 2950-EXIT
           END-IF.
           MOVE ZERO TO CCR-REG-CASH-IN.
           MOVE ZERO TO CCR-REG-CASH-OUT.
           MOVE ZERO TO CCR-REG-ITEM-COUNT.
           MOVE ZERO TO CCR-REG-ACCOUNT-COUNT.
           MOVE ZERO TO CCR-TBL-COUNT.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2950-CLASSIFY-REGISTRATION - OVER THE THRESHOLD ON EITHER
      *    SIDE IS FILED.  UNDER IT BUT AT OR ABOVE THE WATCH FLOOR IS
      *    JUST UNDER, AND IS WATCHED WHEN THE ROLLING WINDOW HOLDS
      *    ENOUGH JUST-UNDER DAYS, TODAY INCLUDED.
      *-----------------------------------------------------------------
       2950-CLASSIFY-REGISTRATION.
           ADD 1 TO CCR-REG-COUNT.
           IF CCR-REG-CASH-IN > CCR-THRESHOLD
              OR CCR-REG-CASH-OUT > CCR-THRESHOLD
               SET CCR-DAY-FILED TO TRUE
           ELSE
               IF CCR-REG-CASH-IN NOT < CCR-WATCH-FLOOR
                  OR CCR-REG-CASH-OUT NOT < CCR-WATCH-FLOOR
                   SET CCR-DAY-JUST-UNDER TO TRUE
               ELSE
                   SET CCR-DAY-BELOW TO TRUE
               END-IF
           END-IF.
           IF CCR-HIST-FILE-OPEN
               PERFORM 2960-RECORD-HISTORY THRU 2960-EXIT
           END-IF.
           IF CCR-DAY-FILED
               PERFORM 2980-WRITE-FILING-EXTRACT THRU 2980-EXIT
               MOVE 1 TO SW-SECTION-SEQ
               MOVE ZERO TO SW-WINDOW-DAYS
               PERFORM 2990-RELEASE-REPORT-LINE THRU 2990-EXIT
               GO TO 2950-EXIT
           END-IF.
           IF CCR-DAY-JUST-UNDER AND CCR-HIST-FILE-OPEN
               PERFORM 2970-COUNT-WINDOW-DAYS THRU 2970-EXIT
               IF CCR-JUST-UNDER-DAYS NOT < CCR-WATCH-DAYS
                   ADD 1 TO CCR-WATCH-COUNT
                   MOVE 2 TO SW-SECTION-SEQ
                   MOVE CCR-JUST-UNDER-DAYS TO SW-WINDOW-DAYS
                   PERFORM 2990-RELEASE-REPORT-LINE THRU 2990-EXIT
               END-IF
           END-IF.
       2950-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2960-RECORD-HISTORY - KEEP THE REGISTRATION'S DAY ON
      *    CASHHIST.  A DAY ALREADY ON FILE FROM AN EARLIER,
      *    INTERRUPTED RUN IS REPLACED, NOT DOUBLED.
      *-----------------------------------------------------------------
       2960-RECORD-HISTORY.
           MOVE CCR-CURRENT-REG TO CH-REGISTRATION-NUMBER.
           MOVE CCR-PROCESS-DATE TO CH-CASH-DATE.
           MOVE 'Y' TO CCR-HIST-FOUND-SW.
           READ CASH-HIST-FILE
               INVALID KEY
                   MOVE 'N' TO CCR-HIST-FOUND-SW
           END-READ.
           MOVE CCR-CURRENT-REG TO CH-REGISTRATION-NUMBER.
           MOVE CCR-PROCESS-DATE TO CH-CASH-DATE.
           MOVE CCR-REG-CASH-IN TO CH-CASH-IN-TOTAL.
           MOVE CCR-REG-CASH-OUT TO CH-CASH-OUT-TOTAL.
           MOVE CCR-REG-ITEM-COUNT TO CH-ITEM-COUNT.
           MOVE CCR-REG-ACCOUNT-COUNT TO CH-ACCOUNT-COUNT.
           MOVE CCR-DAY-CLASS TO CH-DAY-CLASS.
           IF CCR-HIST-FOUND
               REWRITE CASH-HIST-RECORD
                   INVALID KEY
                       DISPLAY 'CASHCOMPRPT: CASH HISTORY NOT UPDATED '
                           'FOR ' CCR-CURRENT-REG
               END-REWRITE
           ELSE
               WRITE CASH-HIST-RECORD
                   INVALID KEY
                       DISPLAY 'CASHCOMPRPT: CASH HISTORY NOT WRITTEN '
                           'FOR ' CCR-CURRENT-REG
               END-WRITE
           END-IF.
       2960-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2970-COUNT-WINDOW-DAYS - THE REGISTRATION'S HISTORY FROM THE
      *    FIRST DAY OF THE ROLLING WINDOW THROUGH THE PROCESS DATE IS
      *    ONE KEYED RANGE; COUNT THE JUST-UNDER DAYS IN IT.
      *-----------------------------------------------------------------
       2970-COUNT-WINDOW-DAYS.
           MOVE ZERO TO CCR-JUST-UNDER-DAYS.
           MOVE CCR-CURRENT-REG TO CH-REGISTRATION-NUMBER.
           MOVE CCR-WINDOW-START TO CH-CASH-DATE.
           MOVE 'N' TO CCR-HIST-SCAN-DONE-SW.
           START CASH-HIST-FILE KEY IS NOT LESS THAN CH-HIST-KEY
               INVALID KEY
                   SET CCR-HIST-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2975-COUNT-ONE-DAY THRU 2975-EXIT
               UNTIL CCR-HIST-SCAN-DONE.
       2970-EXIT.
           EXIT.

       2975-COUNT-ONE-DAY.
           READ CASH-HIST-FILE NEXT RECORD
               AT END
                   SET CCR-HIST-SCAN-DONE TO TRUE
                   GO TO 2975-EXIT
           END-READ.
           IF CH-REGISTRATION-NUMBER NOT = CCR-CURRENT-REG
              OR CH-CASH-DATE > CCR-PROCESS-DATE
               SET CCR-HIST-SCAN-DONE TO TRUE
               GO TO 2975-EXIT
           END-IF.
           IF CH-DAY-JUST-UNDER
               ADD 1 TO CCR-JUST-UNDER-DAYS
           END-IF.
       2975-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2980-WRITE-FILING-EXTRACT - ONE DETAIL FOR THE REGISTRATION
      *    AND ONE ACCOUNT RECORD PER ACCOUNT THAT MOVED CASH.
      *-----------------------------------------------------------------
       2980-WRITE-FILING-EXTRACT.
           MOVE SPACES TO CASH-FILE-RECORD.
           SET CF-DETAIL-REC TO TRUE.
           MOVE CCR-CURRENT-REG TO CF-REGISTRATION-NUMBER.
           MOVE CCR-PROCESS-DATE TO CF-PROCESS-DATE.
           MOVE CCR-REG-CASH-IN TO CF-CASH-IN-TOTAL.
           MOVE CCR-REG-CASH-OUT TO CF-CASH-OUT-TOTAL.
           MOVE CCR-REG-ITEM-COUNT TO CF-ITEM-COUNT.
           MOVE CCR-REG-ACCOUNT-COUNT TO CF-ACCOUNT-COUNT.
           WRITE CASH-FILE-RECORD.
           ADD 1 TO CCR-FILED-COUNT.
           ADD CCR-REG-CASH-IN TO CCR-GRAND-CASH-IN.
           ADD CCR-REG-CASH-OUT TO CCR-GRAND-CASH-OUT.
           PERFORM 2985-WRITE-ACCOUNT-RECORD THRU 2985-EXIT
               VARYING CCR-TBL-SUB FROM 1 BY 1
               UNTIL CCR-TBL-SUB > CCR-TBL-COUNT.
       2980-EXIT.
           EXIT.

       2985-WRITE-ACCOUNT-RECORD.
           MOVE SPACES TO CASH-FILE-RECORD.
           SET CF-ACCOUNT-REC TO TRUE.
           MOVE CCR-CURRENT-REG TO CF-ACCT-REGISTRATION.
           MOVE CCR-TBL-ACCOUNT(CCR-TBL-SUB) TO CF-ACCOUNT-NUMBER.
           MOVE CCR-TBL-CASH-IN(CCR-TBL-SUB) TO CF-ACCT-CASH-IN.
           MOVE CCR-TBL-CASH-OUT(CCR-TBL-SUB) TO CF-ACCT-CASH-OUT.
           MOVE CCR-TBL-ITEM-COUNT(CCR-TBL-SUB) TO CF-ACCT-ITEM-COUNT.
           WRITE CASH-FILE-RECORD.
       2985-EXIT.
           EXIT.

       2990-RELEASE-REPORT-LINE.
           MOVE CCR-CURRENT-REG TO SW-REGISTRATION-NUMBER.
           MOVE CCR-REG-CASH-IN TO SW-CASH-IN-TOTAL.
           MOVE CCR-REG-CASH-OUT TO SW-CASH-OUT-TOTAL.
           MOVE CCR-REG-ITEM-COUNT TO SW-ITEM-COUNT.
           MOVE CCR-REG-ACCOUNT-COUNT TO SW-ACCOUNT-COUNT.
           RELEASE SORT-WORK-RECORD.
       2990-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3000-WRITE-REPORT - SORT OUTPUT: THE FILING SECTION FIRST,
      *    THEN THE STRUCTURING WATCH SECTION, EACH IN REGISTRATION
      *    ORDER.
      *-----------------------------------------------------------------
       3000-WRITE-REPORT.
           MOVE 'N' TO CCR-SORT-EOF-SW.
           PERFORM 3100-WRITE-ONE-LINE THRU 3100-EXIT
               UNTIL CCR-SORT-EOF.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-LINE.
           RETURN SORT-WORK-FILE
               AT END
                   SET CCR-SORT-EOF TO TRUE
                   GO TO 3100-EXIT
           END-RETURN.
           IF SW-SECTION-SEQ = 1
               MOVE 'FILING' TO CC-RPT-SECTION
           ELSE
               MOVE 'WATCH' TO CC-RPT-SECTION
           END-IF.
           MOVE SW-REGISTRATION-NUMBER TO CC-RPT-REGISTRATION.
           MOVE CCR-PROCESS-DATE TO CC-RPT-PROCESS-DATE.
           MOVE SW-CASH-IN-TOTAL TO CC-RPT-CASH-IN.
           MOVE SW-CASH-OUT-TOTAL TO CC-RPT-CASH-OUT.
           MOVE SW-ITEM-COUNT TO CC-RPT-ITEM-COUNT.
           MOVE SW-ACCOUNT-COUNT TO CC-RPT-ACCOUNT-COUNT.
           MOVE SW-WINDOW-DAYS TO CC-RPT-WINDOW-DAYS.
           WRITE CASH-RPT-RECORD.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8100-PRIOR-DATE - STEP CCR-CALC-DATE (CCYYMMDD) BACK ONE
      *    CALENDAR DAY.
      *-----------------------------------------------------------------
       8100-PRIOR-DATE.
           SUBTRACT 1 FROM CCR-CD-DD.
           IF CCR-CD-DD = ZERO
               SUBTRACT 1 FROM CCR-CD-MM
               IF CCR-CD-MM = ZERO
                   MOVE 12 TO CCR-CD-MM
                   SUBTRACT 1 FROM CCR-CD-YYYY
               END-IF
               DIVIDE CCR-CD-YYYY BY 4
                   GIVING CCR-QUOT REMAINDER CCR-REM4
               DIVIDE CCR-CD-YYYY BY 100
                   GIVING CCR-QUOT REMAINDER CCR-REM100
               DIVIDE CCR-CD-YYYY BY 400
                   GIVING CCR-QUOT REMAINDER CCR-REM400
               MOVE CCR-DAYS-TBL-ENTRY(CCR-CD-MM) TO CCR-CD-DD
               IF CCR-CD-MM = 02 AND CCR-REM4 = 0
                       AND (CCR-REM100 NOT = 0 OR CCR-REM400 = 0)
                   MOVE 29 TO CCR-CD-DD
               END-IF
           END-IF.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9000-TERMINATE - CLOSE THE FILING EXTRACT WITH ITS TRAILER,
      *    CLOSE FILES, AND DISPLAY THE RUN SUMMARY.
      *-----------------------------------------------------------------
       9000-TERMINATE.
           IF NOT CCR-RUN-REFUSED
               MOVE SPACES TO CASH-FILE-RECORD
               SET CF-TRAILER-REC TO TRUE
               MOVE CCR-FILED-COUNT TO CF-RECORD-COUNT
               MOVE CCR-GRAND-CASH-IN TO CF-GRAND-CASH-IN
               MOVE CCR-GRAND-CASH-OUT TO CF-GRAND-CASH-OUT
               WRITE CASH-FILE-RECORD
               CLOSE ACCT-REGX-FILE
               CLOSE ACCT-TRN-PD-FILE
               CLOSE ACCT-TRN-FILE
               CLOSE TRN-CODE-TBL-FILE
               CLOSE CASH-FILE
               CLOSE CASH-RPT-FILE
           END-IF.
           IF CCR-HIST-FILE-OPEN
               CLOSE CASH-HIST-FILE
           END-IF.
           DISPLAY 'CASHCOMPRPT PROCESS DATE: ' CCR-PROCESS-DATE.
           DISPLAY 'CASHCOMPRPT CASH ITEMS: ' CCR-CASH-ITEM-COUNT.
           DISPLAY 'CASHCOMPRPT REGISTRATIONS WITH CASH: '
               CCR-REG-COUNT.
           DISPLAY 'CASHCOMPRPT REGISTRATIONS FILED: ' CCR-FILED-COUNT.
           DISPLAY 'CASHCOMPRPT REGISTRATIONS ON WATCH: '
               CCR-WATCH-COUNT.
           IF CCR-MISSING-TRN-COUNT NOT = ZERO
               DISPLAY 'CASHCOMPRPT: ' CCR-MISSING-TRN-COUNT
                   ' COMPANION ENTRIES WITH NO POSTING - INVESTIGATE'
           END-IF.
           IF CCR-TBL-OVERFLOW-COUNT NOT = ZERO
               DISPLAY 'CASHCOMPRPT: ' CCR-TBL-OVERFLOW-COUNT
                   ' CASH ACCOUNTS TOTALLED BUT NOT LISTED'
           END-IF.
           PERFORM 9900-RUN-CONTROL-END THRU 9900-EXIT.
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9900-RUN-CONTROL-END - COMPLETE THIS RUN'S RUN CONTROL
      *    RECORD WITH THE HEADLINE COUNTS.  NOTHING TO COMPLETE IF
      *    THE START WAS NEVER REGISTERED, AND A RUN THIS PROGRAM
      *    REFUSED IN FLIGHT IS LEFT AS STARTED.
      *-----------------------------------------------------------------
       9900-RUN-CONTROL-END.
           IF NOT RCL-OK
               GO TO 9900-EXIT
           END-IF.
           IF CCR-RUN-REFUSED
               GO TO 9900-EXIT
           END-IF.
           SET RCL-FUNC-END TO TRUE.
           MOVE CCR-FILED-COUNT TO RCL-COUNT-1.
           MOVE CCR-WATCH-COUNT TO RCL-COUNT-2.
           CALL 'RunCtlLog' USING RUN-CTL-REQUEST.
       9900-EXIT.
           EXIT.
