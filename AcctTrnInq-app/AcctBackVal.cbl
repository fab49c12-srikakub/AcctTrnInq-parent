       IDENTIFICATION DIVISION.
      *****************************************************************
      *    PROGRAM-ID  :  ACCTBACKVAL
      *    AUTHOR      :  S. KUBACKI
      *    INSTALLATION:  DEPOSIT SYSTEMS
      *    DATE-WRITTEN:  2026-10-15
      *    DATE-COMPILED:
      *-----------------------------------------------------------------
      *    DESCRIPTION  :  NIGHTLY BACK-VALUATION INTEREST RE-ACCRUAL.
      *                    ACCTINTACCR ACCRUES A MONTH ONCE, BUT A
      *                    POSTING, A FEEDSUSP REPOST OR AN ACCTTRNADJ
      *                    REVERSAL CAN ARRIVE LATER WITH AN EFFECTIVE
      *                    DATE INSIDE A MONTH ALREADY ACCRUED.
      *                    ACCTBALSNAP REBUILDS THAT DAY'S SNAPSHOT
      *                    AND EVERY LATER ONE, AND THIS RUN PUTS THE
      *                    INTEREST RIGHT: FOR EVERY POSTING TAKEN
      *                    SINCE ITS LAST RUN IT FINDS EACH MONTH, FROM
      *                    THE POSTING'S EFFECTIVE MONTH ON, THAT
      *                    ACCTINTACCR COMPLETED BEFORE THE POSTING
      *                    ARRIVED, RECOMPUTES THAT ACCOUNT'S MONTH -
      *                    INTEREST AND SERVICE-FEE WAIVER - FROM THE
      *                    CORRECTED SNAPSHOTS WITH ACCTINTACCR'S OWN
      *                    ARITHMETIC, COMPARES THE RESULT WITH WHAT
      *                    STANDS POSTED FOR THE MONTH UNDER FEED
      *                    SOURCE INTF - LIVE OR ALREADY ARCHIVED -
      *                    AND WRITES ONLY THE DIFFERENCE AS AN INTF
      *                    ADJUSTMENT ON A STANDARD FEEDIN FILE FOR
      *                    FEEDINTAKE TO POST.  EVERY ACCOUNT
      *                    AND MONTH CORRECTED IS LISTED ON THE
      *                    BACK-VALUATION REPORT.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL PROGRAM.
      *    2026-10-15 SRK    REFUSE THE RUN WHILE ANY ACCRUED MONTH'S
      *                      INTF FEED IS STILL NOT TAKEN - THE MONTH
      *                      WOULD SHOW NOTHING POSTED AND THE WHOLE
      *                      ACCRUAL WOULD GO OUT AS AN ADJUSTMENT,
      *                      THEN POST AGAIN WHEN THE FEED WENT IN.
      *    2026-10-15 SRK    TALLY WHAT STANDS POSTED FOR THE MONTH
      *                      FROM ACCTARCH AS WELL AS ACCTTRN, SO A
      *                      MONTH ACCTTRNARCH HAS ALREADY PURGED IS
      *                      NOT TAKEN AS NOTHING POSTED AND ACCRUED A
      *                      SECOND TIME.
      *    2026-10-15 SRK    RECOMPUTE EVERY ACCRUED MONTH FROM THE
      *                      POSTING'S EFFECTIVE MONTH ON - THE
      *                      POSTING MOVES EVERY LATER SNAPSHOT TOO.
      *****************************************************************
       PROGRAM-ID.  AcctBackVal.
       AUTHOR.      S. KUBACKI.
       INSTALLATION. DEPOSIT SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACK-VAL-PARM-FILE ASSIGN TO "BACKVALPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABV-PARM-STATUS.
           SELECT ACCT-TRN-PD-FILE ASSIGN TO "ACCTTRNPD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS ABV-TRN-PD-STATUS.
           SELECT ACCT-TRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-TRN-KEY
               FILE STATUS IS ABV-ACCT-TRN-STATUS.
           SELECT ACCT-ARCH-FILE ASSIGN TO "ACCTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-TRN-KEY
               FILE STATUS IS ABV-ACCT-ARCH-STATUS.
           SELECT ACCT-MSTR-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS ABV-ACCT-MSTR-STATUS.
           SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-BAL-KEY
               FILE STATUS IS ABV-ACCT-BAL-STATUS.
           SELECT ACCR-RATE-FILE ASSIGN TO "ACCRRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-CURRENCY-CODE
               FILE STATUS IS ABV-RATE-STATUS.
           SELECT FEED-OUT-FILE ASSIGN TO "BVFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABV-FEED-OUT-STATUS.
           SELECT BACK-VAL-RPT-FILE ASSIGN TO "BACKVALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABV-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS ABV-RUN-CTL-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  BACK-VAL-PARM-FILE.
       COPY BackValParm.

       FD  ACCT-TRN-PD-FILE.
       COPY AcctTrnPd.

       FD  ACCT-TRN-FILE.
       COPY AcctTrn.

       FD  ACCT-ARCH-FILE.
       COPY AcctArch.

       FD  ACCT-MSTR-FILE.
       COPY AcctMstr.

       FD  ACCT-BAL-FILE.
       COPY AcctBal.

       FD  ACCR-RATE-FILE.
       COPY AccrRate.

       FD  FEED-OUT-FILE.
       COPY FeedIn.

       FD  BACK-VAL-RPT-FILE.
       COPY BackValRpt.

       FD  RUN-CTL-FILE.
       COPY RunCtl.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  BK-ACCOUNT-NUMBER          PIC X(23).
           05  BK-MONTH-END               PIC 9(08).

       WORKING-STORAGE SECTION.
       77  ABV-PARM-STATUS            PIC X(02) VALUE '00'.
       77  ABV-TRN-PD-STATUS          PIC X(02) VALUE '00'.
       77  ABV-ACCT-TRN-STATUS        PIC X(02) VALUE '00'.
       77  ABV-ACCT-ARCH-STATUS       PIC X(02) VALUE '00'.
       77  ABV-ACCT-MSTR-STATUS       PIC X(02) VALUE '00'.
       77  ABV-ACCT-BAL-STATUS        PIC X(02) VALUE '00'.
       77  ABV-RATE-STATUS            PIC X(02) VALUE '00'.
       77  ABV-FEED-OUT-STATUS        PIC X(02) VALUE '00'.
       77  ABV-RPT-STATUS             PIC X(02) VALUE '00'.
       77  ABV-RUN-CTL-STATUS         PIC X(02) VALUE '00'.
       77  ABV-RUN-REJECT-SW          PIC X(01) VALUE 'N'.
           88  ABV-RUN-REJECTED           VALUE 'Y'.
       77  ABV-FILES-OPEN-SW          PIC X(01) VALUE 'N'.
           88  ABV-FILES-OPEN             VALUE 'Y'.
       77  ABV-RC-SCAN-DONE-SW        PIC X(01) VALUE 'N'.
           88  ABV-RC-SCAN-DONE           VALUE 'Y'.
       77  ABV-RUN-FOUND-SW           PIC X(01) VALUE 'N'.
           88  ABV-RUN-FOUND              VALUE 'Y'.
       77  ABV-EOF-SW                 PIC X(01) VALUE 'N'.
           88  ABV-EOF                    VALUE 'Y'.
       77  ABV-SORT-EOF-SW            PIC X(01) VALUE 'N'.
           88  ABV-SORT-EOF               VALUE 'Y'.
       77  ABV-SCAN-DONE-SW           PIC X(01) VALUE 'N'.
           88  ABV-SCAN-DONE              VALUE 'Y'.
       77  ABV-MONTH-ACCRUED-SW       PIC X(01) VALUE 'N'.
           88  ABV-MONTH-ACCRUED          VALUE 'Y'.
       77  ABV-RATE-FOUND-SW          PIC X(01) VALUE 'N'.
           88  ABV-RATE-FOUND             VALUE 'Y'.
       77  ABV-BAL-SEEN-SW            PIC X(01) VALUE 'N'.
           88  ABV-BAL-SEEN               VALUE 'Y'.
       77  ABV-TODAY                  PIC 9(08) VALUE ZERO.
       77  ABV-TIME-8                 PIC 9(08) VALUE ZERO.
       77  ABV-PROCESS-DATE           PIC 9(08) VALUE ZERO.
       77  ABV-SNAP-THROUGH           PIC 9(08) VALUE ZERO.
       77  ABV-LAST-DONE              PIC 9(08) VALUE ZERO.
       77  ABV-LAST-DONE-DETAILS      PIC 9(09) VALUE ZERO.
       77  ABV-FIND-JOB               PIC X(12) VALUE SPACES.
       77  ABV-FIND-PARM-DATE         PIC 9(08) VALUE ZERO.
       77  ABV-ACCRUED-COUNT          PIC 9(03) VALUE ZERO.
       77  ABV-SUB                    PIC 9(03) VALUE ZERO.
       77  ABV-MONTH-START            PIC 9(08) VALUE ZERO.
       77  ABV-MONTH-END              PIC 9(08) VALUE ZERO.
       77  ABV-MAX-DAY                PIC 9(02) VALUE ZERO.
       77  ABV-DAY                    PIC 9(02) VALUE ZERO.
       77  ABV-PREV-ACCOUNT           PIC X(23) VALUE SPACES.
       77  ABV-PREV-MONTH-END         PIC 9(08) VALUE ZERO.
       77  ABV-RUNNING-BALANCE        PIC S9(13)V99 VALUE ZERO.
       77  ABV-MIN-BALANCE            PIC S9(13)V99 VALUE ZERO.
       77  ABV-BAL-DAY-SUM            PIC S9(15)V99 VALUE ZERO.
       77  ABV-MONTH-END-INTF-NET     PIC S9(13)V99 VALUE ZERO.
       77  ABV-CALC-INTEREST          PIC 9(11)V99 VALUE ZERO.
       77  ABV-POSTED-INTEREST        PIC S9(11)V99 VALUE ZERO.
       77  ABV-INTEREST-ADJ           PIC S9(11)V99 VALUE ZERO.
       77  ABV-CALC-FEE               PIC 9(07)V99 VALUE ZERO.
       77  ABV-POSTED-FEE             PIC S9(09)V99 VALUE ZERO.
       77  ABV-FEE-ADJ                PIC S9(09)V99 VALUE ZERO.
       77  ABV-ADJ-AMOUNT             PIC 9(11)V99 VALUE ZERO.
       77  ABV-ENTRY-COUNT            PIC 9(09) VALUE ZERO.
       77  ABV-BACK-VALUED-COUNT      PIC 9(09) VALUE ZERO.
       77  ABV-MISSING-COUNT          PIC 9(09) VALUE ZERO.
       77  ABV-MONTH-COUNT            PIC 9(09) VALUE ZERO.
       77  ABV-CORRECTED-COUNT        PIC 9(09) VALUE ZERO.
       77  ABV-UNCHANGED-COUNT        PIC 9(09) VALUE ZERO.
       77  ABV-CLOSED-COUNT           PIC 9(09) VALUE ZERO.
       77  ABV-NO-ACCOUNT-COUNT       PIC 9(09) VALUE ZERO.
       77  ABV-NO-RATE-COUNT          PIC 9(09) VALUE ZERO.
       77  ABV-DETAIL-COUNT           PIC 9(09) VALUE ZERO.
       77  ABV-AMOUNT-TOTAL           PIC 9(13)V99 VALUE ZERO.
       77  ABV-QUOT                   PIC 9(04) VALUE ZERO.
       77  ABV-REM4                   PIC 9(04) VALUE ZERO.
       77  ABV-REM100                 PIC 9(04) VALUE ZERO.
       77  ABV-REM400                 PIC 9(04) VALUE ZERO.

       01  ABV-DAY-DATE-GRP.
           05  ABV-DD-YYYY            PIC 9(04).
           05  ABV-DD-MM              PIC 9(02).
           05  ABV-DD-DD              PIC 9(02).
       01  ABV-DAY-DATE REDEFINES ABV-DAY-DATE-GRP
                                      PIC 9(08).
       01  ABV-DAYS-IN-MONTH-TBL.
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
       01  ABV-DAYS-IN-MONTH REDEFINES ABV-DAYS-IN-MONTH-TBL.
           05  ABV-DAYS-TBL-ENTRY     PIC 9(02) OCCURS 12 TIMES.
      *    EVERY ACCRUAL MONTH ACCTINTACCR HAS COMPLETED, WITH THE DAY
      *    IT FIRST COMPLETED AND THE PROCESS DATE ITS FEED CARRIED
      *    (ZERO WHERE THE RUN DID NOT LOG ONE).  TEN YEARS OF MONTHS;
      *    PAST THAT THE OLDEST FALL OFF THE FRONT.
       01  ABV-ACCRUED-TBL.
           05  ABV-ACCRUED-ENTRY      OCCURS 120 TIMES.
               10  ABV-AE-MONTH-END   PIC 9(08).
               10  ABV-AE-RUN-DATE    PIC 9(08).
               10  ABV-AE-FEED-DATE   PIC 9(08).

       COPY RunCtlReq.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT ABV-RUN-REJECTED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY BK-ACCOUNT-NUMBER
                   ON ASCENDING KEY BK-MONTH-END
                   INPUT PROCEDURE IS 2000-RELEASE-MONTHS
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-CORRECT-MONTHS
                       THRU 3000-EXIT
               PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      *-----------------------------------------------------------------
      *    1000-INITIALIZE - READ THE PROCESS DATE, CHECK THE RUN
      *    HISTORY, REGISTER THE RUN, AND OPEN THE FILES WITH THE
      *    FEED HEADER ALREADY WRITTEN.  THE ARCHIVE IS OPENED FIRST:
      *    WITHOUT IT A PURGED MONTH WOULD SHOW NOTHING POSTED, SO THE
      *    RUN IS REFUSED BEFORE ANY OUTPUT IS OPENED AND LEFT STARTED
      *    ON RUN CONTROL FOR A RERUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT ABV-TODAY FROM DATE YYYYMMDD.
           ACCEPT ABV-TIME-8 FROM TIME.
           OPEN INPUT BACK-VAL-PARM-FILE.
           READ BACK-VAL-PARM-FILE INTO BACK-VAL-PARM-RECORD
               AT END
                   MOVE ZERO TO BV-PROCESS-DATE
           END-READ.
           CLOSE BACK-VAL-PARM-FILE.
           IF BV-PROCESS-DATE NOT NUMERIC
              OR BV-PROCESS-DATE = ZERO
               MOVE ABV-TODAY TO BV-PROCESS-DATE
           END-IF.
           MOVE BV-PROCESS-DATE TO ABV-PROCESS-DATE.
           PERFORM 1800-CHECK-RUN-HISTORY THRU 1800-EXIT.
           IF ABV-RUN-REJECTED
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1900-RUN-CONTROL-START THRU 1900-EXIT.
           IF ABV-RUN-REJECTED
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT ACCT-ARCH-FILE.
           IF ABV-ACCT-ARCH-STATUS NOT = '00'
               DISPLAY 'ACCTBACKVAL: ARCHIVE FILE NOT AVAILABLE - '
                   'STATUS ' ABV-ACCT-ARCH-STATUS ' - RUN REFUSED'
               SET ABV-RUN-REJECTED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET ABV-FILES-OPEN TO TRUE.
           OPEN INPUT ACCT-TRN-PD-FILE.
           OPEN INPUT ACCT-TRN-FILE.
           OPEN INPUT ACCT-MSTR-FILE.
           OPEN INPUT ACCT-BAL-FILE.
           OPEN INPUT ACCR-RATE-FILE.
           OPEN OUTPUT FEED-OUT-FILE.
           OPEN OUTPUT BACK-VAL-RPT-FILE.
           PERFORM 1200-WRITE-HEADER THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1100-SET-MONTH-BOUNDS - FIRST AND LAST CALENDAR DAY OF THE
      *    MONTH HOLDING ABV-DAY-DATE, WITH THE LEAP-YEAR FEBRUARY
      *    HANDLED THE SAME WAY ACCTINTACCR HANDLES IT.
      *-----------------------------------------------------------------
       1100-SET-MONTH-BOUNDS.
           MOVE ABV-DAYS-TBL-ENTRY(ABV-DD-MM) TO ABV-MAX-DAY.
           DIVIDE ABV-DD-YYYY BY 4
               GIVING ABV-QUOT REMAINDER ABV-REM4.
           DIVIDE ABV-DD-YYYY BY 100
               GIVING ABV-QUOT REMAINDER ABV-REM100.
           DIVIDE ABV-DD-YYYY BY 400
               GIVING ABV-QUOT REMAINDER ABV-REM400.
           IF ABV-DD-MM = 02 AND ABV-REM4 = 0
                   AND (ABV-REM100 NOT = 0 OR ABV-REM400 = 0)
               MOVE 29 TO ABV-MAX-DAY
           END-IF.
           MOVE 01 TO ABV-DD-DD.
           MOVE ABV-DAY-DATE TO ABV-MONTH-START.
           MOVE ABV-MAX-DAY TO ABV-DD-DD.
           MOVE ABV-DAY-DATE TO ABV-MONTH-END.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1200-WRITE-HEADER - THE FEED FILE HEADER FEEDINTAKE WILL
      *    BALANCE THE DETAILS AGAINST.  THE ADJUSTMENTS ARE INTEREST
      *    AND FEES LIKE THE MONTH-END ACCRUAL, SO THEY TRAVEL UNDER
      *    THE SAME FEED SOURCE.
      *-----------------------------------------------------------------
       1200-WRITE-HEADER.
           MOVE SPACES TO FEED-IN-RECORD.
           MOVE 'H' TO FI-RECORD-TYPE.
           MOVE 'INTF' TO FI-FEED-SOURCE.
           MOVE ABV-PROCESS-DATE TO FI-FILE-PROCESS-DATE.
           WRITE FEED-IN-RECORD.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1800-CHECK-RUN-HISTORY - READ EVERYTHING THE RUN NEEDS FROM
      *    RUN CONTROL BEFORE THE RUN IS REGISTERED, WHILE THIS
      *    PROGRAM STILL HAS THE FILE TO ITSELF:
      *      - EVERY MONTH ACCTINTACCR HAS COMPLETED, WHEN, AND THE
      *        PROCESS DATE OF ITS FEED;
      *      - THE LAST PROCESS DATE THIS JOB COMPLETED FOR, WHICH
      *        OPENS TONIGHT'S WINDOW OF POSTINGS;
      *      - THE LATEST DAY ACCTBALSNAP COMPLETED ON.
      *    THE RUN IS REFUSED WHILE THE SNAPSHOTS ARE BEHIND THE
      *    PROCESS DATE, WHILE THE LAST RUN'S ADJUSTMENT FEED HAS NOT
      *    BEEN TAKEN - THE POSTED FIGURES WOULD NOT YET SHOW IT AND
      *    THE SAME DIFFERENCE WOULD BE POSTED TWICE - WHILE ANY
      *    ACCRUED MONTH'S OWN FEED HAS NOT BEEN TAKEN, FOR THE SAME
      *    REASON ON A WHOLE MONTH'S INTEREST AND FEE, AND WHEN AN INTF
      *    FEED HAS ALREADY BEEN TAKEN FOR THE PROCESS DATE, SINCE
      *    FEEDINTAKE TAKES ONE FILE PER FEED SOURCE AND PROCESS DATE.
      *    A SITE WITH NO RUN CONTROL FILE YET HAS NO ACCRUED MONTHS
      *    AND NOTHING TO CORRECT.
      *-----------------------------------------------------------------
       1800-CHECK-RUN-HISTORY.
           MOVE ZERO TO ABV-ACCRUED-COUNT.
           MOVE ZERO TO ABV-LAST-DONE.
           MOVE ZERO TO ABV-LAST-DONE-DETAILS.
           MOVE ZERO TO ABV-SNAP-THROUGH.
           OPEN INPUT RUN-CTL-FILE.
           IF ABV-RUN-CTL-STATUS NOT = '00'
               GO TO 1800-EXIT
           END-IF.
           MOVE 'ACCTINTACCR' TO RC-JOB-NAME.
           PERFORM 1810-POSITION-AT-JOB THRU 1810-EXIT.
           PERFORM 1820-SCAN-ONE-ACCR-RUN THRU 1820-EXIT
               UNTIL ABV-RC-SCAN-DONE.
           MOVE 'ACCTBACKVAL' TO RC-JOB-NAME.
           PERFORM 1810-POSITION-AT-JOB THRU 1810-EXIT.
           PERFORM 1830-SCAN-ONE-OWN-RUN THRU 1830-EXIT
               UNTIL ABV-RC-SCAN-DONE.
           MOVE 'ACCTBALSNAP' TO RC-JOB-NAME.
           PERFORM 1810-POSITION-AT-JOB THRU 1810-EXIT.
           PERFORM 1840-SCAN-ONE-SNAP-RUN THRU 1840-EXIT
               UNTIL ABV-RC-SCAN-DONE.
           IF ABV-SNAP-THROUGH < ABV-PROCESS-DATE
               SET ABV-RUN-REJECTED TO TRUE
               DISPLAY 'ACCTBACKVAL: BALANCES NOT SNAPPED THROUGH '
                   'PROCESS DATE - RUN REFUSED'
               GO TO 1800-CLOSE
           END-IF.
           IF ABV-LAST-DONE-DETAILS > ZERO
               MOVE 'FEEDINTF' TO ABV-FIND-JOB
               MOVE ABV-LAST-DONE TO ABV-FIND-PARM-DATE
               PERFORM 1850-FIND-COMPLETION THRU 1850-EXIT
               IF NOT ABV-RUN-FOUND
                   SET ABV-RUN-REJECTED TO TRUE
                   DISPLAY 'ACCTBACKVAL: ADJUSTMENT FEED FOR '
                       ABV-LAST-DONE ' NOT YET TAKEN - RUN REFUSED'
                   GO TO 1800-CLOSE
               END-IF
           END-IF.
           PERFORM 1870-CHECK-ONE-ACCR-FEED THRU 1870-EXIT
               VARYING ABV-SUB FROM 1 BY 1
               UNTIL ABV-SUB > ABV-ACCRUED-COUNT
                  OR ABV-RUN-REJECTED.
           IF ABV-RUN-REJECTED
               GO TO 1800-CLOSE
           END-IF.
           MOVE 'FEEDINTF' TO ABV-FIND-JOB.
           MOVE ABV-PROCESS-DATE TO ABV-FIND-PARM-DATE.
           PERFORM 1850-FIND-COMPLETION THRU 1850-EXIT.
           IF ABV-RUN-FOUND
               SET ABV-RUN-REJECTED TO TRUE
               DISPLAY 'ACCTBACKVAL: INTF FEED ALREADY TAKEN FOR '
                   'PROCESS DATE - RUN REFUSED'
           END-IF.
       1800-CLOSE.
           CLOSE RUN-CTL-FILE.
       1800-EXIT.
           EXIT.

       1810-POSITION-AT-JOB.
           MOVE ZERO TO RC-PARM-DATE.
           MOVE ZERO TO RC-RUN-DATE.
           MOVE ZERO TO RC-RUN-TIME.
           MOVE 'N' TO ABV-RC-SCAN-DONE-SW.
           START RUN-CTL-FILE KEY IS NOT LESS THAN RC-KEY
               INVALID KEY
                   SET ABV-RC-SCAN-DONE TO TRUE
           END-START.
       1810-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1820-SCAN-ONE-ACCR-RUN - RUNS COME BACK IN MONTH ORDER AND,
      *    WITHIN A MONTH, RUN-DATE ORDER, SO THE FIRST COMPLETED RUN
      *    OF A MONTH IS THE DAY IT WAS ACCRUED.
      *-----------------------------------------------------------------
       1820-SCAN-ONE-ACCR-RUN.
           READ RUN-CTL-FILE NEXT RECORD
               AT END
                   SET ABV-RC-SCAN-DONE TO TRUE
                   GO TO 1820-EXIT
           END-READ.
           IF ABV-RUN-CTL-STATUS NOT = '00'
               SET ABV-RC-SCAN-DONE TO TRUE
               GO TO 1820-EXIT
           END-IF.
           IF RC-JOB-NAME NOT = 'ACCTINTACCR'
               SET ABV-RC-SCAN-DONE TO TRUE
               GO TO 1820-EXIT
           END-IF.
           IF NOT RC-COMPLETED
               GO TO 1820-EXIT
           END-IF.
           IF ABV-ACCRUED-COUNT > ZERO
               IF ABV-AE-MONTH-END(ABV-ACCRUED-COUNT) = RC-PARM-DATE
                   GO TO 1820-EXIT
               END-IF
           END-IF.
           IF ABV-ACCRUED-COUNT < 120
               ADD 1 TO ABV-ACCRUED-COUNT
           ELSE
               PERFORM 1825-SHIFT-ONE-MONTH THRU 1825-EXIT
                   VARYING ABV-SUB FROM 1 BY 1
                   UNTIL ABV-SUB > 119
           END-IF.
           MOVE RC-PARM-DATE TO ABV-AE-MONTH-END(ABV-ACCRUED-COUNT).
           MOVE RC-RUN-DATE TO ABV-AE-RUN-DATE(ABV-ACCRUED-COUNT).
           MOVE ZERO TO ABV-AE-FEED-DATE(ABV-ACCRUED-COUNT).
           IF RC-PARM-TEXT(1:8) NUMERIC
               MOVE RC-PARM-TEXT(1:8)
                   TO ABV-AE-FEED-DATE(ABV-ACCRUED-COUNT)
           END-IF.
       1820-EXIT.
           EXIT.

       1825-SHIFT-ONE-MONTH.
           MOVE ABV-ACCRUED-ENTRY(ABV-SUB + 1)
               TO ABV-ACCRUED-ENTRY(ABV-SUB).
       1825-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1830-SCAN-ONE-OWN-RUN - THE LATEST EARLIER PROCESS DATE THIS
      *    JOB COMPLETED FOR, WITH THE NUMBER OF ADJUSTMENTS IT WROTE.
      *-----------------------------------------------------------------
       1830-SCAN-ONE-OWN-RUN.
           READ RUN-CTL-FILE NEXT RECORD
               AT END
                   SET ABV-RC-SCAN-DONE TO TRUE
                   GO TO 1830-EXIT
           END-READ.
           IF ABV-RUN-CTL-STATUS NOT = '00'
               SET ABV-RC-SCAN-DONE TO TRUE
               GO TO 1830-EXIT
           END-IF.
           IF RC-JOB-NAME NOT = 'ACCTBACKVAL'
              OR RC-PARM-DATE NOT < ABV-PROCESS-DATE
               SET ABV-RC-SCAN-DONE TO TRUE
               GO TO 1830-EXIT
           END-IF.
           IF RC-COMPLETED
               MOVE RC-PARM-DATE TO ABV-LAST-DONE
               MOVE RC-COUNT-2 TO ABV-LAST-DONE-DETAILS
           END-IF.
       1830-EXIT.
           EXIT.

       1840-SCAN-ONE-SNAP-RUN.
           READ RUN-CTL-FILE NEXT RECORD
               AT END
                   SET ABV-RC-SCAN-DONE TO TRUE
                   GO TO 1840-EXIT
           END-READ.
           IF ABV-RUN-CTL-STATUS NOT = '00'
               SET ABV-RC-SCAN-DONE TO TRUE
               GO TO 1840-EXIT
           END-IF.
           IF RC-JOB-NAME NOT = 'ACCTBALSNAP'
               SET ABV-RC-SCAN-DONE TO TRUE
               GO TO 1840-EXIT
           END-IF.
           IF RC-COMPLETED
              AND RC-RUN-DATE > ABV-SNAP-THROUGH
               MOVE RC-RUN-DATE TO ABV-SNAP-THROUGH
           END-IF.
       1840-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1850-FIND-COMPLETION - DID ABV-FIND-JOB EVER COMPLETE FOR
      *    ABV-FIND-PARM-DATE, ON ANY RUN DATE.
      *-----------------------------------------------------------------
       1850-FIND-COMPLETION.
           MOVE 'N' TO ABV-RUN-FOUND-SW.
           MOVE ABV-FIND-JOB TO RC-JOB-NAME.
           MOVE ABV-FIND-PARM-DATE TO RC-PARM-DATE.
           MOVE ZERO TO RC-RUN-DATE.
           MOVE ZERO TO RC-RUN-TIME.
           MOVE 'N' TO ABV-RC-SCAN-DONE-SW.
           START RUN-CTL-FILE KEY IS NOT LESS THAN RC-KEY
               INVALID KEY
                   SET ABV-RC-SCAN-DONE TO TRUE
           END-START.
           PERFORM 1860-SCAN-ONE-RUN THRU 1860-EXIT
               UNTIL ABV-RC-SCAN-DONE.
       1850-EXIT.
           EXIT.

       1860-SCAN-ONE-RUN.
           READ RUN-CTL-FILE NEXT RECORD
               AT END
                   SET ABV-RC-SCAN-DONE TO TRUE
                   GO TO 1860-EXIT
           END-READ.
           IF ABV-RUN-CTL-STATUS NOT = '00'
               SET ABV-RC-SCAN-DONE TO TRUE
               GO TO 1860-EXIT
           END-IF.
           IF RC-JOB-NAME NOT = ABV-FIND-JOB
              OR RC-PARM-DATE NOT = ABV-FIND-PARM-DATE
               SET ABV-RC-SCAN-DONE TO TRUE
               GO TO 1860-EXIT
           END-IF.
           IF RC-COMPLETED
               SET ABV-RUN-FOUND TO TRUE
               SET ABV-RC-SCAN-DONE TO TRUE
           END-IF.
       1860-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1870-CHECK-ONE-ACCR-FEED - AN ACCRUED MONTH WHOSE FEED HAS
      *    NOT BEEN TAKEN - STILL WAITING, OR REFUSED BY FEEDINTAKE -
      *    STANDS AT NOTHING POSTED, AND A RECOMPUTE WOULD SEND THE
      *    WHOLE MONTH OUT AGAIN AS AN ADJUSTMENT.  A RUN THAT LOGGED
      *    NO FEED DATE CANNOT BE CHECKED AND IS TAKEN AS POSTED.
      *-----------------------------------------------------------------
       1870-CHECK-ONE-ACCR-FEED.
           IF ABV-AE-FEED-DATE(ABV-SUB) = ZERO
               GO TO 1870-EXIT
           END-IF.
           MOVE 'FEEDINTF' TO ABV-FIND-JOB.
           MOVE ABV-AE-FEED-DATE(ABV-SUB) TO ABV-FIND-PARM-DATE.
           PERFORM 1850-FIND-COMPLETION THRU 1850-EXIT.
           IF NOT ABV-RUN-FOUND
               SET ABV-RUN-REJECTED TO TRUE
               DISPLAY 'ACCTBACKVAL: ACCRUAL FEED FOR MONTH END '
                   ABV-AE-MONTH-END(ABV-SUB) ' NOT YET TAKEN - '
                   'RUN REFUSED'
           END-IF.
       1870-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1900-RUN-CONTROL-START - REGISTER THIS RUN ON THE RUN
      *    CONTROL FILE.  A DUPLICATE ANSWER MEANS THIS PROCESS DATE
      *    ALREADY COMPLETED TODAY - REFUSED, SO THE FEED FILE
      *    FEEDINTAKE HAS YET TO TAKE IS NOT OVERWRITTEN.
      *-----------------------------------------------------------------
       1900-RUN-CONTROL-START.
           SET RCL-FUNC-START TO TRUE.
           MOVE 'ACCTBACKVAL' TO RCL-JOB-NAME.
           MOVE ABV-PROCESS-DATE TO RCL-PARM-DATE.
           MOVE SPACES TO RCL-PARM-TEXT.
           MOVE ZERO TO RCL-COUNT-1.
           MOVE ZERO TO RCL-COUNT-2.
           CALL 'RunCtlLog' USING RUN-CTL-REQUEST.
           IF RCL-DUPLICATE-RUN
               DISPLAY 'ACCTBACKVAL: ALREADY COMPLETED FOR THIS '
                   'PROCESS DATE - RUN REFUSED'
               SET ABV-RUN-REJECTED TO TRUE
           END-IF.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2000-RELEASE-MONTHS - SORT INPUT: WALK THE COMPANION FILE
      *    FROM THE DAY AFTER THE LAST COMPLETED RUN THROUGH THE
      *    PROCESS DATE - THE PROCESS DATE ALONE ON THE FIRST RUN - AND
      *    RELEASE THE ACCOUNT AND EVERY ACCRUED MONTH EACH BACK-VALUED
      *    POSTING REACHES.
      *-----------------------------------------------------------------
       2000-RELEASE-MONTHS.
           MOVE 'N' TO ABV-EOF-SW.
           IF ABV-LAST-DONE = ZERO
               MOVE ABV-PROCESS-DATE TO PD-PROCESS-DATE
               MOVE LOW-VALUES TO PD-ACCOUNT-NUMBER
               MOVE ZERO TO PD-EFFECTIVE-DATE
               MOVE ZERO TO PD-SERIAL-NO
               START ACCT-TRN-PD-FILE KEY IS NOT LESS THAN PD-KEY
                   INVALID KEY
                       SET ABV-EOF TO TRUE
               END-START
           ELSE
               MOVE ABV-LAST-DONE TO PD-PROCESS-DATE
               MOVE HIGH-VALUES TO PD-ACCOUNT-NUMBER
               MOVE 99999999 TO PD-EFFECTIVE-DATE
               MOVE 9999999999999 TO PD-SERIAL-NO
               START ACCT-TRN-PD-FILE KEY IS GREATER THAN PD-KEY
                   INVALID KEY
                       SET ABV-EOF TO TRUE
               END-START
           END-IF.
           PERFORM 2100-RELEASE-ONE-ENTRY THRU 2100-EXIT
               UNTIL ABV-EOF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2100-RELEASE-ONE-ENTRY - A POSTING IS BACK-VALUED WHEN ITS
      *    EFFECTIVE MONTH WAS ACCRUED ON A DAY BEFORE THE POSTING WAS
      *    TAKEN.  ACCTBALSNAP CARRIES THE POSTING INTO EVERY LATER
      *    DAY'S BALANCE, SO EVERY MONTH FROM THE EFFECTIVE MONTH ON
      *    THAT WAS ALREADY ACCRUED WHEN THE POSTING ARRIVED IS
      *    RELEASED, NOT JUST THE FIRST.  THE ACCRUAL'S OWN INTF
      *    POSTINGS, AND EARLIER ADJUSTMENTS FROM THIS JOB, ARE WHAT IS
      *    BEING CHECKED AND DO NOT TRIGGER A RECOMPUTE.  THE SAME
      *    ACCOUNT AND MONTH RELEASED MORE THAN ONCE IS RECOMPUTED ONCE
      *    BY 3100.
      *-----------------------------------------------------------------
       2100-RELEASE-ONE-ENTRY.
           READ ACCT-TRN-PD-FILE NEXT RECORD
               AT END
                   SET ABV-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF PD-PROCESS-DATE > ABV-PROCESS-DATE
               SET ABV-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO ABV-ENTRY-COUNT.
           MOVE PD-ACCOUNT-NUMBER TO AT-ACCOUNT-NUMBER.
           MOVE PD-EFFECTIVE-DATE TO AT-EFFECTIVE-DATE.
           MOVE PD-SERIAL-NO TO AT-SERIAL-NO.
           READ ACCT-TRN-FILE
               INVALID KEY
                   ADD 1 TO ABV-MISSING-COUNT
                   GO TO 2100-EXIT
           END-READ.
           IF AT-FEED-SOURCE = 'INTF'
               GO TO 2100-EXIT
           END-IF.
           MOVE PD-EFFECTIVE-DATE TO ABV-DAY-DATE.
           IF ABV-DD-MM < 01 OR ABV-DD-MM > 12
               GO TO 2100-EXIT
           END-IF.
           PERFORM 1100-SET-MONTH-BOUNDS THRU 1100-EXIT.
           MOVE 'N' TO ABV-MONTH-ACCRUED-SW.
           PERFORM 2200-RELEASE-ONE-ACCRUED THRU 2200-EXIT
               VARYING ABV-SUB FROM 1 BY 1
               UNTIL ABV-SUB > ABV-ACCRUED-COUNT.
           IF ABV-MONTH-ACCRUED
               ADD 1 TO ABV-BACK-VALUED-COUNT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-RELEASE-ONE-ACCRUED.
           IF ABV-AE-MONTH-END(ABV-SUB) < ABV-MONTH-END
              OR ABV-AE-RUN-DATE(ABV-SUB) NOT < PD-PROCESS-DATE
               GO TO 2200-EXIT
           END-IF.
           SET ABV-MONTH-ACCRUED TO TRUE.
           MOVE PD-ACCOUNT-NUMBER TO BK-ACCOUNT-NUMBER.
           MOVE ABV-AE-MONTH-END(ABV-SUB) TO BK-MONTH-END.
           RELEASE SORT-WORK-RECORD.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3000-CORRECT-MONTHS - SORT OUTPUT: ONE RECOMPUTE PER
      *    ACCOUNT AND MONTH, HOWEVER MANY POSTINGS LANDED IN IT.
      *-----------------------------------------------------------------
       3000-CORRECT-MONTHS.
           MOVE 'N' TO ABV-SORT-EOF-SW.
           MOVE SPACES TO ABV-PREV-ACCOUNT.
           MOVE ZERO TO ABV-PREV-MONTH-END.
           PERFORM 3100-RETURN-ONE-MONTH THRU 3100-EXIT
               UNTIL ABV-SORT-EOF.
       3000-EXIT.
           EXIT.

       3100-RETURN-ONE-MONTH.
           RETURN SORT-WORK-FILE
               AT END
                   SET ABV-SORT-EOF TO TRUE
                   GO TO 3100-EXIT
           END-RETURN.
           IF BK-ACCOUNT-NUMBER = ABV-PREV-ACCOUNT
              AND BK-MONTH-END = ABV-PREV-MONTH-END
               GO TO 3100-EXIT
           END-IF.
           MOVE BK-ACCOUNT-NUMBER TO ABV-PREV-ACCOUNT.
           MOVE BK-MONTH-END TO ABV-PREV-MONTH-END.
           PERFORM 3200-CORRECT-ONE-MONTH THRU 3200-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3200-CORRECT-ONE-MONTH - RECOMPUTE THE MONTH, SET IT AGAINST
      *    WHAT STANDS POSTED, AND ADJUST BY THE DIFFERENCE.  A CLOSED
      *    ACCOUNT HAS ALREADY BEEN PAID OUT, SO ITS DIFFERENCE IS
      *    REPORTED FOR MANUAL SETTLEMENT AND NOT POSTED.
      *-----------------------------------------------------------------
       3200-CORRECT-ONE-MONTH.
           ADD 1 TO ABV-MONTH-COUNT.
           MOVE BK-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCT-MSTR-FILE
               INVALID KEY
                   ADD 1 TO ABV-NO-ACCOUNT-COUNT
                   GO TO 3200-EXIT
           END-READ.
           PERFORM 3300-LOOK-UP-RATE THRU 3300-EXIT.
           IF NOT ABV-RATE-FOUND
               ADD 1 TO ABV-NO-RATE-COUNT
               GO TO 3200-EXIT
           END-IF.
           MOVE BK-MONTH-END TO ABV-DAY-DATE.
           PERFORM 1100-SET-MONTH-BOUNDS THRU 1100-EXIT.
           PERFORM 3400-TALLY-POSTED THRU 3400-EXIT.
           PERFORM 3500-RECOMPUTE-MONTH THRU 3500-EXIT.
           COMPUTE ABV-INTEREST-ADJ =
               ABV-CALC-INTEREST - ABV-POSTED-INTEREST.
           COMPUTE ABV-FEE-ADJ = ABV-CALC-FEE - ABV-POSTED-FEE.
           IF ABV-INTEREST-ADJ = ZERO
              AND ABV-FEE-ADJ = ZERO
               ADD 1 TO ABV-UNCHANGED-COUNT
               GO TO 3200-EXIT
           END-IF.
           IF AM-ACCOUNT-CLOSED
               ADD 1 TO ABV-CLOSED-COUNT
               MOVE 'CLOSED' TO BX-ACTION
               PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
               GO TO 3200-EXIT
           END-IF.
           IF ABV-INTEREST-ADJ NOT = ZERO
               PERFORM 3600-WRITE-INTEREST-ADJ THRU 3600-EXIT
           END-IF.
           IF ABV-FEE-ADJ NOT = ZERO
               PERFORM 3700-WRITE-FEE-ADJ THRU 3700-EXIT
           END-IF.
           ADD 1 TO ABV-CORRECTED-COUNT.
           MOVE 'ADJUSTED' TO BX-ACTION.
           PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
       3200-EXIT.
           EXIT.

       3300-LOOK-UP-RATE.
           MOVE 'N' TO ABV-RATE-FOUND-SW.
           MOVE AM-ACCOUNT-CURRENCY-CODE TO AC-CURRENCY-CODE.
           READ ACCR-RATE-FILE
               INVALID KEY
                   GO TO 3300-EXIT
           END-READ.
           SET ABV-RATE-FOUND TO TRUE.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3400-TALLY-POSTED - THE STANDING INTF INTEREST AND FEE
      *    POSTED FOR THE MONTH, NET OF ANY EARLIER ADJUSTMENTS IN
      *    EITHER DIRECTION.  ALSO THE NET OF EVERY STANDING INTF
      *    POSTING ON THE MONTH-END DAY: THOSE POSTINGS CAME OUT OF THE
      *    ACCRUAL, SO THE ACCRUAL NEVER SAW THEM IN THAT DAY'S BALANCE
      *    AND THE RECOMPUTE MUST NOT EITHER.  THE MONTH IS READ FROM
      *    THE LIVE FILE AND THEN FROM THE ARCHIVE, SINCE ACCTTRNARCH
      *    MAY HAVE PURGED SOME OR ALL OF IT; AN ARCHIVED POSTING STILL
      *    ON THE LIVE FILE - A PURGE THAT DID NOT FINISH - IS ALREADY
      *    COUNTED.  AN ARCHIVED POSTING IS TALLIED IN THE LIVE LAYOUT,
      *    AS ACCTTRNINQCTM SHOWS IT.
      *-----------------------------------------------------------------
       3400-TALLY-POSTED.
           MOVE ZERO TO ABV-POSTED-INTEREST.
           MOVE ZERO TO ABV-POSTED-FEE.
           MOVE ZERO TO ABV-MONTH-END-INTF-NET.
           MOVE AM-ACCOUNT-NUMBER TO AT-ACCOUNT-NUMBER.
           MOVE ABV-MONTH-START TO AT-EFFECTIVE-DATE.
           MOVE ZERO TO AT-SERIAL-NO.
           MOVE 'N' TO ABV-SCAN-DONE-SW.
           START ACCT-TRN-FILE KEY IS NOT LESS THAN AT-TRN-KEY
               INVALID KEY
                   SET ABV-SCAN-DONE TO TRUE
           END-START.
           PERFORM 3410-TALLY-ONE-POSTING THRU 3410-EXIT
               UNTIL ABV-SCAN-DONE.
           MOVE AM-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
           MOVE ABV-MONTH-START TO AR-EFFECTIVE-DATE.
           MOVE ZERO TO AR-SERIAL-NO.
           MOVE 'N' TO ABV-SCAN-DONE-SW.
           START ACCT-ARCH-FILE KEY IS NOT LESS THAN AR-TRN-KEY
               INVALID KEY
                   SET ABV-SCAN-DONE TO TRUE
           END-START.
           PERFORM 3420-TALLY-ONE-ARCHIVED THRU 3420-EXIT
               UNTIL ABV-SCAN-DONE.
       3400-EXIT.
           EXIT.

       3410-TALLY-ONE-POSTING.
           READ ACCT-TRN-FILE NEXT RECORD
               AT END
                   SET ABV-SCAN-DONE TO TRUE
                   GO TO 3410-EXIT
           END-READ.
           IF AT-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
              OR AT-EFFECTIVE-DATE > ABV-MONTH-END
               SET ABV-SCAN-DONE TO TRUE
               GO TO 3410-EXIT
           END-IF.
           PERFORM 3430-TALLY-ONE-ITEM THRU 3430-EXIT.
       3410-EXIT.
           EXIT.

       3420-TALLY-ONE-ARCHIVED.
           READ ACCT-ARCH-FILE NEXT RECORD
               AT END
                   SET ABV-SCAN-DONE TO TRUE
                   GO TO 3420-EXIT
           END-READ.
           IF ABV-ACCT-ARCH-STATUS NOT = '00'
              OR AR-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
              OR AR-EFFECTIVE-DATE > ABV-MONTH-END
               SET ABV-SCAN-DONE TO TRUE
               GO TO 3420-EXIT
           END-IF.
           MOVE AR-TRN-KEY TO AT-TRN-KEY.
           READ ACCT-TRN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 3420-EXIT
           END-READ.
           MOVE ACCT-ARCH-RECORD TO ACCT-TRN-RECORD.
           PERFORM 3430-TALLY-ONE-ITEM THRU 3430-EXIT.
       3420-EXIT.
           EXIT.

       3430-TALLY-ONE-ITEM.
           IF AT-FEED-SOURCE NOT = 'INTF'
              OR AT-REVERSED
               GO TO 3430-EXIT
           END-IF.
           IF AT-EFFECTIVE-DATE = ABV-MONTH-END
               IF AT-IS-CREDIT
                   ADD AT-AMOUNT TO ABV-MONTH-END-INTF-NET
               ELSE
                   SUBTRACT AT-AMOUNT FROM ABV-MONTH-END-INTF-NET
               END-IF
           END-IF.
           IF AT-SOURCE-CODE = AC-INT-SOURCE-CODE
              AND AT-TYPE-CODE = AC-INT-TYPE-CODE
               IF AT-IS-CREDIT
                   ADD AT-AMOUNT TO ABV-POSTED-INTEREST
               ELSE
                   SUBTRACT AT-AMOUNT FROM ABV-POSTED-INTEREST
               END-IF
               GO TO 3430-EXIT
           END-IF.
           IF AT-SOURCE-CODE = AC-FEE-SOURCE-CODE
              AND AT-TYPE-CODE = AC-FEE-TYPE-CODE
               IF AT-IS-DEBIT
                   ADD AT-AMOUNT TO ABV-POSTED-FEE
               ELSE
                   SUBTRACT AT-AMOUNT FROM ABV-POSTED-FEE
               END-IF
           END-IF.
       3430-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3500-RECOMPUTE-MONTH - ACCTINTACCR'S ARITHMETIC OVER THE
      *    CORRECTED SNAPSHOTS: OPENING POSITION FROM THE LATEST
      *    SNAPSHOT BEFORE THE MONTH, EACH DAY TAKING ITS OWN SNAPSHOT
      *    CLOSING OR HOLDING THE BALANCE IT INHERITED, INTEREST ON THE
      *    POSITIVE DAILY BALANCES, AND THE FEE UNLESS THE MONTH'S
      *    LOWEST BALANCE EARNS THE WAIVER.
      *-----------------------------------------------------------------
       3500-RECOMPUTE-MONTH.
           MOVE ZERO TO ABV-CALC-INTEREST.
           MOVE ZERO TO ABV-CALC-FEE.
           PERFORM 3510-FIND-OPENING-BALANCE THRU 3510-EXIT.
           MOVE ZERO TO ABV-BAL-DAY-SUM.
           MOVE ABV-RUNNING-BALANCE TO ABV-MIN-BALANCE.
           MOVE ABV-MONTH-START TO ABV-DAY-DATE.
           MOVE ZERO TO ABV-DAY.
           PERFORM 3530-ACCRUE-ONE-DAY THRU 3530-EXIT
               UNTIL ABV-DAY >= ABV-MAX-DAY.
           IF NOT ABV-BAL-SEEN
               GO TO 3500-EXIT
           END-IF.
           COMPUTE ABV-CALC-INTEREST ROUNDED =
               ABV-BAL-DAY-SUM * AC-ANNUAL-RATE-PCT / 36500.
           IF AC-SERVICE-FEE > ZERO
               IF AC-FEE-WAIVER-MIN-BAL = ZERO
                  OR ABV-MIN-BALANCE < AC-FEE-WAIVER-MIN-BAL
                   MOVE AC-SERVICE-FEE TO ABV-CALC-FEE
               END-IF
           END-IF.
       3500-EXIT.
           EXIT.

       3510-FIND-OPENING-BALANCE.
           MOVE ZERO TO ABV-RUNNING-BALANCE.
           MOVE 'N' TO ABV-BAL-SEEN-SW.
           MOVE AM-ACCOUNT-NUMBER TO BA-ACCOUNT-NUMBER.
           MOVE ZERO TO BA-BALANCE-DATE.
           MOVE 'N' TO ABV-SCAN-DONE-SW.
           START ACCT-BAL-FILE KEY IS NOT LESS THAN BA-BAL-KEY
               INVALID KEY
                   SET ABV-SCAN-DONE TO TRUE
           END-START.
           PERFORM 3520-SCAN-ONE-PRIOR THRU 3520-EXIT
               UNTIL ABV-SCAN-DONE.
       3510-EXIT.
           EXIT.

       3520-SCAN-ONE-PRIOR.
           READ ACCT-BAL-FILE NEXT RECORD
               AT END
                   SET ABV-SCAN-DONE TO TRUE
                   GO TO 3520-EXIT
           END-READ.
           IF BA-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
               SET ABV-SCAN-DONE TO TRUE
               GO TO 3520-EXIT
           END-IF.
           IF BA-BALANCE-DATE NOT > ABV-MONTH-END
               SET ABV-BAL-SEEN TO TRUE
           END-IF.
           IF BA-BALANCE-DATE NOT < ABV-MONTH-START
               SET ABV-SCAN-DONE TO TRUE
               GO TO 3520-EXIT
           END-IF.
           MOVE BA-CLOSING-BALANCE TO ABV-RUNNING-BALANCE.
       3520-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3530-ACCRUE-ONE-DAY - ONE CALENDAR DAY OF THE MONTH.  THE
      *    MONTH-END SNAPSHOT NOW CARRIES THE ACCRUAL'S OWN POSTINGS,
      *    WHICH ARE TAKEN BACK OUT BEFORE THE DAY IS COUNTED.
      *-----------------------------------------------------------------
       3530-ACCRUE-ONE-DAY.
           ADD 1 TO ABV-DAY.
           MOVE ABV-DAY TO ABV-DD-DD.
           MOVE AM-ACCOUNT-NUMBER TO BA-ACCOUNT-NUMBER.
           MOVE ABV-DAY-DATE TO BA-BALANCE-DATE.
           READ ACCT-BAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BA-CLOSING-BALANCE TO ABV-RUNNING-BALANCE
                   SET ABV-BAL-SEEN TO TRUE
                   IF ABV-DAY = ABV-MAX-DAY
                       SUBTRACT ABV-MONTH-END-INTF-NET
                           FROM ABV-RUNNING-BALANCE
                   END-IF
           END-READ.
           IF ABV-RUNNING-BALANCE > ZERO
               ADD ABV-RUNNING-BALANCE TO ABV-BAL-DAY-SUM
           END-IF.
           IF ABV-RUNNING-BALANCE < ABV-MIN-BALANCE
               MOVE ABV-RUNNING-BALANCE TO ABV-MIN-BALANCE
           END-IF.
       3530-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3600-WRITE-INTEREST-ADJ - THE INTEREST DIFFERENCE, EFFECTIVE
      *    THE LAST DAY OF THE MONTH LIKE THE ACCRUAL IT CORRECTS.  A
      *    SHORTFALL IS CREDITED, AN OVERPAYMENT DEBITED BACK.
      *-----------------------------------------------------------------
       3600-WRITE-INTEREST-ADJ.
           MOVE SPACES TO FEED-IN-RECORD.
           MOVE 'D' TO FI-RECORD-TYPE.
           MOVE AM-ACCOUNT-NUMBER TO FI-ACCOUNT-NUMBER.
           MOVE ABV-MONTH-END TO FI-EFFECTIVE-DATE.
           MOVE ABV-TODAY TO FI-TRANSACTION-DATE.
           MOVE ABV-TIME-8(1:6) TO FI-TRANSACTION-TIME.
           MOVE AC-INT-SOURCE-CODE TO FI-SOURCE-CODE.
           MOVE 'INTEREST ADJUSTMENT' TO FI-SOURCE.
           IF ABV-INTEREST-ADJ > ZERO
               MOVE ABV-INTEREST-ADJ TO ABV-ADJ-AMOUNT
               MOVE 'C' TO FI-CR-IND
           ELSE
               COMPUTE ABV-ADJ-AMOUNT = ZERO - ABV-INTEREST-ADJ
               MOVE 'D' TO FI-CR-IND
           END-IF.
           MOVE ABV-ADJ-AMOUNT TO FI-AMOUNT.
           MOVE AC-INT-TYPE-CODE TO FI-TYPE-CODE.
           MOVE 'BACK-VALUED INTEREST' TO FI-TYPE.
           MOVE AM-ACCOUNT-BRANCH TO FI-BRANCH.
           MOVE 'INTEREST RECALCULATED - BACK-VALUED ITEM'
               TO FI-NARRATIVE.
           MOVE ZERO TO FI-ORIGINAL-AMOUNT.
           MOVE SPACES TO FI-ORIGINAL-CURR-CODE.
           WRITE FEED-IN-RECORD.
           ADD 1 TO ABV-DETAIL-COUNT.
           ADD ABV-ADJ-AMOUNT TO ABV-AMOUNT-TOTAL.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3700-WRITE-FEE-ADJ - THE SERVICE-FEE DIFFERENCE, EFFECTIVE
      *    THE LAST DAY OF THE MONTH.  A FEE NOW DUE IS DEBITED, A FEE
      *    THE CORRECTED BALANCES WAIVE IS REFUNDED.
      *-----------------------------------------------------------------
       3700-WRITE-FEE-ADJ.
           MOVE SPACES TO FEED-IN-RECORD.
           MOVE 'D' TO FI-RECORD-TYPE.
           MOVE AM-ACCOUNT-NUMBER TO FI-ACCOUNT-NUMBER.
           MOVE ABV-MONTH-END TO FI-EFFECTIVE-DATE.
           MOVE ABV-TODAY TO FI-TRANSACTION-DATE.
           MOVE ABV-TIME-8(1:6) TO FI-TRANSACTION-TIME.
           MOVE AC-FEE-SOURCE-CODE TO FI-SOURCE-CODE.
           MOVE 'SERVICE FEE ADJUST' TO FI-SOURCE.
           IF ABV-FEE-ADJ > ZERO
               MOVE ABV-FEE-ADJ TO ABV-ADJ-AMOUNT
               MOVE 'D' TO FI-CR-IND
           ELSE
               COMPUTE ABV-ADJ-AMOUNT = ZERO - ABV-FEE-ADJ
               MOVE 'C' TO FI-CR-IND
           END-IF.
           MOVE ABV-ADJ-AMOUNT TO FI-AMOUNT.
           MOVE AC-FEE-TYPE-CODE TO FI-TYPE-CODE.
           MOVE 'BACK-VALUED FEE' TO FI-TYPE.
           MOVE AM-ACCOUNT-BRANCH TO FI-BRANCH.
           MOVE 'SERVICE FEE RECALCULATED - BACK-VALUED'
               TO FI-NARRATIVE.
           MOVE ZERO TO FI-ORIGINAL-AMOUNT.
           MOVE SPACES TO FI-ORIGINAL-CURR-CODE.
           WRITE FEED-IN-RECORD.
           ADD 1 TO ABV-DETAIL-COUNT.
           ADD ABV-ADJ-AMOUNT TO ABV-AMOUNT-TOTAL.
       3700-EXIT.
           EXIT.

       3800-WRITE-REPORT-LINE.
           MOVE AM-ACCOUNT-NUMBER TO BX-ACCOUNT-NUMBER.
           MOVE ABV-MONTH-END TO BX-MONTH-END.
           MOVE AM-ACCOUNT-CURRENCY-CODE TO BX-CURRENCY-CODE.
           MOVE ABV-CALC-INTEREST TO BX-CALC-INTEREST.
           MOVE ABV-POSTED-INTEREST TO BX-POSTED-INTEREST.
           MOVE ABV-INTEREST-ADJ TO BX-INTEREST-ADJ.
           MOVE ABV-CALC-FEE TO BX-CALC-FEE.
           MOVE ABV-POSTED-FEE TO BX-POSTED-FEE.
           MOVE ABV-FEE-ADJ TO BX-FEE-ADJ.
           WRITE BACK-VAL-RPT-RECORD.
       3800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8000-WRITE-TRAILER - THE TRAILER FEEDINTAKE BALANCES THE
      *    FILE AGAINST BEFORE A SINGLE DETAIL IS POSTED.
      *-----------------------------------------------------------------
       8000-WRITE-TRAILER.
           MOVE SPACES TO FEED-IN-RECORD.
           MOVE 'T' TO FI-RECORD-TYPE.
           MOVE ABV-DETAIL-COUNT TO FI-RECORD-COUNT.
           MOVE ABV-AMOUNT-TOTAL TO FI-AMOUNT-TOTAL.
           WRITE FEED-IN-RECORD.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9000-TERMINATE - CLOSE FILES AND DISPLAY RUN COUNTS.
      *-----------------------------------------------------------------
       9000-TERMINATE.
           IF ABV-FILES-OPEN
               CLOSE ACCT-TRN-PD-FILE
               CLOSE ACCT-TRN-FILE
               CLOSE ACCT-ARCH-FILE
               CLOSE ACCT-MSTR-FILE
               CLOSE ACCT-BAL-FILE
               CLOSE ACCR-RATE-FILE
               CLOSE FEED-OUT-FILE
               CLOSE BACK-VAL-RPT-FILE
           END-IF.
           DISPLAY 'ACCTBACKVAL POSTINGS EXAMINED: ' ABV-ENTRY-COUNT.
           DISPLAY 'ACCTBACKVAL BACK-VALUED POSTINGS: '
               ABV-BACK-VALUED-COUNT.
           DISPLAY 'ACCTBACKVAL ACCOUNT-MONTHS RECOMPUTED: '
               ABV-MONTH-COUNT.
           DISPLAY 'ACCTBACKVAL ACCOUNT-MONTHS CORRECTED: '
               ABV-CORRECTED-COUNT.
           DISPLAY 'ACCTBACKVAL ACCOUNT-MONTHS UNCHANGED: '
               ABV-UNCHANGED-COUNT.
           DISPLAY 'ACCTBACKVAL FEED DETAILS WRITTEN: '
               ABV-DETAIL-COUNT.
           IF ABV-CLOSED-COUNT NOT = ZERO
               DISPLAY 'ACCTBACKVAL CLOSED ACCOUNTS LEFT FOR MANUAL '
                   'SETTLEMENT: ' ABV-CLOSED-COUNT
           END-IF.
           IF ABV-MISSING-COUNT NOT = ZERO
               DISPLAY 'ACCTBACKVAL COMPANION ENTRIES WITH NO '
                   'POSTING: ' ABV-MISSING-COUNT
           END-IF.
           IF ABV-NO-ACCOUNT-COUNT NOT = ZERO
               DISPLAY 'ACCTBACKVAL ACCOUNTS NOT ON MASTER: '
                   ABV-NO-ACCOUNT-COUNT
           END-IF.
           IF ABV-NO-RATE-COUNT NOT = ZERO
               DISPLAY 'ACCTBACKVAL ACCOUNTS WITH NO RATE TABLE '
                   'ENTRY: ' ABV-NO-RATE-COUNT
           END-IF.
           PERFORM 9900-RUN-CONTROL-END THRU 9900-EXIT.
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9900-RUN-CONTROL-END - COMPLETE THIS RUN'S RUN CONTROL
      *    RECORD WITH THE HEADLINE COUNTS.  THE DETAIL COUNT IS WHAT
      *    THE NEXT RUN CHECKS TO SEE WHETHER THIS RUN'S FEED MUST BE
      *    TAKEN BEFORE IT MAY START.  NOTHING TO COMPLETE IF THE
      *    START WAS NEVER REGISTERED, AND A RUN THIS PROGRAM REJECTED
      *    IN FLIGHT IS LEFT AS STARTED.
      *-----------------------------------------------------------------
       9900-RUN-CONTROL-END.
           IF NOT RCL-OK
               GO TO 9900-EXIT
           END-IF.
           IF ABV-RUN-REJECTED
               GO TO 9900-EXIT
           END-IF.
           SET RCL-FUNC-END TO TRUE.
           MOVE ABV-CORRECTED-COUNT TO RCL-COUNT-1.
           MOVE ABV-DETAIL-COUNT TO RCL-COUNT-2.
           CALL 'RunCtlLog' USING RUN-CTL-REQUEST.
       9900-EXIT.
           EXIT.
