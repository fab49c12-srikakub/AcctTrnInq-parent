       IDENTIFICATION DIVISION.
      *****************************************************************
      *    PROGRAM-ID  :  BRCHPORTRPT
      *    AUTHOR      :  S. KUBACKI
      *    INSTALLATION:  DEPOSIT SYSTEMS
      *    DATE-WRITTEN:  2026-10-15
      *    DATE-COMPILED:
      *-----------------------------------------------------------------
      *    DESCRIPTION  :  MONTH-END BRANCH PORTFOLIO AND BALANCE-TREND
      *                    REPORT.  FOR EVERY ACCOUNT BRANCH AND
      *                    CURRENCY: ACCOUNTS ON BOOK BY STATUS AT
      *                    MONTH END (ACTIVE, DORMANT, CLOSED), ACCOUNTS
      *                    OPENED AND CLOSED IN THE MONTH, THE TOTAL
      *                    CLOSING BALANCE AT MONTH END FROM THE ACCTBAL
      *                    SNAPSHOTS AGAINST THE PRIOR MONTH END WITH
      *                    THE CHANGE, THE MONTH'S DEBIT AND CREDIT
      *                    VOLUME AND VALUE, AND THE INTEREST AND FEES
      *                    POSTED FOR THE MONTH UNDER FEED SOURCE INTF,
      *                    LIVE OR ALREADY ARCHIVED.
      *                    BANK TOTALS FOLLOW, ONE PER CURRENCY, AND THE
      *                    SAME FIGURES GO TO FINANCE AS A COMMA
      *                    DELIMITED EXTRACT.  EACH ACCOUNT'S FIGURES
      *                    ARE SORTED INTO BRANCH AND CURRENCY ORDER
      *                    AND SUMMED ON THE CONTROL BREAK.  THE RUN
      *                    WILL NOT START UNTIL ACCTBALSNAP HAS
      *                    COMPLETED THROUGH THE MONTH-END DATE.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL PROGRAM.
      *    2026-10-15 SRK    TALLY THE MONTH'S INTF INTEREST AND FEES
      *                      FROM ACCTARCH AS WELL AS ACCTTRN, SO A
      *                      MONTH ACCTTRNARCH HAS PURGED IS NOT
      *                      REPORTED SHORT.
      *****************************************************************
       PROGRAM-ID.  BrchPortRpt.
       AUTHOR.      S. KUBACKI.
       INSTALLATION. DEPOSIT SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRCH-PORT-PARM-FILE ASSIGN TO "BRCHPORTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BPR-PARM-STATUS.
           SELECT ACCT-MSTR-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS BPR-ACCT-MSTR-STATUS.
           SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-BAL-KEY
               FILE STATUS IS BPR-ACCT-BAL-STATUS.
           SELECT ACCT-TRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-TRN-KEY
               FILE STATUS IS BPR-ACCT-TRN-STATUS.
           SELECT ACCT-ARCH-FILE ASSIGN TO "ACCTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-TRN-KEY
               FILE STATUS IS BPR-ACCT-ARCH-STATUS.
           SELECT ACCR-RATE-FILE ASSIGN TO "ACCRRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-CURRENCY-CODE
               FILE STATUS IS BPR-RATE-STATUS.
           SELECT BRCH-PORT-RPT-FILE ASSIGN TO "BRCHPORTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BPR-RPT-STATUS.
           SELECT BRCH-PORT-EXT-FILE ASSIGN TO "BRCHPORTEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BPR-EXT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS BPR-RUN-CTL-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  BRCH-PORT-PARM-FILE.
       COPY BrchPortParm.

       FD  ACCT-MSTR-FILE.
       COPY AcctMstr.

       FD  ACCT-BAL-FILE.
       COPY AcctBal.

       FD  ACCT-TRN-FILE.
       COPY AcctTrn.

       FD  ACCT-ARCH-FILE.
       COPY AcctArch.

       FD  ACCR-RATE-FILE.
       COPY AccrRate.

       FD  BRCH-PORT-RPT-FILE.
       01  BRCH-PORT-RPT-LINE         PIC X(120).

       FD  BRCH-PORT-EXT-FILE.
       01  BRCH-PORT-EXT-LINE         PIC X(220).

       FD  RUN-CTL-FILE.
       COPY RunCtl.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  BP-BRANCH                  PIC 9(06).
           05  BP-CURRENCY-CODE           PIC X(03).
           05  BP-ACTIVE-COUNT            PIC 9(01).
           05  BP-DORMANT-COUNT           PIC 9(01).
           05  BP-CLOSED-COUNT            PIC 9(01).
           05  BP-OPENED-COUNT            PIC 9(01).
           05  BP-CLOSED-IN-MONTH         PIC 9(01).
           05  BP-CLOSING-BALANCE         PIC S9(13)V99.
           05  BP-PRIOR-BALANCE           PIC S9(13)V99.
           05  BP-DEBIT-COUNT             PIC 9(07).
           05  BP-DEBIT-VALUE             PIC 9(13)V99.
           05  BP-CREDIT-COUNT            PIC 9(07).
           05  BP-CREDIT-VALUE            PIC 9(13)V99.
           05  BP-INTF-INTEREST           PIC S9(11)V99.
           05  BP-INTF-FEES               PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       77  BPR-PARM-STATUS            PIC X(02) VALUE '00'.
       77  BPR-ACCT-MSTR-STATUS       PIC X(02) VALUE '00'.
       77  BPR-ACCT-BAL-STATUS        PIC X(02) VALUE '00'.
       77  BPR-ACCT-TRN-STATUS        PIC X(02) VALUE '00'.
       77  BPR-ACCT-ARCH-STATUS       PIC X(02) VALUE '00'.
       77  BPR-RATE-STATUS            PIC X(02) VALUE '00'.
       77  BPR-RPT-STATUS             PIC X(02) VALUE '00'.
       77  BPR-EXT-STATUS             PIC X(02) VALUE '00'.
       77  BPR-RUN-CTL-STATUS         PIC X(02) VALUE '00'.
       77  BPR-RUN-REJECT-SW          PIC X(01) VALUE 'N'.
           88  BPR-RUN-REJECTED           VALUE 'Y'.
       77  BPR-FILES-OPEN-SW          PIC X(01) VALUE 'N'.
           88  BPR-FILES-OPEN             VALUE 'Y'.
       77  BPR-RC-SCAN-DONE-SW        PIC X(01) VALUE 'N'.
           88  BPR-RC-SCAN-DONE           VALUE 'Y'.
       77  BPR-EOF-SW                 PIC X(01) VALUE 'N'.
           88  BPR-EOF                    VALUE 'Y'.
       77  BPR-SORT-EOF-SW            PIC X(01) VALUE 'N'.
           88  BPR-SORT-EOF               VALUE 'Y'.
       77  BPR-SCAN-DONE-SW           PIC X(01) VALUE 'N'.
           88  BPR-SCAN-DONE              VALUE 'Y'.
       77  BPR-RATE-FOUND-SW          PIC X(01) VALUE 'N'.
           88  BPR-RATE-FOUND             VALUE 'Y'.
       77  BPR-FIRST-GROUP-SW         PIC X(01) VALUE 'Y'.
           88  BPR-FIRST-GROUP            VALUE 'Y'.
       77  BPR-TBL-FULL-SW            PIC X(01) VALUE 'N'.
           88  BPR-TBL-FULL               VALUE 'Y'.
       77  BPR-TODAY                  PIC 9(08) VALUE ZERO.
       77  BPR-SNAP-THROUGH           PIC 9(08) VALUE ZERO.
       77  BPR-MONTH-START            PIC 9(08) VALUE ZERO.
       77  BPR-MONTH-END              PIC 9(08) VALUE ZERO.
       77  BPR-PRIOR-MONTH-END        PIC 9(08) VALUE ZERO.
       77  BPR-BOUND-START            PIC 9(08) VALUE ZERO.
       77  BPR-BOUND-END              PIC 9(08) VALUE ZERO.
       77  BPR-MAX-DAY                PIC 9(02) VALUE ZERO.
       77  BPR-CURR-BRANCH            PIC 9(06) VALUE ZERO.
       77  BPR-CURR-CURRENCY          PIC X(03) VALUE SPACES.
       77  BPR-LINE-BRANCH            PIC X(06) VALUE SPACES.
       77  BPR-LINE-CURRENCY          PIC X(03) VALUE SPACES.
       77  BPR-LINE-CHANGE            PIC S9(13)V99 VALUE ZERO.
       77  BPR-CCY-USED               PIC 9(03) VALUE ZERO.
       77  BPR-SUB                    PIC 9(03) VALUE ZERO.
       77  BPR-FOUND-SUB              PIC 9(03) VALUE ZERO.
       77  BPR-SLOT                   PIC 9(03) VALUE ZERO.
       77  BPR-ACCOUNT-COUNT          PIC 9(09) VALUE ZERO.
       77  BPR-NOT-OPEN-COUNT         PIC 9(09) VALUE ZERO.
       77  BPR-GROUP-COUNT            PIC 9(09) VALUE ZERO.
       77  BPR-QUOT                   PIC 9(04) VALUE ZERO.
       77  BPR-REM4                   PIC 9(04) VALUE ZERO.
       77  BPR-REM100                 PIC 9(04) VALUE ZERO.
       77  BPR-REM400                 PIC 9(04) VALUE ZERO.

       01  BPR-DAY-DATE-GRP.
           05  BPR-DD-YYYY            PIC 9(04).
           05  BPR-DD-MM              PIC 9(02).
           05  BPR-DD-DD              PIC 9(02).
       01  BPR-DAY-DATE REDEFINES BPR-DAY-DATE-GRP
                                      PIC 9(08).
       01  BPR-DAYS-IN-MONTH-TBL.
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
       01  BPR-DAYS-IN-MONTH REDEFINES BPR-DAYS-IN-MONTH-TBL.
           05  BPR-DAYS-TBL-ENTRY     PIC 9(02) OCCURS 12 TIMES.
      *    THE FIGURES FOR THE BRANCH AND CURRENCY BEING SUMMED - AND,
      *    ONCE THE BRANCHES ARE DONE, FOR EACH BANK TOTAL IN TURN.
       01  BPR-GROUP-TOTALS.
           05  BPR-GT-ACTIVE          PIC 9(07).
           05  BPR-GT-DORMANT         PIC 9(07).
           05  BPR-GT-CLOSED          PIC 9(07).
           05  BPR-GT-OPENED          PIC 9(07).
           05  BPR-GT-CLOSED-MTH      PIC 9(07).
           05  BPR-GT-CLOSING-BAL     PIC S9(13)V99.
           05  BPR-GT-PRIOR-BAL       PIC S9(13)V99.
           05  BPR-GT-DEBIT-COUNT     PIC 9(09).
           05  BPR-GT-DEBIT-VALUE     PIC 9(13)V99.
           05  BPR-GT-CREDIT-COUNT    PIC 9(09).
           05  BPR-GT-CREDIT-VALUE    PIC 9(13)V99.
           05  BPR-GT-INTEREST        PIC S9(11)V99.
           05  BPR-GT-FEES            PIC S9(11)V99.
      *    BANK TOTALS, ONE ENTRY PER CURRENCY, KEPT IN CURRENCY ORDER.
       01  BPR-CCY-TBL.
           05  BPR-CCY-ENTRY OCCURS 50 TIMES.
               10  BPR-CT-CURRENCY    PIC X(03).
               10  BPR-CT-ACTIVE      PIC 9(07).
               10  BPR-CT-DORMANT     PIC 9(07).
               10  BPR-CT-CLOSED      PIC 9(07).
               10  BPR-CT-OPENED      PIC 9(07).
               10  BPR-CT-CLOSED-MTH  PIC 9(07).
               10  BPR-CT-CLOSING-BAL PIC S9(13)V99.
               10  BPR-CT-PRIOR-BAL   PIC S9(13)V99.
               10  BPR-CT-DEBIT-COUNT PIC 9(09).
               10  BPR-CT-DEBIT-VALUE PIC 9(13)V99.
               10  BPR-CT-CREDIT-COUNT
                                      PIC 9(09).
               10  BPR-CT-CREDIT-VALUE
                                      PIC 9(13)V99.
               10  BPR-CT-INTEREST    PIC S9(11)V99.
               10  BPR-CT-FEES        PIC S9(11)V99.

       01  BPR-HDG-LINE-1.
           05  FILLER                 PIC X(44)
               VALUE 'BRANCH PORTFOLIO AND BALANCE TREND  MONTH '.
           05  FILLER                 PIC X(04) VALUE 'END '.
           05  BPR-HDG-MONTH-END      PIC 9(08).
           05  FILLER                 PIC X(18)
               VALUE '  PRIOR MONTH END '.
           05  BPR-HDG-PRIOR-END      PIC 9(08).
       01  BPR-SECTION-LINE.
           05  BPR-SECTION-TITLE      PIC X(40).
       01  BPR-COL-HDG-A.
           05  FILLER                 PIC X(06) VALUE 'BRANCH'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(03) VALUE 'CCY'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(07) VALUE ' ACTIVE'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(07) VALUE 'DORMANT'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(07) VALUE ' CLOSED'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(07) VALUE 'OPEN-MO'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(07) VALUE 'CLOS-MO'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(17)
               VALUE '    MONTH-END BAL'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(17)
               VALUE '    PRIOR M/E BAL'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(17)
               VALUE '           CHANGE'.
       01  BPR-COL-HDG-B.
           05  FILLER                 PIC X(13) VALUE SPACES.
           05  FILLER                 PIC X(09) VALUE '   DEBITS'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(16)
               VALUE '     DEBIT VALUE'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(09) VALUE '  CREDITS'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(16)
               VALUE '    CREDIT VALUE'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(15)
               VALUE '  INTF INTEREST'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(15)
               VALUE '      INTF FEES'.
       01  BPR-DETAIL-LINE-A.
           05  BPR-LA-BRANCH          PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BPR-LA-CURRENCY        PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BPR-LA-ACTIVE          PIC Z(06)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BPR-LA-DORMANT         PIC Z(06)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BPR-LA-CLOSED          PIC Z(06)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BPR-LA-OPENED          PIC Z(06)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BPR-LA-CLOSED-MTH      PIC Z(06)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BPR-LA-CLOSING-BAL     PIC Z(12)9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BPR-LA-PRIOR-BAL       PIC Z(12)9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BPR-LA-CHANGE          PIC Z(12)9.99-.
       01  BPR-DETAIL-LINE-B.
           05  FILLER                 PIC X(13) VALUE SPACES.
           05  BPR-LB-DEBIT-COUNT     PIC Z(08)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BPR-LB-DEBIT-VALUE     PIC Z(12)9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BPR-LB-CREDIT-COUNT    PIC Z(08)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BPR-LB-CREDIT-VALUE    PIC Z(12)9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BPR-LB-INTEREST        PIC Z(10)9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BPR-LB-FEES            PIC Z(10)9.99-.

       COPY BrchPortExt.

       COPY RunCtlReq.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT BPR-RUN-REJECTED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY BP-BRANCH
                   ON ASCENDING KEY BP-CURRENCY-CODE
                   INPUT PROCEDURE IS 2000-RELEASE-ACCOUNTS
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-WRITE-BRANCHES
                       THRU 3000-EXIT
               PERFORM 4000-WRITE-BANK-TOTALS THRU 4000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      *-----------------------------------------------------------------
      *    1000-INITIALIZE - READ THE REPORT MONTH, WORK OUT ITS BOUNDS
      *    AND THE PRIOR MONTH END, CHECK THE SNAPSHOTS ARE THROUGH,
      *    REGISTER THE RUN, AND OPEN THE FILES WITH THE HEADINGS
      *    WRITTEN.  THE ARCHIVE IS OPENED FIRST: WITHOUT IT A PURGED
      *    MONTH WOULD REPORT SHORT INTEREST AND FEES, SO THE RUN IS
      *    REFUSED BEFORE ANY OUTPUT IS OPENED AND LEFT STARTED ON RUN
      *    CONTROL FOR A RERUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT BPR-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT BRCH-PORT-PARM-FILE.
           READ BRCH-PORT-PARM-FILE INTO BRCH-PORT-PARM-RECORD
               AT END
                   MOVE ZERO TO PF-REPORT-YEAR
                   MOVE ZERO TO PF-REPORT-MONTH
           END-READ.
           CLOSE BRCH-PORT-PARM-FILE.
           IF PF-REPORT-YEAR NOT NUMERIC
              OR PF-REPORT-MONTH NOT NUMERIC
               SET BPR-RUN-REJECTED TO TRUE
               DISPLAY 'BRCHPORTRPT: REPORT MONTH INVALID - '
                   'RUN STOPPED'
               GO TO 1000-EXIT
           END-IF.
           IF PF-REPORT-YEAR = ZERO
               MOVE BPR-TODAY TO BPR-DAY-DATE
               IF BPR-DD-MM = 01
                   SUBTRACT 1 FROM BPR-DD-YYYY
                   MOVE 12 TO BPR-DD-MM
               ELSE
                   SUBTRACT 1 FROM BPR-DD-MM
               END-IF
               MOVE BPR-DD-YYYY TO PF-REPORT-YEAR
               MOVE BPR-DD-MM TO PF-REPORT-MONTH
           END-IF.
           IF PF-REPORT-MONTH < 01
              OR PF-REPORT-MONTH > 12
               SET BPR-RUN-REJECTED TO TRUE
               DISPLAY 'BRCHPORTRPT: REPORT MONTH INVALID - '
                   'RUN STOPPED'
               GO TO 1000-EXIT
           END-IF.
           IF PF-REPORT-MONTH = 01
               COMPUTE BPR-DD-YYYY = PF-REPORT-YEAR - 1
               MOVE 12 TO BPR-DD-MM
           ELSE
               MOVE PF-REPORT-YEAR TO BPR-DD-YYYY
               COMPUTE BPR-DD-MM = PF-REPORT-MONTH - 1
           END-IF.
           PERFORM 1100-SET-MONTH-BOUNDS THRU 1100-EXIT.
           MOVE BPR-BOUND-END TO BPR-PRIOR-MONTH-END.
           MOVE PF-REPORT-YEAR TO BPR-DD-YYYY.
           MOVE PF-REPORT-MONTH TO BPR-DD-MM.
           PERFORM 1100-SET-MONTH-BOUNDS THRU 1100-EXIT.
           MOVE BPR-BOUND-START TO BPR-MONTH-START.
           MOVE BPR-BOUND-END TO BPR-MONTH-END.
           PERFORM 1800-CHECK-SNAPSHOTS THRU 1800-EXIT.
           IF BPR-RUN-REJECTED
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1900-RUN-CONTROL-START THRU 1900-EXIT.
           IF BPR-RUN-REJECTED
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT ACCT-ARCH-FILE.
           IF BPR-ACCT-ARCH-STATUS NOT = '00'
               DISPLAY 'BRCHPORTRPT: ARCHIVE FILE NOT AVAILABLE - '
                   'STATUS ' BPR-ACCT-ARCH-STATUS ' - RUN STOPPED'
               SET BPR-RUN-REJECTED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET BPR-FILES-OPEN TO TRUE.
           OPEN INPUT ACCT-MSTR-FILE.
           OPEN INPUT ACCT-BAL-FILE.
           OPEN INPUT ACCT-TRN-FILE.
           OPEN INPUT ACCR-RATE-FILE.
           OPEN OUTPUT BRCH-PORT-RPT-FILE.
           OPEN OUTPUT BRCH-PORT-EXT-FILE.
           MOVE BPR-MONTH-END TO BPR-HDG-MONTH-END.
           MOVE BPR-PRIOR-MONTH-END TO BPR-HDG-PRIOR-END.
           WRITE BRCH-PORT-RPT-LINE FROM BPR-HDG-LINE-1.
           WRITE BRCH-PORT-EXT-LINE FROM BRCH-PORT-EXT-HDG.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1100-SET-MONTH-BOUNDS - FIRST AND LAST CALENDAR DAY OF THE
      *    MONTH IN BPR-DD-YYYY/BPR-DD-MM, WITH THE LEAP-YEAR FEBRUARY
      *    HANDLED THE SAME WAY ACCTINTACCR HANDLES IT.
      *-----------------------------------------------------------------
       1100-SET-MONTH-BOUNDS.
           MOVE BPR-DAYS-TBL-ENTRY(BPR-DD-MM) TO BPR-MAX-DAY.
           DIVIDE BPR-DD-YYYY BY 4
               GIVING BPR-QUOT REMAINDER BPR-REM4.
           DIVIDE BPR-DD-YYYY BY 100
               GIVING BPR-QUOT REMAINDER BPR-REM100.
           DIVIDE BPR-DD-YYYY BY 400
               GIVING BPR-QUOT REMAINDER BPR-REM400.
           IF BPR-DD-MM = 02 AND BPR-REM4 = 0
                   AND (BPR-REM100 NOT = 0 OR BPR-REM400 = 0)
               MOVE 29 TO BPR-MAX-DAY
           END-IF.
           MOVE 01 TO BPR-DD-DD.
           MOVE BPR-DAY-DATE TO BPR-BOUND-START.
           MOVE BPR-MAX-DAY TO BPR-DD-DD.
           MOVE BPR-DAY-DATE TO BPR-BOUND-END.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1800-CHECK-SNAPSHOTS - THE MONTH-END BALANCES COME FROM THE
      *    ACCTBAL SNAPSHOTS, SO THE REPORT WAITS FOR A COMPLETED
      *    ACCTBALSNAP RUN ON OR AFTER THE MONTH-END DATE.  READ BEFORE
      *    THE RUN IS REGISTERED, WHILE THIS PROGRAM STILL HAS THE RUN
      *    CONTROL FILE TO ITSELF.  WITH NO RUN CONTROL FILE THERE IS
      *    NOTHING TO SHOW THE SNAPSHOTS ARE THROUGH, AND THE RUN IS
      *    REFUSED ALL THE SAME.
      *-----------------------------------------------------------------
       1800-CHECK-SNAPSHOTS.
           MOVE ZERO TO BPR-SNAP-THROUGH.
           OPEN INPUT RUN-CTL-FILE.
           IF BPR-RUN-CTL-STATUS NOT = '00'
               GO TO 1800-TEST
           END-IF.
           MOVE 'ACCTBALSNAP' TO RC-JOB-NAME.
           MOVE ZERO TO RC-PARM-DATE.
           MOVE ZERO TO RC-RUN-DATE.
           MOVE ZERO TO RC-RUN-TIME.
           MOVE 'N' TO BPR-RC-SCAN-DONE-SW.
           START RUN-CTL-FILE KEY IS NOT LESS THAN RC-KEY
               INVALID KEY
                   SET BPR-RC-SCAN-DONE TO TRUE
           END-START.
           PERFORM 1810-SCAN-ONE-SNAP-RUN THRU 1810-EXIT
               UNTIL BPR-RC-SCAN-DONE.
           CLOSE RUN-CTL-FILE.
       1800-TEST.
           IF BPR-SNAP-THROUGH < BPR-MONTH-END
               SET BPR-RUN-REJECTED TO TRUE
               DISPLAY 'BRCHPORTRPT: BALANCES NOT SNAPPED THROUGH '
                   BPR-MONTH-END ' - RUN REFUSED'
           END-IF.
       1800-EXIT.
           EXIT.

       1810-SCAN-ONE-SNAP-RUN.
           READ RUN-CTL-FILE NEXT RECORD
               AT END
                   SET BPR-RC-SCAN-DONE TO TRUE
                   GO TO 1810-EXIT
           END-READ.
           IF BPR-RUN-CTL-STATUS NOT = '00'
               SET BPR-RC-SCAN-DONE TO TRUE
               GO TO 1810-EXIT
           END-IF.
           IF RC-JOB-NAME NOT = 'ACCTBALSNAP'
               SET BPR-RC-SCAN-DONE TO TRUE
               GO TO 1810-EXIT
           END-IF.
           IF RC-COMPLETED
              AND RC-RUN-DATE > BPR-SNAP-THROUGH
               MOVE RC-RUN-DATE TO BPR-SNAP-THROUGH
           END-IF.
       1810-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1900-RUN-CONTROL-START - REGISTER THIS RUN ON THE RUN
      *    CONTROL FILE.  A DUPLICATE ANSWER MEANS THIS MONTH END WAS
      *    ALREADY REPORTED TODAY - REFUSED.
      *-----------------------------------------------------------------
       1900-RUN-CONTROL-START.
           SET RCL-FUNC-START TO TRUE.
           MOVE 'BRCHPORTRPT' TO RCL-JOB-NAME.
           MOVE BPR-MONTH-END TO RCL-PARM-DATE.
           MOVE SPACES TO RCL-PARM-TEXT.
           MOVE ZERO TO RCL-COUNT-1.
           MOVE ZERO TO RCL-COUNT-2.
           CALL 'RunCtlLog' USING RUN-CTL-REQUEST.
           IF RCL-DUPLICATE-RUN
               DISPLAY 'BRCHPORTRPT: ALREADY COMPLETED FOR THIS '
                   'MONTH END - RUN REFUSED'
               SET BPR-RUN-REJECTED TO TRUE
           END-IF.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2000-RELEASE-ACCOUNTS - SORT INPUT: ONE RECORD PER ACCOUNT
      *    ON BOOK AT MONTH END CARRYING ITS SHARE OF EVERY FIGURE.
      *-----------------------------------------------------------------
       2000-RELEASE-ACCOUNTS.
           MOVE 'N' TO BPR-EOF-SW.
           PERFORM 2100-RELEASE-ONE-ACCOUNT THRU 2100-EXIT
               UNTIL BPR-EOF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2100-RELEASE-ONE-ACCOUNT - AN ACCOUNT OPENED AFTER THE MONTH
      *    WAS NOT ON BOOK AND IS LEFT OUT.  STATUS IS AS AT MONTH END:
      *    AN ACCOUNT CLOSED SINCE WAS STILL OPEN THEN AND COUNTS AS
      *    ACTIVE; OTHERWISE THE MASTER'S STATUS STANDS.
      *-----------------------------------------------------------------
       2100-RELEASE-ONE-ACCOUNT.
           READ ACCT-MSTR-FILE NEXT RECORD
               AT END
                   SET BPR-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF AM-ACCOUNT-OPEN-DATE > BPR-MONTH-END
               ADD 1 TO BPR-NOT-OPEN-COUNT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO BPR-ACCOUNT-COUNT.
           MOVE AM-ACCOUNT-BRANCH TO BP-BRANCH.
           MOVE AM-ACCOUNT-CURRENCY-CODE TO BP-CURRENCY-CODE.
           MOVE ZERO TO BP-ACTIVE-COUNT.
           MOVE ZERO TO BP-DORMANT-COUNT.
           MOVE ZERO TO BP-CLOSED-COUNT.
           MOVE ZERO TO BP-OPENED-COUNT.
           MOVE ZERO TO BP-CLOSED-IN-MONTH.
           IF AM-ACCOUNT-CLOSED
               IF AM-CLOSED-DATE NUMERIC
                  AND AM-CLOSED-DATE > BPR-MONTH-END
                   MOVE 1 TO BP-ACTIVE-COUNT
               ELSE
                   MOVE 1 TO BP-CLOSED-COUNT
               END-IF
           END-IF.
           IF AM-ACCOUNT-DORMANT
               MOVE 1 TO BP-DORMANT-COUNT
           END-IF.
           IF AM-ACCOUNT-ACTIVE
               MOVE 1 TO BP-ACTIVE-COUNT
           END-IF.
           IF AM-ACCOUNT-OPEN-DATE NOT < BPR-MONTH-START
               MOVE 1 TO BP-OPENED-COUNT
           END-IF.
           IF AM-ACCOUNT-CLOSED
              AND AM-CLOSED-DATE NUMERIC
              AND AM-CLOSED-DATE NOT < BPR-MONTH-START
              AND AM-CLOSED-DATE NOT > BPR-MONTH-END
               MOVE 1 TO BP-CLOSED-IN-MONTH
           END-IF.
           PERFORM 2200-TALLY-BALANCES THRU 2200-EXIT.
           PERFORM 2300-TALLY-INTF THRU 2300-EXIT.
           RELEASE SORT-WORK-RECORD.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2200-TALLY-BALANCES - ONE PASS OVER THE ACCOUNT'S SNAPSHOTS
      *    UP TO MONTH END.  EACH BALANCE IS THE LATEST SNAPSHOT
      *    CLOSING ON OR BEFORE ITS MONTH END - THE SAME CARRY-FORWARD
      *    ACCTBALSNAP USES - AND THE MONTH'S DAYS GIVE THE DEBIT AND
      *    CREDIT VOLUME AND VALUE.
      *-----------------------------------------------------------------
       2200-TALLY-BALANCES.
           MOVE ZERO TO BP-CLOSING-BALANCE.
           MOVE ZERO TO BP-PRIOR-BALANCE.
           MOVE ZERO TO BP-DEBIT-COUNT.
           MOVE ZERO TO BP-DEBIT-VALUE.
           MOVE ZERO TO BP-CREDIT-COUNT.
           MOVE ZERO TO BP-CREDIT-VALUE.
           MOVE AM-ACCOUNT-NUMBER TO BA-ACCOUNT-NUMBER.
           MOVE ZERO TO BA-BALANCE-DATE.
           MOVE 'N' TO BPR-SCAN-DONE-SW.
           START ACCT-BAL-FILE KEY IS NOT LESS THAN BA-BAL-KEY
               INVALID KEY
                   SET BPR-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2210-TALLY-ONE-SNAPSHOT THRU 2210-EXIT
               UNTIL BPR-SCAN-DONE.
       2200-EXIT.
           EXIT.

       2210-TALLY-ONE-SNAPSHOT.
           READ ACCT-BAL-FILE NEXT RECORD
               AT END
                   SET BPR-SCAN-DONE TO TRUE
                   GO TO 2210-EXIT
           END-READ.
           IF BA-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
              OR BA-BALANCE-DATE > BPR-MONTH-END
               SET BPR-SCAN-DONE TO TRUE
               GO TO 2210-EXIT
           END-IF.
           MOVE BA-CLOSING-BALANCE TO BP-CLOSING-BALANCE.
           IF BA-BALANCE-DATE NOT > BPR-PRIOR-MONTH-END
               MOVE BA-CLOSING-BALANCE TO BP-PRIOR-BALANCE
               GO TO 2210-EXIT
           END-IF.
           ADD BA-DEBIT-COUNT TO BP-DEBIT-COUNT.
           ADD BA-DEBIT-TOTAL TO BP-DEBIT-VALUE.
           ADD BA-CREDIT-COUNT TO BP-CREDIT-COUNT.
           ADD BA-CREDIT-TOTAL TO BP-CREDIT-VALUE.
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2300-TALLY-INTF - THE MONTH'S STANDING INTF POSTINGS: THE
      *    ACCRUAL AND ANY BACK-VALUATION ADJUSTMENTS, NET.  INTEREST
      *    AND FEE ARE TOLD APART BY THE CURRENCY'S ACCRRATE SOURCE AND
      *    TYPE CODES; A CURRENCY WITH NO TABLE ENTRY FALLS BACK TO
      *    CREDITS AS INTEREST AND DEBITS AS FEES.  THE MONTH IS READ
      *    FROM THE LIVE FILE AND THEN FROM THE ARCHIVE, SINCE
      *    ACCTTRNARCH MAY HAVE PURGED SOME OR ALL OF IT; AN ARCHIVED
      *    POSTING STILL ON THE LIVE FILE - A PURGE THAT DID NOT
      *    FINISH - IS ALREADY COUNTED.  AN ARCHIVED POSTING IS
      *    TALLIED IN THE LIVE LAYOUT, AS ACCTTRNINQCTM SHOWS IT.
      *-----------------------------------------------------------------
       2300-TALLY-INTF.
           MOVE ZERO TO BP-INTF-INTEREST.
           MOVE ZERO TO BP-INTF-FEES.
           MOVE 'N' TO BPR-RATE-FOUND-SW.
           MOVE AM-ACCOUNT-CURRENCY-CODE TO AC-CURRENCY-CODE.
           READ ACCR-RATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BPR-RATE-FOUND TO TRUE
           END-READ.
           MOVE AM-ACCOUNT-NUMBER TO AT-ACCOUNT-NUMBER.
           MOVE BPR-MONTH-START TO AT-EFFECTIVE-DATE.
           MOVE ZERO TO AT-SERIAL-NO.
           MOVE 'N' TO BPR-SCAN-DONE-SW.
           START ACCT-TRN-FILE KEY IS NOT LESS THAN AT-TRN-KEY
               INVALID KEY
                   SET BPR-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2310-TALLY-ONE-POSTING THRU 2310-EXIT
               UNTIL BPR-SCAN-DONE.
           MOVE AM-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
           MOVE BPR-MONTH-START TO AR-EFFECTIVE-DATE.
           MOVE ZERO TO AR-SERIAL-NO.
           MOVE 'N' TO BPR-SCAN-DONE-SW.
           START ACCT-ARCH-FILE KEY IS NOT LESS THAN AR-TRN-KEY
               INVALID KEY
                   SET BPR-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2320-TALLY-ONE-ARCHIVED THRU 2320-EXIT
               UNTIL BPR-SCAN-DONE.
       2300-EXIT.
           EXIT.

       2310-TALLY-ONE-POSTING.
           READ ACCT-TRN-FILE NEXT RECORD
               AT END
                   SET BPR-SCAN-DONE TO TRUE
                   GO TO 2310-EXIT
           END-READ.
           IF AT-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
              OR AT-EFFECTIVE-DATE > BPR-MONTH-END
               SET BPR-SCAN-DONE TO TRUE
               GO TO 2310-EXIT
           END-IF.
           PERFORM 2330-TALLY-ONE-ITEM THRU 2330-EXIT.
       2310-EXIT.
           EXIT.

       2320-TALLY-ONE-ARCHIVED.
           READ ACCT-ARCH-FILE NEXT RECORD
               AT END
                   SET BPR-SCAN-DONE TO TRUE
                   GO TO 2320-EXIT
           END-READ.
           IF BPR-ACCT-ARCH-STATUS NOT = '00'
              OR AR-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
              OR AR-EFFECTIVE-DATE > BPR-MONTH-END
               SET BPR-SCAN-DONE TO TRUE
               GO TO 2320-EXIT
           END-IF.
           MOVE AR-TRN-KEY TO AT-TRN-KEY.
           READ ACCT-TRN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 2320-EXIT
           END-READ.
           MOVE ACCT-ARCH-RECORD TO ACCT-TRN-RECORD.
           PERFORM 2330-TALLY-ONE-ITEM THRU 2330-EXIT.
       2320-EXIT.
           EXIT.

       2330-TALLY-ONE-ITEM.
           IF AT-FEED-SOURCE NOT = 'INTF'
              OR AT-REVERSED
               GO TO 2330-EXIT
           END-IF.
           IF NOT BPR-RATE-FOUND
               IF AT-IS-CREDIT
                   ADD AT-AMOUNT TO BP-INTF-INTEREST
               ELSE
                   ADD AT-AMOUNT TO BP-INTF-FEES
               END-IF
               GO TO 2330-EXIT
           END-IF.
           IF AT-SOURCE-CODE = AC-INT-SOURCE-CODE
              AND AT-TYPE-CODE = AC-INT-TYPE-CODE
               IF AT-IS-CREDIT
                   ADD AT-AMOUNT TO BP-INTF-INTEREST
               ELSE
                   SUBTRACT AT-AMOUNT FROM BP-INTF-INTEREST
               END-IF
               GO TO 2330-EXIT
           END-IF.
           IF AT-SOURCE-CODE = AC-FEE-SOURCE-CODE
              AND AT-TYPE-CODE = AC-FEE-TYPE-CODE
               IF AT-IS-DEBIT
                   ADD AT-AMOUNT TO BP-INTF-FEES
               ELSE
                   SUBTRACT AT-AMOUNT FROM BP-INTF-FEES
               END-IF
           END-IF.
       2330-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3000-WRITE-BRANCHES - SORT OUTPUT: SUM THE ACCOUNTS OF EACH
      *    BRANCH AND CURRENCY AND WRITE THEM OUT WHEN EITHER CHANGES.
      *-----------------------------------------------------------------
       3000-WRITE-BRANCHES.
           MOVE SPACES TO BPR-SECTION-TITLE.
           MOVE 'BY BRANCH AND CURRENCY' TO BPR-SECTION-TITLE.
           WRITE BRCH-PORT-RPT-LINE FROM BPR-SECTION-LINE.
           WRITE BRCH-PORT-RPT-LINE FROM BPR-COL-HDG-A.
           WRITE BRCH-PORT-RPT-LINE FROM BPR-COL-HDG-B.
           MOVE 'N' TO BPR-SORT-EOF-SW.
           MOVE 'Y' TO BPR-FIRST-GROUP-SW.
           PERFORM 3800-CLEAR-GROUP THRU 3800-EXIT.
           PERFORM 3100-SUM-ONE-ACCOUNT THRU 3100-EXIT
               UNTIL BPR-SORT-EOF.
           IF NOT BPR-FIRST-GROUP
               PERFORM 3200-CLOSE-GROUP THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-SUM-ONE-ACCOUNT.
           RETURN SORT-WORK-FILE
               AT END
                   SET BPR-SORT-EOF TO TRUE
                   GO TO 3100-EXIT
           END-RETURN.
           IF NOT BPR-FIRST-GROUP
              AND (BP-BRANCH NOT = BPR-CURR-BRANCH
                   OR BP-CURRENCY-CODE NOT = BPR-CURR-CURRENCY)
               PERFORM 3200-CLOSE-GROUP THRU 3200-EXIT
           END-IF.
           MOVE 'N' TO BPR-FIRST-GROUP-SW.
           MOVE BP-BRANCH TO BPR-CURR-BRANCH.
           MOVE BP-CURRENCY-CODE TO BPR-CURR-CURRENCY.
           ADD BP-ACTIVE-COUNT TO BPR-GT-ACTIVE.
           ADD BP-DORMANT-COUNT TO BPR-GT-DORMANT.
           ADD BP-CLOSED-COUNT TO BPR-GT-CLOSED.
           ADD BP-OPENED-COUNT TO BPR-GT-OPENED.
           ADD BP-CLOSED-IN-MONTH TO BPR-GT-CLOSED-MTH.
           ADD BP-CLOSING-BALANCE TO BPR-GT-CLOSING-BAL.
           ADD BP-PRIOR-BALANCE TO BPR-GT-PRIOR-BAL.
           ADD BP-DEBIT-COUNT TO BPR-GT-DEBIT-COUNT.
           ADD BP-DEBIT-VALUE TO BPR-GT-DEBIT-VALUE.
           ADD BP-CREDIT-COUNT TO BPR-GT-CREDIT-COUNT.
           ADD BP-CREDIT-VALUE TO BPR-GT-CREDIT-VALUE.
           ADD BP-INTF-INTEREST TO BPR-GT-INTEREST.
           ADD BP-INTF-FEES TO BPR-GT-FEES.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3200-CLOSE-GROUP - ONE BRANCH AND CURRENCY IS COMPLETE: ADD
      *    IT TO ITS CURRENCY'S BANK TOTAL, WRITE IT, AND START AFRESH.
      *-----------------------------------------------------------------
       3200-CLOSE-GROUP.
           PERFORM 3400-ADD-TO-BANK-TOTAL THRU 3400-EXIT.
           MOVE BPR-CURR-BRANCH TO BPR-LINE-BRANCH.
           MOVE BPR-CURR-CURRENCY TO BPR-LINE-CURRENCY.
           SET PX-BRANCH-REC TO TRUE.
           PERFORM 3300-WRITE-GROUP THRU 3300-EXIT.
           ADD 1 TO BPR-GROUP-COUNT.
           PERFORM 3800-CLEAR-GROUP THRU 3800-EXIT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3300-WRITE-GROUP - THE TWO REPORT LINES AND THE EXTRACT
      *    RECORD FOR THE FIGURES IN BPR-GROUP-TOTALS.
      *-----------------------------------------------------------------
       3300-WRITE-GROUP.
           COMPUTE BPR-LINE-CHANGE =
               BPR-GT-CLOSING-BAL - BPR-GT-PRIOR-BAL.
           MOVE BPR-LINE-BRANCH TO BPR-LA-BRANCH.
           MOVE BPR-LINE-CURRENCY TO BPR-LA-CURRENCY.
           MOVE BPR-GT-ACTIVE TO BPR-LA-ACTIVE.
           MOVE BPR-GT-DORMANT TO BPR-LA-DORMANT.
           MOVE BPR-GT-CLOSED TO BPR-LA-CLOSED.
           MOVE BPR-GT-OPENED TO BPR-LA-OPENED.
           MOVE BPR-GT-CLOSED-MTH TO BPR-LA-CLOSED-MTH.
           MOVE BPR-GT-CLOSING-BAL TO BPR-LA-CLOSING-BAL.
           MOVE BPR-GT-PRIOR-BAL TO BPR-LA-PRIOR-BAL.
           MOVE BPR-LINE-CHANGE TO BPR-LA-CHANGE.
           WRITE BRCH-PORT-RPT-LINE FROM BPR-DETAIL-LINE-A.
           MOVE BPR-GT-DEBIT-COUNT TO BPR-LB-DEBIT-COUNT.
           MOVE BPR-GT-DEBIT-VALUE TO BPR-LB-DEBIT-VALUE.
           MOVE BPR-GT-CREDIT-COUNT TO BPR-LB-CREDIT-COUNT.
           MOVE BPR-GT-CREDIT-VALUE TO BPR-LB-CREDIT-VALUE.
           MOVE BPR-GT-INTEREST TO BPR-LB-INTEREST.
           MOVE BPR-GT-FEES TO BPR-LB-FEES.
           WRITE BRCH-PORT-RPT-LINE FROM BPR-DETAIL-LINE-B.
           MOVE BPR-MONTH-END TO PX-MONTH-END.
           MOVE BPR-LINE-BRANCH TO PX-BRANCH.
           MOVE BPR-LINE-CURRENCY TO PX-CURRENCY-CODE.
           MOVE BPR-GT-ACTIVE TO PX-ACTIVE-COUNT.
           MOVE BPR-GT-DORMANT TO PX-DORMANT-COUNT.
           MOVE BPR-GT-CLOSED TO PX-CLOSED-COUNT.
           MOVE BPR-GT-OPENED TO PX-OPENED-COUNT.
           MOVE BPR-GT-CLOSED-MTH TO PX-CLOSED-IN-MONTH.
           MOVE BPR-GT-CLOSING-BAL TO PX-CLOSING-BALANCE.
           MOVE BPR-GT-PRIOR-BAL TO PX-PRIOR-BALANCE.
           MOVE BPR-LINE-CHANGE TO PX-BALANCE-CHANGE.
           MOVE BPR-GT-DEBIT-COUNT TO PX-DEBIT-COUNT.
           MOVE BPR-GT-DEBIT-VALUE TO PX-DEBIT-VALUE.
           MOVE BPR-GT-CREDIT-COUNT TO PX-CREDIT-COUNT.
           MOVE BPR-GT-CREDIT-VALUE TO PX-CREDIT-VALUE.
           MOVE BPR-GT-INTEREST TO PX-INTF-INTEREST.
           MOVE BPR-GT-FEES TO PX-INTF-FEES.
           WRITE BRCH-PORT-EXT-LINE FROM BRCH-PORT-EXT-RECORD.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3400-ADD-TO-BANK-TOTAL - FIND OR ADD THE CURRENCY'S ENTRY,
      *    INSERTING A NEW CURRENCY IN ORDER, AND ADD THE GROUP TO IT.
      *-----------------------------------------------------------------
       3400-ADD-TO-BANK-TOTAL.
           MOVE ZERO TO BPR-FOUND-SUB.
           MOVE ZERO TO BPR-SUB.
           PERFORM 3410-SCAN-CCY-TBL THRU 3410-EXIT
               UNTIL BPR-SUB >= BPR-CCY-USED OR BPR-FOUND-SUB > ZERO.
           IF BPR-FOUND-SUB = ZERO
               IF BPR-CCY-USED >= 50
                   PERFORM 8900-NOTE-TABLE-FULL THRU 8900-EXIT
                   GO TO 3400-EXIT
               END-IF
               PERFORM 3420-INSERT-CURRENCY THRU 3420-EXIT
           END-IF.
           ADD BPR-GT-ACTIVE TO BPR-CT-ACTIVE(BPR-FOUND-SUB).
           ADD BPR-GT-DORMANT TO BPR-CT-DORMANT(BPR-FOUND-SUB).
           ADD BPR-GT-CLOSED TO BPR-CT-CLOSED(BPR-FOUND-SUB).
           ADD BPR-GT-OPENED TO BPR-CT-OPENED(BPR-FOUND-SUB).
           ADD BPR-GT-CLOSED-MTH TO BPR-CT-CLOSED-MTH(BPR-FOUND-SUB).
           ADD BPR-GT-CLOSING-BAL
               TO BPR-CT-CLOSING-BAL(BPR-FOUND-SUB).
           ADD BPR-GT-PRIOR-BAL TO BPR-CT-PRIOR-BAL(BPR-FOUND-SUB).
           ADD BPR-GT-DEBIT-COUNT
               TO BPR-CT-DEBIT-COUNT(BPR-FOUND-SUB).
           ADD BPR-GT-DEBIT-VALUE
               TO BPR-CT-DEBIT-VALUE(BPR-FOUND-SUB).
           ADD BPR-GT-CREDIT-COUNT
               TO BPR-CT-CREDIT-COUNT(BPR-FOUND-SUB).
           ADD BPR-GT-CREDIT-VALUE
               TO BPR-CT-CREDIT-VALUE(BPR-FOUND-SUB).
           ADD BPR-GT-INTEREST TO BPR-CT-INTEREST(BPR-FOUND-SUB).
           ADD BPR-GT-FEES TO BPR-CT-FEES(BPR-FOUND-SUB).
       3400-EXIT.
           EXIT.

       3410-SCAN-CCY-TBL.
           ADD 1 TO BPR-SUB.
           IF BPR-CT-CURRENCY(BPR-SUB) = BPR-CURR-CURRENCY
               MOVE BPR-SUB TO BPR-FOUND-SUB
           END-IF.
       3410-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3420-INSERT-CURRENCY - THE NEW CURRENCY GOES BEFORE THE
      *    FIRST ENTRY THAT SORTS AFTER IT; THE ENTRIES FROM THERE ON
      *    MOVE DOWN ONE.
      *-----------------------------------------------------------------
       3420-INSERT-CURRENCY.
           MOVE ZERO TO BPR-SLOT.
           MOVE ZERO TO BPR-SUB.
           PERFORM 3430-FIND-SLOT THRU 3430-EXIT
               UNTIL BPR-SUB >= BPR-CCY-USED OR BPR-SLOT > ZERO.
           IF BPR-SLOT = ZERO
               COMPUTE BPR-SLOT = BPR-CCY-USED + 1
           ELSE
               PERFORM 3440-MOVE-ONE-DOWN THRU 3440-EXIT
                   VARYING BPR-SUB FROM BPR-CCY-USED BY -1
                   UNTIL BPR-SUB < BPR-SLOT
           END-IF.
           ADD 1 TO BPR-CCY-USED.
           MOVE BPR-SLOT TO BPR-FOUND-SUB.
           MOVE BPR-CURR-CURRENCY TO BPR-CT-CURRENCY(BPR-FOUND-SUB).
           MOVE ZERO TO BPR-CT-ACTIVE(BPR-FOUND-SUB).
           MOVE ZERO TO BPR-CT-DORMANT(BPR-FOUND-SUB).
           MOVE ZERO TO BPR-CT-CLOSED(BPR-FOUND-SUB).
           MOVE ZERO TO BPR-CT-OPENED(BPR-FOUND-SUB).
           MOVE ZERO TO BPR-CT-CLOSED-MTH(BPR-FOUND-SUB).
           MOVE ZERO TO BPR-CT-CLOSING-BAL(BPR-FOUND-SUB).
           MOVE ZERO TO BPR-CT-PRIOR-BAL(BPR-FOUND-SUB).
           MOVE ZERO TO BPR-CT-DEBIT-COUNT(BPR-FOUND-SUB).
           MOVE ZERO TO BPR-CT-DEBIT-VALUE(BPR-FOUND-SUB).
           MOVE ZERO TO BPR-CT-CREDIT-COUNT(BPR-FOUND-SUB).
           MOVE ZERO TO BPR-CT-CREDIT-VALUE(BPR-FOUND-SUB).
           MOVE ZERO TO BPR-CT-INTEREST(BPR-FOUND-SUB).
           MOVE ZERO TO BPR-CT-FEES(BPR-FOUND-SUB).
       3420-EXIT.
           EXIT.

       3430-FIND-SLOT.
           ADD 1 TO BPR-SUB.
           IF BPR-CT-CURRENCY(BPR-SUB) > BPR-CURR-CURRENCY
               MOVE BPR-SUB TO BPR-SLOT
           END-IF.
       3430-EXIT.
           EXIT.

       3440-MOVE-ONE-DOWN.
           MOVE BPR-CCY-ENTRY(BPR-SUB) TO BPR-CCY-ENTRY(BPR-SUB + 1).
       3440-EXIT.
           EXIT.

       3800-CLEAR-GROUP.
           MOVE ZERO TO BPR-GT-ACTIVE.
           MOVE ZERO TO BPR-GT-DORMANT.
           MOVE ZERO TO BPR-GT-CLOSED.
           MOVE ZERO TO BPR-GT-OPENED.
           MOVE ZERO TO BPR-GT-CLOSED-MTH.
           MOVE ZERO TO BPR-GT-CLOSING-BAL.
           MOVE ZERO TO BPR-GT-PRIOR-BAL.
           MOVE ZERO TO BPR-GT-DEBIT-COUNT.
           MOVE ZERO TO BPR-GT-DEBIT-VALUE.
           MOVE ZERO TO BPR-GT-CREDIT-COUNT.
           MOVE ZERO TO BPR-GT-CREDIT-VALUE.
           MOVE ZERO TO BPR-GT-INTEREST.
           MOVE ZERO TO BPR-GT-FEES.
       3800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    4000-WRITE-BANK-TOTALS - ONE BANK TOTAL PER CURRENCY, IN
      *    CURRENCY ORDER.  BALANCES IN DIFFERENT CURRENCIES ARE NEVER
      *    ADDED TOGETHER.
      *-----------------------------------------------------------------
       4000-WRITE-BANK-TOTALS.
           MOVE SPACES TO BRCH-PORT-RPT-LINE.
           WRITE BRCH-PORT-RPT-LINE.
           MOVE SPACES TO BPR-SECTION-TITLE.
           MOVE 'BANK TOTALS BY CURRENCY' TO BPR-SECTION-TITLE.
           WRITE BRCH-PORT-RPT-LINE FROM BPR-SECTION-LINE.
           WRITE BRCH-PORT-RPT-LINE FROM BPR-COL-HDG-A.
           WRITE BRCH-PORT-RPT-LINE FROM BPR-COL-HDG-B.
           MOVE ZERO TO BPR-SUB.
           PERFORM 4100-WRITE-ONE-CURRENCY THRU 4100-EXIT
               UNTIL BPR-SUB >= BPR-CCY-USED.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-CURRENCY.
           ADD 1 TO BPR-SUB.
           MOVE BPR-CT-ACTIVE(BPR-SUB) TO BPR-GT-ACTIVE.
           MOVE BPR-CT-DORMANT(BPR-SUB) TO BPR-GT-DORMANT.
           MOVE BPR-CT-CLOSED(BPR-SUB) TO BPR-GT-CLOSED.
           MOVE BPR-CT-OPENED(BPR-SUB) TO BPR-GT-OPENED.
           MOVE BPR-CT-CLOSED-MTH(BPR-SUB) TO BPR-GT-CLOSED-MTH.
           MOVE BPR-CT-CLOSING-BAL(BPR-SUB) TO BPR-GT-CLOSING-BAL.
           MOVE BPR-CT-PRIOR-BAL(BPR-SUB) TO BPR-GT-PRIOR-BAL.
           MOVE BPR-CT-DEBIT-COUNT(BPR-SUB) TO BPR-GT-DEBIT-COUNT.
           MOVE BPR-CT-DEBIT-VALUE(BPR-SUB) TO BPR-GT-DEBIT-VALUE.
           MOVE BPR-CT-CREDIT-COUNT(BPR-SUB) TO BPR-GT-CREDIT-COUNT.
           MOVE BPR-CT-CREDIT-VALUE(BPR-SUB) TO BPR-GT-CREDIT-VALUE.
           MOVE BPR-CT-INTEREST(BPR-SUB) TO BPR-GT-INTEREST.
           MOVE BPR-CT-FEES(BPR-SUB) TO BPR-GT-FEES.
           MOVE 'TOTAL' TO BPR-LINE-BRANCH.
           MOVE BPR-CT-CURRENCY(BPR-SUB) TO BPR-LINE-CURRENCY.
           SET PX-BANK-TOTAL-REC TO TRUE.
           PERFORM 3300-WRITE-GROUP THRU 3300-EXIT.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8900-NOTE-TABLE-FULL - THE CURRENCY TABLE OVERFLOWED.  THE
      *    BRANCH LINES ARE STILL RIGHT, BUT THE BANK TOTALS ARE
      *    FLAGGED ONCE SO NOBODY TRUSTS A TOTAL THAT STOPPED COUNTING.
      *-----------------------------------------------------------------
       8900-NOTE-TABLE-FULL.
           IF NOT BPR-TBL-FULL
               SET BPR-TBL-FULL TO TRUE
               DISPLAY 'BRCHPORTRPT: CURRENCY TABLE FULL - '
                   'BANK TOTALS ARE INCOMPLETE'
           END-IF.
       8900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9000-TERMINATE - CLOSE FILES AND DISPLAY RUN COUNTS.
      *-----------------------------------------------------------------
       9000-TERMINATE.
           IF BPR-FILES-OPEN
               CLOSE ACCT-MSTR-FILE
               CLOSE ACCT-BAL-FILE
               CLOSE ACCT-TRN-FILE
               CLOSE ACCT-ARCH-FILE
               CLOSE ACCR-RATE-FILE
               CLOSE BRCH-PORT-RPT-FILE
               CLOSE BRCH-PORT-EXT-FILE
           END-IF.
           DISPLAY 'BRCHPORTRPT ACCOUNTS REPORTED: ' BPR-ACCOUNT-COUNT.
           DISPLAY 'BRCHPORTRPT BRANCH/CURRENCY LINES: '
               BPR-GROUP-COUNT.
           DISPLAY 'BRCHPORTRPT ACCOUNTS OPENED AFTER MONTH END: '
               BPR-NOT-OPEN-COUNT.
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
           IF BPR-RUN-REJECTED
               GO TO 9900-EXIT
           END-IF.
           SET RCL-FUNC-END TO TRUE.
           MOVE BPR-ACCOUNT-COUNT TO RCL-COUNT-1.
           MOVE BPR-GROUP-COUNT TO RCL-COUNT-2.
           CALL 'RunCtlLog' USING RUN-CTL-REQUEST.
       9900-EXIT.
           EXIT.
