       IDENTIFICATION DIVISION.
      *****************************************************************
      *    PROGRAM-ID  :  ACCTINTEGCHK
      *    AUTHOR      :  S. KUBACKI
      *    INSTALLATION:  DEPOSIT SYSTEMS
      *    DATE-WRITTEN:  2026-10-15
      *    DATE-COMPILED:
      *-----------------------------------------------------------------
      *    DESCRIPTION  :  NIGHTLY FILE-INTEGRITY CHECK.  FEEDINTAKE,
      *                    ACCTTRNADJ AND FEEDSUSPWORK KEEP ACCTTRNPD
      *                    IN STEP WITH ACCTTRN, ACCTBALSNAP BUILDS
      *                    ACCTBAL FROM IT, AND ACCTTRNARCH MOVES
      *                    HISTORY TO ACCTARCH.  THIS JOB PROVES THEY
      *                    STILL AGREE, IN THREE SWEEPS:
      *                      - ACCTTRNPD: EVERY COMPANION ENTRY HAS A
      *                        POSTING BEHIND IT, LIVE OR ARCHIVED.
      *                      - ACCTTRN: EVERY POSTING HAS ITS COMPANION
      *                        ENTRY, IS NOT ALSO ON THE ARCHIVE, HAS
      *                        REVERSAL LINKS THAT POINT AT EACH OTHER,
      *                        AND FALLS ON A DAY THAT HAS A SNAPSHOT.
      *                      - ACCTBAL: EACH DAY OPENS AT THE PRIOR
      *                        SNAPSHOT'S CLOSING, CLOSES AT OPENING
      *                        PLUS THE DAY'S NET, AND CARRIES THE
      *                        COUNTS AND TOTALS OF THE POSTINGS ON
      *                        FILE FOR THE DAY - LIVE AND ARCHIVED.
      *                    EVERY DISAGREEMENT IS LISTED ON INTEGRPT AND
      *                    THE EXCEPTION COUNT IS LOGGED TO RUN
      *                    CONTROL, SO A DAMAGED COMPANION FILE IS
      *                    FOUND THE NIGHT IT HAPPENS.  THE FILES ARE
      *                    ONLY READ.  RUNS AFTER ACCTBALSNAP.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL PROGRAM.
      *    2026-10-15 SRK    DROP THE RESULT TEXT FROM THE RUN CONTROL
      *                      END CALL - THE LOGGER KEEPS THE START
      *                      TEXT; THE EXCEPTION COUNT SAYS IT.
      *****************************************************************
       PROGRAM-ID.  AcctIntegChk.
       AUTHOR.      S. KUBACKI.
       INSTALLATION. DEPOSIT SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-TRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-TRN-KEY
               FILE STATUS IS AIC-ACCT-TRN-STATUS.
           SELECT ACCT-TRN-PD-FILE ASSIGN TO "ACCTTRNPD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS AIC-TRN-PD-STATUS.
           SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-BAL-KEY
               FILE STATUS IS AIC-ACCT-BAL-STATUS.
           SELECT ACCT-ARCH-FILE ASSIGN TO "ACCTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-TRN-KEY
               FILE STATUS IS AIC-ACCT-ARCH-STATUS.
           SELECT INTEG-RPT-FILE ASSIGN TO "INTEGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AIC-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-TRN-FILE.
       COPY AcctTrn.

       FD  ACCT-TRN-PD-FILE.
       COPY AcctTrnPd.

       FD  ACCT-BAL-FILE.
       COPY AcctBal.

       FD  ACCT-ARCH-FILE.
       COPY AcctArch.

       FD  INTEG-RPT-FILE.
       COPY IntegRpt.

       WORKING-STORAGE SECTION.
       77  AIC-ACCT-TRN-STATUS        PIC X(02) VALUE '00'.
       77  AIC-TRN-PD-STATUS          PIC X(02) VALUE '00'.
       77  AIC-ACCT-BAL-STATUS        PIC X(02) VALUE '00'.
       77  AIC-ACCT-ARCH-STATUS       PIC X(02) VALUE '00'.
       77  AIC-RPT-STATUS             PIC X(02) VALUE '00'.
       77  AIC-TODAY                  PIC 9(08) VALUE ZERO.
       77  AIC-EOF-SW                 PIC X(01) VALUE 'N'.
           88  AIC-EOF                    VALUE 'Y'.
       77  AIC-DAY-EOF-SW             PIC X(01) VALUE 'N'.
           88  AIC-DAY-EOF                VALUE 'Y'.
       77  AIC-RUN-REJECTED-SW        PIC X(01) VALUE 'N'.
           88  AIC-RUN-REJECTED           VALUE 'Y'.
       77  AIC-FILES-OPEN-SW          PIC X(01) VALUE 'N'.
           88  AIC-FILES-OPEN             VALUE 'Y'.
       77  AIC-FIRST-DAY-SW           PIC X(01) VALUE 'Y'.
           88  AIC-FIRST-DAY              VALUE 'Y'.
       77  AIC-PARTNER-FOUND-SW       PIC X(01) VALUE 'N'.
           88  AIC-PARTNER-FOUND          VALUE 'Y'.
       77  AIC-POSITION-LOST-SW       PIC X(01) VALUE 'N'.
           88  AIC-POSITION-LOST          VALUE 'Y'.
       77  AIC-HOLD-ACCOUNT           PIC X(23) VALUE SPACES.
       77  AIC-HOLD-EFFECTIVE-DATE    PIC 9(08) VALUE ZERO.
       77  AIC-HOLD-SERIAL-NO         PIC 9(13) VALUE ZERO.
       77  AIC-HOLD-PROCESS-DATE      PIC 9(08) VALUE ZERO.
       77  AIC-HOLD-REVERSED-BY       PIC 9(13) VALUE ZERO.
       77  AIC-HOLD-REVERSAL-OF       PIC 9(13) VALUE ZERO.
       77  AIC-PARTNER-SERIAL         PIC 9(13) VALUE ZERO.
       77  AIC-PARTNER-REVERSED-BY    PIC 9(13) VALUE ZERO.
       77  AIC-PARTNER-REVERSAL-OF    PIC 9(13) VALUE ZERO.
       77  AIC-DAY-ACCOUNT            PIC X(23) VALUE SPACES.
       77  AIC-DAY-DATE               PIC 9(08) VALUE ZERO.
       77  AIC-PRIOR-ACCOUNT          PIC X(23) VALUE SPACES.
       77  AIC-PRIOR-CLOSING          PIC S9(13)V99 VALUE ZERO.
       77  AIC-EXPECTED-CLOSING       PIC S9(13)V99 VALUE ZERO.
       77  AIC-TALLY-DEBIT-COUNT      PIC 9(07) VALUE ZERO.
       77  AIC-TALLY-DEBIT-TOTAL      PIC 9(13)V99 VALUE ZERO.
       77  AIC-TALLY-CREDIT-COUNT     PIC 9(07) VALUE ZERO.
       77  AIC-TALLY-CREDIT-TOTAL     PIC 9(13)V99 VALUE ZERO.
       77  AIC-CHECK                  PIC X(08) VALUE SPACES.
       77  AIC-REASON                 PIC X(37) VALUE SPACES.
       77  AIC-ITEM                   PIC X(10) VALUE SPACES.
       77  AIC-ON-FILE-AMOUNT         PIC S9(13)V99 VALUE ZERO.
       77  AIC-EXPECTED-AMOUNT        PIC S9(13)V99 VALUE ZERO.
       77  AIC-ON-FILE-COUNT          PIC 9(07) VALUE ZERO.
       77  AIC-EXPECTED-COUNT         PIC 9(07) VALUE ZERO.
       77  AIC-PD-CHECKED             PIC 9(09) VALUE ZERO.
       77  AIC-POSTINGS-CHECKED       PIC 9(09) VALUE ZERO.
       77  AIC-SNAPSHOTS-CHECKED      PIC 9(09) VALUE ZERO.
       77  AIC-EXCEPTION-COUNT        PIC 9(09) VALUE ZERO.
       77  AIC-PD-ORPHAN-COUNT        PIC 9(09) VALUE ZERO.
       77  AIC-NO-PD-COUNT            PIC 9(09) VALUE ZERO.
       77  AIC-LIVE-ARCH-COUNT        PIC 9(09) VALUE ZERO.
       77  AIC-REV-LINK-COUNT         PIC 9(09) VALUE ZERO.
       77  AIC-NO-SNAP-COUNT          PIC 9(09) VALUE ZERO.
       77  AIC-BAL-OPEN-COUNT         PIC 9(09) VALUE ZERO.
       77  AIC-BAL-TOTAL-COUNT        PIC 9(09) VALUE ZERO.

       COPY RunCtlReq.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT AIC-RUN-REJECTED
               PERFORM 2000-CHECK-PD-ENTRIES THRU 2000-EXIT
               PERFORM 3000-CHECK-POSTINGS THRU 3000-EXIT
               PERFORM 4000-CHECK-SNAPSHOTS THRU 4000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      *-----------------------------------------------------------------
      *    1000-INITIALIZE - REGISTER THE RUN AND OPEN THE FILES.  ALL
      *    FOUR DEPOSIT FILES ARE READ ONLY.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT AIC-TODAY FROM DATE YYYYMMDD.
           PERFORM 1900-RUN-CONTROL-START THRU 1900-EXIT.
           IF AIC-RUN-REJECTED
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT ACCT-TRN-FILE.
           OPEN INPUT ACCT-TRN-PD-FILE.
           OPEN INPUT ACCT-BAL-FILE.
           OPEN INPUT ACCT-ARCH-FILE.
           OPEN OUTPUT INTEG-RPT-FILE.
           SET AIC-FILES-OPEN TO TRUE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1900-RUN-CONTROL-START - REGISTER THIS RUN ON THE RUN
      *    CONTROL FILE.  A DUPLICATE ANSWER MEANS TONIGHT'S CHECK HAS
      *    ALREADY COMPLETED - REFUSED.
      *-----------------------------------------------------------------
       1900-RUN-CONTROL-START.
           SET RCL-FUNC-START TO TRUE.
           MOVE 'ACCTINTEGCHK' TO RCL-JOB-NAME.
           MOVE ZERO TO RCL-PARM-DATE.
           MOVE SPACES TO RCL-PARM-TEXT.
           MOVE ZERO TO RCL-COUNT-1.
           MOVE ZERO TO RCL-COUNT-2.
           CALL 'RunCtlLog' USING RUN-CTL-REQUEST.
           IF RCL-DUPLICATE-RUN
               DISPLAY 'ACCTINTEGCHK: ALREADY COMPLETED '
                   'TODAY - RUN REFUSED'
               SET AIC-RUN-REJECTED TO TRUE
           END-IF.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2000-CHECK-PD-ENTRIES - SWEEP THE COMPANION FILE END TO
      *    END.  A POSTING ARCHIVED AWAY SHOULD HAVE TAKEN ITS ENTRY
      *    WITH IT, BUT AN ENTRY LEFT BEHIND STILL POINTS AT REAL
      *    HISTORY AND IS NOT AN ORPHAN.
      *-----------------------------------------------------------------
       2000-CHECK-PD-ENTRIES.
           MOVE 'N' TO AIC-EOF-SW.
           PERFORM 2100-CHECK-ONE-PD-ENTRY THRU 2100-EXIT
               UNTIL AIC-EOF.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-PD-ENTRY.
           READ ACCT-TRN-PD-FILE NEXT RECORD
               AT END
                   SET AIC-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO AIC-PD-CHECKED.
           MOVE PD-ACCOUNT-NUMBER TO AT-ACCOUNT-NUMBER.
           MOVE PD-EFFECTIVE-DATE TO AT-EFFECTIVE-DATE.
           MOVE PD-SERIAL-NO TO AT-SERIAL-NO.
           READ ACCT-TRN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 2100-EXIT
           END-READ.
           MOVE PD-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
           MOVE PD-EFFECTIVE-DATE TO AR-EFFECTIVE-DATE.
           MOVE PD-SERIAL-NO TO AR-SERIAL-NO.
           READ ACCT-ARCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 2100-EXIT
           END-READ.
           MOVE 'PDORPHAN' TO AIC-CHECK.
           MOVE 'PROCESS-DATE ENTRY WITH NO POSTING' TO AIC-REASON.
           MOVE PD-ACCOUNT-NUMBER TO AIC-HOLD-ACCOUNT.
           MOVE PD-EFFECTIVE-DATE TO AIC-HOLD-EFFECTIVE-DATE.
           MOVE PD-SERIAL-NO TO AIC-HOLD-SERIAL-NO.
           MOVE PD-PROCESS-DATE TO AIC-HOLD-PROCESS-DATE.
           PERFORM 8100-LIST-POSTING THRU 8100-EXIT.
           ADD 1 TO AIC-PD-ORPHAN-COUNT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3000-CHECK-POSTINGS - SWEEP THE LIVE TRANSACTION FILE IN KEY
      *    ORDER.  THE FIRST SWEEP LEFT IT POSITIONED BY RANDOM READS,
      *    SO IT IS STARTED AGAIN FROM THE TOP.
      *-----------------------------------------------------------------
       3000-CHECK-POSTINGS.
           MOVE 'N' TO AIC-EOF-SW.
           MOVE 'Y' TO AIC-FIRST-DAY-SW.
           MOVE LOW-VALUES TO AT-TRN-KEY.
           START ACCT-TRN-FILE KEY IS NOT LESS THAN AT-TRN-KEY
               INVALID KEY
                   SET AIC-EOF TO TRUE
           END-START.
           PERFORM 3100-CHECK-ONE-POSTING THRU 3100-EXIT
               UNTIL AIC-EOF.
           IF NOT AIC-FIRST-DAY
               PERFORM 3800-CHECK-DAY-SNAPSHOT THRU 3800-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-POSTING.
           READ ACCT-TRN-FILE NEXT RECORD
               AT END
                   SET AIC-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO AIC-POSTINGS-CHECKED.
           MOVE AT-ACCOUNT-NUMBER TO AIC-HOLD-ACCOUNT.
           MOVE AT-EFFECTIVE-DATE TO AIC-HOLD-EFFECTIVE-DATE.
           MOVE AT-SERIAL-NO TO AIC-HOLD-SERIAL-NO.
           MOVE AT-PROCESS-DATE TO AIC-HOLD-PROCESS-DATE.
           MOVE AT-REVERSED-BY-SERIAL TO AIC-HOLD-REVERSED-BY.
           MOVE AT-REVERSAL-OF-SERIAL TO AIC-HOLD-REVERSAL-OF.
           IF AIC-FIRST-DAY
               MOVE 'N' TO AIC-FIRST-DAY-SW
               MOVE AT-ACCOUNT-NUMBER TO AIC-DAY-ACCOUNT
               MOVE AT-EFFECTIVE-DATE TO AIC-DAY-DATE
           END-IF.
           IF AT-ACCOUNT-NUMBER NOT = AIC-DAY-ACCOUNT
              OR AT-EFFECTIVE-DATE NOT = AIC-DAY-DATE
               PERFORM 3800-CHECK-DAY-SNAPSHOT THRU 3800-EXIT
               MOVE AT-ACCOUNT-NUMBER TO AIC-DAY-ACCOUNT
               MOVE AT-EFFECTIVE-DATE TO AIC-DAY-DATE
           END-IF.
           PERFORM 3200-CHECK-PD-ENTRY THRU 3200-EXIT.
           PERFORM 3300-CHECK-NOT-ARCHIVED THRU 3300-EXIT.
           PERFORM 3400-CHECK-REVERSAL-LINKS THRU 3400-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3200-CHECK-PD-ENTRY - THE POSTING'S COMPANION ENTRY UNDER
      *    ITS OWN PROCESS DATE.
      *-----------------------------------------------------------------
       3200-CHECK-PD-ENTRY.
           MOVE AT-PROCESS-DATE TO PD-PROCESS-DATE.
           MOVE AT-ACCOUNT-NUMBER TO PD-ACCOUNT-NUMBER.
           MOVE AT-EFFECTIVE-DATE TO PD-EFFECTIVE-DATE.
           MOVE AT-SERIAL-NO TO PD-SERIAL-NO.
           READ ACCT-TRN-PD-FILE
               INVALID KEY
                   MOVE 'NOPDENT' TO AIC-CHECK
                   MOVE 'POSTING WITH NO PROCESS-DATE ENTRY'
                       TO AIC-REASON
                   PERFORM 8100-LIST-POSTING THRU 8100-EXIT
                   ADD 1 TO AIC-NO-PD-COUNT
           END-READ.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3300-CHECK-NOT-ARCHIVED - A KEY ON BOTH FILES IS A PURGE
      *    THAT COPIED BUT DID NOT DELETE, OR A RESTORE LAID OVER LIVE
      *    HISTORY - EITHER WAY INQUIRY AND THE SNAPSHOT COUNT IT TWICE.
      *-----------------------------------------------------------------
       3300-CHECK-NOT-ARCHIVED.
           MOVE AT-TRN-KEY TO AR-TRN-KEY.
           READ ACCT-ARCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'LIVEARCH' TO AIC-CHECK
                   MOVE 'KEY ON BOTH LIVE FILE AND ARCHIVE'
                       TO AIC-REASON
                   PERFORM 8100-LIST-POSTING THRU 8100-EXIT
                   ADD 1 TO AIC-LIVE-ARCH-COUNT
           END-READ.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3400-CHECK-REVERSAL-LINKS - ACCTTRNADJ POSTS A REVERSAL TO
      *    THE SAME ACCOUNT AND EFFECTIVE DATE AS THE ORIGINAL, MARKS
      *    THE ORIGINAL REVERSED BY THE NEW SERIAL, AND POINTS THE
      *    REVERSAL BACK AT THE ORIGINAL.  EACH SIDE IS LOOKED UP LIVE
      *    THEN ON THE ARCHIVE AND MUST POINT BACK AT THIS ONE.  A LIVE
      *    LOOKUP MOVES THE SWEEP, SO THE SWEEP IS RESTARTED AFTER THIS
      *    POSTING WHEN ONE WAS MADE.
      *-----------------------------------------------------------------
       3400-CHECK-REVERSAL-LINKS.
           MOVE 'N' TO AIC-POSITION-LOST-SW.
           IF (AT-REVERSED AND AT-REVERSED-BY-SERIAL = ZERO)
              OR (NOT AT-REVERSED
                  AND AT-REVERSED-BY-SERIAL NOT = ZERO)
               MOVE 'REVERSED FLAG AND SERIAL DISAGREE'
                   TO AIC-REASON
               PERFORM 3450-LIST-REVERSAL-LINK THRU 3450-EXIT
           END-IF.
           IF AIC-HOLD-REVERSED-BY NOT = ZERO
               MOVE AIC-HOLD-REVERSED-BY TO AIC-PARTNER-SERIAL
               PERFORM 3500-FETCH-PARTNER THRU 3500-EXIT
               IF NOT AIC-PARTNER-FOUND
                   MOVE 'REVERSED-BY ITEM NOT ON FILE'
                       TO AIC-REASON
                   PERFORM 3450-LIST-REVERSAL-LINK THRU 3450-EXIT
               ELSE
                   IF AIC-PARTNER-REVERSAL-OF
                       NOT = AIC-HOLD-SERIAL-NO
                       MOVE 'REVERSED-BY ITEM DOES NOT POINT BACK'
                           TO AIC-REASON
                       PERFORM 3450-LIST-REVERSAL-LINK
                           THRU 3450-EXIT
                   END-IF
               END-IF
           END-IF.
           IF AIC-HOLD-REVERSAL-OF NOT = ZERO
               MOVE AIC-HOLD-REVERSAL-OF TO AIC-PARTNER-SERIAL
               PERFORM 3500-FETCH-PARTNER THRU 3500-EXIT
               IF NOT AIC-PARTNER-FOUND
                   MOVE 'REVERSAL-OF ITEM NOT ON FILE'
                       TO AIC-REASON
                   PERFORM 3450-LIST-REVERSAL-LINK THRU 3450-EXIT
               ELSE
                   IF AIC-PARTNER-REVERSED-BY
                       NOT = AIC-HOLD-SERIAL-NO
                       MOVE 'REVERSAL-OF ITEM DOES NOT POINT BACK'
                           TO AIC-REASON
                       PERFORM 3450-LIST-REVERSAL-LINK
                           THRU 3450-EXIT
                   END-IF
               END-IF
           END-IF.
           IF AIC-POSITION-LOST
               PERFORM 3600-RESTORE-POSITION THRU 3600-EXIT
           END-IF.
       3400-EXIT.
           EXIT.

       3450-LIST-REVERSAL-LINK.
           MOVE 'REVLINK' TO AIC-CHECK.
           PERFORM 8100-LIST-POSTING THRU 8100-EXIT.
           ADD 1 TO AIC-REV-LINK-COUNT.
       3450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3500-FETCH-PARTNER - THE OTHER HALF OF A REVERSAL PAIR, BY
      *    THE HELD ACCOUNT AND DATE AND THE PARTNER SERIAL.
      *-----------------------------------------------------------------
       3500-FETCH-PARTNER.
           MOVE 'N' TO AIC-PARTNER-FOUND-SW.
           MOVE ZERO TO AIC-PARTNER-REVERSED-BY.
           MOVE ZERO TO AIC-PARTNER-REVERSAL-OF.
           SET AIC-POSITION-LOST TO TRUE.
           MOVE AIC-HOLD-ACCOUNT TO AT-ACCOUNT-NUMBER.
           MOVE AIC-HOLD-EFFECTIVE-DATE TO AT-EFFECTIVE-DATE.
           MOVE AIC-PARTNER-SERIAL TO AT-SERIAL-NO.
           READ ACCT-TRN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET AIC-PARTNER-FOUND TO TRUE
                   MOVE AT-REVERSED-BY-SERIAL
                       TO AIC-PARTNER-REVERSED-BY
                   MOVE AT-REVERSAL-OF-SERIAL
                       TO AIC-PARTNER-REVERSAL-OF
                   GO TO 3500-EXIT
           END-READ.
           MOVE AIC-HOLD-ACCOUNT TO AR-ACCOUNT-NUMBER.
           MOVE AIC-HOLD-EFFECTIVE-DATE TO AR-EFFECTIVE-DATE.
           MOVE AIC-PARTNER-SERIAL TO AR-SERIAL-NO.
           READ ACCT-ARCH-FILE
               INVALID KEY
                   GO TO 3500-EXIT
           END-READ.
           SET AIC-PARTNER-FOUND TO TRUE.
           MOVE AR-REVERSED-BY-SERIAL TO AIC-PARTNER-REVERSED-BY.
           MOVE AR-REVERSAL-OF-SERIAL TO AIC-PARTNER-REVERSAL-OF.
       3500-EXIT.
           EXIT.

       3600-RESTORE-POSITION.
           MOVE AIC-HOLD-ACCOUNT TO AT-ACCOUNT-NUMBER.
           MOVE AIC-HOLD-EFFECTIVE-DATE TO AT-EFFECTIVE-DATE.
           MOVE AIC-HOLD-SERIAL-NO TO AT-SERIAL-NO.
           START ACCT-TRN-FILE KEY IS GREATER THAN AT-TRN-KEY
               INVALID KEY
                   SET AIC-EOF TO TRUE
           END-START.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3800-CHECK-DAY-SNAPSHOT - AN ACCOUNT/DATE WITH POSTINGS ON
      *    THE LIVE FILE MUST HAVE AN ACCTBAL SNAPSHOT; THE SNAPSHOT'S
      *    FIGURES THEMSELVES ARE PROVED IN THE ACCTBAL SWEEP.
      *-----------------------------------------------------------------
       3800-CHECK-DAY-SNAPSHOT.
           MOVE AIC-DAY-ACCOUNT TO BA-ACCOUNT-NUMBER.
           MOVE AIC-DAY-DATE TO BA-BALANCE-DATE.
           READ ACCT-BAL-FILE
               INVALID KEY
                   MOVE 'NOSNAP' TO AIC-CHECK
                   MOVE 'DAY HAS POSTINGS BUT NO SNAPSHOT'
                       TO AIC-REASON
                   MOVE SPACES TO INTEG-RPT-RECORD
                   MOVE AIC-CHECK TO IR-CHECK
                   MOVE AIC-DAY-ACCOUNT TO IR-ACCOUNT-NUMBER
                   MOVE AIC-DAY-DATE TO IR-EFFECTIVE-DATE
                   MOVE ZERO TO IR-SERIAL-NO
                   MOVE ZERO TO IR-PROCESS-DATE
                   MOVE AIC-REASON TO IR-REASON
                   WRITE INTEG-RPT-RECORD
                   ADD 1 TO AIC-EXCEPTION-COUNT
                   ADD 1 TO AIC-NO-SNAP-COUNT
           END-READ.
       3800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    4000-CHECK-SNAPSHOTS - SWEEP ACCTBAL IN KEY ORDER.  THE
      *    POSTINGS SWEEP LEFT IT POSITIONED BY RANDOM READS, SO IT IS
      *    STARTED AGAIN FROM THE TOP.
      *-----------------------------------------------------------------
       4000-CHECK-SNAPSHOTS.
           MOVE 'N' TO AIC-EOF-SW.
           MOVE SPACES TO AIC-PRIOR-ACCOUNT.
           MOVE LOW-VALUES TO BA-BAL-KEY.
           START ACCT-BAL-FILE KEY IS NOT LESS THAN BA-BAL-KEY
               INVALID KEY
                   SET AIC-EOF TO TRUE
           END-START.
           PERFORM 4100-CHECK-ONE-SNAPSHOT THRU 4100-EXIT
               UNTIL AIC-EOF.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    4100-CHECK-ONE-SNAPSHOT - OPENING AGAINST THE ACCOUNT'S
      *    PRIOR SNAPSHOT, CLOSING AGAINST OPENING PLUS THE DAY'S NET,
      *    AND THE DAY'S COUNTS AND TOTALS AGAINST THE POSTINGS.
      *-----------------------------------------------------------------
       4100-CHECK-ONE-SNAPSHOT.
           READ ACCT-BAL-FILE NEXT RECORD
               AT END
                   SET AIC-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           ADD 1 TO AIC-SNAPSHOTS-CHECKED.
           IF BA-ACCOUNT-NUMBER = AIC-PRIOR-ACCOUNT
              AND BA-OPENING-BALANCE NOT = AIC-PRIOR-CLOSING
               MOVE 'BALOPEN' TO AIC-CHECK
               MOVE 'OPENING' TO AIC-ITEM
               MOVE BA-OPENING-BALANCE TO AIC-ON-FILE-AMOUNT
               MOVE AIC-PRIOR-CLOSING TO AIC-EXPECTED-AMOUNT
               PERFORM 8200-LIST-AMOUNT THRU 8200-EXIT
               ADD 1 TO AIC-BAL-OPEN-COUNT
           END-IF.
           COMPUTE AIC-EXPECTED-CLOSING = BA-OPENING-BALANCE
               + BA-CREDIT-TOTAL - BA-DEBIT-TOTAL.
           MOVE 'BALTOTAL' TO AIC-CHECK.
           IF BA-CLOSING-BALANCE NOT = AIC-EXPECTED-CLOSING
               MOVE 'CLOSING' TO AIC-ITEM
               MOVE BA-CLOSING-BALANCE TO AIC-ON-FILE-AMOUNT
               MOVE AIC-EXPECTED-CLOSING TO AIC-EXPECTED-AMOUNT
               PERFORM 8200-LIST-AMOUNT THRU 8200-EXIT
               ADD 1 TO AIC-BAL-TOTAL-COUNT
           END-IF.
           PERFORM 4200-TALLY-DAY THRU 4200-EXIT.
           PERFORM 4500-COMPARE-TALLY THRU 4500-EXIT.
           MOVE BA-ACCOUNT-NUMBER TO AIC-PRIOR-ACCOUNT.
           MOVE BA-CLOSING-BALANCE TO AIC-PRIOR-CLOSING.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    4200-TALLY-DAY - RE-COUNT THE SNAPSHOT DAY FROM THE LIVE
      *    FILE, THEN FROM THE ARCHIVE FOR HISTORY ALREADY PURGED.  A
      *    BACK-VALUED POSTING CAN LAND LIVE ON A DAY WHOSE OTHER
      *    POSTINGS ARE ARCHIVED, SO BOTH ARE ALWAYS READ; AN ARCHIVED
      *    KEY STILL ON THE LIVE FILE IS COUNTED ONCE - IT HAS ALREADY
      *    BEEN LISTED AS LIVEARCH.
      *-----------------------------------------------------------------
       4200-TALLY-DAY.
           MOVE ZERO TO AIC-TALLY-DEBIT-COUNT.
           MOVE ZERO TO AIC-TALLY-DEBIT-TOTAL.
           MOVE ZERO TO AIC-TALLY-CREDIT-COUNT.
           MOVE ZERO TO AIC-TALLY-CREDIT-TOTAL.
           MOVE BA-ACCOUNT-NUMBER TO AIC-DAY-ACCOUNT.
           MOVE BA-BALANCE-DATE TO AIC-DAY-DATE.
           MOVE AIC-DAY-ACCOUNT TO AT-ACCOUNT-NUMBER.
           MOVE AIC-DAY-DATE TO AT-EFFECTIVE-DATE.
           MOVE ZERO TO AT-SERIAL-NO.
           MOVE 'N' TO AIC-DAY-EOF-SW.
           START ACCT-TRN-FILE KEY IS NOT LESS THAN AT-TRN-KEY
               INVALID KEY
                   SET AIC-DAY-EOF TO TRUE
           END-START.
           PERFORM 4300-TALLY-ONE-LIVE THRU 4300-EXIT
               UNTIL AIC-DAY-EOF.
           MOVE AIC-DAY-ACCOUNT TO AR-ACCOUNT-NUMBER.
           MOVE AIC-DAY-DATE TO AR-EFFECTIVE-DATE.
           MOVE ZERO TO AR-SERIAL-NO.
           MOVE 'N' TO AIC-DAY-EOF-SW.
           START ACCT-ARCH-FILE KEY IS NOT LESS THAN AR-TRN-KEY
               INVALID KEY
                   SET AIC-DAY-EOF TO TRUE
           END-START.
           PERFORM 4400-TALLY-ONE-ARCHIVED THRU 4400-EXIT
               UNTIL AIC-DAY-EOF.
       4200-EXIT.
           EXIT.

       4300-TALLY-ONE-LIVE.
           READ ACCT-TRN-FILE NEXT RECORD
               AT END
                   SET AIC-DAY-EOF TO TRUE
                   GO TO 4300-EXIT
           END-READ.
           IF AT-ACCOUNT-NUMBER NOT = AIC-DAY-ACCOUNT
              OR AT-EFFECTIVE-DATE NOT = AIC-DAY-DATE
               SET AIC-DAY-EOF TO TRUE
               GO TO 4300-EXIT
           END-IF.
           IF AT-IS-CREDIT
               ADD 1 TO AIC-TALLY-CREDIT-COUNT
               ADD AT-AMOUNT TO AIC-TALLY-CREDIT-TOTAL
           ELSE
               ADD 1 TO AIC-TALLY-DEBIT-COUNT
               ADD AT-AMOUNT TO AIC-TALLY-DEBIT-TOTAL
           END-IF.
       4300-EXIT.
           EXIT.

       4400-TALLY-ONE-ARCHIVED.
           READ ACCT-ARCH-FILE NEXT RECORD
               AT END
                   SET AIC-DAY-EOF TO TRUE
                   GO TO 4400-EXIT
           END-READ.
           IF AR-ACCOUNT-NUMBER NOT = AIC-DAY-ACCOUNT
              OR AR-EFFECTIVE-DATE NOT = AIC-DAY-DATE
               SET AIC-DAY-EOF TO TRUE
               GO TO 4400-EXIT
           END-IF.
           MOVE AR-TRN-KEY TO AT-TRN-KEY.
           READ ACCT-TRN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 4400-EXIT
           END-READ.
           IF AR-CR-IND = 'C'
               ADD 1 TO AIC-TALLY-CREDIT-COUNT
               ADD AR-AMOUNT TO AIC-TALLY-CREDIT-TOTAL
           ELSE
               ADD 1 TO AIC-TALLY-DEBIT-COUNT
               ADD AR-AMOUNT TO AIC-TALLY-DEBIT-TOTAL
           END-IF.
       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    4500-COMPARE-TALLY - ONE LINE FOR EACH FIGURE THAT DIFFERS.
      *-----------------------------------------------------------------
       4500-COMPARE-TALLY.
           MOVE 'BALTOTAL' TO AIC-CHECK.
           IF BA-DEBIT-COUNT NOT = AIC-TALLY-DEBIT-COUNT
               MOVE 'DR COUNT' TO AIC-ITEM
               MOVE BA-DEBIT-COUNT TO AIC-ON-FILE-COUNT
               MOVE AIC-TALLY-DEBIT-COUNT TO AIC-EXPECTED-COUNT
               PERFORM 8300-LIST-COUNT THRU 8300-EXIT
               ADD 1 TO AIC-BAL-TOTAL-COUNT
           END-IF.
           IF BA-DEBIT-TOTAL NOT = AIC-TALLY-DEBIT-TOTAL
               MOVE 'DR TOTAL' TO AIC-ITEM
               MOVE BA-DEBIT-TOTAL TO AIC-ON-FILE-AMOUNT
               MOVE AIC-TALLY-DEBIT-TOTAL TO AIC-EXPECTED-AMOUNT
               PERFORM 8200-LIST-AMOUNT THRU 8200-EXIT
               ADD 1 TO AIC-BAL-TOTAL-COUNT
           END-IF.
           IF BA-CREDIT-COUNT NOT = AIC-TALLY-CREDIT-COUNT
               MOVE 'CR COUNT' TO AIC-ITEM
               MOVE BA-CREDIT-COUNT TO AIC-ON-FILE-COUNT
               MOVE AIC-TALLY-CREDIT-COUNT TO AIC-EXPECTED-COUNT
               PERFORM 8300-LIST-COUNT THRU 8300-EXIT
               ADD 1 TO AIC-BAL-TOTAL-COUNT
           END-IF.
           IF BA-CREDIT-TOTAL NOT = AIC-TALLY-CREDIT-TOTAL
               MOVE 'CR TOTAL' TO AIC-ITEM
               MOVE BA-CREDIT-TOTAL TO AIC-ON-FILE-AMOUNT
               MOVE AIC-TALLY-CREDIT-TOTAL TO AIC-EXPECTED-AMOUNT
               PERFORM 8200-LIST-AMOUNT THRU 8200-EXIT
               ADD 1 TO AIC-BAL-TOTAL-COUNT
           END-IF.
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8100-LIST-POSTING - ONE POSTING EXCEPTION FOR THE HELD KEY,
      *    UNDER THE CHECK CODE AND REASON THE CALLER HAS SET.
      *-----------------------------------------------------------------
       8100-LIST-POSTING.
           MOVE SPACES TO INTEG-RPT-RECORD.
           MOVE AIC-CHECK TO IR-CHECK.
           MOVE AIC-HOLD-ACCOUNT TO IR-ACCOUNT-NUMBER.
           MOVE AIC-HOLD-EFFECTIVE-DATE TO IR-EFFECTIVE-DATE.
           MOVE AIC-HOLD-SERIAL-NO TO IR-SERIAL-NO.
           MOVE AIC-HOLD-PROCESS-DATE TO IR-PROCESS-DATE.
           MOVE AIC-REASON TO IR-REASON.
           WRITE INTEG-RPT-RECORD.
           ADD 1 TO AIC-EXCEPTION-COUNT.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8200-LIST-AMOUNT / 8300-LIST-COUNT - ONE SNAPSHOT EXCEPTION
      *    FOR THE CURRENT ACCTBAL DAY: THE FIGURE ON FILE AGAINST THE
      *    FIGURE EXPECTED, UNDER THE CHECK CODE AND ITEM THE CALLER
      *    HAS SET.
      *-----------------------------------------------------------------
       8200-LIST-AMOUNT.
           MOVE SPACES TO INTEG-RPT-RECORD.
           MOVE AIC-CHECK TO IR-CHECK.
           MOVE BA-ACCOUNT-NUMBER TO IR-ACCOUNT-NUMBER.
           MOVE BA-BALANCE-DATE TO IR-EFFECTIVE-DATE.
           MOVE AIC-ITEM TO IR-AMOUNT-ITEM.
           MOVE AIC-ON-FILE-AMOUNT TO IR-ON-FILE-AMOUNT.
           MOVE AIC-EXPECTED-AMOUNT TO IR-EXPECTED-AMOUNT.
           WRITE INTEG-RPT-RECORD.
           ADD 1 TO AIC-EXCEPTION-COUNT.
       8200-EXIT.
           EXIT.

       8300-LIST-COUNT.
           MOVE SPACES TO INTEG-RPT-RECORD.
           MOVE AIC-CHECK TO IR-CHECK.
           MOVE BA-ACCOUNT-NUMBER TO IR-ACCOUNT-NUMBER.
           MOVE BA-BALANCE-DATE TO IR-EFFECTIVE-DATE.
           MOVE AIC-ITEM TO IR-COUNT-ITEM.
           MOVE AIC-ON-FILE-COUNT TO IR-ON-FILE-COUNT.
           MOVE AIC-EXPECTED-COUNT TO IR-EXPECTED-COUNT.
           WRITE INTEG-RPT-RECORD.
           ADD 1 TO AIC-EXCEPTION-COUNT.
       8300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9000-TERMINATE - CLOSE FILES AND DISPLAY RUN COUNTS.
      *-----------------------------------------------------------------
       9000-TERMINATE.
           IF AIC-FILES-OPEN
               CLOSE ACCT-TRN-FILE
               CLOSE ACCT-TRN-PD-FILE
               CLOSE ACCT-BAL-FILE
               CLOSE ACCT-ARCH-FILE
               CLOSE INTEG-RPT-FILE
           END-IF.
           DISPLAY 'ACCTINTEGCHK COMPANION ENTRIES CHECKED: '
               AIC-PD-CHECKED.
           DISPLAY 'ACCTINTEGCHK POSTINGS CHECKED: '
               AIC-POSTINGS-CHECKED.
           DISPLAY 'ACCTINTEGCHK SNAPSHOTS CHECKED: '
               AIC-SNAPSHOTS-CHECKED.
           DISPLAY 'ACCTINTEGCHK ENTRIES WITH NO POSTING: '
               AIC-PD-ORPHAN-COUNT.
           DISPLAY 'ACCTINTEGCHK POSTINGS WITH NO ENTRY: '
               AIC-NO-PD-COUNT.
           DISPLAY 'ACCTINTEGCHK KEYS LIVE AND ARCHIVED: '
               AIC-LIVE-ARCH-COUNT.
           DISPLAY 'ACCTINTEGCHK BROKEN REVERSAL LINKS: '
               AIC-REV-LINK-COUNT.
           DISPLAY 'ACCTINTEGCHK DAYS WITH NO SNAPSHOT: '
               AIC-NO-SNAP-COUNT.
           DISPLAY 'ACCTINTEGCHK OPENING BALANCE BREAKS: '
               AIC-BAL-OPEN-COUNT.
           DISPLAY 'ACCTINTEGCHK SNAPSHOT FIGURE BREAKS: '
               AIC-BAL-TOTAL-COUNT.
           DISPLAY 'ACCTINTEGCHK EXCEPTIONS: ' AIC-EXCEPTION-COUNT.
           PERFORM 9900-RUN-CONTROL-END THRU 9900-EXIT.
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9900-RUN-CONTROL-END - COMPLETE THIS RUN'S RUN CONTROL
      *    RECORD WITH THE EXCEPTION COUNT AND THE POSTINGS CHECKED.
      *-----------------------------------------------------------------
       9900-RUN-CONTROL-END.
           IF AIC-RUN-REJECTED
               GO TO 9900-EXIT
           END-IF.
           IF NOT RCL-OK
               GO TO 9900-EXIT
           END-IF.
           SET RCL-FUNC-END TO TRUE.
           MOVE AIC-EXCEPTION-COUNT TO RCL-COUNT-1.
           MOVE AIC-POSTINGS-CHECKED TO RCL-COUNT-2.
           CALL 'RunCtlLog' USING RUN-CTL-REQUEST.
       9900-EXIT.
           EXIT.
