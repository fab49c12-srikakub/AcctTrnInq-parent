       IDENTIFICATION DIVISION.
      *****************************************************************
      *    PROGRAM-ID  :  ACCTHOLDEXP
      *    AUTHOR      :  S. KUBACKI
      *    INSTALLATION:  DEPOSIT SYSTEMS
      *    DATE-WRITTEN:  2026-10-15
      *    DATE-COMPILED:
      *-----------------------------------------------------------------
      *    DESCRIPTION  :  NIGHTLY HOLD EXPIRY.  SWEEPS THE ACCTHOLD
      *                    FILE AND MARKS EXPIRED EVERY ACTIVE HOLD
      *                    WHOSE EXPIRY DATE IS ON OR BEFORE THE
      *                    PROCESS DATE, SO THE MONEY IT FROZE COMES
      *                    BACK INTO THE AVAILABLE BALANCE THE INQUIRY
      *                    SERVICE QUOTES.  A HOLD WITH NO EXPIRY DATE
      *                    STAYS UNTIL IT IS RELEASED THROUGH
      *                    ACCTHOLDMAINT.  EVERY HOLD EXPIRED IS LISTED
      *                    ON HOLDEXPRPT.  THE SWEEP IS SAFE TO REPEAT
      *                    - AN EXPIRED HOLD IS NO LONGER ACTIVE AND
      *                    IS NOT TOUCHED AGAIN.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL PROGRAM.
      *****************************************************************
       PROGRAM-ID.  AcctHoldExp.
       AUTHOR.      S. KUBACKI.
       INSTALLATION. DEPOSIT SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-EXP-PARM-FILE ASSIGN TO "HOLDEXPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HX-PARM-STATUS.
           SELECT ACCT-HOLD-FILE ASSIGN TO "ACCTHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AH-HOLD-KEY
               FILE STATUS IS HX-ACCT-HOLD-STATUS.
           SELECT HOLD-EXP-RPT-FILE ASSIGN TO "HOLDEXPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HX-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-EXP-PARM-FILE.
       COPY HoldExpParm.

       FD  ACCT-HOLD-FILE.
       COPY AcctHold.

       FD  HOLD-EXP-RPT-FILE.
       COPY HoldExpRpt.

       WORKING-STORAGE SECTION.
       77  HX-PARM-STATUS             PIC X(02) VALUE '00'.
       77  HX-ACCT-HOLD-STATUS        PIC X(02) VALUE '00'.
       77  HX-RPT-STATUS              PIC X(02) VALUE '00'.
       77  HX-RUN-REJECT-SW           PIC X(01) VALUE 'N'.
           88  HX-RUN-REJECTED            VALUE 'Y'.
       77  HX-EOF-SW                  PIC X(01) VALUE 'N'.
           88  HX-EOF                     VALUE 'Y'.
       77  HX-TODAY                   PIC 9(08) VALUE ZERO.
       77  HX-PROCESS-DATE            PIC 9(08) VALUE ZERO.
       77  HX-HOLDS-READ              PIC 9(09) VALUE ZERO.
       77  HX-EXPIRED-COUNT           PIC 9(09) VALUE ZERO.
       77  HX-STILL-ACTIVE-COUNT      PIC 9(09) VALUE ZERO.
       77  HX-EXPIRED-AMOUNT          PIC 9(13)V99 VALUE ZERO.

       COPY RunCtlReq.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT HX-RUN-REJECTED
               PERFORM 2000-EXPIRE-HOLDS THRU 2000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      *-----------------------------------------------------------------
      *    1000-INITIALIZE - READ THE PROCESS DATE AND OPEN THE HOLD
      *    FILE FOR UPDATE.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT HX-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT HOLD-EXP-PARM-FILE.
           READ HOLD-EXP-PARM-FILE INTO HOLD-EXP-PARM-RECORD
               AT END
                   MOVE ZERO TO HP-PROCESS-DATE
           END-READ.
           CLOSE HOLD-EXP-PARM-FILE.
           MOVE HP-PROCESS-DATE TO HX-PROCESS-DATE.
           IF HX-PROCESS-DATE = ZERO
               MOVE HX-TODAY TO HX-PROCESS-DATE
           END-IF.
           PERFORM 1900-RUN-CONTROL-START THRU 1900-EXIT.
           IF HX-RUN-REJECTED
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O ACCT-HOLD-FILE.
           IF HX-ACCT-HOLD-STATUS NOT = '00'
               SET HX-RUN-REJECTED TO TRUE
               DISPLAY 'ACCTHOLDEXP: HOLD FILE NOT AVAILABLE - '
                   'RUN STOPPED'
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT HOLD-EXP-RPT-FILE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1900-RUN-CONTROL-START - REGISTER THIS RUN ON THE RUN
      *    CONTROL FILE.  A REPEAT EXPIRES NOTHING TWICE, SO A
      *    DUPLICATE ANSWER IS NOTED AND CARRIED ON RATHER THAN
      *    REFUSED.
      *-----------------------------------------------------------------
       1900-RUN-CONTROL-START.
           SET RCL-FUNC-START TO TRUE.
           MOVE 'ACCTHOLDEXP' TO RCL-JOB-NAME.
           MOVE HX-PROCESS-DATE TO RCL-PARM-DATE.
           MOVE SPACES TO RCL-PARM-TEXT.
           MOVE ZERO TO RCL-COUNT-1.
           MOVE ZERO TO RCL-COUNT-2.
           CALL 'RunCtlLog' USING RUN-CTL-REQUEST.
           IF RCL-DUPLICATE-RUN
               DISPLAY 'ACCTHOLDEXP: ALREADY RUN FOR THIS PROCESS '
                   'DATE TODAY - CONTINUING'
           END-IF.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2000-EXPIRE-HOLDS - ONE PASS OF THE HOLD FILE IN KEY ORDER.
      *-----------------------------------------------------------------
       2000-EXPIRE-HOLDS.
           MOVE 'N' TO HX-EOF-SW.
           PERFORM 2100-CHECK-ONE-HOLD THRU 2100-EXIT
               UNTIL HX-EOF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2100-CHECK-ONE-HOLD - AN ACTIVE HOLD WHOSE EXPIRY DATE IS
      *    ON OR BEFORE THE PROCESS DATE IS MARKED EXPIRED AND LISTED.
      *    THE RELEASE FIELDS SAY THE NIGHTLY RUN LIFTED IT, NOT A
      *    USER.
      *-----------------------------------------------------------------
       2100-CHECK-ONE-HOLD.
           READ ACCT-HOLD-FILE NEXT RECORD
               AT END
                   SET HX-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO HX-HOLDS-READ.
           IF NOT AH-ACTIVE
               GO TO 2100-EXIT
           END-IF.
           IF AH-EXPIRY-DATE = ZERO
              OR AH-EXPIRY-DATE > HX-PROCESS-DATE
               ADD 1 TO HX-STILL-ACTIVE-COUNT
               GO TO 2100-EXIT
           END-IF.
           SET AH-EXPIRED TO TRUE.
           MOVE HX-PROCESS-DATE TO AH-RELEASED-DATE.
           MOVE 'HOLDEXP' TO AH-RELEASED-BY.
           MOVE SPACES TO AH-RELEASED-APPROVED-BY.
           REWRITE ACCT-HOLD-RECORD
               INVALID KEY
                   DISPLAY 'ACCTHOLDEXP: HOLD NOT EXPIRED FOR '
                       AH-ACCOUNT-NUMBER ' SEQ ' AH-HOLD-SEQ
                   GO TO 2100-EXIT
           END-REWRITE.
           ADD 1 TO HX-EXPIRED-COUNT.
           ADD AH-HOLD-AMOUNT TO HX-EXPIRED-AMOUNT.
           PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

       2200-WRITE-REPORT-LINE.
           MOVE SPACES TO HOLD-EXP-RPT-RECORD.
           MOVE AH-ACCOUNT-NUMBER TO HE-RPT-ACCOUNT-NUMBER.
           MOVE AH-HOLD-SEQ TO HE-RPT-HOLD-SEQ.
           MOVE AH-HOLD-TYPE TO HE-RPT-HOLD-TYPE.
           MOVE AH-HOLD-AMOUNT TO HE-RPT-HOLD-AMOUNT.
           MOVE AH-PLACED-DATE TO HE-RPT-PLACED-DATE.
           MOVE AH-EXPIRY-DATE TO HE-RPT-EXPIRY-DATE.
           MOVE AH-PLACED-BY TO HE-RPT-PLACED-BY.
           MOVE AH-REASON TO HE-RPT-REASON.
           WRITE HOLD-EXP-RPT-RECORD.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9000-TERMINATE - CLOSE FILES AND DISPLAY RUN COUNTS.
      *-----------------------------------------------------------------
       9000-TERMINATE.
           IF NOT HX-RUN-REJECTED
               CLOSE ACCT-HOLD-FILE
               CLOSE HOLD-EXP-RPT-FILE
           END-IF.
           DISPLAY 'ACCTHOLDEXP PROCESS DATE: ' HX-PROCESS-DATE.
           DISPLAY 'ACCTHOLDEXP HOLDS READ: ' HX-HOLDS-READ.
           DISPLAY 'ACCTHOLDEXP HOLDS EXPIRED: ' HX-EXPIRED-COUNT.
           DISPLAY 'ACCTHOLDEXP AMOUNT RELEASED: ' HX-EXPIRED-AMOUNT.
           DISPLAY 'ACCTHOLDEXP HOLDS STILL ACTIVE: '
               HX-STILL-ACTIVE-COUNT.
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
           IF HX-RUN-REJECTED
               GO TO 9900-EXIT
           END-IF.
           SET RCL-FUNC-END TO TRUE.
           MOVE HX-EXPIRED-COUNT TO RCL-COUNT-1.
           MOVE HX-STILL-ACTIVE-COUNT TO RCL-COUNT-2.
           CALL 'RunCtlLog' USING RUN-CTL-REQUEST.
       9900-EXIT.
           EXIT.
