       IDENTIFICATION DIVISION.
      *****************************************************************
      *    PROGRAM-ID  :  ACCTHOLDMAINT
      *    AUTHOR      :  S. KUBACKI
      *    INSTALLATION:  DEPOSIT SYSTEMS
      *    DATE-WRITTEN:  2026-10-15
      *    DATE-COMPILED:
      *-----------------------------------------------------------------
      *    DESCRIPTION  :  ONLINE PLACE/RELEASE SCREEN FOR ACCTHOLD,
      *                    THE ACCOUNT HOLD FILE, IN THE SAME MOLD AS
      *                    ACCTMSTRMAINT.  A HOLD CAN BE PLACED ON AN
      *                    ACCOUNT - AMOUNT, TYPE, EXPIRY DATE AND
      *                    REASON - OR AN ACTIVE HOLD RELEASED, BUT NOT
      *                    UNTIL A SECOND USER ID IS KEYED INTO THE
      *                    APPROVED-BY FIELD, AND NEVER THE SAME USER
      *                    ID THAT KEYED THE CHANGE.  A HOLD FREEZES OR
      *                    FREES CUSTOMER MONEY, SO EVERY ATTEMPT -
      *                    APPLIED OR REJECTED - IS LOGGED TO
      *                    ACCTHLDAUD.  REPLACES THE OPERATIONS
      *                    SPREADSHEET THE HOLDS WERE KEPT ON.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL PROGRAM.
      *****************************************************************
       PROGRAM-ID.  AcctHoldMaint.
       AUTHOR.      S. KUBACKI.
       INSTALLATION. DEPOSIT SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-HOLD-FILE ASSIGN TO "ACCTHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-HOLD-KEY
               FILE STATUS IS HM-ACCT-HOLD-STATUS.
           SELECT ACCT-MSTR-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS HM-ACCT-MSTR-STATUS.
           SELECT ACCT-HLD-AUD-FILE ASSIGN TO "ACCTHLDAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HM-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-HOLD-FILE.
       COPY AcctHold.

       FD  ACCT-MSTR-FILE.
       COPY AcctMstr.

       FD  ACCT-HLD-AUD-FILE.
       COPY AcctHldAud.

       WORKING-STORAGE SECTION.
       77  HM-ACCT-HOLD-STATUS        PIC X(02) VALUE '00'.
       77  HM-ACCT-MSTR-STATUS        PIC X(02) VALUE '00'.
       77  HM-AUD-STATUS              PIC X(02) VALUE '00'.
       77  HM-ACTION                  PIC X(01) VALUE SPACE.
       77  HM-ACCOUNT-NUMBER          PIC X(23) VALUE SPACES.
       77  HM-HOLD-TYPE               PIC X(01) VALUE SPACE.
       77  HM-REASON                  PIC X(30) VALUE SPACES.
       77  HM-MAINT-USER              PIC X(08) VALUE SPACES.
       77  HM-APPROVED-BY             PIC X(08) VALUE SPACES.
       77  HM-HOLD-SEQ                PIC 9(04) VALUE ZERO.
       77  HM-NEXT-HOLD-SEQ           PIC 9(04) VALUE ZERO.
       77  HM-AUD-AMOUNT              PIC 9(13)V99 VALUE ZERO.
       77  HM-AUD-TYPE                PIC X(01) VALUE SPACE.
       77  HM-AUD-EXPIRY-DATE         PIC 9(08) VALUE ZERO.
       77  HM-TODAY                   PIC 9(08) VALUE ZERO.
       77  HM-MAINT-COUNT             PIC 9(05) VALUE ZERO.
       77  HM-EXIT-SW                 PIC X(01) VALUE 'N'.
           88  HM-EXIT-REQUESTED          VALUE 'Y'.
       77  HM-ENTRY-STATUS-SW         PIC X(01) VALUE 'Y'.
           88  HM-ENTRY-OK                VALUE 'Y'.
           88  HM-ENTRY-REJECTED          VALUE 'N'.
       77  HM-RESULT-SW               PIC X(01) VALUE 'N'.
           88  HM-RESULT-APPLIED          VALUE 'Y'.
           88  HM-RESULT-REJECTED         VALUE 'N'.
       77  HM-SCAN-DONE-SW            PIC X(01) VALUE 'N'.
           88  HM-SCAN-DONE               VALUE 'Y'.
       77  HM-TIME-8                  PIC 9(08) VALUE ZERO.

       01  HM-ENTRY-FIELDS.
           05  HM-AMOUNT-X            PIC X(15).
           05  HM-AMOUNT REDEFINES HM-AMOUNT-X
                                      PIC 9(13)V99.
           05  HM-EXPIRY-DATE-X       PIC X(08).
           05  HM-EXPIRY-DATE REDEFINES HM-EXPIRY-DATE-X
                                      PIC 9(08).
           05  HM-HOLD-SEQ-X          PIC X(04).
           05  HM-HOLD-SEQ-N REDEFINES HM-HOLD-SEQ-X
                                      PIC 9(04).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-MAINT-LOOP THRU 2000-EXIT
               UNTIL HM-EXIT-REQUESTED.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      *-----------------------------------------------------------------
      *    1000-INITIALIZE - OPEN THE HOLD FILE FOR MAINTENANCE, THE
      *    ACCOUNT MASTER TO CHECK THE ACCOUNT AGAINST, AND THE AUDIT
      *    LOG FOR APPEND.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT HM-TODAY FROM DATE YYYYMMDD.
           OPEN I-O ACCT-HOLD-FILE.
           OPEN INPUT ACCT-MSTR-FILE.
           OPEN EXTEND ACCT-HLD-AUD-FILE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2000-MAINT-LOOP - ONE MAINTENANCE SCREEN PER ITERATION.
      *-----------------------------------------------------------------
       2000-MAINT-LOOP.
           MOVE ZERO TO HM-HOLD-SEQ.
           MOVE ZERO TO HM-AUD-AMOUNT.
           MOVE SPACE TO HM-AUD-TYPE.
           MOVE ZERO TO HM-AUD-EXPIRY-DATE.
           SET HM-RESULT-REJECTED TO TRUE.
           PERFORM 2100-DISPLAY-AND-ACCEPT THRU 2100-EXIT.
           IF NOT HM-EXIT-REQUESTED
               PERFORM 2200-VALIDATE-ENTRY THRU 2200-EXIT
               IF HM-ENTRY-OK
                   PERFORM 2300-APPLY-MAINTENANCE THRU 2300-EXIT
               END-IF
               PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2100-DISPLAY-AND-ACCEPT - PAINT THE MAINTENANCE SCREEN AND
      *    KEY IN ONE HOLD REQUEST.  ONLY THE FIELDS THE CHOSEN ACTION
      *    NEEDS ARE ASKED FOR.
      *-----------------------------------------------------------------
       2100-DISPLAY-AND-ACCEPT.
           MOVE SPACES TO HM-ENTRY-FIELDS.
           MOVE SPACE TO HM-HOLD-TYPE.
           MOVE SPACES TO HM-REASON.
           DISPLAY 'ACCOUNT HOLD MAINTENANCE' LINE 1 COLUMN 1.
           DISPLAY 'ACTION (P=PLACE HOLD, R=RELEASE HOLD, X=EXIT):'
               LINE 3 COLUMN 1.
           ACCEPT HM-ACTION LINE 3 COLUMN 49.
           IF HM-ACTION = 'X' OR HM-ACTION = 'x'
               SET HM-EXIT-REQUESTED TO TRUE
               GO TO 2100-EXIT
           END-IF.
           DISPLAY 'ACCOUNT NUMBER:' LINE 4 COLUMN 1.
           ACCEPT HM-ACCOUNT-NUMBER LINE 4 COLUMN 18.
           IF HM-ACTION = 'P'
               DISPLAY 'HOLD AMOUNT 15 DIGITS:' LINE 5 COLUMN 1
               ACCEPT HM-AMOUNT-X LINE 5 COLUMN 24
               DISPLAY 'HOLD TYPE (G=GARNISHMENT, L=LEGAL FREEZE,'
                   LINE 6 COLUMN 1
               DISPLAY 'U=UNCOLLECTED DEPOSIT, O=OTHER):'
                   LINE 7 COLUMN 1
               ACCEPT HM-HOLD-TYPE LINE 7 COLUMN 34
               DISPLAY 'EXPIRY DATE (CCYYMMDD, BLANK=UNTIL RELEASED):'
                   LINE 8 COLUMN 1
               ACCEPT HM-EXPIRY-DATE-X LINE 8 COLUMN 47
               DISPLAY 'REASON:' LINE 9 COLUMN 1
               ACCEPT HM-REASON LINE 9 COLUMN 9
           END-IF.
           IF HM-ACTION = 'R'
               DISPLAY 'HOLD SEQ:' LINE 5 COLUMN 1
               ACCEPT HM-HOLD-SEQ-X LINE 5 COLUMN 11
           END-IF.
           DISPLAY 'MAINTAINED BY (USER ID):' LINE 10 COLUMN 1.
           ACCEPT HM-MAINT-USER LINE 10 COLUMN 27.
           DISPLAY 'APPROVED BY (BLANK CANCELS CHANGE):'
               LINE 11 COLUMN 1.
           ACCEPT HM-APPROVED-BY LINE 11 COLUMN 37.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2200-VALIDATE-ENTRY - BASIC EDITS BEFORE THE HOLD FILE IS
      *    TOUCHED.  A BLANK APPROVED-BY REJECTS THE CHANGE RATHER
      *    THAN ERRORING - THAT IS THE APPROVAL STEP.
      *-----------------------------------------------------------------
       2200-VALIDATE-ENTRY.
           SET HM-ENTRY-OK TO TRUE.
           IF HM-ACTION NOT = 'P' AND HM-ACTION NOT = 'R'
               DISPLAY 'INVALID ACTION - ENTRY REJECTED'
                   LINE 14 COLUMN 1
               SET HM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF HM-ACCOUNT-NUMBER = SPACES
               DISPLAY 'ACCOUNT MAY NOT BE BLANK - ENTRY REJECTED'
                   LINE 14 COLUMN 1
               SET HM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF HM-ACTION = 'P'
              AND (HM-AMOUNT-X NOT NUMERIC OR HM-AMOUNT = ZERO)
               DISPLAY 'HOLD AMOUNT MUST BE 15 DIGITS AND NOT ZERO - '
                   'ENTRY REJECTED' LINE 14 COLUMN 1
               SET HM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF HM-ACTION = 'P'
              AND HM-HOLD-TYPE NOT = 'G' AND HM-HOLD-TYPE NOT = 'L'
              AND HM-HOLD-TYPE NOT = 'U' AND HM-HOLD-TYPE NOT = 'O'
               DISPLAY 'HOLD TYPE MUST BE G, L, U, OR O - '
                   'ENTRY REJECTED' LINE 14 COLUMN 1
               SET HM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF HM-ACTION = 'P'
              AND HM-EXPIRY-DATE-X NOT = SPACES
              AND (HM-EXPIRY-DATE-X NOT NUMERIC
                   OR HM-EXPIRY-DATE < HM-TODAY)
               DISPLAY 'EXPIRY DATE MUST BE TODAY OR LATER - '
                   'ENTRY REJECTED' LINE 14 COLUMN 1
               SET HM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF HM-ACTION = 'P' AND HM-REASON = SPACES
               DISPLAY 'REASON MAY NOT BE BLANK - ENTRY REJECTED'
                   LINE 14 COLUMN 1
               SET HM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF HM-ACTION = 'R'
              AND (HM-HOLD-SEQ-X NOT NUMERIC OR HM-HOLD-SEQ-N = ZERO)
               DISPLAY 'HOLD SEQ MUST BE FOUR DIGITS - '
                   'ENTRY REJECTED' LINE 14 COLUMN 1
               SET HM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF HM-ACTION = 'R'
               MOVE HM-HOLD-SEQ-N TO HM-HOLD-SEQ
           END-IF.
           IF HM-APPROVED-BY = SPACES
               DISPLAY 'NO APPROVER ENTERED - CHANGE NOT APPLIED'
                   LINE 14 COLUMN 1
               SET HM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF HM-APPROVED-BY = HM-MAINT-USER
               DISPLAY 'APPROVER MUST DIFFER FROM MAINTAINER - '
                   'ENTRY REJECTED' LINE 14 COLUMN 1
               SET HM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2300-APPLY-MAINTENANCE - THE ACCOUNT MUST BE ON THE MASTER;
      *    ROUTE TO THE ACTION'S OWN LOGIC.
      *-----------------------------------------------------------------
       2300-APPLY-MAINTENANCE.
           MOVE HM-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCT-MSTR-FILE
               INVALID KEY
                   DISPLAY 'ACCOUNT NOT ON FILE - CHANGE REJECTED'
                       LINE 14 COLUMN 1
                   GO TO 2300-EXIT
           END-READ.
           IF HM-ACTION = 'P'
               PERFORM 2310-PLACE-HOLD THRU 2310-EXIT
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2320-RELEASE-HOLD THRU 2320-EXIT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2310-PLACE-HOLD - A NEW ACTIVE HOLD UNDER THE ACCOUNT'S NEXT
      *    HOLD SEQUENCE.  A CLOSED ACCOUNT TAKES NO NEW HOLDS.
      *-----------------------------------------------------------------
       2310-PLACE-HOLD.
           MOVE HM-AMOUNT TO HM-AUD-AMOUNT.
           MOVE HM-HOLD-TYPE TO HM-AUD-TYPE.
           IF HM-EXPIRY-DATE-X NOT = SPACES
               MOVE HM-EXPIRY-DATE TO HM-AUD-EXPIRY-DATE
           END-IF.
           IF AM-ACCOUNT-CLOSED
               DISPLAY 'ACCOUNT IS CLOSED - HOLD REJECTED'
                   LINE 14 COLUMN 1
               GO TO 2310-EXIT
           END-IF.
           PERFORM 2350-FIND-NEXT-HOLD-SEQ THRU 2350-EXIT.
           MOVE SPACES TO ACCT-HOLD-RECORD.
           MOVE HM-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER.
           MOVE HM-NEXT-HOLD-SEQ TO AH-HOLD-SEQ.
           MOVE HM-AMOUNT TO AH-HOLD-AMOUNT.
           MOVE HM-HOLD-TYPE TO AH-HOLD-TYPE.
           SET AH-ACTIVE TO TRUE.
           MOVE HM-TODAY TO AH-PLACED-DATE.
           MOVE HM-AUD-EXPIRY-DATE TO AH-EXPIRY-DATE.
           MOVE HM-REASON TO AH-REASON.
           MOVE HM-MAINT-USER TO AH-PLACED-BY.
           MOVE HM-APPROVED-BY TO AH-PLACED-APPROVED-BY.
           MOVE ZERO TO AH-RELEASED-DATE.
           WRITE ACCT-HOLD-RECORD
               INVALID KEY
                   DISPLAY 'PLACE FAILED' LINE 14 COLUMN 1
                   GO TO 2310-EXIT
           END-WRITE.
           MOVE AH-HOLD-SEQ TO HM-HOLD-SEQ.
           SET HM-RESULT-APPLIED TO TRUE.
           DISPLAY 'HOLD PLACED - SEQ ' AH-HOLD-SEQ LINE 14 COLUMN 1.
       2310-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2320-RELEASE-HOLD - LIFT ONE ACTIVE HOLD.  THE HOLD STAYS ON
      *    FILE, RELEASED, WITH WHO RELEASED IT, WHO APPROVED IT, AND
      *    WHEN.
      *-----------------------------------------------------------------
       2320-RELEASE-HOLD.
           MOVE HM-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER.
           MOVE HM-HOLD-SEQ TO AH-HOLD-SEQ.
           READ ACCT-HOLD-FILE
               INVALID KEY
                   DISPLAY 'HOLD NOT ON FILE - RELEASE REJECTED'
                       LINE 14 COLUMN 1
                   GO TO 2320-EXIT
           END-READ.
           MOVE AH-HOLD-AMOUNT TO HM-AUD-AMOUNT.
           MOVE AH-HOLD-TYPE TO HM-AUD-TYPE.
           MOVE AH-EXPIRY-DATE TO HM-AUD-EXPIRY-DATE.
           IF NOT AH-ACTIVE
               DISPLAY 'HOLD IS NOT ACTIVE - RELEASE REJECTED'
                   LINE 14 COLUMN 1
               GO TO 2320-EXIT
           END-IF.
           SET AH-RELEASED TO TRUE.
           MOVE HM-TODAY TO AH-RELEASED-DATE.
           MOVE HM-MAINT-USER TO AH-RELEASED-BY.
           MOVE HM-APPROVED-BY TO AH-RELEASED-APPROVED-BY.
           REWRITE ACCT-HOLD-RECORD
               INVALID KEY
                   DISPLAY 'RELEASE FAILED' LINE 14 COLUMN 1
                   GO TO 2320-EXIT
           END-REWRITE.
           SET HM-RESULT-APPLIED TO TRUE.
           DISPLAY 'HOLD RELEASED' LINE 14 COLUMN 1.
       2320-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2350-FIND-NEXT-HOLD-SEQ - ONE PAST THE HIGHEST HOLD
      *    SEQUENCE ALREADY ON FILE FOR THE ACCOUNT.  THE ACCOUNT'S
      *    HOLDS ARE ONE CONTIGUOUS KEY RANGE.  READS THROUGH THE
      *    ACCT-HOLD-RECORD AREA, SO IT RUNS BEFORE 2310 BUILDS THE
      *    NEW HOLD THERE.
      *-----------------------------------------------------------------
       2350-FIND-NEXT-HOLD-SEQ.
           MOVE ZERO TO HM-NEXT-HOLD-SEQ.
           MOVE HM-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER.
           MOVE ZERO TO AH-HOLD-SEQ.
           MOVE 'N' TO HM-SCAN-DONE-SW.
           START ACCT-HOLD-FILE KEY IS NOT LESS THAN AH-HOLD-KEY
               INVALID KEY
                   SET HM-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2360-SCAN-ONE-HOLD THRU 2360-EXIT
               UNTIL HM-SCAN-DONE.
           ADD 1 TO HM-NEXT-HOLD-SEQ.
       2350-EXIT.
           EXIT.

       2360-SCAN-ONE-HOLD.
           READ ACCT-HOLD-FILE NEXT RECORD
               AT END
                   SET HM-SCAN-DONE TO TRUE
                   GO TO 2360-EXIT
           END-READ.
           IF AH-ACCOUNT-NUMBER NOT = HM-ACCOUNT-NUMBER
               SET HM-SCAN-DONE TO TRUE
               GO TO 2360-EXIT
           END-IF.
           MOVE AH-HOLD-SEQ TO HM-NEXT-HOLD-SEQ.
       2360-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2400-WRITE-AUDIT-RECORD - LOG THIS MAINTENANCE ATTEMPT,
      *    WHETHER IT WAS APPLIED OR REJECTED.
      *-----------------------------------------------------------------
       2400-WRITE-AUDIT-RECORD.
           MOVE SPACES TO ACCT-HLD-AUD-RECORD.
           ACCEPT HA-MAINT-DATE FROM DATE YYYYMMDD.
           PERFORM 2900-GET-CURRENT-TIME THRU 2900-EXIT.
           MOVE HM-TIME-8(1:6) TO HA-MAINT-TIME.
           MOVE HM-MAINT-USER TO HA-MAINT-USER.
           IF HM-ACTION = 'P'
               MOVE 'PLACE' TO HA-ACTION
           ELSE
               IF HM-ACTION = 'R'
                   MOVE 'RELEAS' TO HA-ACTION
               ELSE
                   MOVE 'INVALD' TO HA-ACTION
               END-IF
           END-IF.
           MOVE HM-ACCOUNT-NUMBER TO HA-ACCOUNT-NUMBER.
           MOVE HM-HOLD-SEQ TO HA-HOLD-SEQ.
           MOVE HM-AUD-AMOUNT TO HA-HOLD-AMOUNT.
           MOVE HM-AUD-TYPE TO HA-HOLD-TYPE.
           MOVE HM-AUD-EXPIRY-DATE TO HA-EXPIRY-DATE.
           MOVE HM-APPROVED-BY TO HA-APPROVED-BY.
           IF HM-RESULT-APPLIED
               MOVE 'APPLIED' TO HA-RESULT
           ELSE
               MOVE 'REJECTED' TO HA-RESULT
           END-IF.
           WRITE ACCT-HLD-AUD-RECORD.
           ADD 1 TO HM-MAINT-COUNT.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2900-GET-CURRENT-TIME - ACCEPT FROM TIME RETURNS AN 8-DIGIT
      *    HHMMSSSS VALUE.  HA-MAINT-TIME IS ONLY 6 DIGITS, SO THE
      *    CALLER TAKES THE LEADING HHMMSS PORTION EXPLICITLY RATHER
      *    THAN MOVE INTO THE SHORTER FIELD DIRECTLY, WHICH WOULD DROP
      *    THE HOUR.
      *-----------------------------------------------------------------
       2900-GET-CURRENT-TIME.
           ACCEPT HM-TIME-8 FROM TIME.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9000-TERMINATE - CLOSE FILES.
      *-----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE ACCT-HOLD-FILE.
           CLOSE ACCT-MSTR-FILE.
           CLOSE ACCT-HLD-AUD-FILE.
           DISPLAY 'ACCTHOLDMAINT ACTIONS LOGGED: ' HM-MAINT-COUNT
               LINE 16 COLUMN 1.
       9000-EXIT.
           EXIT.
