      *                      NO ACCOUNT IN THAT MODE, AND A BLANK
      *                      TRAIL RECORDED WHO ASKED BUT NOT WHOSE
      *                      ACTIVITY WAS SERVED.
      *    2026-10-15 SRK    RETURN THE ACCOUNT'S ACTIVE HOLD COUNT,
      *                      TOTAL HELD AMOUNT AND AVAILABLE BALANCE
      *                      (DAY CLOSING BALANCE LESS ACTIVE HOLDS)
      *                      FROM THE ACCTHOLD FILE ON BALANCEDETAILS.
      *    2026-10-15 SRK    PREVENTIVE ACCESS CONTROL - EVERY REQUEST
      *                      IS CHECKED AGAINST THE OPERATOR'S OPPROFILE
      *                      ENTITLEMENTS (BRANCHES, NARRATIVE AND
      *                      REGISTRATION MODES, ARCHIVED HISTORY,
      *                      STAFF ACCOUNTS) BEFORE IT IS SERVED.  A
      *                      REFUSAL ANSWERS SERVICERESULTCODE 050,
      *                      WHICH THE ACCTAUDT ENTRY CARRIES.  NO
      *                      PROFILE, OR NO PROFILE FILE, IS A REFUSAL.
      *    2026-10-15 SRK    ADDED THE DATE-RANGE REQUEST MODE SELECTED
      *                      BY REQUEST-DATE-RANGE - ONE ACCOUNT'S
      *                      ACTIVITY ACROSS A FROM/TO EFFECTIVE-DATE
      *                      RANGE, OPTIONALLY FILTERED BY CR
      *                      INDICATOR, TYPE CODE, SOURCE CODE AND
      *                      AMOUNT BAND, PAGED ON AN EFFECTIVE-DATE
      *                      PLUS SERIAL RESUME POINT, WITH RANGE DEBIT
      *                      AND CREDIT TOTALS ON THE LAST PAGE.  THE
      *                      ARCHIVED PART OF THE RANGE COMES FROM
      *                      ACCTARCH.  A MALFORMED RANGE ANSWERS 060.
      *****************************************************************
       PROGRAM-ID.  AcctTrnInqCTM.
       AUTHOR.      S. KUBACKI.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-REG-KEY
               FILE STATUS IS ATI-ACCT-REGX-STATUS.
           SELECT ACCT-HOLD-FILE ASSIGN TO "ACCTHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-HOLD-KEY
               FILE STATUS IS ATI-ACCT-HOLD-STATUS.
           SELECT OPER-PROFILE-FILE ASSIGN TO "OPPROFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR
               FILE STATUS IS ATI-OPER-PROF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-REGX-FILE.
       COPY AcctRegx.

       FD  ACCT-HOLD-FILE.
       COPY AcctHold.

       FD  OPER-PROFILE-FILE.
       COPY OpProfile.

       WORKING-STORAGE SECTION.
       77  ATI-FIRST-CALL-SW          PIC X(01) VALUE 'Y'.
           88  ATI-FIRST-CALL             VALUE 'Y'.
           88  ATI-ACCT-REGX-OK           VALUE '00'.
       77  ATI-REGX-FILE-SW           PIC X(01) VALUE 'N'.
           88  ATI-REGX-FILE-OPEN         VALUE 'Y'.
       77  ATI-ACCT-HOLD-STATUS       PIC X(02) VALUE '00'.
           88  ATI-ACCT-HOLD-OK           VALUE '00'.
       77  ATI-HOLD-FILE-SW           PIC X(01) VALUE 'N'.
           88  ATI-HOLD-FILE-OPEN         VALUE 'Y'.
       77  ATI-OPER-PROF-STATUS       PIC X(02) VALUE '00'.
           88  ATI-OPER-PROF-OK           VALUE '00'.
       77  ATI-PROF-FILE-SW           PIC X(01) VALUE 'N'.
           88  ATI-PROF-FILE-OPEN         VALUE 'Y'.
       77  ATI-ENTITLED-SW            PIC X(01) VALUE 'N'.
           88  ATI-ACCT-ENTITLED          VALUE 'Y'.
           88  ATI-ACCT-NOT-ENTITLED      VALUE 'N'.
       77  ATI-BR-SUB                 PIC 9(02) VALUE ZERO.
       77  ATI-WITHHELD-SW            PIC X(01) VALUE 'N'.
           88  ATI-ACCT-WITHHELD          VALUE 'Y'.
       77  ATI-SERVED-SW              PIC X(01) VALUE 'N'.
           88  ATI-ACCT-SERVED            VALUE 'Y'.
       77  ATI-ARCH-WITHHELD-SW       PIC X(01) VALUE 'N'.
           88  ATI-ARCH-WITHHELD          VALUE 'Y'.
       77  ATI-RANGE-FROM             PIC 9(08) VALUE ZERO.
       77  ATI-RANGE-TO               PIC 9(08) VALUE ZERO.
       77  ATI-LIVE-FIRST-DATE        PIC 9(08) VALUE ZERO.
       77  ATI-SCAN-DATE              PIC 9(08) VALUE ZERO.
       77  ATI-SCAN-SERIAL            PIC 9(13) VALUE ZERO.
       77  ATI-FILTER-SW              PIC X(01) VALUE 'N'.
           88  ATI-FILTER-MATCHED         VALUE 'Y'.
           88  ATI-FILTER-NOT-MATCHED     VALUE 'N'.
       77  ATI-TALLY-SW               PIC X(01) VALUE 'N'.
           88  ATI-TALLYING               VALUE 'Y'.
       77  ATI-HOLD-DONE-SW           PIC X(01) VALUE 'N'.
           88  ATI-HOLD-DONE              VALUE 'Y'.
       77  ATI-TODAY                  PIC 9(08) VALUE ZERO.
       77  ATI-REG-DONE-SW            PIC X(01) VALUE 'N'.
           88  ATI-REG-DONE               VALUE 'Y'.
       77  ATI-ANY-ACCT-SW            PIC X(01) VALUE 'N'.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-VALIDATE-REQUEST THRU 2000-EXIT.
           IF SERVICE-RESULT-OK
               PERFORM 2050-CHECK-OPERATOR-PROFILE THRU 2050-EXIT
           END-IF.
           IF SERVICE-RESULT-OK AND NOT REQUEST-REGISTRATION-INQ
               PERFORM 2100-CROSS-CHECK-OWNERSHIP THRU 2100-EXIT
           END-IF.
                   IF REQUEST-NARRATIVE-SEARCH
                       PERFORM 3500-SEARCH-NARRATIVE THRU 3500-EXIT
                   ELSE
                       IF REQUEST-DATE-RANGE
                           PERFORM 5000-RETRIEVE-DATE-RANGE
                               THRU 5000-EXIT
                       ELSE
                           PERFORM 3000-RETRIEVE-TRANSACTIONS
                               THRU 3000-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
               IF ATI-ACCT-REGX-OK
                   SET ATI-REGX-FILE-OPEN TO TRUE
               END-IF
               OPEN INPUT ACCT-HOLD-FILE
               IF ATI-ACCT-HOLD-OK
                   SET ATI-HOLD-FILE-OPEN TO TRUE
               END-IF
               OPEN INPUT OPER-PROFILE-FILE
               IF ATI-OPER-PROF-OK
                   SET ATI-PROF-FILE-OPEN TO TRUE
               END-IF
               MOVE 'N' TO ATI-FIRST-CALL-SW
           END-IF.
           MOVE 'AcctTrnInqCTM-Resp    ' TO ServiceName.
           MOVE ZERO TO ClosingBalance.
           MOVE ZERO TO DayDebitCount.
           MOVE ZERO TO DayCreditCount.
           MOVE ZERO TO ActiveHoldCount.
           MOVE ZERO TO TotalHeldAmount.
           MOVE ZERO TO AvailableBalance.
           MOVE ZERO TO NextTransactionDate.
           MOVE ZERO TO NextTransactionSerial.
           SET RANGE-TOTALS-NOT-RETURNED TO TRUE.
           MOVE ZERO TO RangeDebitCount.
           MOVE ZERO TO RangeDebitTotal.
           MOVE ZERO TO RangeCreditCount.
           MOVE ZERO TO RangeCreditTotal.
       1000-EXIT.
           EXIT.

               MOVE 'ACCOUNT NUMBER NOT SUPPLIED' TO ErroMessage
               GO TO 2000-EXIT
           END-IF.
           IF REQUEST-DATE-RANGE
               PERFORM 2010-VALIDATE-RANGE THRU 2010-EXIT
           END-IF.
       2000-NO-TO-RETRIEVE.
           IF NoToRetrieve > 50
               MOVE 50 TO NoToRetrieve
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2010-VALIDATE-RANGE - EDITS FOR THE DATE-RANGE MODE.  THE
      *    RANGE MUST BE GIVEN AND RUN FORWARD, A RESUME POINT MUST LIE
      *    INSIDE IT, THE CR INDICATOR FILTER IS BLANK, C OR D, AND A
      *    ZERO MAXIMUM AMOUNT MEANS NO UPPER LIMIT.
      *-----------------------------------------------------------------
       2010-VALIDATE-RANGE.
           IF RangeFromDate = ZERO OR RangeToDate = ZERO
              OR RangeFromDate > RangeToDate
               SET SERVICE-RESULT-BAD-RANGE TO TRUE
               MOVE 'DATE RANGE MISSING OR REVERSED' TO ErroMessage
               GO TO 2010-EXIT
           END-IF.
           IF ResumeEffectiveDate NOT = ZERO
              AND (ResumeEffectiveDate < RangeFromDate
                   OR ResumeEffectiveDate > RangeToDate)
               SET SERVICE-RESULT-BAD-RANGE TO TRUE
               MOVE 'RESUME POINT OUTSIDE DATE RANGE' TO ErroMessage
               GO TO 2010-EXIT
           END-IF.
           IF FilterCRInd NOT = SPACE AND FilterCRInd NOT = 'C'
              AND FilterCRInd NOT = 'D'
               SET SERVICE-RESULT-BAD-RANGE TO TRUE
               MOVE 'CR INDICATOR FILTER MUST BE C OR D'
                   TO ErroMessage
               GO TO 2010-EXIT
           END-IF.
           IF FilterMaxAmount NOT = ZERO
              AND FilterMinAmount > FilterMaxAmount
               SET SERVICE-RESULT-BAD-RANGE TO TRUE
               MOVE 'MINIMUM AMOUNT EXCEEDS MAXIMUM' TO ErroMessage
           END-IF.
       2010-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2050-CHECK-OPERATOR-PROFILE - THE OPERATOR MUST HAVE AN
      *    ACTIVE OPPROFILE ENTRY, AND IT MUST GRANT THE REQUEST MODE
      *    ASKED FOR.  THE PROFILE STAYS IN THE RECORD AREA FOR THE
      *    ACCOUNT AND ARCHIVE CHECKS LATER IN THE CALL.  WITHOUT THE
      *    PROFILE FILE NOTHING CAN BE SHOWN TO BE ENTITLED, SO EVERY
      *    REQUEST IS REFUSED RATHER THAN SERVED UNCHECKED.
      *-----------------------------------------------------------------
       2050-CHECK-OPERATOR-PROFILE.
           IF NOT ATI-PROF-FILE-OPEN
               SET SERVICE-RESULT-NOT-ENTITLED TO TRUE
               MOVE 'OPERATOR PROFILES NOT AVAILABLE' TO ErroMessage
               GO TO 2050-EXIT
           END-IF.
           MOVE Operator OF InputHeader TO OP-OPERATOR.
           READ OPER-PROFILE-FILE
               INVALID KEY
                   SET SERVICE-RESULT-NOT-ENTITLED TO TRUE
                   MOVE 'NO PROFILE FOR OPERATOR' TO ErroMessage
                   GO TO 2050-EXIT
           END-READ.
           IF NOT OP-ACTIVE
               SET SERVICE-RESULT-NOT-ENTITLED TO TRUE
               MOVE 'OPERATOR PROFILE REVOKED' TO ErroMessage
               GO TO 2050-EXIT
           END-IF.
           IF REQUEST-NARRATIVE-SEARCH AND NOT OP-MAY-NARRATIVE-SEARCH
               SET SERVICE-RESULT-NOT-ENTITLED TO TRUE
               MOVE 'NOT ENTITLED TO NARRATIVE SEARCH' TO ErroMessage
               GO TO 2050-EXIT
           END-IF.
           IF REQUEST-REGISTRATION-INQ AND NOT OP-MAY-REGISTRATION-INQ
               SET SERVICE-RESULT-NOT-ENTITLED TO TRUE
               MOVE 'NOT ENTITLED TO REGISTRATION INQUIRY'
                   TO ErroMessage
           END-IF.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2100-CROSS-CHECK-OWNERSHIP - CONFIRM THE SUBMITTED
      *    REGISTRATIONNUMBER ACTUALLY OWNS THE SUBMITTED ACCOUNTNUMBER
      *    BEFORE THE INQUIRY IS FULFILLED.  THE OPERATOR'S ENTITLEMENT
      *    TO THE ACCOUNT IS CHECKED FIRST, SO AN OPERATOR REFUSED THE
      *    ACCOUNT LEARNS NOTHING ABOUT WHO OWNS IT.
      *-----------------------------------------------------------------
       2100-CROSS-CHECK-OWNERSHIP.
           MOVE AccountNumber OF SecondaryHeader TO AM-ACCOUNT-NUMBER.
                   MOVE 'ACCOUNT NOT ON FILE' TO ErroMessage
                   GO TO 2100-EXIT
           END-READ.
           PERFORM 2150-CHECK-ACCOUNT-ENTITLEMENT THRU 2150-EXIT.
           IF NOT ATI-ACCT-ENTITLED
               SET SERVICE-RESULT-NOT-ENTITLED TO TRUE
               MOVE 'OPERATOR NOT ENTITLED TO ACCOUNT' TO ErroMessage
               GO TO 2100-EXIT
           END-IF.
           IF AM-REGISTRATION-NUMBER
                   NOT = RegistrationNumber OF SecondaryHeader
               SET SERVICE-RESULT-REG-MISMATCH TO TRUE
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2150-CHECK-ACCOUNT-ENTITLEMENT - MAY THE OPERATOR WHOSE
      *    PROFILE IS IN THE RECORD AREA SEE THE ACCOUNT WHOSE MASTER
      *    IS IN THE RECORD AREA.  THE ACCOUNT'S BRANCH MUST BE ONE OF
      *    THE PROFILE'S BRANCHES UNLESS IT GRANTS ALL BRANCHES, AND A
      *    STAFF ACCOUNT IS REFUSED TO AN OPERATOR BARRED FROM THEM.
      *    ONLY ATI-ENTITLED-SW IS SET - THE CALLER DECIDES WHAT A
      *    REFUSAL MEANS FOR ITS REQUEST MODE.
      *-----------------------------------------------------------------
       2150-CHECK-ACCOUNT-ENTITLEMENT.
           SET ATI-ACCT-NOT-ENTITLED TO TRUE.
           IF AM-STAFF-ACCOUNT AND OP-BARRED-FROM-STAFF
               GO TO 2150-EXIT
           END-IF.
           IF OP-ALL-BRANCHES
               SET ATI-ACCT-ENTITLED TO TRUE
               GO TO 2150-EXIT
           END-IF.
           PERFORM 2160-MATCH-ONE-BRANCH THRU 2160-EXIT
               VARYING ATI-BR-SUB FROM 1 BY 1
               UNTIL ATI-BR-SUB > OP-BRANCH-COUNT
                  OR ATI-BR-SUB > 10
                  OR ATI-ACCT-ENTITLED.
       2150-EXIT.
           EXIT.

       2160-MATCH-ONE-BRANCH.
           IF OP-BRANCH(ATI-BR-SUB) = AM-ACCOUNT-BRANCH
               SET ATI-ACCT-ENTITLED TO TRUE
           END-IF.
       2160-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3000-RETRIEVE-TRANSACTIONS - POSITION THE TRANSACTION FILE
      *    AT THE REQUESTED ACCOUNT/EFFECTIVEDATE AND RETURN THE NEXT
      *    PAGE OF ROWS STARTING AFTER NEXTTRANSACTIONSTART.  A DATE
      *    WITH NOTHING AT ALL ON THE LIVE FILE - HISTORY OLDER THAN
      *    THE RETENTION THAT ACCTTRNARCH HAS PURGED - IS FULFILLED
      *    FROM THE ARCHIVE INSTEAD, THROUGH THE SAME PAGING - BUT
      *    ONLY FOR AN OPERATOR ENTITLED TO ARCHIVED HISTORY.  ANY
      *    OTHER OPERATOR IS REFUSED IF THE ARCHIVE HOLDS THE DATE.
      *-----------------------------------------------------------------
       3000-RETRIEVE-TRANSACTIONS.
           MOVE AccountNumber OF SecondaryHeader TO ATI-SEARCH-ACCOUNT.
           IF ATI-PAGE-FULL-SW = 'Y'
               PERFORM 3150-PEEK-NEXT-ROW THRU 3150-EXIT
           END-IF.
           MOVE 'N' TO ATI-ARCH-WITHHELD-SW.
           IF ATI-ROW-COUNT = ZERO AND ATI-ARCH-FILE-OPEN
               IF OP-MAY-SEE-ARCHIVE
                   PERFORM 3600-RETRIEVE-FROM-ARCHIVE THRU 3600-EXIT
               ELSE
                   PERFORM 3690-CHECK-ARCHIVE-HELD THRU 3690-EXIT
               END-IF
           END-IF.
           IF ATI-ARCH-WITHHELD
               SET SERVICE-RESULT-NOT-ENTITLED TO TRUE
               MOVE 'NOT ENTITLED TO ARCHIVED HISTORY' TO ErroMessage
               GO TO 3000-EXIT
           END-IF.
           MOVE ATI-OUT-CNT TO NumberOfTransactions.
           PERFORM 3350-SET-CONDITION-CODE THRU 3350-EXIT.
           PERFORM 3800-GET-DAY-BALANCES THRU 3800-EXIT.
           PERFORM 3850-GET-HELD-AMOUNT THRU 3850-EXIT.
           IF ATI-OUT-CNT = ZERO
               MOVE 020 TO ServiceResultCode
               MOVE 'NO TRANSACTIONS FOUND' TO ErroMessage
       3651-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3690-CHECK-ARCHIVE-HELD - THE OPERATOR MAY NOT SEE ARCHIVED
      *    HISTORY; FIND OUT WHETHER THE ARCHIVE HOLDS ANY ROW FOR THE
      *    REQUESTED ACCOUNT/EFFECTIVEDATE, SO THE CALL IS REFUSED
      *    RATHER THAN ANSWERED AS IF NOTHING HAD BEEN POSTED.
      *-----------------------------------------------------------------
       3690-CHECK-ARCHIVE-HELD.
           MOVE ATI-SEARCH-ACCOUNT TO AR-ACCOUNT-NUMBER.
           MOVE ATI-SEARCH-EFFDATE TO AR-EFFECTIVE-DATE.
           MOVE ZERO TO AR-SERIAL-NO.
           START ACCT-ARCH-FILE KEY IS NOT LESS THAN AR-TRN-KEY
               INVALID KEY
                   GO TO 3690-EXIT
           END-START.
           READ ACCT-ARCH-FILE NEXT RECORD
               AT END
                   GO TO 3690-EXIT
           END-READ.
           IF AR-ACCOUNT-NUMBER = ATI-SEARCH-ACCOUNT
              AND AR-EFFECTIVE-DATE = ATI-SEARCH-EFFDATE
               SET ATI-ARCH-WITHHELD TO TRUE
           END-IF.
       3690-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    4000-RETRIEVE-BY-REGISTRATION - THE REGISTRATION REQUEST
      *    MODE.  THE ACCTREGX CROSS-REFERENCE TURNS THE REGISTRATION
      *    MORE-TRANSACTIONS-EXIST DIRECTLY - NO SEPARATE PEEK PASS.
      *    EACH ACCOUNT IS RE-CHECKED AGAINST THE MASTER BEFORE ITS
      *    ROWS ARE RELEASED, SO A STALE CROSS-REFERENCE ENTRY CANNOT
      *    LEAK ANOTHER OWNER'S ACTIVITY.  AN ACCOUNT THE OPERATOR IS
      *    NOT ENTITLED TO IS WITHHELD AND THE RESPONSE SAYS SO; IF
      *    EVERY ACCOUNT IS WITHHELD THE REQUEST IS REFUSED.  THE
      *    DAY-BALANCE GROUP SPANS ACCOUNTS AND IS LEFT NOT-FOUND IN
      *    THIS MODE.
      *-----------------------------------------------------------------
       4000-RETRIEVE-BY-REGISTRATION.
           IF NOT ATI-REGX-FILE-OPEN
           MOVE 'N' TO ATI-REG-DONE-SW.
           MOVE 'N' TO ATI-ANY-ACCT-SW.
           MOVE 'N' TO ATI-PAGE-LIMIT-SW.
           MOVE 'N' TO ATI-WITHHELD-SW.
           MOVE 'N' TO ATI-SERVED-SW.
           MOVE 'N' TO ATI-BAD-SRCE-SW.
           MOVE 'N' TO ATI-BAD-TYPE-SW.
           SET NO-MORE-TRANSACTIONS TO TRUE.
               MOVE 'NO ACCOUNTS FOR REGISTRATION' TO ErroMessage
               GO TO 4000-EXIT
           END-IF.
           IF ATI-ACCT-WITHHELD AND NOT ATI-ACCT-SERVED
               SET SERVICE-RESULT-NOT-ENTITLED TO TRUE
               MOVE 'NOT ENTITLED TO REGISTRATION ACCOUNTS'
                   TO ErroMessage
               GO TO 4000-EXIT
           END-IF.
           IF ATI-OUT-CNT = ZERO
               MOVE 020 TO ServiceResultCode
               MOVE 'NO TRANSACTIONS FOUND' TO ErroMessage
               GO TO 4000-EXIT
           END-IF.
           IF ATI-ACCT-WITHHELD
               MOVE 'SOME ACCOUNTS WITHHELD - NOT ENTITLED'
                   TO ErroMessage
           END-IF.
       4000-EXIT.
           EXIT.
           IF AM-REGISTRATION-NUMBER NOT = ATI-SEARCH-REG
               GO TO 4100-EXIT
           END-IF.
           PERFORM 2150-CHECK-ACCOUNT-ENTITLEMENT THRU 2150-EXIT.
           IF NOT ATI-ACCT-ENTITLED
               SET ATI-ACCT-WITHHELD TO TRUE
               GO TO 4100-EXIT
           END-IF.
           SET ATI-ACCT-SERVED TO TRUE.
           MOVE RX-ACCOUNT-NUMBER TO ATI-SEARCH-ACCOUNT.
           PERFORM 4200-SCAN-ONE-ACCOUNT THRU 4200-EXIT.
           IF ATI-PAGE-LIMIT-HIT
       4210-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    5000-RETRIEVE-DATE-RANGE - THE DATE-RANGE REQUEST MODE.
      *    RETURNS THE NEXT PAGE OF THE ACCOUNT'S ROWS WITH AN
      *    EFFECTIVE DATE FROM RANGEFROMDATE TO RANGETODATE THAT PASS
      *    THE FILTERS, STARTING AFTER THE RESUME POINT (EFFECTIVE
      *    DATE PLUS SERIAL) THE CALLER HANDS BACK FROM THE PRIOR
      *    PAGE'S NEXTTRANSACTIONDATE/NEXTTRANSACTIONSERIAL.  DATES
      *    OLDER THAN THE FIRST ONE THE LIVE FILE HOLDS IN THE RANGE
      *    ARE THE ARCHIVED PART AND ARE SERVED FROM ACCTARCH, FOR AN
      *    OPERATOR ENTITLED TO ARCHIVED HISTORY - ANY OTHER OPERATOR
      *    IS REFUSED IF THE ARCHIVE HOLDS PART OF THE RANGE.  THE
      *    FIRST QUALIFYING ROW PAST A FULL PAGE ANSWERS
      *    MORE-TRANSACTIONS-EXIST; WHEN NONE IS LEFT THE WHOLE RANGE
      *    IS TALLIED FOR THE DEBIT AND CREDIT TOTALS.
      *-----------------------------------------------------------------
       5000-RETRIEVE-DATE-RANGE.
           MOVE AccountNumber OF SecondaryHeader TO ATI-SEARCH-ACCOUNT.
           MOVE RangeFromDate TO ATI-RANGE-FROM.
           MOVE RangeToDate TO ATI-RANGE-TO.
           MOVE ZERO TO ATI-OUT-CNT.
           MOVE ZERO TO NextTransactionStart OF ServiceResponseMsg.
           MOVE 'N' TO ATI-PAGE-LIMIT-SW.
           MOVE 'N' TO ATI-ARCH-WITHHELD-SW.
           MOVE 'N' TO ATI-TALLY-SW.
           MOVE 'N' TO ATI-BAD-SRCE-SW.
           MOVE 'N' TO ATI-BAD-TYPE-SW.
           SET NO-MORE-TRANSACTIONS TO TRUE.
           PERFORM 5050-FIND-LIVE-FIRST-DATE THRU 5050-EXIT.
           IF ATI-ARCH-FILE-OPEN AND NOT OP-MAY-SEE-ARCHIVE
               PERFORM 5090-CHECK-RANGE-ARCHIVED THRU 5090-EXIT
           END-IF.
           IF ATI-ARCH-WITHHELD
               SET SERVICE-RESULT-NOT-ENTITLED TO TRUE
               MOVE 'NOT ENTITLED TO ARCHIVED HISTORY' TO ErroMessage
               GO TO 5000-EXIT
           END-IF.
           MOVE ResumeEffectiveDate TO ATI-SCAN-DATE.
           MOVE ResumeSerialNo TO ATI-SCAN-SERIAL.
           IF ATI-ARCH-FILE-OPEN AND OP-MAY-SEE-ARCHIVE
              AND ATI-SCAN-DATE < ATI-LIVE-FIRST-DATE
               PERFORM 5100-SCAN-ARCHIVE-PART THRU 5100-EXIT
           END-IF.
           IF NOT ATI-PAGE-LIMIT-HIT
               PERFORM 5200-SCAN-LIVE-PART THRU 5200-EXIT
           END-IF.
           MOVE ATI-OUT-CNT TO NumberOfTransactions.
           PERFORM 3350-SET-CONDITION-CODE THRU 3350-EXIT.
           IF NO-MORE-TRANSACTIONS
               PERFORM 5400-TOTAL-RANGE THRU 5400-EXIT
           END-IF.
           IF ATI-OUT-CNT = ZERO
               MOVE 020 TO ServiceResultCode
               MOVE 'NO TRANSACTIONS FOUND' TO ErroMessage
           END-IF.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    5050-FIND-LIVE-FIRST-DATE - THE FIRST EFFECTIVE DATE IN THE
      *    RANGE THAT THE LIVE FILE HOLDS FOR THE ACCOUNT.  EVERYTHING
      *    OLDER IS THE ARCHIVED PART; WITH NOTHING LIVE IN THE RANGE
      *    THE WHOLE RANGE IS.
      *-----------------------------------------------------------------
       5050-FIND-LIVE-FIRST-DATE.
           MOVE 99999999 TO ATI-LIVE-FIRST-DATE.
           MOVE ATI-SEARCH-ACCOUNT TO AT-ACCOUNT-NUMBER.
           MOVE ATI-RANGE-FROM TO AT-EFFECTIVE-DATE.
           MOVE ZERO TO AT-SERIAL-NO.
           START ACCT-TRN-FILE KEY IS NOT LESS THAN AT-TRN-KEY
               INVALID KEY
                   GO TO 5050-EXIT
           END-START.
           READ ACCT-TRN-FILE NEXT RECORD
               AT END
                   GO TO 5050-EXIT
           END-READ.
           IF AT-ACCOUNT-NUMBER = ATI-SEARCH-ACCOUNT
              AND AT-EFFECTIVE-DATE NOT > ATI-RANGE-TO
               MOVE AT-EFFECTIVE-DATE TO ATI-LIVE-FIRST-DATE
           END-IF.
       5050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    5090-CHECK-RANGE-ARCHIVED - THE OPERATOR MAY NOT SEE
      *    ARCHIVED HISTORY; DOES THE ARCHIVE HOLD ANY ROW FOR THE
      *    ARCHIVED PART OF THE RANGE.
      *-----------------------------------------------------------------
       5090-CHECK-RANGE-ARCHIVED.
           MOVE ATI-SEARCH-ACCOUNT TO AR-ACCOUNT-NUMBER.
           MOVE ATI-RANGE-FROM TO AR-EFFECTIVE-DATE.
           MOVE ZERO TO AR-SERIAL-NO.
           START ACCT-ARCH-FILE KEY IS NOT LESS THAN AR-TRN-KEY
               INVALID KEY
                   GO TO 5090-EXIT
           END-START.
           READ ACCT-ARCH-FILE NEXT RECORD
               AT END
                   GO TO 5090-EXIT
           END-READ.
           IF AR-ACCOUNT-NUMBER = ATI-SEARCH-ACCOUNT
              AND AR-EFFECTIVE-DATE NOT > ATI-RANGE-TO
              AND AR-EFFECTIVE-DATE < ATI-LIVE-FIRST-DATE
               SET ATI-ARCH-WITHHELD TO TRUE
           END-IF.
       5090-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    5100-SCAN-ARCHIVE-PART - READ THE ARCHIVED PART OF THE
      *    RANGE FROM THE SCAN POINT (ZERO = THE START OF THE RANGE).
      *    EACH ROW IS MOVED INTO THE ACCT-TRN-RECORD AREA, AS THE
      *    SINGLE-DATE ARCHIVE PATH DOES, AND HANDED TO 5300.
      *-----------------------------------------------------------------
       5100-SCAN-ARCHIVE-PART.
           MOVE ATI-SEARCH-ACCOUNT TO AR-ACCOUNT-NUMBER.
           MOVE 'N' TO ATI-DONE-SW.
           IF ATI-SCAN-DATE = ZERO
               MOVE ATI-RANGE-FROM TO AR-EFFECTIVE-DATE
               MOVE ZERO TO AR-SERIAL-NO
               START ACCT-ARCH-FILE KEY IS NOT LESS THAN AR-TRN-KEY
                   INVALID KEY
                       GO TO 5100-EXIT
               END-START
           ELSE
               MOVE ATI-SCAN-DATE TO AR-EFFECTIVE-DATE
               MOVE ATI-SCAN-SERIAL TO AR-SERIAL-NO
               START ACCT-ARCH-FILE KEY IS GREATER THAN AR-TRN-KEY
                   INVALID KEY
                       GO TO 5100-EXIT
               END-START
           END-IF.
           PERFORM 5110-READ-ARCH-RANGE-ROW THRU 5110-EXIT
               UNTIL ATI-DONE.
       5100-EXIT.
           EXIT.

       5110-READ-ARCH-RANGE-ROW.
           READ ACCT-ARCH-FILE NEXT RECORD
               AT END
                   SET ATI-DONE TO TRUE
                   GO TO 5110-EXIT
           END-READ.
           IF AR-ACCOUNT-NUMBER NOT = ATI-SEARCH-ACCOUNT
              OR AR-EFFECTIVE-DATE > ATI-RANGE-TO
              OR AR-EFFECTIVE-DATE NOT < ATI-LIVE-FIRST-DATE
               SET ATI-DONE TO TRUE
               GO TO 5110-EXIT
           END-IF.
           MOVE ACCT-ARCH-RECORD TO ACCT-TRN-RECORD.
           PERFORM 5300-DISPOSE-RANGE-ROW THRU 5300-EXIT.
       5110-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    5200-SCAN-LIVE-PART - READ THE LIVE PART OF THE RANGE FROM
      *    THE SCAN POINT.  A SCAN POINT STILL IN THE ARCHIVED PART
      *    MEANS THE LIVE PART IS READ FROM ITS BEGINNING.
      *-----------------------------------------------------------------
       5200-SCAN-LIVE-PART.
           MOVE ATI-SEARCH-ACCOUNT TO AT-ACCOUNT-NUMBER.
           MOVE 'N' TO ATI-DONE-SW.
           IF ATI-SCAN-DATE < ATI-LIVE-FIRST-DATE
               MOVE ATI-RANGE-FROM TO AT-EFFECTIVE-DATE
               MOVE ZERO TO AT-SERIAL-NO
               START ACCT-TRN-FILE KEY IS NOT LESS THAN AT-TRN-KEY
                   INVALID KEY
                       GO TO 5200-EXIT
               END-START
           ELSE
               MOVE ATI-SCAN-DATE TO AT-EFFECTIVE-DATE
               MOVE ATI-SCAN-SERIAL TO AT-SERIAL-NO
               START ACCT-TRN-FILE KEY IS GREATER THAN AT-TRN-KEY
                   INVALID KEY
                       GO TO 5200-EXIT
               END-START
           END-IF.
           PERFORM 5210-READ-LIVE-RANGE-ROW THRU 5210-EXIT
               UNTIL ATI-DONE.
       5200-EXIT.
           EXIT.

       5210-READ-LIVE-RANGE-ROW.
           READ ACCT-TRN-FILE NEXT RECORD
               AT END
                   SET ATI-DONE TO TRUE
                   GO TO 5210-EXIT
           END-READ.
           IF AT-ACCOUNT-NUMBER NOT = ATI-SEARCH-ACCOUNT
              OR AT-EFFECTIVE-DATE > ATI-RANGE-TO
               SET ATI-DONE TO TRUE
               GO TO 5210-EXIT
           END-IF.
           PERFORM 5300-DISPOSE-RANGE-ROW THRU 5300-EXIT.
       5210-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    5300-DISPOSE-RANGE-ROW - A ROW OF THE RANGE IS IN THE
      *    ACCT-TRN-RECORD AREA.  IF IT PASSES THE FILTERS IT IS
      *    EITHER PUT ON THE PAGE OR, WHILE 5400 IS TOTALLING, ADDED
      *    TO THE RANGE TOTALS.
      *-----------------------------------------------------------------
       5300-DISPOSE-RANGE-ROW.
           PERFORM 5310-CHECK-FILTERS THRU 5310-EXIT.
           IF ATI-FILTER-NOT-MATCHED
               GO TO 5300-EXIT
           END-IF.
           IF ATI-TALLYING
               PERFORM 5330-TALLY-ROW THRU 5330-EXIT
           ELSE
               PERFORM 5320-TAKE-ROW THRU 5320-EXIT
           END-IF.
       5300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    5310-CHECK-FILTERS - EVERY FILTER LEFT BLANK OR ZERO PASSES.
      *    TRANSACTIONPROCESSDATE IS HONORED AS IN THE OTHER MODES.
      *-----------------------------------------------------------------
       5310-CHECK-FILTERS.
           SET ATI-FILTER-NOT-MATCHED TO TRUE.
           IF TransactionProcessDate OF ServiceRequestMsg NOT = ZERO
              AND AT-PROCESS-DATE NOT =
                  TransactionProcessDate OF ServiceRequestMsg
               GO TO 5310-EXIT
           END-IF.
           IF FilterCRInd NOT = SPACE
              AND AT-CR-IND NOT = FilterCRInd
               GO TO 5310-EXIT
           END-IF.
           IF FilterTypeCode NOT = SPACES
              AND AT-TYPE-CODE NOT = FilterTypeCode
               GO TO 5310-EXIT
           END-IF.
           IF FilterSourceCode NOT = SPACES
              AND AT-SOURCE-CODE NOT = FilterSourceCode
               GO TO 5310-EXIT
           END-IF.
           IF AT-AMOUNT < FilterMinAmount
               GO TO 5310-EXIT
           END-IF.
           IF FilterMaxAmount NOT = ZERO
              AND AT-AMOUNT > FilterMaxAmount
               GO TO 5310-EXIT
           END-IF.
           SET ATI-FILTER-MATCHED TO TRUE.
       5310-EXIT.
           EXIT.

       5320-TAKE-ROW.
           IF ATI-OUT-CNT >= NoToRetrieve
               SET MORE-TRANSACTIONS-EXIST TO TRUE
               SET ATI-PAGE-LIMIT-HIT TO TRUE
               SET ATI-DONE TO TRUE
               GO TO 5320-EXIT
           END-IF.
           ADD 1 TO ATI-OUT-CNT.
           PERFORM 3200-MOVE-ROW-TO-OUTPUT THRU 3200-EXIT.
           PERFORM 3300-VALIDATE-CODES THRU 3300-EXIT.
           MOVE AT-EFFECTIVE-DATE TO NextTransactionDate.
           MOVE AT-SERIAL-NO TO NextTransactionSerial.
       5320-EXIT.
           EXIT.

       5330-TALLY-ROW.
           IF AT-IS-CREDIT
               ADD 1 TO RangeCreditCount
               ADD AT-AMOUNT TO RangeCreditTotal
           ELSE
               ADD 1 TO RangeDebitCount
               ADD AT-AMOUNT TO RangeDebitTotal
           END-IF.
       5330-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    5400-TOTAL-RANGE - THE LAST PAGE HAS BEEN SERVED; RE-READ
      *    THE WHOLE RANGE, ARCHIVED PART AND LIVE PART, THROUGH THE
      *    SAME FILTERS AND TOTAL ITS DEBITS AND CREDITS.
      *-----------------------------------------------------------------
       5400-TOTAL-RANGE.
           SET ATI-TALLYING TO TRUE.
           MOVE ZERO TO ATI-SCAN-DATE.
           MOVE ZERO TO ATI-SCAN-SERIAL.
           IF ATI-ARCH-FILE-OPEN AND OP-MAY-SEE-ARCHIVE
               PERFORM 5100-SCAN-ARCHIVE-PART THRU 5100-EXIT
           END-IF.
           PERFORM 5200-SCAN-LIVE-PART THRU 5200-EXIT.
           MOVE 'N' TO ATI-TALLY-SW.
           SET RANGE-TOTALS-RETURNED TO TRUE.
       5400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3800-GET-DAY-BALANCES - THE ACCTBAL SNAPSHOT FOR THE
      *    REQUESTED ACCOUNT/EFFECTIVEDATE, CARRIED ON THE RESPONSE
       3800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3850-GET-HELD-AMOUNT - TOTAL THE ACCOUNT'S HOLDS THAT ARE
      *    ACTIVE TODAY - NOT RELEASED, AND WITH NO EXPIRY DATE OR ONE
      *    NOT YET PASSED, SO A HOLD EXPIRING TODAY STILL COUNTS UNTIL
      *    TONIGHT'S ACCTHOLDEXP RUN.  THE AVAILABLE BALANCE IS THE
      *    DAY'S CLOSING BALANCE LESS THAT TOTAL, AND IS ONLY QUOTED
      *    WHEN 3800 FOUND A BALANCE TO TAKE IT FROM.  THE ACCOUNT'S
      *    HOLDS ARE ONE CONTIGUOUS KEY RANGE.
      *-----------------------------------------------------------------
       3850-GET-HELD-AMOUNT.
           IF NOT ATI-HOLD-FILE-OPEN
               GO TO 3850-EXIT
           END-IF.
           ACCEPT ATI-TODAY FROM DATE YYYYMMDD.
           MOVE ATI-SEARCH-ACCOUNT TO AH-ACCOUNT-NUMBER.
           MOVE ZERO TO AH-HOLD-SEQ.
           MOVE 'N' TO ATI-HOLD-DONE-SW.
           START ACCT-HOLD-FILE KEY IS NOT LESS THAN AH-HOLD-KEY
               INVALID KEY
                   SET ATI-HOLD-DONE TO TRUE
           END-START.
           PERFORM 3860-ADD-ONE-HOLD THRU 3860-EXIT
               UNTIL ATI-HOLD-DONE.
           IF BALANCE-FOUND
               COMPUTE AvailableBalance =
                   ClosingBalance - TotalHeldAmount
           END-IF.
       3850-EXIT.
           EXIT.

       3860-ADD-ONE-HOLD.
           READ ACCT-HOLD-FILE NEXT RECORD
               AT END
                   SET ATI-HOLD-DONE TO TRUE
                   GO TO 3860-EXIT
           END-READ.
           IF AH-ACCOUNT-NUMBER NOT = ATI-SEARCH-ACCOUNT
               SET ATI-HOLD-DONE TO TRUE
               GO TO 3860-EXIT
           END-IF.
           IF NOT AH-ACTIVE
               GO TO 3860-EXIT
           END-IF.
           IF AH-EXPIRY-DATE NOT = ZERO
              AND AH-EXPIRY-DATE < ATI-TODAY
               GO TO 3860-EXIT
           END-IF.
           ADD 1 TO ActiveHoldCount.
           ADD AH-HOLD-AMOUNT TO TotalHeldAmount.
       3860-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8000-WRITE-AUDIT-RECORD - LOG WHO ASKED FOR WHAT AND WHAT
      *    WAS RETURNED.  WRITTEN FOR EVERY CALL REGARDLESS OF OUTCOME
      *    SO A DECLINED OR MISMATCHED INQUIRY IS ON THE TRAIL TOO.  A
      *    REGISTRATION INQUIRY SUPPLIES NO ACCOUNT, SO THE SUBJECT
      *    FIELD CARRIES THE REGISTRATION - THE TRAIL MUST SAY WHOSE
      *    ACTIVITY WAS SERVED, NOT JUST WHO ASKED.  A REQUEST REFUSED
      *    FOR WANT OF ENTITLEMENT IS LOGGED WITH RESULT 050.
      *-----------------------------------------------------------------
       8000-WRITE-AUDIT-RECORD.
           MOVE InitiatedDate OF InputHeader TO AA-INITIATED-DATE.
