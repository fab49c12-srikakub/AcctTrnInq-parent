      *                    USER ID IS KEYED INTO THE APPROVED-BY FIELD -
      *                    LEAVING IT BLANK CANCELS THE CHANGE.  EVERY
      *                    ATTEMPT, APPLIED OR NOT, IS LOGGED TO
      *                    TRNCODAUD.  A SOURCE CODE CAN ALSO BE
      *                    FLAGGED OR UNFLAGGED AS A CASH SOURCE UNDER
      *                    THE SAME APPROVAL - THE LIST THE CASH
      *                    COMPLIANCE REPORT TOTALS.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    2026-08-09 SRK    REJECT ENTRIES WHERE THE APPROVER AND THE
      *                      MAINTAINER ARE THE SAME USER ID; FIXED
      *                      TIME-OF-DAY FIELDS AND AUDIT ACTION LABEL.
      *    2026-10-15 SRK    ADDED THE CASH FLAG ACTION AND THE CASH
      *                      SOURCE INDICATOR ON ADD, SO THE CASH
      *                      SOURCE CODE LIST IS MAINTAINED HERE
      *                      RATHER THAN HARD-CODED IN THE REPORT.
      *****************************************************************
       PROGRAM-ID.  TrnCodeMaint.
       AUTHOR.      S. KUBACKI.
       77  TM-APPROVED-BY             PIC X(08) VALUE SPACES.
       77  TM-OLD-STATUS              PIC X(01) VALUE SPACE.
       77  TM-NEW-STATUS              PIC X(01) VALUE SPACE.
       77  TM-CASH-IND                PIC X(01) VALUE SPACE.
       77  TM-OLD-CASH-IND            PIC X(01) VALUE SPACE.
       77  TM-NEW-CASH-IND            PIC X(01) VALUE SPACE.
       77  TM-MAINT-COUNT             PIC 9(05) VALUE ZERO.
       77  TM-EXIT-SW                 PIC X(01) VALUE 'N'.
           88  TM-EXIT-REQUESTED          VALUE 'Y'.
       2000-MAINT-LOOP.
           MOVE SPACE TO TM-OLD-STATUS.
           MOVE SPACE TO TM-NEW-STATUS.
           MOVE SPACE TO TM-OLD-CASH-IND.
           MOVE SPACE TO TM-NEW-CASH-IND.
           SET TM-RESULT-REJECTED TO TRUE.
           PERFORM 2100-DISPLAY-AND-ACCEPT THRU 2100-EXIT.
           IF NOT TM-EXIT-REQUESTED
      *-----------------------------------------------------------------
       2100-DISPLAY-AND-ACCEPT.
           DISPLAY 'TRANSACTION CODE TABLE MAINTENANCE' LINE 1 COLUMN 1.
           DISPLAY 'ACTION (A=ADD, R=RETIRE, C=CASH FLAG, X=EXIT):'
               LINE 3 COLUMN 1.
           ACCEPT TM-ACTION LINE 3 COLUMN 49.
           IF TM-ACTION = 'X' OR TM-ACTION = 'x'
               SET TM-EXIT-REQUESTED TO TRUE
               GO TO 2100-EXIT
           ACCEPT TM-CODE LINE 5 COLUMN 8.
           DISPLAY 'DESCRIPTION:' LINE 6 COLUMN 1.
           ACCEPT TM-DESCRIPTION LINE 6 COLUMN 14.
           DISPLAY 'CASH SOURCE (Y/N, SOURCE CODES ONLY):'
               LINE 7 COLUMN 1.
           ACCEPT TM-CASH-IND LINE 7 COLUMN 39.
           DISPLAY 'MAINTAINED BY (USER ID):' LINE 8 COLUMN 1.
           ACCEPT TM-MAINT-USER LINE 8 COLUMN 27.
           DISPLAY 'APPROVED BY (BLANK CANCELS CHANGE):'
               LINE 9 COLUMN 1.
           ACCEPT TM-APPROVED-BY LINE 9 COLUMN 37.
       2100-EXIT.
           EXIT.

       2200-VALIDATE-ENTRY.
           SET TM-ENTRY-OK TO TRUE.
           IF TM-ACTION NOT = 'A' AND TM-ACTION NOT = 'R'
              AND TM-ACTION NOT = 'C'
               DISPLAY 'INVALID ACTION - ENTRY REJECTED'
                   LINE 12 COLUMN 1
               SET TM-ENTRY-REJECTED TO TRUE
               SET TM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF TM-CASH-IND = SPACE AND TM-ACTION NOT = 'C'
               MOVE 'N' TO TM-CASH-IND
           END-IF.
           IF TM-CASH-IND NOT = 'Y' AND TM-CASH-IND NOT = 'N'
               DISPLAY 'CASH SOURCE MUST BE Y OR N - ENTRY REJECTED'
                   LINE 12 COLUMN 1
               SET TM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF TM-CASH-IND = 'Y' AND TM-CODE-TYPE NOT = 'S'
               DISPLAY 'ONLY A SOURCE CODE CAN BE A CASH SOURCE - '
                   'ENTRY REJECTED' LINE 12 COLUMN 1
               SET TM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF TM-ACTION = 'C' AND TM-CODE-TYPE NOT = 'S'
               DISPLAY 'CASH FLAG APPLIES TO SOURCE CODES ONLY - '
                   'ENTRY REJECTED' LINE 12 COLUMN 1
               SET TM-ENTRY-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF TM-APPROVED-BY = SPACES
               DISPLAY 'NO APPROVER ENTERED - CHANGE NOT APPLIED'
                   LINE 12 COLUMN 1

      *-----------------------------------------------------------------
      *    2300-APPLY-MAINTENANCE - LOOK THE CODE UP AND ROUTE TO THE
      *    ADD, RETIRE OR CASH FLAG LOGIC.
      *-----------------------------------------------------------------
       2300-APPLY-MAINTENANCE.
           MOVE TM-CODE-TYPE TO TC-CODE-TYPE.
               NOT INVALID KEY
                   MOVE 'Y' TO TM-FOUND-SW
                   MOVE TC-STATUS TO TM-OLD-STATUS
                   MOVE TC-CASH-IND TO TM-OLD-CASH-IND
           END-READ.
           IF TM-ACTION = 'A'
               PERFORM 2310-ADD-CODE THRU 2310-EXIT
           ELSE
               IF TM-ACTION = 'R'
                   PERFORM 2320-RETIRE-CODE THRU 2320-EXIT
               ELSE
                   PERFORM 2330-SET-CASH-FLAG THRU 2330-EXIT
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.
           MOVE TM-CODE-TYPE TO TC-CODE-TYPE.
           MOVE TM-CODE TO TC-CODE.
           MOVE TM-DESCRIPTION TO TC-DESCRIPTION.
           MOVE TM-CASH-IND TO TC-CASH-IND.
           SET TC-ACTIVE TO TRUE.
           ACCEPT TC-LAST-MAINT-DATE FROM DATE YYYYMMDD.
           PERFORM 2900-GET-CURRENT-TIME THRU 2900-EXIT.
           END-WRITE.
           SET TM-RESULT-APPLIED TO TRUE.
           MOVE TC-STATUS TO TM-NEW-STATUS.
           MOVE TC-CASH-IND TO TM-NEW-CASH-IND.
           DISPLAY 'CODE ADDED' LINE 12 COLUMN 1.
       2310-EXIT.
           EXIT.
       2320-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2330-SET-CASH-FLAG - MARK A SOURCE CODE AS A CASH SOURCE, OR
      *    TAKE IT OFF THE CASH LIST.  THE CODE'S ACTIVE/RETIRED STATUS
      *    IS NOT TOUCHED.
      *-----------------------------------------------------------------
       2330-SET-CASH-FLAG.
           IF NOT TM-FOUND
               DISPLAY 'CODE NOT ON FILE - CASH FLAG REJECTED'
                   LINE 12 COLUMN 1
               GO TO 2330-EXIT
           END-IF.
           MOVE TM-CASH-IND TO TC-CASH-IND.
           ACCEPT TC-LAST-MAINT-DATE FROM DATE YYYYMMDD.
           PERFORM 2900-GET-CURRENT-TIME THRU 2900-EXIT.
           MOVE TM-TIME-8(1:6) TO TC-LAST-MAINT-TIME.
           MOVE TM-MAINT-USER TO TC-LAST-MAINT-USER.
           MOVE TM-APPROVED-BY TO TC-APPROVED-BY.
           REWRITE TRN-CODE-TBL-RECORD
               INVALID KEY
                   DISPLAY 'CASH FLAG FAILED' LINE 12 COLUMN 1
                   GO TO 2330-EXIT
           END-REWRITE.
           SET TM-RESULT-APPLIED TO TRUE.
           MOVE TC-STATUS TO TM-NEW-STATUS.
           MOVE TC-CASH-IND TO TM-NEW-CASH-IND.
           DISPLAY 'CASH FLAG UPDATED' LINE 12 COLUMN 1.
       2330-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2400-WRITE-AUDIT-RECORD - LOG THIS MAINTENANCE ATTEMPT,
      *    WHETHER IT WAS APPLIED OR REJECTED.
               IF TM-ACTION = 'R'
                   MOVE 'RETIRE' TO TA-ACTION
               ELSE
                   IF TM-ACTION = 'C'
                       MOVE 'CASH' TO TA-ACTION
                   ELSE
                       MOVE 'INVALD' TO TA-ACTION
                   END-IF
               END-IF
           END-IF.
           MOVE TM-CODE-TYPE TO TA-CODE-TYPE.
           MOVE TM-CODE TO TA-CODE.
           MOVE TM-OLD-STATUS TO TA-OLD-STATUS.
           MOVE TM-NEW-STATUS TO TA-NEW-STATUS.
           MOVE TM-OLD-CASH-IND TO TA-OLD-CASH-IND.
           MOVE TM-NEW-CASH-IND TO TA-NEW-CASH-IND.
           MOVE TM-APPROVED-BY TO TA-APPROVED-BY.
           IF TM-RESULT-APPLIED
               MOVE 'APPLIED' TO TA-RESULT
