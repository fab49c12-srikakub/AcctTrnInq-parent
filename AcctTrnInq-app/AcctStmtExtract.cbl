      *                      PRODUCED - SPREADING THE STATEMENT LOAD
      *                      ACROSS THE MONTH INSTEAD OF ONE BANK-WIDE
      *                      MONTH-END RUN.
      *    2026-10-15 SRK    AN INQUIRY THE SERVICE REFUSES FOR WANT OF
      *                      OPERATOR ENTITLEMENT IS NOW DISPLAYED AND
      *                      COUNTED - THE ACCTSTMT BATCH OPERATOR
      *                      NEEDS AN OPPROFILE ENTRY OF ITS OWN, AND A
      *                      STATEMENT MISSING ITS ACTIVITY MUST NOT
      *                      PASS UNREMARKED.
      *    2026-10-15 SRK    A CLOSED ACCOUNT WHOSE LAST STATEMENT IS
      *                      BEFORE ITS CLOSED DATE IS DUE ITS FINAL
      *                      STATEMENT ON THE NEXT CYCLE RUN, WHATEVER
      *                      ITS CYCLE DAY - THAT IS HOW THE ACCTCLOSE
      *                      SETTLEMENT RUN QUEUES ONE.
      *****************************************************************
       PROGRAM-ID.  AcctStmtExtract.
       AUTHOR.      S. KUBACKI.
       77  ASE-SUB                    PIC 9(02) VALUE ZERO.
       77  ASE-ACCOUNT-COUNT          PIC 9(09) VALUE ZERO.
       77  ASE-TRANSACTION-COUNT      PIC 9(09) VALUE ZERO.
       77  ASE-REFUSED-COUNT          PIC 9(09) VALUE ZERO.
       77  ASE-RUN-DATE               PIC 9(08) VALUE ZERO.
       77  ASE-RUN-TIME               PIC 9(08) VALUE ZERO.
       77  ASE-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
      *    THE MONTH'S LAST DAY; A QUARTERLY CYCLE FALLS DUE IN THE
      *    QUARTER-END MONTHS ONLY; AND AN ACCOUNT WHOSE LAST
      *    STATEMENT ALREADY COVERS THE RUN DATE IS NOT DUE AGAIN.
      *    AN ACCOUNT CLOSED ON OR BEFORE THE RUN DATE AND NOT YET
      *    STATEMENTED THROUGH ITS CLOSED DATE IS DUE ITS FINAL
      *    STATEMENT WHETHER OR NOT IT IS ENROLLED IN A CYCLE.
      *-----------------------------------------------------------------
       2080-CHECK-CYCLE-DUE.
           MOVE 'N' TO ASE-CYCLE-DUE-SW.
           IF AM-ACCOUNT-CLOSED
              AND AM-CLOSED-DATE NUMERIC
              AND AM-CLOSED-DATE NOT = ZERO
              AND AM-CLOSED-DATE NOT > ASE-CYCLE-RUN-DATE
               IF AM-LAST-STMT-DATE NOT NUMERIC
                  OR AM-LAST-STMT-DATE < AM-CLOSED-DATE
                   SET ASE-CYCLE-DUE TO TRUE
                   GO TO 2080-EXIT
               END-IF
           END-IF.
           IF AM-STMT-CYCLE-DAY NOT NUMERIC
              OR AM-STMT-CYCLE-DAY = ZERO
               GO TO 2080-EXIT
           IF SERVICE-RESULT-OK
               PERFORM 2220-WRITE-EXTRACT-ROWS THRU 2220-EXIT
           ELSE
               IF SERVICE-RESULT-NOT-ENTITLED
                   ADD 1 TO ASE-REFUSED-COUNT
                   DISPLAY 'ACCTSTMTEXTRACT: INQUIRY REFUSED FOR '
                       AM-ACCOUNT-NUMBER ' - ' ErroMessage
               END-IF
               MOVE 'N' TO ASE-MORE-PAGES-SW
               GO TO 2210-EXIT
           END-IF.
               ASE-ACCOUNT-COUNT.
           DISPLAY 'ACCTSTMTEXTRACT TRANSACTIONS WRITTEN: '
               ASE-TRANSACTION-COUNT.
           DISPLAY 'ACCTSTMTEXTRACT INQUIRIES REFUSED: '
               ASE-REFUSED-COUNT.
           PERFORM 9900-RUN-CONTROL-END THRU 9900-EXIT.
       9000-EXIT.
           EXIT.
