      *                      BALANCED COUNT, NOT A HAND-MARKED GUESS,
      *                      AND THE E-STATEMENT SPLITTER GETS ITS
      *                      DOCUMENT BOUNDARIES FROM THE SAME FILE.
      *    2026-10-15 SRK    ROUTE EACH STATEMENT BY THE ACCOUNT'S
      *                      DELIVERY PREFERENCE - PAPER TO THE PRINT
      *                      STREAM, ELECTRONIC TO THE NEW ESTMT FILE
      *                      OF STRUCTURED RECORDS (HEADING, LINES,
      *                      CURRENCY LINES, SUBTOTALS, TOTALS), OR
      *                      BOTH.  AN ELECTRONIC-ONLY STATEMENT TAKES
      *                      NO PAGES IN THE PRINT STREAM, AND STMTINDEX
      *                      CARRIES THE CHANNEL EACH STATEMENT WENT TO.
      *                      A CONSOLIDATED DOCUMENT GOES BY ITS FIRST
      *                      ACCOUNT'S PREFERENCE.
      *****************************************************************
       PROGRAM-ID.  AcctStmtPrint.
       AUTHOR.      S. KUBACKI.
           SELECT STMT-INDEX-FILE ASSIGN TO "STMTINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASP-INDEX-STATUS.
           SELECT E-STMT-FILE ASSIGN TO "ESTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASP-ESTMT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STMT-INDEX-FILE.
       COPY StmtIndex.

       FD  E-STMT-FILE.
       COPY EStmt.

       WORKING-STORAGE SECTION.
       77  ASP-EXTRACT-STATUS         PIC X(02) VALUE '00'.
       77  ASP-ACCT-MSTR-STATUS       PIC X(02) VALUE '00'.
       77  ASP-DAY-CLOSING            PIC S9(13)V99 VALUE ZERO.
       77  ASP-DAY-BAL-FOUND-SW       PIC X(01) VALUE 'N'.
           88  ASP-DAY-BAL-FOUND          VALUE 'Y'.
       77  ASP-ESTMT-STATUS           PIC X(02) VALUE '00'.
       77  ASP-DOC-CHANNEL            PIC X(01) VALUE 'P'.
           88  ASP-DOC-TO-PAPER           VALUE 'P' 'B'.
           88  ASP-DOC-TO-ELECTRONIC      VALUE 'E' 'B'.
       77  ASP-ESTMT-REC-NO           PIC 9(09) VALUE ZERO.
       77  ASP-DOC-ESTMT-START        PIC 9(09) VALUE ZERO.
       77  ASP-PAPER-STMT-COUNT       PIC 9(09) VALUE ZERO.
       77  ASP-ESTMT-STMT-COUNT       PIC 9(09) VALUE ZERO.

       01  ASP-HDG-ACCOUNT-LINE.
           05  FILLER                 PIC X(09) VALUE 'ACCOUNT  '.
           OPEN OUTPUT STMT-PRINT-FILE.
           OPEN INPUT ACCT-BAL-FILE.
           OPEN OUTPUT STMT-INDEX-FILE.
           OPEN OUTPUT E-STMT-FILE.
           READ STMT-EXTRACT-FILE
               AT END
                   SET ASP-EOF TO TRUE
           END-IF.
           MOVE ZERO TO ASP-PAGE-COUNT.
           ADD 1 TO ASP-STMT-COUNT.
           PERFORM 2120-SET-DOC-CHANNEL THRU 2120-EXIT.
           IF ASP-DOC-TO-PAPER
               COMPUTE ASP-DOC-START-PAGE = ASP-RUN-PAGE-NO + 1
               ADD 1 TO ASP-PAPER-STMT-COUNT
           ELSE
               MOVE ZERO TO ASP-DOC-START-PAGE
           END-IF.
           IF ASP-DOC-TO-ELECTRONIC
               COMPUTE ASP-DOC-ESTMT-START = ASP-ESTMT-REC-NO + 1
               ADD 1 TO ASP-ESTMT-STMT-COUNT
           ELSE
               MOVE ZERO TO ASP-DOC-ESTMT-START
           END-IF.
           MOVE ZERO TO ASP-DOC-LINE-COUNT.
           MOVE ZERO TO ASP-DOC-DEBIT.
           MOVE ZERO TO ASP-DOC-CREDIT.
           MOVE ZERO TO ASP-RUNNING-BALANCE.
           PERFORM 2150-START-DAY THRU 2150-EXIT.
           PERFORM 2200-PRINT-HEADING THRU 2200-EXIT.
           IF ASP-DOC-TO-ELECTRONIC
               MOVE SPACES TO E-STMT-RECORD
               SET ES-HEADER-REC TO TRUE
               MOVE SE-REGISTRATION-NUMBER TO ES-REGISTRATION-NUMBER
               MOVE AM-ACCOUNT-BRANCH TO ES-BRANCH
               MOVE AM-ACCOUNT-CURRENCY-CODE TO ES-CURRENCY-CODE
               MOVE ASP-DOC-CHANNEL TO ES-DELIVERY
               IF ASP-CONSOLIDATED
                   MOVE 'Y' TO ES-CONSOLIDATED-IND
               ELSE
                   MOVE 'N' TO ES-CONSOLIDATED-IND
               END-IF
               PERFORM 2700-WRITE-ESTMT-RECORD THRU 2700-EXIT
           END-IF.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2120-SET-DOC-CHANNEL - WHERE THIS DOCUMENT GOES, OFF THE
      *    (FIRST) ACCOUNT'S DELIVERY PREFERENCE.  AN ACCOUNT THE
      *    MASTER DOES NOT KNOW, OR ONE WITH NO PREFERENCE RECORDED,
      *    GOES TO PAPER - NO CUSTOMER LOSES A STATEMENT FOR WANT OF
      *    A FLAG.
      *-----------------------------------------------------------------
       2120-SET-DOC-CHANNEL.
           MOVE 'P' TO ASP-DOC-CHANNEL.
           MOVE SE-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCT-MSTR-FILE
               INVALID KEY
                   GO TO 2120-EXIT
           END-READ.
           IF AM-DELIVER-ELECTRONIC
               MOVE 'E' TO ASP-DOC-CHANNEL
           END-IF.
           IF AM-DELIVER-BOTH
               MOVE 'B' TO ASP-DOC-CHANNEL
           END-IF.
       2120-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2150-START-DAY - SEED THE DAY FROM THE ACCTBAL SNAPSHOT.
      *    THE SNAPSHOT'S OPENING BALANCE RESTARTS THE RUNNING BALANCE

      *-----------------------------------------------------------------
      *    2200-PRINT-HEADING - STATEMENT HEADING, FIRST PAGE OR
      *    CONTINUATION.  AN ELECTRONIC-ONLY STATEMENT HAS NO PAGES.
      *-----------------------------------------------------------------
       2200-PRINT-HEADING.
           IF NOT ASP-DOC-TO-PAPER
               MOVE 4 TO ASP-LINE-COUNT
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO ASP-PAGE-COUNT.
           ADD 1 TO ASP-RUN-PAGE-NO.
           MOVE SPACES TO STMT-PRINT-LINE.
               SUBTRACT SE-AMOUNT FROM ASP-RUNNING-BALANCE
           END-IF.
           MOVE ASP-RUNNING-BALANCE TO ASP-DL-BALANCE.
           ADD 1 TO ASP-TRN-COUNT.
           IF ASP-DOC-TO-ELECTRONIC
               PERFORM 2600-ESTMT-TRANSACTION THRU 2600-EXIT
           END-IF.
           IF NOT ASP-DOC-TO-PAPER
               GO TO 2500-EXIT
           END-IF.
           WRITE STMT-PRINT-LINE FROM ASP-DETAIL-LINE.
           ADD 1 TO ASP-LINE-COUNT.
           ADD 1 TO ASP-DOC-LINE-COUNT.
           IF SE-CURRENCY-CODE NOT = SPACES
               MOVE SE-ORIGINAL-AMOUNT TO ASP-CL-ORIG-AMOUNT
               MOVE SE-CURRENCY-CODE TO ASP-CL-CURRENCY
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2600-ESTMT-TRANSACTION - THE ELECTRONIC COUNTERPART OF THE
      *    PRINTED TRANSACTION LINE, WITH THE REVERSAL LINKAGE CARRIED
      *    AS FIELDS, AND A SECOND RECORD FOR A FOREIGN-CURRENCY ITEM.
      *-----------------------------------------------------------------
       2600-ESTMT-TRANSACTION.
           MOVE SPACES TO E-STMT-RECORD.
           SET ES-TRANSACTION-REC TO TRUE.
           MOVE SE-EFFECTIVE-DATE TO ES-EFFECTIVE-DATE.
           MOVE SE-TRANSACTION-DATE TO ES-TRANSACTION-DATE.
           MOVE SE-NARRATIVE TO ES-NARRATIVE.
           MOVE SE-CR-IND TO ES-CR-IND.
           MOVE SE-AMOUNT TO ES-AMOUNT.
           MOVE ASP-RUNNING-BALANCE TO ES-RUNNING-BALANCE.
           MOVE SE-SERIAL-NO TO ES-SERIAL-NO.
           MOVE SE-REVERSED-IND TO ES-REVERSED-IND.
           MOVE SE-REVERSED-BY-SERIAL TO ES-REVERSED-BY-SERIAL.
           MOVE SE-REVERSAL-OF-SERIAL TO ES-REVERSAL-OF-SERIAL.
           PERFORM 2700-WRITE-ESTMT-RECORD THRU 2700-EXIT.
           IF SE-CURRENCY-CODE NOT = SPACES
               MOVE SPACES TO E-STMT-RECORD
               SET ES-FX-REC TO TRUE
               MOVE SE-ORIGINAL-AMOUNT TO ES-ORIGINAL-AMOUNT
               MOVE SE-CURRENCY-CODE TO ES-ORIGINAL-CURRENCY
               PERFORM 2700-WRITE-ESTMT-RECORD THRU 2700-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2700-WRITE-ESTMT-RECORD - STAMP THE ACCOUNT ON THE ELECTRONIC
      *    RECORD BUILT BY THE CALLER, WRITE IT, AND COUNT IT FOR THE
      *    INDEX AND THE FILE TRAILER.
      *-----------------------------------------------------------------
       2700-WRITE-ESTMT-RECORD.
           MOVE ASP-CURRENT-ACCOUNT TO ES-ACCOUNT-NUMBER.
           WRITE E-STMT-RECORD.
           ADD 1 TO ASP-ESTMT-REC-NO.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2800-END-OF-DAY - SUBTOTAL LINE FOR THE EFFECTIVE DATE JUST
      *    COMPLETED.
           ELSE
               MOVE ASP-RUNNING-BALANCE TO ASP-SL-CLOSING
           END-IF.
           IF ASP-DOC-TO-PAPER
               WRITE STMT-PRINT-LINE FROM ASP-SUBTOTAL-LINE
               ADD 1 TO ASP-LINE-COUNT
               ADD 1 TO ASP-DOC-LINE-COUNT
           END-IF.
           IF ASP-DOC-TO-ELECTRONIC
               MOVE SPACES TO E-STMT-RECORD
               SET ES-SUBTOTAL-REC TO TRUE
               MOVE ASP-CURRENT-DATE TO ES-SUB-EFFECTIVE-DATE
               MOVE ASP-DAY-DEBIT TO ES-SUB-DEBIT
               MOVE ASP-DAY-CREDIT TO ES-SUB-CREDIT
               IF ASP-DAY-BAL-FOUND
                   MOVE ASP-DAY-CLOSING TO ES-SUB-CLOSING
               ELSE
                   MOVE ASP-RUNNING-BALANCE TO ES-SUB-CLOSING
               END-IF
               PERFORM 2700-WRITE-ESTMT-RECORD THRU 2700-EXIT
           END-IF.
           MOVE ZERO TO ASP-DAY-DEBIT.
           MOVE ZERO TO ASP-DAY-CREDIT.
       2800-EXIT.
       2850-END-OF-ACCOUNT-SECTION.
           MOVE ASP-STMT-DEBIT TO ASP-AT-DEBIT.
           MOVE ASP-STMT-CREDIT TO ASP-AT-CREDIT.
           IF ASP-DOC-TO-PAPER
               WRITE STMT-PRINT-LINE FROM ASP-ACCT-TOTAL-LINE
               ADD 1 TO ASP-LINE-COUNT
               ADD 1 TO ASP-DOC-LINE-COUNT
           END-IF.
           IF ASP-DOC-TO-ELECTRONIC
               MOVE SPACES TO E-STMT-RECORD
               SET ES-ACCT-TOTAL-REC TO TRUE
               MOVE ASP-STMT-DEBIT TO ES-TOT-DEBIT
               MOVE ASP-STMT-CREDIT TO ES-TOT-CREDIT
               PERFORM 2700-WRITE-ESTMT-RECORD THRU 2700-EXIT
           END-IF.
           ADD ASP-STMT-DEBIT TO ASP-REG-DEBIT.
           ADD ASP-STMT-CREDIT TO ASP-REG-CREDIT.
           MOVE ZERO TO ASP-STMT-DEBIT.
               PERFORM 2850-END-OF-ACCOUNT-SECTION THRU 2850-EXIT
               MOVE ASP-REG-DEBIT TO ASP-RT-DEBIT
               MOVE ASP-REG-CREDIT TO ASP-RT-CREDIT
               IF ASP-DOC-TO-PAPER
                   WRITE STMT-PRINT-LINE FROM ASP-REG-TOTAL-LINE
                   WRITE STMT-PRINT-LINE FROM ASP-BLANK-LINE
                   ADD 2 TO ASP-DOC-LINE-COUNT
               END-IF
               IF ASP-DOC-TO-ELECTRONIC
                   MOVE SPACES TO E-STMT-RECORD
                   SET ES-REG-TOTAL-REC TO TRUE
                   MOVE ASP-REG-DEBIT TO ES-TOT-DEBIT
                   MOVE ASP-REG-CREDIT TO ES-TOT-CREDIT
                   PERFORM 2700-WRITE-ESTMT-RECORD THRU 2700-EXIT
               END-IF
               PERFORM 2950-WRITE-INDEX-DETAIL THRU 2950-EXIT
               GO TO 2900-EXIT
           END-IF.
           MOVE ASP-STMT-DEBIT TO ASP-TL-DEBIT.
           MOVE ASP-STMT-CREDIT TO ASP-TL-CREDIT.
           IF ASP-DOC-TO-PAPER
               WRITE STMT-PRINT-LINE FROM ASP-TOTAL-LINE
               WRITE STMT-PRINT-LINE FROM ASP-BLANK-LINE
               ADD 2 TO ASP-DOC-LINE-COUNT
           END-IF.
           IF ASP-DOC-TO-ELECTRONIC
               MOVE SPACES TO E-STMT-RECORD
               SET ES-STMT-TOTAL-REC TO TRUE
               MOVE ASP-STMT-DEBIT TO ES-TOT-DEBIT
               MOVE ASP-STMT-CREDIT TO ES-TOT-CREDIT
               PERFORM 2700-WRITE-ESTMT-RECORD THRU 2700-EXIT
           END-IF.
           PERFORM 2950-WRITE-INDEX-DETAIL THRU 2950-EXIT.
       2900-EXIT.
           EXIT.
      *    STREAM, HOW MANY PAGES AND LINES IT OWNS, AND ITS
      *    DEBIT/CREDIT TOTALS.  THE INSERTER PULLS EXACTLY THESE
      *    PAGES PER ENVELOPE AND THE E-STATEMENT SPLITTER CUTS THE
      *    STREAM ON THE SAME BOUNDARIES.  THE CHANNEL SAYS WHICH OF
      *    THE TWO THE STATEMENT WENT TO; AN ELECTRONIC STATEMENT ALSO
      *    CARRIES WHERE ITS RECORDS SIT ON THE ESTMT FILE.
      *-----------------------------------------------------------------
       2950-WRITE-INDEX-DETAIL.
           MOVE SPACES TO STMT-INDEX-RECORD.
           MOVE ASP-DOC-LINE-COUNT TO SI-LINE-COUNT.
           MOVE ASP-DOC-DEBIT TO SI-DEBIT-TOTAL.
           MOVE ASP-DOC-CREDIT TO SI-CREDIT-TOTAL.
           MOVE ASP-DOC-CHANNEL TO SI-CHANNEL.
           IF NOT ASP-DOC-TO-PAPER
               MOVE ZERO TO SI-PAGE-COUNT
               MOVE ZERO TO SI-LINE-COUNT
           END-IF.
           IF ASP-DOC-TO-ELECTRONIC
               MOVE ASP-DOC-ESTMT-START TO SI-ESTMT-START-REC
               COMPUTE SI-ESTMT-REC-COUNT =
                   ASP-ESTMT-REC-NO - ASP-DOC-ESTMT-START + 1
           ELSE
               MOVE ZERO TO SI-ESTMT-START-REC
               MOVE ZERO TO SI-ESTMT-REC-COUNT
           END-IF.
           WRITE STMT-INDEX-RECORD.
       2950-EXIT.
           EXIT.
           SET SI-TRAILER-REC TO TRUE.
           MOVE ASP-STMT-COUNT TO SI-STMT-GRAND-TOTAL.
           MOVE ASP-RUN-PAGE-NO TO SI-PAGE-GRAND-TOTAL.
           MOVE ASP-PAPER-STMT-COUNT TO SI-PAPER-STMT-TOTAL.
           MOVE ASP-ESTMT-STMT-COUNT TO SI-ESTMT-STMT-TOTAL.
           WRITE STMT-INDEX-RECORD.
       2960-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2970-WRITE-ESTMT-TRAILER - THE ELECTRONIC FILE'S OWN
      *    TRAILER: HOW MANY STATEMENTS AND HOW MANY RECORDS AHEAD OF
      *    IT, SO THE DOCUMENT SYSTEM CAN BALANCE WHAT IT LOADED.
      *-----------------------------------------------------------------
       2970-WRITE-ESTMT-TRAILER.
           MOVE SPACES TO E-STMT-RECORD.
           SET ES-FILE-TRAILER-REC TO TRUE.
           MOVE ASP-ESTMT-STMT-COUNT TO ES-STMT-GRAND-TOTAL.
           MOVE ASP-ESTMT-REC-NO TO ES-RECORD-GRAND-TOTAL.
           WRITE E-STMT-RECORD.
       2970-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9000-TERMINATE - CLOSE FILES AND DISPLAY RUN COUNTS.
      *-----------------------------------------------------------------
       9000-TERMINATE.
           IF NOT ASP-RUN-REFUSED
               PERFORM 2960-WRITE-INDEX-TRAILER THRU 2960-EXIT
               PERFORM 2970-WRITE-ESTMT-TRAILER THRU 2970-EXIT
               CLOSE STMT-EXTRACT-FILE
               CLOSE ACCT-MSTR-FILE
               CLOSE STMT-PRINT-FILE
               CLOSE ACCT-BAL-FILE
               CLOSE STMT-INDEX-FILE
               CLOSE E-STMT-FILE
           END-IF.
           DISPLAY 'ACCTSTMTPRINT STATEMENTS WRITTEN: ' ASP-STMT-COUNT.
           DISPLAY 'ACCTSTMTPRINT PAPER STATEMENTS: '
               ASP-PAPER-STMT-COUNT.
           DISPLAY 'ACCTSTMTPRINT ELECTRONIC STATEMENTS: '
               ASP-ESTMT-STMT-COUNT.
           DISPLAY 'ACCTSTMTPRINT TRANSACTIONS PRINTED: '
               ASP-TRN-COUNT.
           PERFORM 9900-RUN-CONTROL-END THRU 9900-EXIT.
