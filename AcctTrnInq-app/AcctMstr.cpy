      *                      CYCLE DAY INSTEAD OF ONE BANK-WIDE
      *                      MONTH-END RUN.  MAINTAINED THROUGH
      *                      ACCTMSTRMAINT UNDER DUAL APPROVAL.
      *    2026-10-15 SRK    ADDED THE STATEMENT DELIVERY PREFERENCE -
      *                      PAPER, ELECTRONIC OR BOTH.  BLANK ON AN
      *                      OLDER RECORD IS PAPER.  MAINTAINED THROUGH
      *                      ACCTMSTRMAINT UNDER DUAL APPROVAL.
      *    2026-10-15 SRK    ADDED THE STAFF-ACCOUNT FLAG.  AN OPERATOR
      *                      WHOSE OPPROFILE BARS STAFF ACCOUNTS IS
      *                      REFUSED ONE BY THE INQUIRY SERVICE.  BLANK
      *                      ON AN OLDER RECORD IS NOT STAFF.
      *    2026-10-15 SRK    ADDED THE CLOSED DATE, SET BY THE ACCTCLOSE
      *                      SETTLEMENT RUN WHEN IT CLOSES THE ACCOUNT.
      *                      A CLOSED ACCOUNT WHOSE LAST STATEMENT IS
      *                      BEFORE IT IS DUE ITS FINAL STATEMENT.
      *                      TAKES THE LAST OF THE RECORD'S SPARE
      *                      BYTES; ZERO OR BLANK ON AN OLDER RECORD.
      *****************************************************************
       01  ACCT-MSTR-RECORD.
           05  AM-ACCOUNT-NUMBER          PIC X(23).
               88  AM-CYCLE-MONTHLY           VALUE 'M'.
               88  AM-CYCLE-QUARTERLY         VALUE 'Q'.
           05  AM-LAST-STMT-DATE          PIC 9(08).
           05  AM-STMT-DELIVERY           PIC X(01).
               88  AM-DELIVER-PAPER           VALUE 'P' ' '.
               88  AM-DELIVER-ELECTRONIC      VALUE 'E'.
               88  AM-DELIVER-BOTH            VALUE 'B'.
           05  AM-STAFF-IND               PIC X(01).
               88  AM-STAFF-ACCOUNT           VALUE 'Y'.
           05  AM-CLOSED-DATE             PIC 9(08).
