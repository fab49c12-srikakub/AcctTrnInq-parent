      *****************************************************************
      *    COPYBOOK    :  CLOSEREQ
      *    DESCRIPTION  :  ACCOUNT CLOSURE REQUEST - ONE PER ACCOUNT TO
      *                    BE CLOSED BY ACCTCLOSE.  THE CLOSURE DATE IS
      *                    THE DAY INTEREST IS ACCRUED THROUGH AND THE
      *                    SETTLEMENT POSTINGS ARE EFFECTIVE; IT MAY
      *                    NOT BE AFTER THE RUN'S PROCESS DATE.  THE
      *                    DISBURSEMENT METHOD SAYS HOW THE BALANCE IS
      *                    PAID OUT AND THE REFERENCE SAYS WHERE - THE
      *                    CHEQUE NUMBER, THE BENEFICIARY ACCOUNT OR
      *                    THE TELLER RECEIPT - AND BOTH GO INTO THE
      *                    PAYOUT POSTING'S NARRATIVE.
      *                      CHEQ  CHEQUE
      *                      WIRE  WIRE TRANSFER
      *                      XFER  TRANSFER TO ANOTHER ACCOUNT
      *                      CASH  CASH AT THE BRANCH
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *****************************************************************
       01  CLOSE-REQ-RECORD.
           05  CQ-ACCOUNT-NUMBER          PIC X(23).
           05  CQ-CLOSURE-DATE            PIC 9(08).
           05  CQ-DISBURSE-METHOD         PIC X(04).
               88  CQ-BY-CHEQUE               VALUE 'CHEQ'.
               88  CQ-BY-WIRE                 VALUE 'WIRE'.
               88  CQ-BY-TRANSFER             VALUE 'XFER'.
               88  CQ-BY-CASH                 VALUE 'CASH'.
               88  CQ-METHOD-VALID            VALUE 'CHEQ' 'WIRE'
                                                    'XFER' 'CASH'.
           05  CQ-DISBURSE-REF            PIC X(20).
           05  CQ-AUTHORIZED-BY           PIC X(08).
           05  FILLER                     PIC X(17).
