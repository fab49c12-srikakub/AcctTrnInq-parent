      *****************************************************************
      *    COPYBOOK    :  CLOSERPT
      *    DESCRIPTION  :  ACCTCLOSE SETTLEMENT REPORT LINE.  A CLOSED
      *                    ACCOUNT GETS ONE LINE WITH ITS SETTLEMENT -
      *                    THE BALANCE AT THE CLOSURE DATE, THE FINAL
      *                    INTEREST, THE FEE, AND THE PAYOUT WITH ITS
      *                    DISBURSEMENT METHOD.  A REFUSED CLOSURE GETS
      *                    ONE LINE PER REASON, AND A REASON THAT IS AN
      *                    OPEN ITEM ELSEWHERE CARRIES THE ITEM'S KEY:
      *                      FEEDSUSP  FEED SOURCE, PROCESS DATE AND
      *                                SEQUENCE, WITH THE REJECT REASON
      *                      GLBREAK   PROCESS DATE, WITH THE DATE THE
      *                                BREAK WAS FIRST SEEN
      *                      ACCTHOLD  PLACED DATE AND HOLD SEQUENCE,
      *                                WITH THE HOLD TYPE AND AMOUNT
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *    2026-10-15 SRK    CARRY THE ACCTHOLD HOLD ON A REFUSAL LINE.
      *****************************************************************
       01  CLOSE-RPT-RECORD.
           05  CX-ACCOUNT-NUMBER          PIC X(23).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CX-CLOSURE-DATE            PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CX-RESULT                  PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CX-DETAIL                  PIC X(86).
           05  CX-SETTLEMENT-DETAIL REDEFINES CX-DETAIL.
               10  CX-CLOSING-BALANCE     PIC Z(12)9.99-.
               10  FILLER                 PIC X(01).
               10  CX-INTEREST            PIC Z(10)9.99.
               10  FILLER                 PIC X(01).
               10  CX-FEE                 PIC Z(06)9.99.
               10  FILLER                 PIC X(01).
               10  CX-PAYOUT              PIC Z(12)9.99.
               10  FILLER                 PIC X(01).
               10  CX-DISBURSE-METHOD     PIC X(04).
               10  FILLER                 PIC X(01).
               10  CX-DISBURSE-REF        PIC X(20).
           05  CX-REASON-DETAIL REDEFINES CX-DETAIL.
               10  CX-REASON              PIC X(30).
               10  FILLER                 PIC X(01).
               10  CX-ITEM-FEED-SOURCE    PIC X(04).
               10  FILLER                 PIC X(01).
               10  CX-ITEM-DATE           PIC 9(08).
               10  FILLER                 PIC X(01).
               10  CX-ITEM-SEQ            PIC 9(06).
               10  FILLER                 PIC X(01).
               10  CX-ITEM-TEXT           PIC X(34).
