      *****************************************************************
      *    COPYBOOK    :  CLOSEPARM
      *    DESCRIPTION  :  RUN PARAMETER CARD FOR ACCTCLOSE - THE
      *                    PROCESS DATE THE SETTLEMENT FEED IS DATED
      *                    (ZERO TAKES THE RUN DATE), AND THE SOURCE
      *                    AND TYPE CODES THE BALANCE PAYOUT POSTS
      *                    UNDER, WHICH MUST BE ACTIVE ON TRNCODTBL.
      *                    THE FINAL INTEREST AND FEE POST UNDER THE
      *                    CODES ON THE ACCOUNT CURRENCY'S ACCRRATE
      *                    ENTRY, AS THE MONTHLY ACCRUAL'S DO.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *****************************************************************
       01  CLOSE-PARM-RECORD.
           05  CL-PROCESS-DATE            PIC 9(08).
           05  CL-PAYOUT-SOURCE-CODE      PIC X(02).
           05  CL-PAYOUT-TYPE-CODE        PIC 9(02).
           05  FILLER                     PIC X(68).
