      *****************************************************************
      *    COPYBOOK    :  BACKVALPARM
      *    DESCRIPTION  :  RUN PARAMETER CARD FOR ACCTBACKVAL - THE
      *                    PROCESS DATE WHOSE POSTINGS ARE CHECKED FOR
      *                    BACK-VALUED EFFECTIVE DATES, AND THE DATE
      *                    ITS INTF ADJUSTMENT FEED IS DATED.  ZERO
      *                    RUNS FOR TODAY.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *****************************************************************
       01  BACK-VAL-PARM-RECORD.
           05  BV-PROCESS-DATE            PIC 9(08).
           05  FILLER                     PIC X(72).
