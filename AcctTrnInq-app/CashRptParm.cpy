      *****************************************************************
      *    COPYBOOK    :  CASHRPTPARM
      *    DESCRIPTION  :  RUN PARAMETER CARD FOR CASHCOMPRPT - THE
      *                    PROCESS DATE WHOSE POSTINGS ARE EXAMINED
      *                    (ZERO TAKES THE RUN DATE), THE REPORTABLE
      *                    CASH THRESHOLD, THE WATCH FLOOR AT OR ABOVE
      *                    WHICH A DAY UNDER THE THRESHOLD COUNTS AS
      *                    "JUST UNDER", THE ROLLING WINDOW IN DAYS,
      *                    AND HOW MANY JUST-UNDER DAYS WITHIN THAT
      *                    WINDOW PUT A REGISTRATION ON STRUCTURING
      *                    WATCH.  ZERO AMOUNTS AND COUNTS TAKE THE
      *                    PROGRAM DEFAULTS.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *****************************************************************
       01  CASH-RPT-PARM-RECORD.
           05  CP-PROCESS-DATE            PIC 9(08).
           05  CP-THRESHOLD               PIC 9(13)V99.
           05  CP-WATCH-FLOOR             PIC 9(13)V99.
           05  CP-WINDOW-DAYS             PIC 9(03).
           05  CP-WATCH-DAYS              PIC 9(03).
           05  FILLER                     PIC X(36).
