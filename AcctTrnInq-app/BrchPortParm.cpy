      *****************************************************************
      *    COPYBOOK    :  BRCHPORTPARM
      *    DESCRIPTION  :  RUN PARAMETER CARD FOR BRCHPORTRPT - THE
      *                    YEAR AND MONTH WHOSE MONTH-END PORTFOLIO IS
      *                    REPORTED.  ZERO REPORTS THE CALENDAR MONTH
      *                    BEFORE THE RUN DATE.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *****************************************************************
       01  BRCH-PORT-PARM-RECORD.
           05  PF-REPORT-YEAR             PIC 9(04).
           05  PF-REPORT-MONTH            PIC 9(02).
           05  FILLER                     PIC X(74).
