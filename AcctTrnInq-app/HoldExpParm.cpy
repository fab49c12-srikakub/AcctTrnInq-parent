      *****************************************************************
      *    COPYBOOK    :  HOLDEXPPARM
      *    DESCRIPTION  :  PARAMETER CARD FOR ACCTHOLDEXP - THE
      *                    PROCESS DATE HOLDS ARE EXPIRED THROUGH.  A
      *                    HOLD WHOSE EXPIRY DATE IS ON OR BEFORE THIS
      *                    DATE DROPS OFF.  ZERO RUNS FOR TODAY.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *****************************************************************
       01  HOLD-EXP-PARM-RECORD.
           05  HP-PROCESS-DATE            PIC 9(08).
           05  FILLER                     PIC X(72).
