      *****************************************************************
      *    COPYBOOK    :  GLJRNLPARM
      *    DESCRIPTION  :  RUN PARAMETER CARD FOR GLJRNLEXT - THE
      *                    TRANSACTIONPROCESSDATE WHOSE POSTINGS ARE
      *                    JOURNALLED.  ZERO MEANS TODAY.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *****************************************************************
       01  GL-JRNL-PARM-RECORD.
           05  JP-PROCESS-DATE            PIC 9(08).
           05  FILLER                     PIC X(72).
