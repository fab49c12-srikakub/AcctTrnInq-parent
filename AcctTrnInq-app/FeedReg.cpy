      *****************************************************************
      *    COPYBOOK    :  FEEDREG
      *    DESCRIPTION  :  FEED FILE REGISTER RECORD - ONE ENTRY PER
      *                    FEEDER FILE FEEDINTAKE HAS ACCEPTED AND
      *                    POSTED.  KEYED FEED SOURCE / DETAIL COUNT /
      *                    AMOUNT TOTAL / AMOUNT HASH AND NOT BY THE
      *                    HEADER DATE - A FEEDER RESENDING AN OLD FILE
      *                    UNDER A NEW FI-FILE-PROCESS-DATE PRODUCES
      *                    THE SAME KEY, SO THE RESEND IS FOUND AND
      *                    REFUSED.  THE HEADER DATE THE FILE FIRST
      *                    CAME IN UNDER IS CARRIED AS DATA, SO THE
      *                    REFUSAL CAN SAY WHICH FILE IT REPEATS.
      *                    THE AMOUNT HASH IS THE SUM OVER THE DETAILS
      *                    OF AMOUNT, EFFECTIVE DATE AND TRANSACTION
      *                    TIME - TWO GENUINELY DIFFERENT FILES THAT
      *                    HAPPEN TO SHARE A COUNT AND AN AMOUNT TOTAL
      *                    DO NOT SHARE IT.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *****************************************************************
       01  FEED-REG-RECORD.
           05  FR-REG-KEY.
               10  FR-FEED-SOURCE         PIC X(04).
               10  FR-DETAIL-COUNT        PIC 9(09).
               10  FR-AMOUNT-TOTAL        PIC 9(13)V99.
               10  FR-AMOUNT-HASH         PIC 9(16)V99.
           05  FR-HEADER-DATE             PIC 9(08).
           05  FR-RECEIVED-DATE           PIC 9(08).
           05  FR-RECEIVED-TIME           PIC 9(06).
           05  FR-POSTED-COUNT            PIC 9(09).
           05  FR-SUSPENDED-COUNT         PIC 9(09).
           05  FILLER                     PIC X(10).
