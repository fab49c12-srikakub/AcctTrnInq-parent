      *****************************************************************
      *    COPYBOOK    :  CASHHIST
      *    DESCRIPTION  :  ONE DAY'S CASH ACTIVITY FOR ONE
      *                    REGISTRATION, AS TOTALLED BY CASHCOMPRPT
      *                    ACROSS EVERY ACCOUNT THE REGISTRATION HOLDS.
      *                    KEYED REGISTRATION THEN DATE SO THE ROLLING
      *                    STRUCTURING WINDOW IS ONE KEYED RANGE.  THE
      *                    DAY CLASS RECORDS WHETHER THE DAY WENT ON
      *                    THE FILING EXTRACT, FELL JUST UNDER THE
      *                    THRESHOLD, OR WAS BELOW THE WATCH FLOOR.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *****************************************************************
       01  CASH-HIST-RECORD.
           05  CH-HIST-KEY.
               10  CH-REGISTRATION-NUMBER PIC X(23).
               10  CH-CASH-DATE           PIC 9(08).
           05  CH-CASH-IN-TOTAL           PIC 9(13)V99.
           05  CH-CASH-OUT-TOTAL          PIC 9(13)V99.
           05  CH-ITEM-COUNT              PIC 9(05).
           05  CH-ACCOUNT-COUNT           PIC 9(05).
           05  CH-DAY-CLASS               PIC X(01).
               88  CH-DAY-FILED               VALUE 'F'.
               88  CH-DAY-JUST-UNDER          VALUE 'U'.
               88  CH-DAY-BELOW               VALUE 'B'.
           05  FILLER                     PIC X(10).
