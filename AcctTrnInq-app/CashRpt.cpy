      *****************************************************************
      *    COPYBOOK    :  CASHRPT
      *    DESCRIPTION  :  ONE LINE OF THE DAILY CASH COMPLIANCE
      *                    REPORT PRODUCED BY CASHCOMPRPT.  THE FILING
      *                    SECTION LISTS EVERY REGISTRATION OVER THE
      *                    REPORTABLE THRESHOLD FOR THE DAY; THE WATCH
      *                    SECTION LISTS EVERY REGISTRATION JUST UNDER
      *                    IT ON ENOUGH DAYS OF THE ROLLING WINDOW,
      *                    WITH THE NUMBER OF SUCH DAYS.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *****************************************************************
       01  CASH-RPT-RECORD.
           05  CC-RPT-SECTION             PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CC-RPT-REGISTRATION        PIC X(23).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CC-RPT-PROCESS-DATE        PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CC-RPT-CASH-IN             PIC Z(12)9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CC-RPT-CASH-OUT            PIC Z(12)9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CC-RPT-ITEM-COUNT          PIC Z(04)9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CC-RPT-ACCOUNT-COUNT       PIC Z(04)9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CC-RPT-WINDOW-DAYS         PIC Z(02)9.
