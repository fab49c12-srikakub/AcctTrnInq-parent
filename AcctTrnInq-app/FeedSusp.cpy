      *                    DIRECTLY, AND CARRIES A STATUS BYTE - AN
      *                    ENTRY IS OPEN UNTIL IT IS WORKED, AND A
      *                    WORKED ENTRY STAYS ON FILE AS THE RECORD OF
      *                    WHO REPOSTED IT AND WHEN.  A DETAIL
      *                    FEEDINTAKE HELD AS A SUSPECTED DUPLICATE OF
      *                    AN ITEM ALREADY POSTED IS EITHER RELEASED
      *                    (POSTED AND MARKED WORKED) OR CONFIRMED AS
      *                    A DUPLICATE AND CLOSED WITHOUT POSTING.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *                      FEED SOURCE/PROCESS DATE/SEQUENCE KEY,
      *                      OPEN/WORKED STATUS, ENTRY AND WORKED
      *                      DATES, AND THE WORKING USER.
      *    2026-10-15 SRK    CONFIRMED-DUPLICATE STATUS FOR A
      *                      SUSPECTED DUPLICATE CLOSED UNPOSTED.
      *****************************************************************
       01  FEED-SUSP-RECORD.
           05  FS-SUSP-KEY.
           05  FS-STATUS                  PIC X(01).
               88  FS-OPEN                    VALUE 'O'.
               88  FS-WORKED                  VALUE 'W'.
               88  FS-CONFIRMED-DUP           VALUE 'D'.
           05  FS-ENTRY-DATE              PIC 9(08).
           05  FS-WORKED-DATE             PIC 9(08).
           05  FS-WORKED-USER             PIC X(08).
