      *****************************************************************
      *    COPYBOOK    :  INTEGRPT
      *    DESCRIPTION  :  ACCTINTEGCHK EXCEPTION LINE - ONE LINE PER
      *                    DISAGREEMENT FOUND BETWEEN ACCTTRN,
      *                    ACCTTRNPD, ACCTBAL AND ACCTARCH.  THE CHECK
      *                    CODE SAYS WHICH RULE FAILED:
      *                      PDORPHAN  COMPANION ENTRY, NO POSTING LIVE
      *                                OR ARCHIVED BEHIND IT
      *                      NOPDENT   POSTING WITH NO COMPANION ENTRY
      *                      LIVEARCH  KEY ON THE LIVE FILE AND THE
      *                                ARCHIVE BOTH
      *                      REVLINK   REVERSAL LINKAGE BROKEN
      *                      NOSNAP    DAY WITH POSTINGS, NO SNAPSHOT
      *                      BALOPEN   OPENING NOT THE PRIOR CLOSING
      *                      BALTOTAL  SNAPSHOT COUNT/TOTAL/CLOSING NOT
      *                                WHAT THE POSTINGS GIVE
      *                    POSTING EXCEPTIONS CARRY THE SERIAL AND A
      *                    REASON; SNAPSHOT EXCEPTIONS CARRY THE FIGURE
      *                    ON FILE AGAINST THE FIGURE EXPECTED.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       BY     DESCRIPTION
      *    ---------- ------ -----------------------------------------
      *    2026-10-15 SRK    ORIGINAL COPYBOOK.
      *****************************************************************
       01  INTEG-RPT-RECORD.
           05  IR-CHECK                   PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  IR-ACCOUNT-NUMBER          PIC X(23).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  IR-EFFECTIVE-DATE          PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  IR-DETAIL                  PIC X(60).
           05  IR-POSTING-DETAIL REDEFINES IR-DETAIL.
               10  IR-SERIAL-NO           PIC 9(13).
               10  FILLER                 PIC X(01).
               10  IR-PROCESS-DATE        PIC 9(08).
               10  FILLER                 PIC X(01).
               10  IR-REASON              PIC X(37).
           05  IR-AMOUNT-DETAIL REDEFINES IR-DETAIL.
               10  IR-AMOUNT-ITEM         PIC X(10).
               10  FILLER                 PIC X(01).
               10  IR-ON-FILE-AMOUNT      PIC Z(12)9.99-.
               10  FILLER                 PIC X(01).
               10  IR-EXPECTED-AMOUNT     PIC Z(12)9.99-.
               10  FILLER                 PIC X(14).
           05  IR-COUNT-DETAIL REDEFINES IR-DETAIL.
               10  IR-COUNT-ITEM          PIC X(10).
               10  FILLER                 PIC X(01).
               10  IR-ON-FILE-COUNT       PIC Z(06)9.
               10  FILLER                 PIC X(01).
               10  IR-EXPECTED-COUNT      PIC Z(06)9.
               10  FILLER                 PIC X(34).
