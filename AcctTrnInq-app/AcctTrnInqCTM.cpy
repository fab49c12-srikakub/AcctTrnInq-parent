        10  ServiceRequest2        PIC X(24).
         88 REQUEST-NARRATIVE-SEARCH   VALUE 'ACCTNARSRCH'.
         88 REQUEST-REGISTRATION-INQ   VALUE 'ACCTREGINQ'.
         88 REQUEST-DATE-RANGE         VALUE 'ACCTRNGINQ'.
        10  VersionNumber          PIC 9(02).
        10  EffectiveDate          PIC 9(08).
        10  InitiatedDate          PIC 9(08).
        10  NextTransactionStart   PIC 9(6).
        10  TransactionProcessDate PIC 9(08).
        10  SearchKeyword          PIC X(20).
        10  RangeFromDate          PIC 9(08).
        10  RangeToDate            PIC 9(08).
        10  ResumeEffectiveDate    PIC 9(08).
        10  ResumeSerialNo         PIC 9(13).
        10  FilterCRInd            PIC X(01).
        10  FilterTypeCode         PIC X(02).
        10  FilterSourceCode       PIC X(02).
        10  FilterMinAmount        PIC 9(11)V99.
        10  FilterMaxAmount        PIC 9(11)V99.
       01  AcctTrnInqCTMRsp.
       05  ServiceName             PIC X(24).
       05  OutputHeader.
         88 SERVICE-RESULT-NO-TRANS     VALUE 020.
         88 SERVICE-RESULT-REG-MISMATCH VALUE 030.
         88 SERVICE-RESULT-NO-KEYWORD   VALUE 040.
         88 SERVICE-RESULT-NOT-ENTITLED VALUE 050.
         88 SERVICE-RESULT-BAD-RANGE    VALUE 060.
        10  ErroMessage            PIC X(40).
        10  ConditionCode          PIC 9(08).
         88 CC-NO-CONDITION             VALUE 00000000.
        10  ClosingBalance          PIC S9(13)V99.
        10  DayDebitCount           PIC  9(07).
        10  DayCreditCount          PIC  9(07).
        10  ActiveHoldCount         PIC  9(04).
        10  TotalHeldAmount         PIC  9(13)V99.
        10  AvailableBalance        PIC S9(13)V99.
       05  RangeDetails.
        10  NextTransactionDate     PIC  9(08).
        10  NextTransactionSerial   PIC  9(13).
        10  RangeTotalsInd          PIC  X(01).
         88 RANGE-TOTALS-RETURNED       VALUE 'Y'.
         88 RANGE-TOTALS-NOT-RETURNED   VALUE 'N'.
        10  RangeDebitCount         PIC  9(07).
        10  RangeDebitTotal         PIC  9(13)V99.
        10  RangeCreditCount        PIC  9(07).
        10  RangeCreditTotal        PIC  9(13)V99.
