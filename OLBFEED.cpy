      * Record layouts for the nightly online-banking feed sent to
      * the internet banking vendor (olbfeed.dat), written by the
      * OnlineBankingExtract cycle step: a HEADER record, then for
      * each customer on custmast.dat a CUSTMR record followed by
      * that customer's ACCONT records (each with its CARDST record
      * when a card is issued and the ENTRY records for the last
      * OLB-HISTORY-DAYS days of acchist.dat), its STDORD standing
      * orders and its LOANAC loans, and a closing TRAILR record
      * carrying the control totals. Amounts are unsigned with two
      * implied decimals and a separate "+"/"-" sign byte where the
      * value can go negative; dates are CCYYMMDD, zero when not
      * applicable. Every record is 150 bytes.
      *
      * Available balance is the ledger balance less HeldAmount.
      * Card status: A active, L lost, R reissued, C cancelled.
       01  OlbHeaderRecord.
           02 OfhRecordId         PIC X(6).
           02 OfhBankName         PIC X(20).
           02 OfhBusinessDate     PIC 9(8).
           02 OfhCreatedTimestamp PIC 9(14).
           02 OfhHistoryDays      PIC 9(3).
           02 FILLER              PIC X(99).
       01  OlbCustomerRecord.
           02 OfcRecordId         PIC X(6).
           02 OfcCustomerNumber   PIC 9(8).
           02 OfcCustomerName     PIC X(20).
           02 OfcAddress          PIC X(40).
           02 OfcPhone            PIC X(12).
           02 OfcDeceasedFlag     PIC X(01).
           02 FILLER              PIC X(63).
       01  OlbAccountRecord.
           02 OfaRecordId         PIC X(6).
           02 OfaCustomerNumber   PIC 9(8).
           02 OfaAccountNumber    PIC 9(8).
           02 OfaAccountName      PIC X(20).
           02 OfaAccountType      PIC X(01).
           02 OfaCurrencyCode     PIC X(03).
           02 OfaStatus           PIC X(01).
           02 OfaDormantFlag      PIC X(01).
           02 OfaRestrictedFlag   PIC X(01).
           02 OfaLedgerSign       PIC X(01).
           02 OfaLedgerBalance    PIC 9(10)V99.
           02 OfaAvailableSign    PIC X(01).
           02 OfaAvailableBalance PIC 9(10)V99.
           02 OfaHeldAmount       PIC 9(10)V99.
           02 OfaMaturityDate     PIC 9(8).
           02 FILLER              PIC X(55).
       01  OlbEntryRecord.
           02 OfeRecordId         PIC X(6).
           02 OfeCustomerNumber   PIC 9(8).
           02 OfeAccountNumber    PIC 9(8).
           02 OfeTimestamp        PIC 9(14).
           02 OfeSequence         PIC 9(2).
           02 OfeTransactionType  PIC X(12).
           02 OfeAmount           PIC 9(10)V99.
           02 OfeBalanceSign      PIC X(01).
           02 OfeBalance          PIC 9(10)V99.
           02 FILLER              PIC X(75).
       01  OlbOrderRecord.
           02 OfsRecordId         PIC X(6).
           02 OfsCustomerNumber   PIC 9(8).
           02 OfsOrderNumber      PIC 9(6).
           02 OfsSourceAccount    PIC 9(8).
           02 OfsDestAccount      PIC 9(8).
           02 OfsAmount           PIC 9(10)V99.
           02 OfsFrequency        PIC X(01).
           02 OfsNextDueDate      PIC 9(8).
           02 OfsStatus           PIC X(01).
           02 FILLER              PIC X(92).
       01  OlbLoanRecord.
           02 OflRecordId         PIC X(6).
           02 OflCustomerNumber   PIC 9(8).
           02 OflLoanNumber       PIC 9(8).
           02 OflStatus           PIC X(01).
           02 OflBalanceSign      PIC X(01).
           02 OflBalance          PIC 9(10)V99.
           02 OflNextDueDate      PIC 9(8).
           02 OflPaymentDue       PIC 9(10)V99.
           02 OflPastDueAmount    PIC 9(10)V99.
           02 OflDisburseAccount  PIC 9(8).
           02 FILLER              PIC X(74).
       01  OlbCardRecord.
           02 OfkRecordId         PIC X(6).
           02 OfkCustomerNumber   PIC 9(8).
           02 OfkAccountNumber    PIC 9(8).
           02 OfkCardLastFour     PIC X(4).
           02 OfkExpiryMonth      PIC 9(2).
           02 OfkExpiryYear       PIC 9(4).
           02 OfkStatus           PIC X(01).
           02 OfkPinLocked        PIC X(01).
           02 FILLER              PIC X(116).
       01  OlbTrailerRecord.
           02 OftRecordId         PIC X(6).
           02 OftCustomerCount    PIC 9(9).
           02 OftAccountCount     PIC 9(9).
           02 OftEntryCount       PIC 9(9).
           02 OftOrderCount       PIC 9(9).
           02 OftLoanCount        PIC 9(9).
           02 OftCardCount        PIC 9(9).
           02 OftRecordCount      PIC 9(9).
           02 OftLedgerSign       PIC X(01).
           02 OftLedgerTotal      PIC 9(13)V99.
           02 OftAvailableSign    PIC X(01).
           02 OftAvailableTotal   PIC 9(13)V99.
           02 OftEntryAmountTotal PIC 9(13)V99.
           02 OftLoanSign         PIC X(01).
           02 OftLoanTotal        PIC 9(13)V99.
           02 FILLER              PIC X(18).
