      * Record layouts for the fixed-width consumer credit reporting
      * file sent to the credit bureaus (crbureau.dat for the month,
      * crbcorr.dat for corrections): a HEADER record, one BASE
      * record per loan, and a TRAILR record carrying the control
      * totals. Amounts are whole currency units, zero-filled;
      * dates are CCYYMMDD, zero when not applicable. Every record
      * is 250 bytes.
      *
      * Account status codes:
      *   11 current (up to 29 days past due)
      *   71 30-59 days past due      78 60-89 days past due
      *   80 90 days or more past due
      *   97 charged off              13 paid in full
       01  BureauHeaderRecord.
           02 CbhRecordId         PIC X(6).
           02 CbhReporterName     PIC X(20).
           02 CbhReportPeriod     PIC 9(6).
           02 CbhCreatedDate      PIC 9(8).
           02 CbhFileType         PIC X(01).
           02 CbhSequence         PIC 9(3).
           02 FILLER              PIC X(206).
       01  BureauBaseRecord.
           02 CbdRecordId         PIC X(6).
           02 CbdCorrection       PIC X(01).
           02 CbdReportPeriod     PIC 9(6).
           02 CbdAccountNumber    PIC 9(8).
           02 CbdAccountType      PIC X(2).
           02 CbdOpenDate         PIC 9(8).
           02 CbdOriginalAmount   PIC 9(9).
           02 CbdTermMonths       PIC 9(3).
           02 CbdScheduledPayment PIC 9(9).
           02 CbdCurrentBalance   PIC 9(9).
           02 CbdAmountPastDue    PIC 9(9).
           02 CbdChargeOffAmount  PIC 9(9).
           02 CbdAccountStatus    PIC X(2).
           02 CbdFirstDelinquency PIC 9(8).
           02 CbdDateClosed       PIC 9(8).
           02 CbdCustomerNumber   PIC 9(8).
           02 CbdBorrowerName     PIC X(20).
           02 CbdTaxId            PIC X(11).
           02 CbdDateOfBirth      PIC 9(8).
           02 CbdIdType           PIC X(2).
           02 CbdIdNumber         PIC X(20).
           02 CbdAddress          PIC X(40).
           02 CbdPhone            PIC X(12).
           02 FILLER              PIC X(32).
       01  BureauTrailerRecord.
           02 CbtRecordId         PIC X(6).
           02 CbtBaseCount        PIC 9(9).
           02 CbtBalanceTotal     PIC 9(13).
           02 CbtOriginalTotal    PIC 9(13).
           02 CbtPastDueTotal     PIC 9(13).
           02 CbtCurrentCount     PIC 9(9).
           02 CbtDelinquentCount  PIC 9(9).
           02 CbtChargedOffCount  PIC 9(9).
           02 CbtPaidOffCount     PIC 9(9).
           02 FILLER              PIC X(160).
