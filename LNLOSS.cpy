      * Shared record layout for lnloss.dat, the loan loss register:
      * one row per charge-off and per recovery, appended at the
      * terminal when a supervisor charges a loan off (the written-
      * off LoanBalance, logged as CHARGE-OFF) and whenever money is
      * later received against a charged-off loan (logged as
      * RECOVERY). The LoanChargeOff report totals it by month so
      * the loss figure and the recoveries read month to month.
       01  LoanLossRecord.
           02 LlEntryDate         PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 LlLoanNumber        PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 LlEntryType         PIC X(01).
               88 LL-CHARGE-OFF   VALUE "C".
               88 LL-RECOVERY     VALUE "R".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 LlAmount            PIC 9(10)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 LlAccountNumber     PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 LlOperatorId        PIC 9(4).
