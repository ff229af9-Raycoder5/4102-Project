      * Shared record layout for cashprf.dat, the nightly branch cash
      * proof: one row per branch per business date written by
      * CashPosition. The book total rolls forward from the branch's
      * previous proof by the day's cash-centre shipments, customer
      * cash in and out and the drawer over/shorts; the physical
      * total is vault plus open drawers plus ATM. A branch proved
      * for the first time takes its physical total as the opening
      * book total (result BASELINE).
       01  CashProofRecord.
           02 CfBranchId          PIC X(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CfBusinessDate      PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CfOpeningTotal      PIC S9(11)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CfShippedIn         PIC 9(11)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CfShippedOut        PIC 9(11)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CfCustomerIn        PIC 9(11)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CfCustomerOut       PIC 9(11)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CfOverShort         PIC S9(11)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CfBookTotal         PIC S9(11)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CfVaultTotal        PIC 9(11)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CfDrawerTotal       PIC 9(11)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CfAtmTotal          PIC 9(11)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CfDifference        PIC S9(11)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CfResult            PIC X(8).
               88 CF-BALANCED     VALUE "BALANCED".
               88 CF-BASELINE     VALUE "BASELINE".
               88 CF-OUT          VALUE "OUT".
