      * Shared record layout for prodmast.dat, the product master:
      * one row of account rules per product, so a new product is a
      * new row rather than a change to every program that used to
      * test AccountType. Each account carries its ProductCode, and
      * the ProductLookup subprogram serves the row for it. An
      * account with no product code yet (or one not on file) gets
      * the standard product for its AccountType letter - CHK1, SAV1
      * or TRM1 - and, when prodmast.dat does not carry that row
      * either, one built from the parmfile.dat values the programs
      * used before the product master, so behaviour is unchanged
      * until a product says otherwise.
      *
      * PdAccountClass is the AccountType letter an account of the
      * product carries (statements, feeds and snapshots still
      * report C/S/T). PdWithdrawLimit is the monthly count of
      * withdrawals and transfers out, zero meaning no limit.
      * PdInterestRate is the rate credited at each interest
      * posting, which happens monthly (M), at each quarter end (Q),
      * at the year end (A) or never (N); a term deposit earns its
      * own locked TermRate at maturity instead. PdFeePlan is the
      * account-type column the product's rows carry on
      * feesched.dat; PdMinimumBalance and PdMaintenanceFee drive
      * the monthly maintenance fee. A term-deposit product takes
      * no money in or out before maturity except a teller early
      * withdrawal at PdPenaltyRate, and converts at maturity (when
      * not rolled over) to PdMaturityProduct. A product withdrawn
      * from sale (PdStatus "W") keeps serving its existing
      * accounts but cannot be opened.
       01  ProductRecord.
           02 PdProductCode       PIC X(04).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PdProductName       PIC X(20).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PdAccountClass      PIC X(01).
               88 PRODUCT-CLASS-CHECKING VALUE "C".
               88 PRODUCT-CLASS-SAVINGS  VALUE "S".
               88 PRODUCT-CLASS-TERM     VALUE "T".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PdOverdraftAllowed  PIC X(01).
               88 PRODUCT-OVERDRAFT-ALLOWED VALUE "Y".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PdOverdraftLimit    PIC 9(10)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PdWithdrawLimit     PIC 9(03).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PdInterestRate      PIC 9V9(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PdInterestFrequency PIC X(01).
               88 INTEREST-MONTHLY   VALUE "M".
               88 INTEREST-QUARTERLY VALUE "Q".
               88 INTEREST-ANNUAL    VALUE "A".
               88 INTEREST-NONE      VALUE "N".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PdFeePlan           PIC X(01).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PdMinimumBalance    PIC 9(10)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PdMaintenanceFee    PIC 9(8)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PdChecksAllowed     PIC X(01).
               88 PRODUCT-CHECKS-ALLOWED VALUE "Y".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PdTermDeposit       PIC X(01).
               88 PRODUCT-TERM-DEPOSIT VALUE "Y".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PdPenaltyRate       PIC 9V9(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PdMaturityProduct   PIC X(04).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PdStatus            PIC X(01).
               88 PRODUCT-ON-SALE   VALUE "A".
               88 PRODUCT-WITHDRAWN VALUE "W".
