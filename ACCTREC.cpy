      *              MaturityDate the CdMaturity batch works from,
      *              and the customer's standing MaturityInstruction
      *              (roll over or convert to savings).
      * 10/15/2026 - added OverdraftLinkAccount: on a checking
      *              account, the savings account (same customer)
      *              linked as overdraft protection. A debit the
      *              checking account cannot cover pulls the
      *              shortfall across from it as a logged
      *              OD-XFER-OUT/OD-XFER-IN pair before the item
      *              declines or the checking goes overdrawn. Zero
      *              (or blank on records older than the field)
      *              means no link.
      * 10/15/2026 - RestrictedFlag "D" is the estate hold placed on
      *              a deceased customer's sole accounts: restricted
      *              like any other restriction (ACCOUNT-RESTRICTED
      *              covers both values), and additionally skipped
      *              by fee assessment and loan collection. The
      *              supervisor lift used for fraud restrictions
      *              does not clear it; the account is paid out per
      *              the estate settlement report and closed.
      * 10/15/2026 - added ProductCode, the account's product on
      *              prodmast.dat. The product row, not the
      *              AccountType letter, now decides overdraft, the
      *              monthly withdrawal count, interest, the fee
      *              plan, the minimum balance, check writing and
      *              term-deposit behaviour; AccountType stays as
      *              the product's reporting class. Records older
      *              than the field carry blanks until
      *              ProductConversion assigns them, and read as the
      *              standard product for their type letter.
       01  AccountData.
           02 AccountNumber       PIC 9(8).
           02 AccountName         PIC X(20).
           02 HeldAmount          PIC 9(10)V99.
           02 HashSalt            PIC 9(8).
           02 RestrictedFlag      PIC X(01).
               88 ACCOUNT-RESTRICTED     VALUE "Y" "D".
               88 ACCOUNT-ESTATE-HOLD    VALUE "D".
               88 ACCOUNT-NOT-RESTRICTED VALUE "N".
           02 FeeCountMonth       PIC 9(6).
           02 FeeUsedCount        PIC 9(3).
           02 HomeBranchId        PIC X(4).
           02 OverdraftLinkAccount PIC 9(8).
           02 ProductCode         PIC X(4).
