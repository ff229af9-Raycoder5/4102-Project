      * logged as a DRW-OVER or DRW-SHORT entry under the
      * operator's id. CashPosition balances each drawer row
      * separately instead of one pooled figure.
      * 10/15/2026 - branch vault: the opening float is now drawn
      *              from the branch vault (TdBranchId), cash bought
      *              from the vault mid-day adds to TdBoughtIn and
      *              cash sold back reduces the drawer through
      *              TdSoldBack, and the closing count goes back into
      *              the vault. Expected cash is float + bought -
      *              sold back + cash in - cash out. A withdrawal
      *              paid out by the station's note dispenser leaves
      *              the machine's notes, not the drawer's, and is
      *              carried as a memo in TdDispensed.
       01  TellerDrawerRecord.
           02 TdOperatorId        PIC 9(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 TdOpenTimestamp     PIC 9(14).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 TdCloseTimestamp    PIC 9(14).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 TdBranchId          PIC X(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 TdBoughtIn          PIC 9(10)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 TdSoldBack          PIC 9(10)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 TdDispensed         PIC 9(10)V99.
