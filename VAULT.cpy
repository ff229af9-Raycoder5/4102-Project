      * Shared record layout for vault.dat, the branch vault book:
      * one row per branch per denomination with the notes the
      * vault holds. Denomination 000 is the vault's loose coin,
      * held by value with no note count. COBOL_ATM moves cash in
      * and out of the vault - drawer floats and buys out, sell-
      * backs and closing counts in, ATM loads out, cash-centre
      * shipments in and out - and journals every movement on
      * vaultmov.dat; CashPosition proves vault, drawers and ATM
      * against the branch's book total each night and CashForecast
      * checks its note order against what the vault holds.
       01  VaultRecord.
           02 VtBranchId          PIC X(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VtDenomination      PIC 9(3).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VtNoteCount         PIC 9(7).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VtValue             PIC 9(10)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VtLastMoved         PIC 9(14).
