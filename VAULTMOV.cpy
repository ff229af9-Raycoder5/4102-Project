      * Shared record layout for vaultmov.dat, the vault movement
      * journal: one row per denomination of every movement of cash
      * into or out of a branch vault, stamped with the business
      * date the movement settles in. VmDirection "O" is cash
      * leaving the vault, "I" cash coming back into it.
       01  VaultMovementRecord.
           02 VmTimestamp         PIC 9(14).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VmBusinessDate      PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VmBranchId          PIC X(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VmMoveType          PIC X(8).
               88 VM-FLOAT        VALUE "FLOAT".
               88 VM-BUY          VALUE "BUY".
               88 VM-SELL-BACK    VALUE "SELLBACK".
               88 VM-CLOSE        VALUE "CLOSE".
               88 VM-ATM-LOAD     VALUE "ATM-LOAD".
               88 VM-SHIP-IN      VALUE "SHIP-IN".
               88 VM-SHIP-OUT     VALUE "SHIP-OUT".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VmDirection         PIC X(01).
               88 VM-INTO-VAULT   VALUE "I".
               88 VM-OUT-OF-VAULT VALUE "O".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VmOperatorId        PIC 9(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VmDenomination      PIC 9(3).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VmNoteCount         PIC 9(7).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VmAmount            PIC 9(10)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VmReference         PIC X(16).
