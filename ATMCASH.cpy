      * COBOL_ATM draws the rows down as withdrawals dispense and the
      * supervisor load screen tops them up; CashPosition prints the
      * end-of-day drawer position against the log's dispensed total.
      * 10/15/2026 - CpBranchId: the branch whose vault stocks the
      *              machine, set when notes are loaded from it; the
      *              nightly vault proof counts the machine there.
       01  CashPositionRecord.
           02 CpDenomination      PIC 9(3).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CpNoteCount         PIC 9(6).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CpBranchId          PIC X(4).
