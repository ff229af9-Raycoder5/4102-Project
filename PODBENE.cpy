      * Shared record layout for podbene.dat, the payable-on-death
      * beneficiary book: one row per beneficiary designated on an
      * account, with the percentage share of the account they are
      * to receive. COBOL_ATM maintains the book from customer
      * maintenance (an account's active shares may not total more
      * than 100; any part left undesignated is payable to the
      * estate), and the EstateSettlement report computes each
      * beneficiary's amount once the owner is recorded deceased.
      * A removed designation stays on file with PdStatus "R" as
      * the audit trail.
       01  PodRecord.
           02 PdAccountNumber     PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PdBeneficiaryName   PIC X(30).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PdSharePct          PIC 9(3)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PdStatus            PIC X(01).
               88 POD-ACTIVE      VALUE "A".
               88 POD-REMOVED     VALUE "R".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PdOperatorId        PIC 9(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PdChangeDate        PIC 9(8).
