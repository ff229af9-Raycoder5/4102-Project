      * Shared record layout for payees.dat, the bill-payment payee
      * directory: one row per payee a customer has saved at the
      * terminal - the company paid, where its remittance goes
      * (routing number and account at its bank) and the customer's
      * own reference with that company, so a payment never has
      * the numbers re-keyed. Payees are numbered within their
      * customer. A removed payee stays on file with PyStatus "R"
      * so payments already made to it can still be traced.
       01  PayeeRecord.
           02 PyCustomerNumber    PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PyPayeeNumber       PIC 9(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PyPayeeName         PIC X(30).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PyRoutingNumber     PIC 9(9).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PyRemitAccount      PIC X(17).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PyCustomerRef       PIC X(20).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PyStatus            PIC X(01).
               88 PAYEE-ACTIVE    VALUE "A".
               88 PAYEE-REMOVED   VALUE "R".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PyAddedDate         PIC 9(8).
