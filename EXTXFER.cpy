      * interface file each cycle and marks them sent, and
      * ExtReturnApply marks a row returned when the other bank
      * bounces it, posting the money back to the customer.
      * 10/15/2026 - added ExtReference, the remittance reference the
      *              receiving bank credits the payee with: the
      *              customer's reference with the payee (account
      *              number, invoice) on a scheduled bill payment,
      *              blank on a teller transfer. ExtTransferExtract
      *              carries it onto the extout.dat detail line. Rows
      *              older than the field carry blanks.
       01  ExtTransferRecord.
           02 ExtSeqNumber        PIC 9(6).
           02 FILLER              PIC X(01) VALUE SPACE.
               88 EXT-RETURNED    VALUE "R".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 ExtReturnReason     PIC X(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 ExtReference        PIC X(20).
