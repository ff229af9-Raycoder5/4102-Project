      * none. COBOL_ATM appends the rows and the nightly
      * MaintenanceReport step prints the day's activity for a
      * supervisor's sign-off.
      * 10/15/2026 - record type "L" is a loan master change (status
      *              on charge-off or payoff, the monthly payment
      *              after a prepayment), keyed on the loan number.
      * 10/15/2026 - record type "O" is an operator change (status
      *              disabled, revoked or reinstated, or the link to
      *              the operator's own customer number); the key is
      *              the operator ID.
      * 10/15/2026 - record type "P" is a bill-payment payee change
      *              (added, name, routing, remittance account,
      *              reference or removed); the key is the customer
      *              number and the field name carries the payee
      *              number, e.g. PAYEE-0003-ROUTING.
      * 10/15/2026 - a customer merge writes, keyed on the losing
      *              customer, "C" rows MERGED-NAME, MERGED-ADDRESS
      *              and MERGED-PHONE (old the loser's, new the
      *              survivor's) and CUSTOMER-STATUS; an "A" or "L"
      *              CUSTOMER-NUMBER row for each account and loan
      *              moved; and a "P" PAYEE-nnnn-MERGED row, keyed on
      *              the survivor, for each payee renumbered across.
      * 10/15/2026 - record type "D" is a product rule change approved
      *              through dual control; the key is zero and the
      *              field name carries the product code, e.g.
      *              CHK1-OVERDRAFT-LIMIT.
       01  MaintAuditRecord.
           02 MaTimestamp         PIC 9(14).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 MaRecordType        PIC X(01).
               88 MA-ACCOUNT-CHANGE  VALUE "A".
               88 MA-CUSTOMER-CHANGE VALUE "C".
               88 MA-LOAN-CHANGE     VALUE "L".
               88 MA-OPERATOR-CHANGE VALUE "O".
               88 MA-PAYEE-CHANGE    VALUE "P".
               88 MA-PRODUCT-CHANGE  VALUE "D".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 MaKeyNumber         PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
