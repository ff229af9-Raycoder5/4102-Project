      *              account's first history entry anchors its
      *              chain - there is nothing before it to verify
      *              against.
      * 10/15/2026 - OD-XFER-OUT, the overdraft-protection draw off
      *              a linked savings account, is a debit; its
      *              OD-XFER-IN partner is a credit by default.
      * 10/15/2026 - DEP-RETURN, the charge-back of a returned
      *              deposited item, is a debit.
      * 10/15/2026 - DISP-REVERSE, a denied ATM dispute claim's
      *              provisional credit taken back, is a debit; the
      *              DISP-CREDIT it reverses is a credit by default.
      * 10/15/2026 - CARD-CANCEL, a card cancelled when its holder is
      *              recorded deceased, moves no money.
      * 10/15/2026 - RECOVERY, a charged-off loan receipt taken
      *              from a deposit account, is a debit; CHARGE-OFF
      *              moves no deposit money.
      * 10/15/2026 - LATE-CHARGE, a loan late charge collected from
      *              a deposit account, is a debit.
      * 10/15/2026 - official checks: OC-ISSUE, OC-VOID-DR, OC-PAID
      *              and OC-ESCHEAT are debits; OC-SETTLE and OC-VOID
      *              are credits by default.
      * 10/15/2026 - ACH-DEBIT is a debit; ACH-CREDIT is a credit
      *              by default.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BalanceChainAudit.

               WHEN "PRINCIPAL"
               WHEN "LOAN-INT"
               WHEN "GARNISH"
               WHEN "OD-XFER-OUT"
               WHEN "DEP-RETURN"
               WHEN "DISP-REVERSE"
               WHEN "RECOVERY"
               WHEN "LATE-CHARGE"
               WHEN "OC-ISSUE"
               WHEN "OC-VOID-DR"
               WHEN "OC-PAID"
               WHEN "OC-ESCHEAT"
               WHEN "ACH-DEBIT"
                   MOVE "D" TO WS-ENTRY-DIRECTION
               WHEN "CD-ROLLOVER"
               WHEN "CD-CONVERT"
               WHEN "RESTRICT"
               WHEN "UNRESTRICT"
               WHEN "CARD-LOST"
               WHEN "CARD-CANCEL"
               WHEN "CARD-ADD"
               WHEN "PIN-CHANGE"
               WHEN "CHARGE-OFF"
                   MOVE "N" TO WS-ENTRY-DIRECTION
               WHEN OTHER
                   MOVE "C" TO WS-ENTRY-DIRECTION
