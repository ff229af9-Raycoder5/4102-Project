      *              EXT-SETTLE and EXT-RETURN add through the
      *              catch-all leg, so an outgoing transfer and its
      *              return both net to zero across the master.
      * 10/15/2026 - overdraft-protection legs: OD-XFER-OUT off the
      *              linked savings account subtracts; OD-XFER-IN
      *              into the checking account adds through the
      *              catch-all leg, so the sweep nets to zero.
      * 10/15/2026 - DEP-RETURN, the charge-back of a deposited item
      *              returned unpaid, subtracts.
      * 10/15/2026 - ATM dispute legs: DISP-REVERSE, a denied
      *              claim's provisional credit taken back,
      *              subtracts; DISP-CREDIT adds through the
      *              catch-all leg.
      * 10/15/2026 - CARD-CANCEL, a card cancelled when its holder is
      *              recorded deceased, is audit-only.
      * 10/15/2026 - loan losses: RECOVERY, a receipt on a
      *              charged-off loan taken from a deposit account,
      *              subtracts; CHARGE-OFF only records the write-off
      *              against the disbursement account and is
      *              audit-only.
      * 10/15/2026 - LATE-CHARGE, a loan late charge collected from
      *              a deposit account, subtracts.
      * 10/15/2026 - official-check legs: OC-ISSUE off the remitter,
      *              and OC-VOID-DR, OC-PAID and OC-ESCHEAT off the
      *              settlement account subtract; OC-SETTLE and
      *              OC-VOID add through the catch-all leg.
      * 10/15/2026 - ACH-DEBIT, an ACH debit entry posted by
      *              AchIntake, subtracts; ACH-CREDIT adds through
      *              the catch-all leg.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reconciliation.

                   SUBTRACT LogAmount FROM WS-LOG-NET-CHANGE
               WHEN "GARNISH"
                   SUBTRACT LogAmount FROM WS-LOG-NET-CHANGE
               WHEN "OD-XFER-OUT"
                   SUBTRACT LogAmount FROM WS-LOG-NET-CHANGE
               WHEN "DEP-RETURN"
                   SUBTRACT LogAmount FROM WS-LOG-NET-CHANGE
               WHEN "DISP-REVERSE"
                   SUBTRACT LogAmount FROM WS-LOG-NET-CHANGE
               WHEN "RECOVERY"
                   SUBTRACT LogAmount FROM WS-LOG-NET-CHANGE
               WHEN "LATE-CHARGE"
                   SUBTRACT LogAmount FROM WS-LOG-NET-CHANGE
               WHEN "OC-ISSUE"
                   SUBTRACT LogAmount FROM WS-LOG-NET-CHANGE
               WHEN "OC-VOID-DR"
                   SUBTRACT LogAmount FROM WS-LOG-NET-CHANGE
               WHEN "OC-PAID"
                   SUBTRACT LogAmount FROM WS-LOG-NET-CHANGE
               WHEN "OC-ESCHEAT"
                   SUBTRACT LogAmount FROM WS-LOG-NET-CHANGE
               WHEN "ACH-DEBIT"
                   SUBTRACT LogAmount FROM WS-LOG-NET-CHANGE
               WHEN "CD-ROLLOVER"
                   CONTINUE
               WHEN "CD-CONVERT"
                   CONTINUE
               WHEN "CARD-LOST"
                   CONTINUE
               WHEN "CARD-CANCEL"
                   CONTINUE
               WHEN "CARD-ADD"
                   CONTINUE
               WHEN "PIN-CHANGE"
                   CONTINUE
               WHEN "CHARGE-OFF"
                   CONTINUE
               WHEN OTHER
                   ADD LogAmount TO WS-LOG-NET-CHANGE
           END-EVALUATE.
