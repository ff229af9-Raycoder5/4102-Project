      * executes whatever is due each end-of-day cycle. Cancelled
      * orders are kept on file with SoStatus "C", the same way closed
      * accounts stay in card.dat, so an order can be audited later.
      * 10/15/2026 - added SoStatus "S" (SO-SUSPENDED): the order's
      *              source account went on the estate hold when its
      *              owner was recorded as deceased. A suspended
      *              order is not executed and stays on file for the
      *              estate settlement.
       01  StandingOrderRecord.
           02 SoOrderNumber       PIC 9(6).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SoStatus            PIC X(01).
               88 SO-ACTIVE       VALUE "A".
               88 SO-CANCELLED    VALUE "C".
               88 SO-SUSPENDED    VALUE "S".
