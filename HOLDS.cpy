      * held; the rows here carry the release dates the HoldRelease
      * end-of-day step works off, and stay on file marked released
      * for the audit trail.
      * 10/15/2026 - a hold whose deposited check came back unpaid is
      *              marked returned ("C") by ReturnedItemPost when
      *              the whole item was charged back; a partial
      *              return reduces HoldAmount and leaves it open.
       01  HoldRecord.
           02 HoldAccountNumber   PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 HoldStatus          PIC X(01).
               88 HOLD-OPEN       VALUE "O".
               88 HOLD-RELEASED   VALUE "R".
               88 HOLD-RETURNED   VALUE "C".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 HoldPlacedDate      PIC 9(8).
