      * Shared record layout for pendchg.dat, the dual-control queue.
      * A change to parmfile.dat, fxrates.dat, feesched.dat, an
      * operator's role, or the reinstatement of a locked or
      * disabled operator is never written by the supervisor who keys
      * it: it is staged here as PENDING with the before and after
      * values for display, and the exact row to be written in
      * PcPayload. A second, different supervisor signed on at the
      * terminal approves it (only then is the payload applied) or
      * rejects it. A change still pending PENDING-EXPIRY-HOURS
      * after it was made expires unapplied. Rows stay on file as
      * the audit trail; DualControlReport lists each day's
      * decisions with both operator IDs.
      * 10/15/2026 - change type "D" is a product rule change: one
      *              field of one prodmast.dat row. PcKey is the
      *              product code and field name (e.g. "CHK1
      *              OVERDRAFT-LIMIT") and PcPayload carries the code,
      *              the field name and the new value; on approval
      *              only that field of the row is rewritten.
       01  PendingChangeRecord.
           02 PcChangeId          PIC 9(6).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PcChangeType        PIC X(01).
               88 PC-PARAMETER    VALUE "P".
               88 PC-FX-RATE      VALUE "X".
               88 PC-FEE          VALUE "F".
               88 PC-OPERATOR-ADD VALUE "O".
               88 PC-OPERATOR-ROLE VALUE "R".
               88 PC-OPERATOR-STATUS VALUE "S".
               88 PC-PRODUCT      VALUE "D".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PcKey               PIC X(24).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PcOldValue          PIC X(40).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PcNewValue          PIC X(40).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PcPayload           PIC X(80).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PcMakerId           PIC 9(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PcMadeTimestamp     PIC 9(14).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PcStatus            PIC X(01).
               88 PC-PENDING      VALUE "P".
               88 PC-APPROVED     VALUE "A".
               88 PC-REJECTED     VALUE "R".
               88 PC-EXPIRED      VALUE "E".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PcCheckerId         PIC 9(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PcDecidedTimestamp  PIC 9(14).
