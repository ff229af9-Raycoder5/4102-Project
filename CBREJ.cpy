      * Shared record layout for cbrej.dat, the credit bureau reject
      * register: one row per loan the bureau sent back on its
      * return file (cbrtn.dat), or that CreditBureauExtract held
      * out of a file itself because the borrower's identity was
      * incomplete. A row stays OPEN until the underlying record is
      * put right and a supervisor marks it CORRECTED at the
      * terminal; the next cycle re-sends the loan on a correction
      * file and marks the row RE-SENT. Rows stay on file as the
      * audit trail.
       01  BureauRejectRecord.
           02 CjPeriod            PIC 9(6).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CjLoanNumber        PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CjSource            PIC X(01).
               88 CJ-FROM-BUREAU  VALUE "B".
               88 CJ-HELD-LOCALLY VALUE "L".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CjCode              PIC X(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CjReason            PIC X(40).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CjStatus            PIC X(01).
               88 CJ-OPEN         VALUE "O".
               88 CJ-CORRECTED    VALUE "R".
               88 CJ-RESENT       VALUE "S".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CjRaisedDate        PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CjCorrectedBy       PIC 9(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CjResentDate        PIC 9(8).
