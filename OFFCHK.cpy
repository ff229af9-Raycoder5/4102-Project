      * Shared record layout for offchk.dat, the official (cashier's)
      * check register: one row per check the bank has drawn on
      * itself. COBOL_ATM issues the check - the remitter's account
      * is debited and the money sits in the settlement account
      * named by the OFFCHK-SETTLE-ACCT parameter until the check
      * comes back - and voids, stops or reissues it. CheckInclearing
      * pays a presented official check against its row instead of a
      * customer account, OfficialCheckRecon proves the items still
      * outstanding against the settlement balance each night and
      * lists the stale-dated ones, and Escheatment remits the items
      * left unclaimed past the holding period. Rows are never
      * removed; a settled item keeps its status and date.
       01  OfficialCheckRecord.
           02 OcCheckNumber       PIC 9(6).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OcRemitterAccount   PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OcPayee             PIC X(30).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OcAmount            PIC 9(10)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OcIssueDate         PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OcStatus            PIC X(01).
               88 OC-OUTSTANDING  VALUE "O".
               88 OC-STOPPED      VALUE "S".
               88 OC-PAID         VALUE "P".
               88 OC-VOIDED       VALUE "V".
               88 OC-ESCHEATED    VALUE "E".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OcStatusDate        PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OcOperatorId        PIC 9(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OcBranchId          PIC X(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OcReference         PIC X(16).
