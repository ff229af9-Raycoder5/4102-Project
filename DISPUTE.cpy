      * Shared record layout for dispute.dat, the ATM dispense dispute
      * claim file: one row per claim a customer raises that the
      * machine debited a WITHDRAWAL but did not pay the cash out.
      * The claim is opened at the terminal against the exact log
      * entry (account plus the entry's timestamp, with the branch
      * and operator it was taken under), and carries two dates
      * worked out when it opens: the business day provisional
      * credit falls due (DISPUTE-PROV-DAYS business days out) and
      * the resolution deadline (DISPUTE-RESOLVE-DAYS calendar
      * days, rolled to a business day). The DisputeAging cycle
      * step posts the provisional credit (DISP-CREDIT) on a claim
      * still open at its due date and prints the aging queue; the
      * resolution screen closes the claim paid (the credit stands,
      * or posts then if it had not yet) or denied (a provisional
      * credit is taken back as DISP-REVERSE and the customer is
      * noticed). Rows stay on file as the audit trail.
       01  DisputeRecord.
           02 DsClaimNumber       PIC 9(6).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 DsAccountNumber     PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 DsWithdrawStamp     PIC 9(14).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 DsAmount            PIC 9(10)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 DsBranchId          PIC X(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 DsWdOperatorId      PIC 9(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 DsOpenedDate        PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 DsOpenedBy          PIC 9(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 DsProvisionalDue    PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 DsDeadlineDate      PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 DsStatus            PIC X(01).
               88 DS-CLAIM-OPEN        VALUE "O".
               88 DS-CLAIM-PROVISIONAL VALUE "P".
               88 DS-CLAIM-PAID        VALUE "F".
               88 DS-CLAIM-DENIED      VALUE "D".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 DsProvisionalDate   PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 DsResolvedBy        PIC 9(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 DsResolvedTimestamp PIC 9(14).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 DsNote              PIC X(40).
