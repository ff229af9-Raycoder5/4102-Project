      * Line shapes of olbin.dat, the daily instruction file the
      * internet banking vendor sends: customer-initiated internal
      * transfers between the customer's own accounts and
      * stop-payment requests, posted by the OnlineBankingIntake job.
      * The file opens with an "H" header (vendor id, creation date,
      * file id), carries one "D" detail per instruction and closes
      * with a "T" trailer (detail count and the total of the
      * detail amounts). Instructions:
      *   XFER  move OidAmount from OidFromAccount to OidToAccount
      *   STOP  stop a check on OidFromAccount by OidCheckNumber or
      *         by OidAmount (either may be zero, not both), valid
      *         to OidExpiryDate
      * OidItemRef is the vendor's own reference and comes back on
      * the acknowledgement (OLBACK).
       01  OlbInHeader.
           02 OihRecordType       PIC X(1).
           02 FILLER              PIC X(01).
           02 OihVendorId         PIC X(8).
           02 FILLER              PIC X(01).
           02 OihCreationDate     PIC 9(8).
           02 FILLER              PIC X(01).
           02 OihFileId           PIC X(16).
       01  OlbInDetail.
           02 OidRecordType       PIC X(1).
           02 FILLER              PIC X(01).
           02 OidItemRef          PIC X(16).
           02 FILLER              PIC X(01).
           02 OidCustomerNumber   PIC 9(8).
           02 FILLER              PIC X(01).
           02 OidInstruction      PIC X(4).
               88 OID-TRANSFER    VALUE "XFER".
               88 OID-STOP        VALUE "STOP".
           02 FILLER              PIC X(01).
           02 OidFromAccount      PIC 9(8).
           02 FILLER              PIC X(01).
           02 OidToAccount        PIC 9(8).
           02 FILLER              PIC X(01).
           02 OidAmount           PIC 9(10)V99.
           02 FILLER              PIC X(01).
           02 OidCheckNumber      PIC 9(6).
           02 FILLER              PIC X(01).
           02 OidExpiryDate       PIC 9(8).
       01  OlbInTrailer.
           02 OitRecordType       PIC X(1).
           02 FILLER              PIC X(01).
           02 OitItemCount        PIC 9(7).
           02 FILLER              PIC X(01).
           02 OitAmountTotal      PIC 9(13)V99.
