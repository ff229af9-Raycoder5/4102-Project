      * CustomerNumber, no matter how many accounts they hold.
      * AccountData carries the owning CustomerNumber so a change of
      * address is made once, here, instead of once per account.
      * 10/15/2026 - added the deceased-customer fields: DeceasedFlag
      *              and DateOfDeath, with the operator who keyed
      *              the notification, the supervisor who signed it
      *              off and the day it was recorded. Recording a
      *              death puts the customer's sole accounts on the
      *              estate hold (RestrictedFlag "D"), cancels their
      *              cards and suspends their standing orders.
      *              Records older than the fields carry blanks and
      *              read as living.
      * 10/15/2026 - added the customer identification (KYC) fields:
      *              DateOfBirth, the government ID document (IdType
      *              passport/driving licence/national ID card, its
      *              number and expiry date) and the TaxId. A
      *              customer is fully identified only when all of
      *              them are present and the ID is unexpired; until
      *              then no new account can be opened. KycReviewDate
      *              and KycReviewedBy are stamped by a supervisor at
      *              the terminal when the periodic due-diligence
      *              review is completed. Records older than the
      *              fields carry blanks and read as not identified.
      * 10/15/2026 - added the merge fields: a customer found to be on
      *              file twice is merged at the terminal by a
      *              supervisor, who moves the losing record's
      *              accounts, loans and bill-pay book to the
      *              surviving CustomerNumber. The losing record is
      *              kept, retired with CustomerStatus "M", the
      *              survivor's number in MergedIntoCustomer and the
      *              day and supervisor of the merge. Records older
      *              than the fields carry blanks and read as active.
       01  CustomerData.
           02 CustomerNumber      PIC 9(8).
           02 CustomerName        PIC X(20).
           02 CustomerAddress     PIC X(40).
           02 CustomerPhone       PIC X(12).
           02 CustomerOpenDate    PIC 9(8).
           02 DeceasedFlag        PIC X(01).
               88 CUSTOMER-DECEASED VALUE "Y".
           02 DateOfDeath         PIC 9(8).
           02 DeathRecordedBy     PIC 9(4).
           02 DeathApprovedBy     PIC 9(4).
           02 DeathRecordedDate   PIC 9(8).
           02 DateOfBirth         PIC 9(8).
           02 IdType              PIC X(02).
               88 ID-TYPE-PASSPORT VALUE "PP".
               88 ID-TYPE-LICENCE  VALUE "DL".
               88 ID-TYPE-NATIONAL VALUE "NI".
               88 ID-TYPE-KNOWN    VALUE "PP" "DL" "NI".
           02 IdNumber            PIC X(20).
           02 IdExpiryDate        PIC 9(8).
           02 TaxId               PIC X(11).
           02 KycReviewDate       PIC 9(8).
           02 KycReviewedBy       PIC 9(4).
           02 CustomerStatus      PIC X(01).
               88 CUSTOMER-MERGED VALUE "M".
           02 MergedIntoCustomer  PIC 9(8).
           02 MergedDate          PIC 9(8).
           02 MergedApprovedBy    PIC 9(4).
