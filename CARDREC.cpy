      * card ("R") and issues a new record. The account record's
      * embedded card fields stay behind as the fallback for
      * installations that have not run CardMasterConvert yet.
      * 10/15/2026 - added status "C" (CARD-CANCELLED): the card
      *              was cancelled when its holder was recorded as
      *              deceased.
       01  CardData.
           02 CmCardNumber        PIC 9(16).
           02 CmAccountNumber     PIC 9(8).
               88 CARD-ACTIVE     VALUE "A".
               88 CARD-LOST       VALUE "L".
               88 CARD-REISSUED   VALUE "R".
               88 CARD-CANCELLED  VALUE "C".
           02 CmHashSalt          PIC 9(8).
           02 CmIssuedDate        PIC 9(8).
