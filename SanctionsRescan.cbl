      *              re-reviewed every sweep. Run standalone on the
      *              compliance calendar, typically after each list
      *              load.
      * 10/15/2026 - a customer merged into another is skipped; the
      *              surviving record carries the name and is the one
      *              screened.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SanctionsRescan.

           GOBACK.

       SCREEN-ONE-CUSTOMER.
           IF CUSTOMER-MERGED OF CustomerData
               EXIT PARAGRAPH
           END-IF
           MOVE CustomerName OF CustomerData TO WS-SCREEN-NAME
           CALL "NameScreen" USING WS-SCREEN-NAME
               WS-SCREEN-SCORE WS-SCREEN-ENTRY
