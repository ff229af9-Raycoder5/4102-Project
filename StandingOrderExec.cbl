      *              rate from fxrates.dat, exactly like a manual
      *              transfer; an order with no rate on file is
      *              skipped and reported.
      * 10/15/2026 - a due date landing on a weekend or a
      *              holiday.dat closed day executes on the next
      *              business day (NextBusinessDay). The stored due
      *              date keeps the order's own day, so a monthly
      *              order due on the 15th stays on the 15th.
      * 10/15/2026 - the term-deposit lock on the source and the
      *              destination now follows the account's product on
      *              prodmast.dat (ProductLookup) instead of the
      *              AccountType letter.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StandingOrderExec.

       01  WS-ORDER-OVERFLOW       PIC X(01) VALUE "N".
       01  WS-ORDER-IX             PIC 9(03) COMP.
       01  WS-TODAY                PIC 9(8).
       01  WS-EFFECTIVE-DUE        PIC 9(8).
       01  WS-EXECUTED-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-SKIPPED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-ORDER-OK             PIC X(01).
       01  WS-LEGAL-STATUS         PIC XX.
       01  WS-LEGAL-FROZEN         PIC X(01).
       01  WS-SKIP-STATUS          PIC XX.
       COPY PRODMAST.
       01  WS-PRODUCT-FOUND        PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
                   UNTIL WS-ORDER-IX > WS-ORDER-COUNT
               MOVE WS-ORDER-REC(WS-ORDER-IX) TO StandingOrderRecord
               IF SO-ACTIVE AND SoNextDueDate NOT > WS-TODAY
                   CALL "NextBusinessDay" USING SoNextDueDate
                       WS-EFFECTIVE-DUE
                   IF WS-EFFECTIVE-DUE NOT > WS-TODAY
                       PERFORM EXECUTE-STANDING-ORDER
                   END-IF
               END-IF
           END-PERFORM
           CLOSE AccountFile
                         "under a legal order."
                     MOVE "N" TO WS-ORDER-OK
                  ELSE
                  PERFORM LOAD-ACCOUNT-PRODUCT
                  IF PRODUCT-TERM-DEPOSIT
                          AND WS-TODAY <
                              MaturityDate OF AccountData
                     DISPLAY "Order " SoOrderNumber
                         " skipped: destination is locked."
                     MOVE "N" TO WS-ORDER-OK
                 ELSE
                   PERFORM LOAD-ACCOUNT-PRODUCT
                   IF PRODUCT-TERM-DEPOSIT
                           AND WS-TODAY <
                               MaturityDate OF AccountData
                       DISPLAY "Order " SoOrderNumber
           END-PERFORM
           CLOSE LegalOrderFile.

      * The product row for the account in AccountData - the rules
      * it is held to (overdraft, withdrawal count, term deposit,
      * fee plan) now that they no longer follow the type letter.
       LOAD-ACCOUNT-PRODUCT.
           CALL "ProductLookup" USING ProductCode OF AccountData
               AccountType OF AccountData ProductRecord
               WS-PRODUCT-FOUND.

      * Logging is delegated to TranLogger, which stamps the
      * timestamp, appends translog.dat and writes the keyed
      * acchist.dat history entry in one place.
