      *              (CD-CONVERT marker, term fields cleared).
      *              Advancing or clearing the maturity date is what
      *              makes a rerun harmless.
      * 10/15/2026 - a maturity date landing on a weekend or a
      *              holiday.dat closed day matures on the next
      *              business day (NextBusinessDay). The stored date
      *              is left as written so a rollover keeps the
      *              deposit's own day of month.
      * 10/15/2026 - a term deposit is any account on a term-deposit
      *              product on prodmast.dat (ProductLookup), and a
      *              deposit not rolled over converts to its
      *              product's maturity product (SAV1 standard
      *              savings when none is named), taking that
      *              product's account type.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CdMaturity.

       01  WS-LOG-STATUS           PIC XX.
       01  WS-EOF-ACCOUNTS         PIC X(01) VALUE "N".
       01  WS-TODAY                PIC 9(8).
       01  WS-EFFECTIVE-DUE        PIC 9(8).
       01  WS-MATURED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-ROLLED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-CONVERTED-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-MAT-MM               PIC 9(2).
       01  WS-MAT-DD               PIC 9(2).
       01  WS-MAT-WORK             PIC 9(5).
       COPY PRODMAST.
       01  WS-PRODUCT-FOUND        PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
                   AT END
                       MOVE "Y" TO WS-EOF-ACCOUNTS
                   NOT AT END
                       PERFORM LOAD-ACCOUNT-PRODUCT
                       IF PRODUCT-TERM-DEPOSIT
                               AND NOT ACCOUNT-CLOSED
                                   OF AccountData
                               AND MaturityDate OF AccountData
                                   NOT = ZERO
                               AND MaturityDate OF AccountData
                                   NOT > WS-TODAY
                           CALL "NextBusinessDay" USING
                               MaturityDate OF AccountData
                               WS-EFFECTIVE-DUE
                           IF WS-EFFECTIVE-DUE NOT > WS-TODAY
                               PERFORM MATURE-ONE-DEPOSIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               AccountNumber OF AccountData
               " to " MaturityDate OF AccountData.

      * The deposit moves to the product its term-deposit product
      * names for maturity, and takes that product's account type.
       CONVERT-TO-SAVINGS.
           ADD 1 TO WS-CONVERTED-COUNT
           IF PdMaturityProduct = SPACES
               MOVE "SAV1" TO ProductCode OF AccountData
           ELSE
               MOVE PdMaturityProduct TO ProductCode OF AccountData
           END-IF
           SET ACCT-TYPE-SAVINGS OF AccountData TO TRUE
           PERFORM LOAD-ACCOUNT-PRODUCT
           MOVE PdAccountClass TO AccountType OF AccountData
           MOVE ZERO TO TermMonths OF AccountData
           MOVE ZERO TO TermRate OF AccountData
           MOVE ZERO TO MaturityDate OF AccountData
           MOVE AccountBalance OF AccountData TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG
           DISPLAY "Converted account "
               AccountNumber OF AccountData " to product "
               ProductCode OF AccountData ".".

      * The product row for the account in AccountData - the rules
      * it is held to (overdraft, withdrawal count, term deposit,
      * fee plan) now that they no longer follow the type letter.
       LOAD-ACCOUNT-PRODUCT.
           CALL "ProductLookup" USING ProductCode OF AccountData
               AccountType OF AccountData ProductRecord
               WS-PRODUCT-FOUND.

      * Logging is delegated to TranLogger, which stamps the
      * timestamp, appends translog.dat and writes the keyed
