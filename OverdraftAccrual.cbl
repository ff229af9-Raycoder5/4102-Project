      *              overdraft limit now come from the central
      *              parameter file (keys OD-ANNUAL-RATE, OD-CAP-DAYS
      *              and OVERDRAFT-LIMIT), defaults kept.
      * 10/15/2026 - an account is at its ceiling when it has reached
      *              the overdraft limit of its product on
      *              prodmast.dat (ProductLookup). OVERDRAFT-LIMIT is
      *              no longer read here.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OverdraftAccrual.

       01  WS-POST-THIS-MONTH      PIC X(01).
       01  WS-OD-ANNUAL-RATE       PIC 9V9(4) VALUE 0.1800.
       01  WS-CAP-DAYS-LIMIT       PIC 9(3) VALUE 10.
       01  WS-DAY-ACCRUAL          PIC 9(8)V9(4).
       01  WS-POST-AMOUNT          PIC 9(10)V99.
       01  WS-ACCRUED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC 9(10)V9(4).
       01  WS-PARM-FOUND           PIC X(01).
       COPY PRODMAST.
       01  WS-PRODUCT-FOUND        PIC X(01).
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Accruing overdraft interest..."
               ADD WS-DAY-ACCRUAL
                   TO OverdraftAccrued OF AccountData
               ADD 1 TO WS-ACCRUED-COUNT
               PERFORM LOAD-ACCOUNT-PRODUCT
               IF AccountBalance OF AccountData
                       NOT > (ZERO - PdOverdraftLimit)
                   ADD 1 TO OverdraftDaysAtCap OF AccountData
               ELSE
                   MOVE ZERO TO OverdraftDaysAtCap OF AccountData
               END-IF
           END-IF.

      * The product row for the account in AccountData - the rules
      * it is held to (overdraft, withdrawal count, term deposit,
      * fee plan) now that they no longer follow the type letter.
       LOAD-ACCOUNT-PRODUCT.
           CALL "ProductLookup" USING ProductCode OF AccountData
               AccountType OF AccountData ProductRecord
               WS-PRODUCT-FOUND.

      * Moves the accrued debit interest (rounded to cents) out of
      * the accrual bucket and into the balance as a logged
      * OD-INTEREST charge - the monthly posting leg.
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-CAP-DAYS-LIMIT
           END-IF.

       GET-PARAMETER.
