      *              rewrites each cycle, so a low checking balance
      *              no longer draws the fee when the same person
      *              holds real money in savings.
      * 10/15/2026 - an account on the estate hold (RestrictedFlag
      *              "D", owner recorded deceased) is no longer
      *              charged the maintenance fee.
      * 10/15/2026 - the minimum balance and the maintenance fee are
      *              now the account's product's on prodmast.dat
      *              (ProductLookup); a product with no maintenance
      *              fee is never charged. MINIMUM-BALANCE and
      *              MAINTENANCE-FEE are no longer read here; they
      *              live on in the standard products.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeeAssessment.

       01  WS-PERIOD-IX            PIC 9(02) COMP.
       01  WS-PERIOD-FOUND         PIC X(01).
       01  WS-EOF-ACCOUNTS         PIC X(01) VALUE "N".
       01  WS-ACCOUNTS-ASSESSED    PIC 9(05) VALUE ZERO.
       01  WS-TIER-STATUS          PIC XX.
       01  WS-EOF-TIERS            PIC X(01).
       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC 9(10)V9(4).
       01  WS-PARM-FOUND           PIC X(01).
       COPY PRODMAST.
       01  WS-PRODUCT-FOUND        PIC X(01).
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Assessing monthly maintenance fees..."
           IF ACCOUNT-CLOSED OF AccountData
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-ESTATE-HOLD OF AccountData
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ACCOUNT-PRODUCT
           IF PdMaintenanceFee = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-JUDGED-BALANCE
           IF WS-JUDGED-BALANCE < PdMinimumBalance
               PERFORM LOOKUP-ACCOUNT-TIER
               IF WS-ACCOUNT-TIER NOT < WS-TIER-FEE-WAIVE
                   ADD 1 TO WS-FEES-WAIVED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-JUDGED-BALANCE < PdMinimumBalance
               SUBTRACT PdMaintenanceFee
                   FROM AccountBalance OF AccountData
               REWRITE AccountData
               IF WS-FILE-STATUS = "00"
                   MOVE AccountNumber OF AccountData
                       TO LogAccountNumber
                   MOVE "FEE" TO LogTransactionType
                   MOVE PdMaintenanceFee TO LogAmount
                   MOVE AccountBalance OF AccountData TO LogBalance
                   PERFORM WRITE-TRANSACTION-LOG
               END-IF
           END-IF.

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
      * parameter file, keeping the compiled-in defaults when a key
      * is not on file.
       LOAD-PARAMETERS.
           MOVE "TIER-FEE-WAIVE" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
