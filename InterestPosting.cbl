      * 08/22/2026 - the interest rate now comes from the central
      *              parameter file (key INTEREST-RATE) at startup,
      *              with the old literal kept as the default.
      * 10/15/2026 - which accounts earn, at what rate and how often
      *              now comes from the account's product on
      *              prodmast.dat (ProductLookup) instead of the
      *              savings type letter: each run credits
      *              PdInterestRate to every open account whose
      *              product pays monthly, and in March, June,
      *              September and December to quarterly products and
      *              in December to annual ones. Term deposits still
      *              earn only at maturity. INTEREST-RATE is no
      *              longer read here; it lives on in the standard
      *              savings product.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InterestPosting.

       01  WS-PERIOD-STATUS        PIC XX.
       01  WS-JOB-NAME             PIC X(20) VALUE "InterestPosting".
       01  WS-CURRENT-PERIOD       PIC 9(6).
       01  WS-CURRENT-PARTS REDEFINES WS-CURRENT-PERIOD.
           02 WS-CURRENT-YYYY      PIC 9(4).
           02 WS-CURRENT-MM        PIC 9(2).
       01  WS-LAST-PERIOD          PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-TABLE.
           02 WS-PERIOD-REC OCCURS 20 TIMES PIC X(27).
       01  WS-PERIOD-IX            PIC 9(02) COMP.
       01  WS-PERIOD-FOUND         PIC X(01).
       01  WS-EOF-ACCOUNTS         PIC X(01) VALUE "N".
       01  WS-INTEREST-AMOUNT      PIC 9(10)V99.
       01  WS-ACCOUNTS-POSTED      PIC 9(05) VALUE ZERO.
       01  WS-INTEREST-DUE         PIC X(01).

       COPY PRODMAST.
       01  WS-PRODUCT-FOUND        PIC X(01).
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Posting monthly interest to all accounts..."
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-CURRENT-PERIOD
           PERFORM CHECK-POSTING-PERIOD
           IF WS-LAST-PERIOD = WS-CURRENT-PERIOD
           IF ACCOUNT-CLOSED OF AccountData
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ACCOUNT-PRODUCT
           IF PRODUCT-TERM-DEPOSIT OR PdInterestRate = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-INTEREST-DUE
           IF WS-INTEREST-DUE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
               AccountBalance OF AccountData * PdInterestRate
           IF WS-INTEREST-AMOUNT > ZERO
               ADD WS-INTEREST-AMOUNT TO AccountBalance OF AccountData
               REWRITE AccountData
               END-IF
           END-IF.

      * The product row for the account in AccountData - the rules
      * it is held to (overdraft, withdrawal count, term deposit,
      * fee plan) now that they no longer follow the type letter.
       LOAD-ACCOUNT-PRODUCT.
           CALL "ProductLookup" USING ProductCode OF AccountData
               AccountType OF AccountData ProductRecord
               WS-PRODUCT-FOUND.

      * Whether this month's run is a posting for the product's
      * interest frequency: every month, each quarter end, or the
      * year end.
       CHECK-INTEREST-DUE.
           MOVE "N" TO WS-INTEREST-DUE
           EVALUATE TRUE
               WHEN INTEREST-MONTHLY
                   MOVE "Y" TO WS-INTEREST-DUE
               WHEN INTEREST-QUARTERLY
                   IF WS-CURRENT-MM = 3 OR 6 OR 9 OR 12
                       MOVE "Y" TO WS-INTEREST-DUE
                   END-IF
               WHEN INTEREST-ANNUAL
                   IF WS-CURRENT-MM = 12
                       MOVE "Y" TO WS-INTEREST-DUE
                   END-IF
           END-EVALUATE.

      * Logging is delegated to TranLogger, which stamps the
      * timestamp, appends translog.dat and writes the keyed
      * acchist.dat history entry in one place.
           END-PERFORM
           CLOSE PostPeriodFile.

