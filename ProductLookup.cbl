      * 10/15/2026 - new callable subprogram (the ParamLookup
      *              pattern): serves the product master row for an
      *              account. Callers pass the account's ProductCode
      *              and AccountType letter and get back the
      *              prodmast.dat row and a found flag. A blank code,
      *              or one not on file, comes back "N" with the
      *              standard product for the type letter (CHK1,
      *              SAV1 or TRM1) - from prodmast.dat when the row
      *              is there, otherwise built from the parmfile.dat
      *              values every program used before products, so
      *              an account not yet converted, or a shop with no
      *              product file, behaves exactly as before.
      * 10/15/2026 - the standard row read off prodmast.dat is now
      *              held at the copybook's full length; it was cut
      *              short, losing the term-deposit flag, penalty
      *              rate, maturity product and status.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProductLookup.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProductFile ASSIGN TO "prodmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ProductFile.
       COPY PRODMAST.

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-STATUS       PIC XX.
       01  WS-EOF-PRODUCTS         PIC X(01).
       01  WS-STANDARD-CODE        PIC X(04).
       01  WS-STANDARD-FOUND       PIC X(01).
       COPY PRODMAST REPLACING ==ProductRecord== BY
           ==WS-STANDARD-ROW==.
       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC 9(10)V9(4).
       01  WS-PARM-FOUND           PIC X(01).

       LINKAGE SECTION.
       01  LS-PRODUCT-CODE         PIC X(04).
       01  LS-ACCOUNT-TYPE         PIC X(01).
       COPY PRODMAST REPLACING ==ProductRecord== BY ==LS-PRODUCT==.
       01  LS-PRODUCT-FOUND        PIC X(01).

       PROCEDURE DIVISION USING LS-PRODUCT-CODE LS-ACCOUNT-TYPE
               LS-PRODUCT LS-PRODUCT-FOUND.
       MAIN-LOGIC.
           MOVE "N" TO LS-PRODUCT-FOUND
           MOVE "N" TO WS-STANDARD-FOUND
           EVALUATE LS-ACCOUNT-TYPE
               WHEN "S"
                   MOVE "SAV1" TO WS-STANDARD-CODE
               WHEN "T"
                   MOVE "TRM1" TO WS-STANDARD-CODE
               WHEN OTHER
                   MOVE "CHK1" TO WS-STANDARD-CODE
           END-EVALUATE
           MOVE "N" TO WS-EOF-PRODUCTS
           OPEN INPUT ProductFile
           IF WS-PRODUCT-STATUS = "00"
               PERFORM UNTIL WS-EOF-PRODUCTS = "Y"
                   READ ProductFile INTO ProductRecord
                       AT END
                           MOVE "Y" TO WS-EOF-PRODUCTS
                       NOT AT END
                           PERFORM JUDGE-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE ProductFile
           END-IF
           IF LS-PRODUCT-FOUND = "Y"
               GOBACK
           END-IF
           IF WS-STANDARD-FOUND = "Y"
               MOVE WS-STANDARD-ROW TO LS-PRODUCT
           ELSE
               PERFORM BUILD-STANDARD-PRODUCT
           END-IF
           GOBACK.

       JUDGE-ONE-ROW.
           IF LS-PRODUCT-CODE NOT = SPACES
                   AND PdProductCode OF ProductRecord
                       = LS-PRODUCT-CODE
               MOVE ProductRecord TO LS-PRODUCT
               MOVE "Y" TO LS-PRODUCT-FOUND
               MOVE "Y" TO WS-EOF-PRODUCTS
           END-IF
           IF PdProductCode OF ProductRecord = WS-STANDARD-CODE
               MOVE ProductRecord TO WS-STANDARD-ROW
               MOVE "Y" TO WS-STANDARD-FOUND
           END-IF.

      * The standard product for the type letter as the programs
      * ran it before the product master: checking overdraws to
      * OVERDRAFT-LIMIT, savings is held to SAVINGS-WD-LIMIT
      * withdrawals a month and earns INTEREST-RATE monthly, both
      * pay checks drawn on them, a term deposit is locked until
      * maturity with CD-PENALTY-RATE for breaking it early and
      * converts to savings. All three carry the MINIMUM-BALANCE
      * and MAINTENANCE-FEE fee and price off feesched.dat under
      * their own type letter.
       BUILD-STANDARD-PRODUCT.
           MOVE SPACES TO LS-PRODUCT
           MOVE WS-STANDARD-CODE TO PdProductCode OF LS-PRODUCT
           MOVE "N" TO PdOverdraftAllowed OF LS-PRODUCT
           MOVE ZERO TO PdOverdraftLimit OF LS-PRODUCT
           MOVE ZERO TO PdWithdrawLimit OF LS-PRODUCT
           MOVE ZERO TO PdInterestRate OF LS-PRODUCT
           MOVE "N" TO PdInterestFrequency OF LS-PRODUCT
           MOVE "N" TO PdChecksAllowed OF LS-PRODUCT
           MOVE "N" TO PdTermDeposit OF LS-PRODUCT
           MOVE ZERO TO PdPenaltyRate OF LS-PRODUCT
           MOVE "A" TO PdStatus OF LS-PRODUCT
           MOVE 100.00 TO PdMinimumBalance OF LS-PRODUCT
           MOVE "MINIMUM-BALANCE" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO PdMinimumBalance OF LS-PRODUCT
           END-IF
           MOVE 5.00 TO PdMaintenanceFee OF LS-PRODUCT
           MOVE "MAINTENANCE-FEE" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO PdMaintenanceFee OF LS-PRODUCT
           END-IF
           EVALUATE WS-STANDARD-CODE
               WHEN "SAV1"
                   MOVE "STANDARD SAVINGS" TO PdProductName
                       OF LS-PRODUCT
                   MOVE "S" TO PdAccountClass OF LS-PRODUCT
                   MOVE "S" TO PdFeePlan OF LS-PRODUCT
                   MOVE 6 TO PdWithdrawLimit OF LS-PRODUCT
                   MOVE "SAVINGS-WD-LIMIT" TO WS-PARM-KEY
                   PERFORM GET-PARAMETER
                   IF WS-PARM-FOUND = "Y"
                       MOVE WS-PARM-VALUE
                           TO PdWithdrawLimit OF LS-PRODUCT
                   END-IF
                   MOVE 0.0100 TO PdInterestRate OF LS-PRODUCT
                   MOVE "INTEREST-RATE" TO WS-PARM-KEY
                   PERFORM GET-PARAMETER
                   IF WS-PARM-FOUND = "Y"
                       MOVE WS-PARM-VALUE
                           TO PdInterestRate OF LS-PRODUCT
                   END-IF
                   MOVE "M" TO PdInterestFrequency OF LS-PRODUCT
                   MOVE "Y" TO PdChecksAllowed OF LS-PRODUCT
               WHEN "TRM1"
                   MOVE "TERM DEPOSIT" TO PdProductName
                       OF LS-PRODUCT
                   MOVE "T" TO PdAccountClass OF LS-PRODUCT
                   MOVE "T" TO PdFeePlan OF LS-PRODUCT
                   MOVE "Y" TO PdTermDeposit OF LS-PRODUCT
                   MOVE 0.0500 TO PdPenaltyRate OF LS-PRODUCT
                   MOVE "CD-PENALTY-RATE" TO WS-PARM-KEY
                   PERFORM GET-PARAMETER
                   IF WS-PARM-FOUND = "Y"
                       MOVE WS-PARM-VALUE
                           TO PdPenaltyRate OF LS-PRODUCT
                   END-IF
                   MOVE "SAV1" TO PdMaturityProduct OF LS-PRODUCT
               WHEN OTHER
                   MOVE "STANDARD CHECKING" TO PdProductName
                       OF LS-PRODUCT
                   MOVE "C" TO PdAccountClass OF LS-PRODUCT
                   MOVE "C" TO PdFeePlan OF LS-PRODUCT
                   MOVE "Y" TO PdOverdraftAllowed OF LS-PRODUCT
                   MOVE 500.00 TO PdOverdraftLimit OF LS-PRODUCT
                   MOVE "OVERDRAFT-LIMIT" TO WS-PARM-KEY
                   PERFORM GET-PARAMETER
                   IF WS-PARM-FOUND = "Y"
                       MOVE WS-PARM-VALUE
                           TO PdOverdraftLimit OF LS-PRODUCT
                   END-IF
                   MOVE "Y" TO PdChecksAllowed OF LS-PRODUCT
           END-EVALUATE.

       GET-PARAMETER.
           CALL "ParamLookup" USING WS-PARM-KEY WS-PARM-VALUE
               WS-PARM-FOUND.
