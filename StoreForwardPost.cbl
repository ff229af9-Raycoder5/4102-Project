      *              cycle and also as an early driver step, so an
      *              overnight queue posts before the day's
      *              processing.
      * 10/15/2026 - account rules now come from the account's
      *              product on prodmast.dat (ProductLookup) instead
      *              of the AccountType letter: the term-deposit
      *              lock, the overdraft allowance and the monthly
      *              withdrawal count are the product's. A matured
      *              term deposit no longer overdraws like checking.
      *              OVERDRAFT-LIMIT and SAVINGS-WD-LIMIT are no
      *              longer read here.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StoreForwardPost.

       01  WS-CURRENT-MONTH        PIC 9(2).
       01  WS-CURRENT-YYYYMM       PIC 9(6).
       01  WS-DAILY-LIMIT          PIC 9(10)V99 VALUE 1000.00.
       01  WS-QUEUE-TABLE.
           02 WS-QUEUE-REC OCCURS 500 TIMES PIC X(76).
       01  WS-QUEUE-COUNT          PIC 9(03) COMP VALUE ZERO.
       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC 9(10)V9(4).
       01  WS-PARM-FOUND           PIC X(01).
       COPY PRODMAST.
       01  WS-PRODUCT-FOUND        PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           END-EVALUATE.

       FORWARD-DEPOSIT.
           PERFORM LOAD-ACCOUNT-PRODUCT
           IF PRODUCT-TERM-DEPOSIT
                   AND WS-TODAY < MaturityDate OF AccountData
               MOVE "TERM" TO WS-GUARD-REASON
               PERFORM REJECT-ITEM
           PERFORM MARK-ITEM-POSTED.

       FORWARD-WITHDRAWAL.
           PERFORM LOAD-ACCOUNT-PRODUCT
           IF ACCOUNT-RESTRICTED OF AccountData
               MOVE "RSTR" TO WS-GUARD-REASON
           END-IF
               END-IF
           END-IF
           IF WS-GUARD-REASON = SPACES
                   AND PRODUCT-TERM-DEPOSIT
                   AND WS-TODAY < MaturityDate OF AccountData
               MOVE "TERM" TO WS-GUARD-REASON
           END-IF
           COMPUTE WS-AVAILABLE-BALANCE =
               AccountBalance OF AccountData
                   - HeldAmount OF AccountData
           IF PRODUCT-OVERDRAFT-ALLOWED
               IF WS-AVAILABLE-BALANCE - SfAmount
                       < -PdOverdraftLimit
                   MOVE "NSF " TO WS-GUARD-REASON
               END-IF
           ELSE
               IF WS-AVAILABLE-BALANCE < SfAmount
                   MOVE "NSF " TO WS-GUARD-REASON
               END-IF
           END-IF
           IF WS-GUARD-REASON = SPACES
                   AND PdWithdrawLimit > ZERO
                   AND SavingsWithdrawCount OF AccountData
                       NOT < PdWithdrawLimit
               MOVE "SLIM" TO WS-GUARD-REASON
           END-IF
           IF WS-GUARD-REASON = SPACES
               PERFORM RESOLVE-EFFECTIVE-DAILY-LIMIT
               IF DailyWithdrawnAmt OF AccountData + SfAmount
           END-IF
           SUBTRACT SfAmount FROM AccountBalance OF AccountData
           ADD SfAmount TO DailyWithdrawnAmt OF AccountData
           IF PdWithdrawLimit > ZERO
               ADD 1 TO SavingsWithdrawCount OF AccountData
           END-IF
           MOVE WS-TODAY TO LastActivityDate OF AccountData
           PERFORM LOG-FORWARDED-ITEM
           PERFORM MARK-ITEM-POSTED.

      * The product row for the account in AccountData - the rules
      * it is held to (overdraft, withdrawal count, term deposit,
      * fee plan) now that they no longer follow the type letter.
       LOAD-ACCOUNT-PRODUCT.
           CALL "ProductLookup" USING ProductCode OF AccountData
               AccountType OF AccountData ProductRecord
               WS-PRODUCT-FOUND.

      * The entry logs under the operator, branch and terminal that
      * captured it offline, so the trail reads as the teller's.
       LOG-FORWARDED-ITEM.
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-DAILY-LIMIT
           END-IF
           MOVE "TIER-LIMIT-MULT" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
