      *              tier 3 on custtier.dat is judged against the
      *              daily limit widened by TIER-LIMIT-MULT, the
      *              same allowance the terminal gives.
      * 10/15/2026 - overdraft protection: a checking withdrawal the
      *              account cannot cover draws the shortfall from
      *              its linked savings account (OverdraftLinkAccount)
      *              first, posted as an OD-XFER-OUT/OD-XFER-IN pair,
      *              counted against the savings withdrawal limit and
      *              priced as OD-XFER, before NSF is judged against
      *              the overdraft limit - the same cover the
      *              terminal gives.
      * 10/15/2026 - account rules now come from the account's
      *              product on prodmast.dat (ProductLookup) instead
      *              of the AccountType letter: overdraft and its
      *              limit, the monthly withdrawal count, the
      *              term-deposit lock, overdraft-protection
      *              eligibility and the fee plan the item is priced
      *              under. OVERDRAFT-LIMIT and SAVINGS-WD-LIMIT are
      *              no longer read here; they live on in the
      *              standard products.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchPosting.

       01  WS-CURRENT-MONTH        PIC 9(2).
       01  WS-CURRENT-YYYYMM       PIC 9(6).
       01  WS-DAILY-LIMIT          PIC 9(10)V99 VALUE 1000.00.
       01  WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-REJECT-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-GUARD-REASON         PIC X(4).
       01  WS-FILE-ORIGINATOR      PIC X(8).
       01  WS-FILE-ACCEPTED        PIC X(01) VALUE "Y".
       01  WS-ALREADY-APPLIED      PIC X(01).
       01  WS-OD-NEEDED            PIC 9(10)V99.
       01  WS-OD-COVER             PIC 9(10)V99 VALUE ZERO.
       01  WS-OD-SAVINGS-AVAILABLE PIC S9(10)V99.
       01  WS-OD-SAVINGS-OK        PIC X(01).
       01  WS-OD-CHECKING-NUMBER   PIC 9(8).
       01  WS-OD-SAVINGS-NUMBER    PIC 9(8).
       01  WS-OD-CHECKING-IMAGE    PIC X(300).

       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC 9(10)V9(4).
       01  WS-PARM-FOUND           PIC X(01).
       COPY PRODMAST.
       01  WS-PRODUCT-FOUND        PIC X(01).
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Posting batch transaction file..."
       APPLY-BATCH-DEPOSIT.
           PERFORM READ-SOURCE-WITH-GUARDS
           IF WS-GUARD-REASON = SPACES
               PERFORM LOAD-ACCOUNT-PRODUCT
               IF PRODUCT-TERM-DEPOSIT
                       AND WS-TODAY <
                           MaturityDate OF AccountData
                   MOVE "TERM" TO WS-GUARD-REASON
           COMPUTE WS-AVAILABLE-BALANCE =
               AccountBalance OF AccountData
                   - HeldAmount OF AccountData
           MOVE ZERO TO WS-OD-COVER
           PERFORM LOAD-ACCOUNT-PRODUCT
           IF PRODUCT-TERM-DEPOSIT
               IF WS-TODAY < MaturityDate OF AccountData
                   MOVE "TERM" TO WS-GUARD-REASON
               ELSE
                   END-IF
               END-IF
           ELSE
           IF PRODUCT-OVERDRAFT-ALLOWED
               IF WS-AVAILABLE-BALANCE < BtAmount
                   COMPUTE WS-OD-NEEDED =
                       BtAmount - WS-AVAILABLE-BALANCE
                   PERFORM CHECK-OVERDRAFT-COVER
               END-IF
               IF WS-AVAILABLE-BALANCE + WS-OD-COVER - BtAmount
                       < -PdOverdraftLimit
                   MOVE "NSF " TO WS-GUARD-REASON
               END-IF
           ELSE
               IF WS-AVAILABLE-BALANCE < BtAmount
                   MOVE "NSF " TO WS-GUARD-REASON
               END-IF
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
               IF DailyWithdrawnAmt OF AccountData + BtAmount
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-OD-COVER > ZERO
               PERFORM POST-OVERDRAFT-COVER
           END-IF
           SUBTRACT BtAmount FROM AccountBalance OF AccountData
           ADD BtAmount TO DailyWithdrawnAmt OF AccountData
           IF PdWithdrawLimit > ZERO
               ADD 1 TO SavingsWithdrawCount OF AccountData
           END-IF
           PERFORM MARK-ACCOUNT-ACTIVE
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ACCOUNT-PRODUCT
           IF PRODUCT-TERM-DEPOSIT
                   AND WS-TODAY < MaturityDate OF AccountData
               MOVE "TERM" TO WS-GUARD-REASON
               PERFORM WRITE-REJECT
                 IF ACCOUNT-LOCKED OF AccountData
                     MOVE "DSTL" TO WS-GUARD-REASON
                 ELSE
                   PERFORM LOAD-ACCOUNT-PRODUCT
                   IF PRODUCT-TERM-DEPOSIT
                           AND WS-TODAY <
                               MaturityDate OF AccountData
                       MOVE "DSTT" TO WS-GUARD-REASON
           PERFORM WRITE-TRANSACTION-LOG
           ADD 1 TO WS-APPLIED-COUNT.

      * The product row for the account in AccountData - the rules
      * it is held to (overdraft, withdrawal count, term deposit,
      * fee plan) now that they no longer follow the type letter.
       LOAD-ACCOUNT-PRODUCT.
           CALL "ProductLookup" USING ProductCode OF AccountData
               AccountType OF AccountData ProductRecord
               WS-PRODUCT-FOUND.

       MARK-ACCOUNT-ACTIVE.
           MOVE WS-TODAY TO LastActivityDate OF AccountData
           SET ACTIVE-ACCOUNT OF AccountData TO TRUE.

      * Overdraft protection, first half: the account in
      * AccountData, on a product that may overdraw, is WS-OD-NEEDED
      * short. Works out how much of
      * that its linked savings account can cover, moving nothing
      * yet, and leaves the amount in WS-OD-COVER with the checking
      * record back in AccountData as it was.
       CHECK-OVERDRAFT-COVER.
           MOVE ZERO TO WS-OD-COVER
           IF NOT PRODUCT-OVERDRAFT-ALLOWED
               EXIT PARAGRAPH
           END-IF
           IF OverdraftLinkAccount OF AccountData IS NOT NUMERIC
                   OR OverdraftLinkAccount OF AccountData = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE AccountData TO WS-OD-CHECKING-IMAGE
           MOVE AccountNumber OF AccountData TO WS-OD-CHECKING-NUMBER
           MOVE OverdraftLinkAccount OF AccountData
               TO WS-OD-SAVINGS-NUMBER
           PERFORM READ-OVERDRAFT-SAVINGS
           IF WS-OD-SAVINGS-OK = "Y"
               COMPUTE WS-OD-SAVINGS-AVAILABLE =
                   AccountBalance OF AccountData
                       - HeldAmount OF AccountData
               IF WS-OD-SAVINGS-AVAILABLE > ZERO
                   IF WS-OD-SAVINGS-AVAILABLE < WS-OD-NEEDED
                       MOVE WS-OD-SAVINGS-AVAILABLE TO WS-OD-COVER
                   ELSE
                       MOVE WS-OD-NEEDED TO WS-OD-COVER
                   END-IF
               END-IF
           END-IF
           PERFORM RESTORE-OVERDRAFT-CHECKING.

      * Keyed read of the linked savings account with the guards a
      * withdrawal from it would face: open, on a product that
      * neither overdraws nor is a term deposit, not locked, not
      * restricted, not legally frozen, withdrawals left this month
      * under its product. Leaves WS-OD-SAVINGS-OK "Y"/"N".
       READ-OVERDRAFT-SAVINGS.
           MOVE "Y" TO WS-OD-SAVINGS-OK
           MOVE WS-OD-SAVINGS-NUMBER TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   MOVE "N" TO WS-OD-SAVINGS-OK
           END-READ
           IF WS-OD-SAVINGS-OK = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ACCOUNT-PRODUCT
           IF PRODUCT-TERM-DEPOSIT
                   OR PRODUCT-OVERDRAFT-ALLOWED
                   OR ACCOUNT-CLOSED OF AccountData
                   OR ACCOUNT-LOCKED OF AccountData
                   OR ACCOUNT-RESTRICTED OF AccountData
               MOVE "N" TO WS-OD-SAVINGS-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LEGAL-FREEZE
           IF WS-LEGAL-FROZEN = "Y"
               MOVE "N" TO WS-OD-SAVINGS-OK
               EXIT PARAGRAPH
           END-IF
           IF SavingsWithdrawMonth OF AccountData
                   NOT = WS-CURRENT-YYYYMM
               MOVE WS-CURRENT-YYYYMM
                   TO SavingsWithdrawMonth OF AccountData
               MOVE ZERO TO SavingsWithdrawCount OF AccountData
           END-IF
           IF PdWithdrawLimit > ZERO
                   AND SavingsWithdrawCount OF AccountData
                       NOT < PdWithdrawLimit
               MOVE "N" TO WS-OD-SAVINGS-OK
           END-IF.

      * Puts the checking account back as the current record, with
      * whatever has already been changed on it in memory, and its
      * product back in ProductRecord.
       RESTORE-OVERDRAFT-CHECKING.
           MOVE WS-OD-CHECKING-NUMBER TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-OD-CHECKING-IMAGE TO AccountData
           PERFORM LOAD-ACCOUNT-PRODUCT.

      * Overdraft protection, second half: moves WS-OD-COVER from
      * the linked savings account into the checking account about
      * to be debited, as a logged OD-XFER-OUT/OD-XFER-IN pair. The
      * savings leg counts as a savings withdrawal and is priced as
      * OD-XFER; the checking record comes back in AccountData with
      * the credit applied and rewritten.
       POST-OVERDRAFT-COVER.
           MOVE AccountData TO WS-OD-CHECKING-IMAGE
           MOVE AccountNumber OF AccountData TO WS-OD-CHECKING-NUMBER
           MOVE OverdraftLinkAccount OF AccountData
               TO WS-OD-SAVINGS-NUMBER
           PERFORM READ-OVERDRAFT-SAVINGS
           IF WS-OD-SAVINGS-OK NOT = "Y"
               MOVE ZERO TO WS-OD-COVER
               PERFORM RESTORE-OVERDRAFT-CHECKING
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-OD-COVER FROM AccountBalance OF AccountData
           ADD 1 TO SavingsWithdrawCount OF AccountData
           PERFORM MARK-ACCOUNT-ACTIVE
           REWRITE AccountData
           MOVE WS-OD-SAVINGS-NUMBER TO LogAccountNumber
           MOVE "OD-XFER-OUT" TO LogTransactionType
           MOVE WS-OD-COVER TO LogAmount
           MOVE AccountBalance OF AccountData TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG
           MOVE "OD-XFER" TO WS-FEE-TXN-TYPE
           PERFORM ASSESS-TXN-FEE
           PERFORM RESTORE-OVERDRAFT-CHECKING
           ADD WS-OD-COVER TO AccountBalance OF AccountData
           REWRITE AccountData
           MOVE WS-OD-CHECKING-NUMBER TO LogAccountNumber
           MOVE "OD-XFER-IN" TO LogTransactionType
           MOVE WS-OD-COVER TO LogAmount
           MOVE AccountBalance OF AccountData TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG.

       WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO RejectRecord
                       TO WS-ACCOUNT-TIER
               END-IF
           END-PERFORM
           PERFORM LOAD-ACCOUNT-PRODUCT
           MOVE PdFeePlan TO WS-FEE-ACCT-TYPE
           CALL "FeeLookup" USING WS-FEE-TXN-TYPE
               WS-FEE-ACCT-TYPE WS-ACCOUNT-TIER
               WS-FEE-AMOUNT WS-FEE-ALLOWANCE WS-FEE-FOUND
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-DAILY-LIMIT
           END-IF
           MOVE "TIER-LIMIT-MULT" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
