      *              CKDG account number fails its check digit,
      *              AMTZ zero amount. Paid checks post as
      *              CHECK-PAID log entries.
      * 10/15/2026 - overdraft protection: a check the checking
      *              account cannot cover draws the shortfall from
      *              its linked savings account (OverdraftLinkAccount)
      *              before NSF is judged, posted as an OD-XFER-OUT/
      *              OD-XFER-IN pair, counted against the savings
      *              withdrawal limit (SAVINGS-WD-LIMIT) and priced
      *              off feesched.dat as OD-XFER with the same tier
      *              and free-allowance rules the terminal uses.
      * 10/15/2026 - official checks: a check drawn on the settlement
      *              account named by OFFCHK-SETTLE-ACCT is one of
      *              our own official checks and is paid against its
      *              offchk.dat register row, not a customer account.
      *              The row must be outstanding and the amount must
      *              match; the settlement account is debited
      *              (OC-PAID) and the row marked paid with the
      *              presenting reference. New return codes: OCNF no
      *              such official check, OCPD already paid, OCVD
      *              voided, OCES escheated to the state, OCAM amount
      *              differs from the register, OCRG register too big
      *              to load safely. A stopped official check returns
      *              STOP like any other.
      * 10/15/2026 - account rules now come from the account's
      *              product on prodmast.dat (ProductLookup) instead
      *              of the AccountType letter: a check drawn on a
      *              term-deposit product still returns TERM, one
      *              drawn on a product without check writing now
      *              returns NOCK, the overdraft allowance is the
      *              product's, the linked account and its withdrawal
      *              count follow its product, and the fee plan is
      *              the product's. OVERDRAFT-LIMIT and
      *              SAVINGS-WD-LIMIT are no longer read here.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckInclearing.

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT OfficialCheckFile ASSIGN TO "offchk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OFFCHK-STATUS.

           SELECT CustTierFile ASSIGN TO "custtier.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TIER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AccountFile.
       FD  TransactionLog.
       COPY TRANLOG.

       FD  CustTierFile.
       COPY CUSTTIER.

       FD  OfficialCheckFile.
       COPY OFFCHK.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-INCLEAR-STATUS       PIC XX.
       01  WS-TODAY                PIC 9(8).
       01  WS-CURRENT-YEAR         PIC 9(4).
       01  WS-CURRENT-MONTH        PIC 9(2).
       01  WS-CURRENT-YYYYMM       PIC 9(6).
       01  WS-AVAILABLE-BALANCE    PIC S9(10)V99.
       01  WS-GUARD-REASON         PIC X(4).
       01  WS-CHECK-MODE           PIC X(01).
       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC 9(10)V9(4).
       01  WS-PARM-FOUND           PIC X(01).
       COPY PRODMAST.
       01  WS-PRODUCT-FOUND        PIC X(01).
       01  WS-TIER-STATUS          PIC XX.
       01  WS-EOF-TIERS            PIC X(01).
       01  WS-TIER-TABLE.
           02 WS-TIER-ENTRY OCCURS 1000 TIMES.
               03 WS-TIER-CUSTOMER PIC 9(8).
               03 WS-TIER-LEVEL    PIC 9(1).
       01  WS-TIER-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-TIER-IX              PIC 9(04) COMP.
       01  WS-ACCOUNT-TIER         PIC 9(1).
       01  WS-FEE-TXN-TYPE         PIC X(12).
       01  WS-FEE-ACCT-TYPE        PIC X(01).
       01  WS-FEE-AMOUNT           PIC 9(8)V99.
       01  WS-FEE-ALLOWANCE        PIC 9(3).
       01  WS-FEE-FOUND            PIC X(01).
       01  WS-OD-NEEDED            PIC 9(10)V99.
       01  WS-OD-COVER             PIC 9(10)V99 VALUE ZERO.
       01  WS-OD-SAVINGS-AVAILABLE PIC S9(10)V99.
       01  WS-OD-SAVINGS-OK        PIC X(01).
       01  WS-OD-CHECKING-NUMBER   PIC 9(8).
       01  WS-OD-SAVINGS-NUMBER    PIC 9(8).
       01  WS-OD-CHECKING-IMAGE    PIC X(300).
       01  WS-OFFCHK-STATUS        PIC XX.
       01  WS-OC-SETTLE-ACCT       PIC 9(8) VALUE ZERO.
       01  WS-OC-TABLE.
           02 WS-OC-REC OCCURS 2000 TIMES PIC X(106).
       01  WS-OC-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-OC-IX                PIC 9(04) COMP.
       01  WS-OC-HIT               PIC 9(04) COMP.
       01  WS-OC-OVERFLOW          PIC X(01) VALUE "N".
       01  WS-OC-CHANGED           PIC X(01) VALUE "N".
       01  WS-OC-PAID-COUNT        PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-CURRENT-YEAR
           MOVE WS-TODAY(5:2) TO WS-CURRENT-MONTH
           MOVE WS-TODAY(1:6) TO WS-CURRENT-YYYYMM
           OPEN INPUT InclearFile
           IF WS-INCLEAR-STATUS NOT = "00"
               DISPLAY "No inclearing file on hand - nothing to "
               GOBACK
           END-IF
           PERFORM LOAD-STOP-PAYMENTS
           PERFORM LOAD-TIER-ROSTER
           PERFORM LOAD-OFFICIAL-CHECKS
           OPEN I-O AccountFile
           IF WS-FILE-STATUS = "35"
               DISPLAY "No accounts on file. Run abandoned."
           CLOSE InclearFile
           CLOSE AccountFile
           CLOSE RejectFile
           IF WS-OC-CHANGED = "Y"
               PERFORM SAVE-OFFICIAL-CHECKS
           END-IF
           DISPLAY "Checks paid:     " WS-PAID-COUNT
           DISPLAY "  of which official checks: " WS-OC-PAID-COUNT
           DISPLAY "Checks returned: " WS-REJECT-COUNT
           GOBACK.

               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-OC-SETTLE-ACCT NOT = ZERO
                   AND IcAccountNumber = WS-OC-SETTLE-ACCT
               PERFORM PAY-OFFICIAL-CHECK
               EXIT PARAGRAPH
           END-IF
           MOVE IcAccountNumber TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
               END-IF
           END-IF
           IF WS-GUARD-REASON = SPACES
               PERFORM LOAD-ACCOUNT-PRODUCT
               IF PRODUCT-TERM-DEPOSIT
                   MOVE "TERM" TO WS-GUARD-REASON
               ELSE
                   IF NOT PRODUCT-CHECKS-ALLOWED
                       MOVE "NOCK" TO WS-GUARD-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-GUARD-REASON = SPACES
               PERFORM CHECK-STOP-ORDERS
                   MOVE "LGLH" TO WS-GUARD-REASON
               END-IF
           END-IF
           MOVE ZERO TO WS-OD-COVER
           IF WS-GUARD-REASON = SPACES
               COMPUTE WS-AVAILABLE-BALANCE =
                   AccountBalance OF AccountData
                       - HeldAmount OF AccountData
               IF PRODUCT-OVERDRAFT-ALLOWED
                   IF WS-AVAILABLE-BALANCE < IcAmount
                       COMPUTE WS-OD-NEEDED =
                           IcAmount - WS-AVAILABLE-BALANCE
                       PERFORM CHECK-OVERDRAFT-COVER
                   END-IF
                   IF WS-AVAILABLE-BALANCE + WS-OD-COVER - IcAmount
                           < -PdOverdraftLimit
                       MOVE "NSF " TO WS-GUARD-REASON
                   END-IF
               ELSE
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-OD-COVER > ZERO
               PERFORM POST-OVERDRAFT-COVER
           END-IF
           SUBTRACT IcAmount FROM AccountBalance OF AccountData
           MOVE WS-TODAY TO LastActivityDate OF AccountData
           SET ACTIVE-ACCOUNT OF AccountData TO TRUE
           PERFORM WRITE-TRANSACTION-LOG
           ADD 1 TO WS-PAID-COUNT.

      * A check drawn on the official-check settlement account is
      * paid against the register: the row must exist, be
      * outstanding (a stopped row returns STOP) and carry the
      * presented amount. Payment takes the money out of the
      * settlement account, where it has sat since issue.
       PAY-OFFICIAL-CHECK.
           IF WS-OC-OVERFLOW = "Y"
               MOVE "OCRG" TO WS-GUARD-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-OC-HIT
           PERFORM VARYING WS-OC-IX FROM 1 BY 1
                   UNTIL WS-OC-IX > WS-OC-COUNT
               MOVE WS-OC-REC(WS-OC-IX) TO OfficialCheckRecord
               IF OcCheckNumber = IcCheckNumber
                   MOVE WS-OC-IX TO WS-OC-HIT
               END-IF
           END-PERFORM
           IF WS-OC-HIT = ZERO
               MOVE "OCNF" TO WS-GUARD-REASON
           ELSE
               MOVE WS-OC-REC(WS-OC-HIT) TO OfficialCheckRecord
               EVALUATE TRUE
                   WHEN OC-PAID
                       MOVE "OCPD" TO WS-GUARD-REASON
                   WHEN OC-VOIDED
                       MOVE "OCVD" TO WS-GUARD-REASON
                   WHEN OC-ESCHEATED
                       MOVE "OCES" TO WS-GUARD-REASON
                   WHEN OC-STOPPED
                       MOVE "STOP" TO WS-GUARD-REASON
                   WHEN OcAmount NOT = IcAmount
                       MOVE "OCAM" TO WS-GUARD-REASON
               END-EVALUATE
           END-IF
           IF WS-GUARD-REASON = SPACES
               MOVE IcAccountNumber TO AccountNumber OF AccountData
               READ AccountFile
                   INVALID KEY
                       MOVE "NFND" TO WS-GUARD-REASON
               END-READ
           END-IF
           IF WS-GUARD-REASON NOT = SPACES
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           SUBTRACT IcAmount FROM AccountBalance OF AccountData
           MOVE WS-TODAY TO LastActivityDate OF AccountData
           REWRITE AccountData
           MOVE IcAccountNumber TO LogAccountNumber
           MOVE "OC-PAID" TO LogTransactionType
           MOVE IcAmount TO LogAmount
           MOVE AccountBalance OF AccountData TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG
           SET OC-PAID TO TRUE
           MOVE WS-TODAY TO OcStatusDate
           MOVE IcReference TO OcReference
           MOVE OfficialCheckRecord TO WS-OC-REC(WS-OC-HIT)
           MOVE "Y" TO WS-OC-CHANGED
           ADD 1 TO WS-OC-PAID-COUNT
           ADD 1 TO WS-PAID-COUNT.

      * An active order hits when it is unexpired, names this
      * account, and matches on whichever side it carries: a
      * non-zero check number must equal the presented check's
           END-PERFORM
           CLOSE LegalOrderFile.

      * Overdraft protection, first half: the checking account in
      * AccountData is WS-OD-NEEDED short of the check. Works out
      * how much of that its linked savings account can cover,
      * moving nothing yet, and leaves the amount in WS-OD-COVER
      * with the checking record back in AccountData as it was.
       CHECK-OVERDRAFT-COVER.
           MOVE ZERO TO WS-OD-COVER
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
      * the linked savings account into the checking account the
      * check is about to be paid from, as a logged OD-XFER-OUT/
      * OD-XFER-IN pair. The savings leg counts as a savings
      * withdrawal and is priced as OD-XFER; the checking record
      * comes back in AccountData with the credit applied and
      * rewritten.
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
           MOVE WS-TODAY TO LastActivityDate OF AccountData
           SET ACTIVE-ACCOUNT OF AccountData TO TRUE
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

      * Prices one posted item off the fee schedule, the same way
      * the terminal and BatchPosting do: the account to charge is
      * in AccountData with AccountFile open I-O, the free
      * allowance is one counter per account per month, and the
      * charge posts as its own FEE log entry.
       ASSESS-TXN-FEE.
           MOVE 1 TO WS-ACCOUNT-TIER
           PERFORM VARYING WS-TIER-IX FROM 1 BY 1
                   UNTIL WS-TIER-IX > WS-TIER-COUNT
               IF WS-TIER-CUSTOMER(WS-TIER-IX) =
                       CustomerNumber OF AccountData
                   MOVE WS-TIER-LEVEL(WS-TIER-IX)
                       TO WS-ACCOUNT-TIER
               END-IF
           END-PERFORM
           PERFORM LOAD-ACCOUNT-PRODUCT
           MOVE PdFeePlan TO WS-FEE-ACCT-TYPE
           CALL "FeeLookup" USING WS-FEE-TXN-TYPE
               WS-FEE-ACCT-TYPE WS-ACCOUNT-TIER
               WS-FEE-AMOUNT WS-FEE-ALLOWANCE WS-FEE-FOUND
           IF WS-FEE-FOUND NOT = "Y" OR WS-FEE-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF FeeCountMonth OF AccountData
                   NOT = WS-CURRENT-YYYYMM
               MOVE WS-CURRENT-YYYYMM
                   TO FeeCountMonth OF AccountData
               MOVE ZERO TO FeeUsedCount OF AccountData
           END-IF
           IF FeeUsedCount OF AccountData < WS-FEE-ALLOWANCE
               ADD 1 TO FeeUsedCount OF AccountData
               REWRITE AccountData
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-FEE-AMOUNT
               FROM AccountBalance OF AccountData
           ADD 1 TO FeeUsedCount OF AccountData
           REWRITE AccountData
           MOVE AccountNumber OF AccountData TO LogAccountNumber
           MOVE "FEE" TO LogTransactionType
           MOVE WS-FEE-AMOUNT TO LogAmount
           MOVE AccountBalance OF AccountData TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG.

      * Reads the custtier.dat roster into a table for fee pricing.
      * A missing roster leaves every account at tier 1.
       LOAD-TIER-ROSTER.
           MOVE ZERO TO WS-TIER-COUNT
           MOVE "N" TO WS-EOF-TIERS
           OPEN INPUT CustTierFile
           IF WS-TIER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-TIERS = "Y"
                   OR WS-TIER-COUNT = 1000
               READ CustTierFile INTO CustTierRecord
                   AT END
                       MOVE "Y" TO WS-EOF-TIERS
                   NOT AT END
                       ADD 1 TO WS-TIER-COUNT
                       MOVE CtCustomerNumber
                           TO WS-TIER-CUSTOMER(WS-TIER-COUNT)
                       MOVE CtTier
                           TO WS-TIER-LEVEL(WS-TIER-COUNT)
               END-READ
           END-PERFORM
           CLOSE CustTierFile.

       LOAD-STOP-PAYMENTS.
           MOVE ZERO TO WS-STOP-COUNT
           OPEN INPUT StopPayFile
           END-PERFORM
           CLOSE StopPayFile.

       LOAD-OFFICIAL-CHECKS.
           MOVE ZERO TO WS-OC-COUNT
           OPEN INPUT OfficialCheckFile
           IF WS-OFFCHK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "00" TO WS-OFFCHK-STATUS
           PERFORM UNTIL WS-OFFCHK-STATUS = "10"
               READ OfficialCheckFile INTO OfficialCheckRecord
                   AT END
                       MOVE "10" TO WS-OFFCHK-STATUS
                   NOT AT END
                       IF WS-OC-COUNT = 2000
                           MOVE "Y" TO WS-OC-OVERFLOW
                       ELSE
                           ADD 1 TO WS-OC-COUNT
                           MOVE OfficialCheckRecord
                               TO WS-OC-REC(WS-OC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OfficialCheckFile
           IF WS-OC-OVERFLOW = "Y"
               DISPLAY "offchk.dat exceeds 2000 rows - official "
                   "checks will be returned unpaid."
           END-IF.

       SAVE-OFFICIAL-CHECKS.
           OPEN OUTPUT OfficialCheckFile
           PERFORM VARYING WS-OC-IX FROM 1 BY 1
                   UNTIL WS-OC-IX > WS-OC-COUNT
               MOVE WS-OC-REC(WS-OC-IX) TO OfficialCheckRecord
               WRITE OfficialCheckRecord
           END-PERFORM
           CLOSE OfficialCheckFile.

       WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO RejectRecord
           MOVE "BTCH" TO LogTerminalId
           CALL "TranLogger" USING TransactionLogRecord.

      * The product row for the account in AccountData - the rules
      * it is held to (overdraft, withdrawal count, term deposit,
      * fee plan) now that they no longer follow the type letter.
       LOAD-ACCOUNT-PRODUCT.
           CALL "ProductLookup" USING ProductCode OF AccountData
               AccountType OF AccountData ProductRecord
               WS-PRODUCT-FOUND.

      * Pulls the official-check settlement account from the central
      * parameter file, keeping the default when the key is absent.
       LOAD-PARAMETERS.
           MOVE "OFFCHK-SETTLE-ACCT" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-OC-SETTLE-ACCT
           END-IF.

       GET-PARAMETER.
