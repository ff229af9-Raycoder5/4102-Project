      * 10/15/2026 - new batch program: charges back deposited checks
      *              the paying bank returned unpaid. Reads the
      *              clearing house's returned-deposit file
      *              retitem.dat (depositor's account, amount, the
      *              original deposit date, the return reason, the
      *              clearing reference) and, for each item, finds
      *              the open holds.dat hold DEPOSIT-FUNDS placed on
      *              that account that day: the amount is debited
      *              from the depositor as a DEP-RETURN log entry,
      *              the hold is cancelled (marked returned) when the
      *              whole item came back or reduced by the returned
      *              amount when only part did, HeldAmount drops to
      *              match, and the returned-item fee is priced off
      *              feesched.dat as RETURN-ITEM with the same tier
      *              and free-allowance rules every posting path
      *              uses. NoticeGeneration picks the DEP-RETURN and
      *              FEE entries up off the log for the customer's
      *              letter. Lines that cannot be applied go to
      *              retitrej.dat with a reason code the way
      *              inclrrej.dat works: AMTZ zero amount, CKDG
      *              account number fails its check digit, NFND
      *              account missing, CLSD account closed, HREL the
      *              matching hold was already released (the funds
      *              were freed - operations recovers by hand), NOHD
      *              no open hold on that account and deposit date
      *              covers the returned amount.
      * 10/15/2026 - the return fee is priced under the fee plan
      *              of the account's product on prodmast.dat
      *              (ProductLookup) instead of its AccountType
      *              letter.
      * 10/15/2026 - retitem.dat now goes on the batchreg.dat batch
      *              register the way BatchPosting and AchIntake
      *              files do, identified by its first clearing
      *              reference under originator RETITEM with its
      *              item count and amount total. A file already on
      *              the register is refused whole, so a second run
      *              on the same file cannot charge a customer back
      *              twice against a partly returned hold that is
      *              still open.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReturnedItemPost.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AccountFile ASSIGN TO "card.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AccountNumber
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ReturnFile ASSIGN TO "retitem.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT HoldFile ASSIGN TO "holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT RejectFile ASSIGN TO "retitrej.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT TransactionLog ASSIGN TO "translog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT BatchRegisterFile ASSIGN TO "batchreg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT CustTierFile ASSIGN TO "custtier.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TIER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AccountFile.
       COPY ACCTREC.

       FD  ReturnFile.
       01  ReturnRecord.
           02 RdAccountNumber     PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RdAmount            PIC 9(10)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RdDepositDate       PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RdReturnReason      PIC X(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RdReference         PIC X(16).

       FD  HoldFile.
       COPY HOLDS.

       FD  RejectFile.
       01  RejectRecord.
           02 RejReason           PIC X(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RejData             PIC X(52).

       FD  TransactionLog.
       COPY TRANLOG.

       FD  CustTierFile.
       COPY CUSTTIER.

       FD  BatchRegisterFile.
       01  BatchRegisterRecord.
           02 BrFileId            PIC X(16).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 BrOriginator        PIC X(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 BrAppliedDate       PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 BrItemCount         PIC 9(7).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 BrAmountTotal       PIC 9(13)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-RETURN-STATUS        PIC XX.
       01  WS-HOLD-STATUS          PIC XX.
       01  WS-REJECT-STATUS        PIC XX.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-EOF-RETURNS          PIC X(01) VALUE "N".
       01  WS-TODAY                PIC 9(8).
       01  WS-CURRENT-YYYYMM       PIC 9(6).
       01  WS-GUARD-REASON         PIC X(4).
       01  WS-CHECK-MODE           PIC X(01).
       01  WS-CHECK-VALID          PIC X(01).
       01  WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-REJECT-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-HOLD-TABLE.
           02 WS-HOLD-REC OCCURS 500 TIMES PIC X(42).
       01  WS-HOLD-COUNT           PIC 9(03) COMP VALUE ZERO.
       01  WS-HOLD-OVERFLOW        PIC X(01) VALUE "N".
       01  WS-HOLD-IX              PIC 9(03) COMP.
       01  WS-HOLD-HIT             PIC 9(03) COMP.
       01  WS-HOLD-RELEASED-SEEN   PIC X(01).
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
       COPY PRODMAST.
       01  WS-PRODUCT-FOUND        PIC X(01).
       01  WS-REGISTER-STATUS      PIC XX.
       01  WS-EOF-REGISTER         PIC X(01).
       01  WS-FILE-ID              PIC X(16).
       01  WS-FILE-ORIGINATOR      PIC X(8) VALUE "RETITEM".
       01  WS-ALREADY-APPLIED      PIC X(01).
       01  WS-FILE-ITEM-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-FILE-AMOUNT-TOTAL    PIC 9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Charging back returned deposited items..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY(1:6) TO WS-CURRENT-YYYYMM
           OPEN INPUT ReturnFile
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "No returned-item file on hand - nothing to "
                   "post."
               OPEN OUTPUT RejectFile
               CLOSE RejectFile
               GOBACK
           END-IF
           PERFORM IDENTIFY-RETURN-FILE
           IF WS-FILE-ITEM-COUNT > ZERO
               PERFORM CHECK-FILE-REGISTER
           END-IF
           IF WS-ALREADY-APPLIED = "Y"
               DISPLAY "Returned-item file " WS-FILE-ID " was "
                   "already applied - resubmission refused whole."
               CLOSE ReturnFile
               OPEN OUTPUT RejectFile
               CLOSE RejectFile
               GOBACK
           END-IF
           PERFORM LOAD-HOLD-BOOK
           IF WS-HOLD-OVERFLOW = "Y"
               DISPLAY "holds.dat holds more than 500 rows - run "
                   "aborted before any item was charged back."
               CLOSE ReturnFile
               GOBACK
           END-IF
           PERFORM LOAD-TIER-ROSTER
           OPEN I-O AccountFile
           IF WS-FILE-STATUS = "35"
               DISPLAY "No accounts on file. Run abandoned."
               CLOSE ReturnFile
               GOBACK
           END-IF
           OPEN OUTPUT RejectFile
           PERFORM UNTIL WS-EOF-RETURNS = "Y"
               READ ReturnFile INTO ReturnRecord
                   AT END
                       MOVE "Y" TO WS-EOF-RETURNS
                   NOT AT END
                       PERFORM APPLY-ONE-RETURN
               END-READ
           END-PERFORM
           CLOSE ReturnFile
           CLOSE AccountFile
           CLOSE RejectFile
           PERFORM SAVE-HOLD-BOOK
           IF WS-FILE-ITEM-COUNT > ZERO
               PERFORM REGISTER-APPLIED-FILE
           END-IF
           DISPLAY "Items charged back: " WS-APPLIED-COUNT
           DISPLAY "Items rejected:     " WS-REJECT-COUNT
           GOBACK.

      * One returned item: the account must be on file and open,
      * and an open hold from the original deposit date must cover
      * the returned amount, before any money moves.
       APPLY-ONE-RETURN.
           MOVE SPACES TO WS-GUARD-REASON
           IF RdAmount = ZERO
               MOVE "AMTZ" TO WS-GUARD-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE "V" TO WS-CHECK-MODE
           CALL "AcctCheckDigit" USING RdAccountNumber
               WS-CHECK-MODE WS-CHECK-VALID
           IF WS-CHECK-VALID NOT = "Y"
               MOVE "CKDG" TO WS-GUARD-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE RdAccountNumber TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   MOVE "NFND" TO WS-GUARD-REASON
           END-READ
           IF WS-GUARD-REASON = SPACES
                   AND ACCOUNT-CLOSED OF AccountData
               MOVE "CLSD" TO WS-GUARD-REASON
           END-IF
           IF WS-GUARD-REASON = SPACES
               PERFORM FIND-MATCHING-HOLD
               IF WS-HOLD-HIT = ZERO
                   IF WS-HOLD-RELEASED-SEEN = "Y"
                       MOVE "HREL" TO WS-GUARD-REASON
                   ELSE
                       MOVE "NOHD" TO WS-GUARD-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-GUARD-REASON NOT = SPACES
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           SUBTRACT RdAmount FROM AccountBalance OF AccountData
           IF RdAmount > HeldAmount OF AccountData
               MOVE ZERO TO HeldAmount OF AccountData
           ELSE
               SUBTRACT RdAmount FROM HeldAmount OF AccountData
           END-IF
           MOVE WS-TODAY TO LastActivityDate OF AccountData
           SET ACTIVE-ACCOUNT OF AccountData TO TRUE
           REWRITE AccountData
           MOVE RdAccountNumber TO LogAccountNumber
           MOVE "DEP-RETURN" TO LogTransactionType
           MOVE RdAmount TO LogAmount
           MOVE AccountBalance OF AccountData TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG
           MOVE WS-HOLD-REC(WS-HOLD-HIT) TO HoldRecord
           IF HoldAmount = RdAmount
               SET HOLD-RETURNED TO TRUE
           ELSE
               SUBTRACT RdAmount FROM HoldAmount
           END-IF
           MOVE HoldRecord TO WS-HOLD-REC(WS-HOLD-HIT)
           MOVE "RETURN-ITEM" TO WS-FEE-TXN-TYPE
           PERFORM ASSESS-TXN-FEE
           ADD 1 TO WS-APPLIED-COUNT
           DISPLAY "Returned item " RdReference " (reason "
               RdReturnReason ") charged back to account "
               RdAccountNumber ".".

      * Looks for the open hold the deposit placed: same account,
      * placed on the original deposit date, large enough to cover
      * the returned amount. An exact-amount hold is preferred over
      * a larger one, so a deposit of several checks on one day
      * gives up the right row. Leaves the table index in
      * WS-HOLD-HIT (zero when nothing matches) and notes whether a
      * released hold from that deposit was seen instead.
       FIND-MATCHING-HOLD.
           MOVE ZERO TO WS-HOLD-HIT
           MOVE "N" TO WS-HOLD-RELEASED-SEEN
           PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
                   UNTIL WS-HOLD-IX > WS-HOLD-COUNT
               MOVE WS-HOLD-REC(WS-HOLD-IX) TO HoldRecord
               IF HoldAccountNumber = RdAccountNumber
                       AND HoldPlacedDate = RdDepositDate
                   IF HOLD-OPEN AND HoldAmount NOT < RdAmount
                       IF WS-HOLD-HIT = ZERO
                           MOVE WS-HOLD-IX TO WS-HOLD-HIT
                       ELSE
                           IF HoldAmount = RdAmount
                               MOVE WS-HOLD-IX TO WS-HOLD-HIT
                           END-IF
                       END-IF
                   END-IF
                   IF HOLD-RELEASED
                       MOVE "Y" TO WS-HOLD-RELEASED-SEEN
                   END-IF
               END-IF
           END-PERFORM.

      * Prices the returned item off the fee schedule, the same way
      * every posting path does: the account to charge is in
      * AccountData with AccountFile open I-O, the free allowance is
      * one counter per account per month, and the charge posts as
      * its own FEE log entry.
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

      * The product row for the account in AccountData - the rules
      * it is held to (overdraft, withdrawal count, term deposit,
      * fee plan) now that they no longer follow the type letter.
       LOAD-ACCOUNT-PRODUCT.
           CALL "ProductLookup" USING ProductCode OF AccountData
               AccountType OF AccountData ProductRecord
               WS-PRODUCT-FOUND.

      * A pass over retitem.dat before anything posts: the first
      * item's clearing reference names the file (the clearing
      * house never reuses one), and the item count and amount
      * total go on the register with it. Leaves the file reopened
      * at its first line.
       IDENTIFY-RETURN-FILE.
           MOVE SPACES TO WS-FILE-ID
           MOVE "N" TO WS-ALREADY-APPLIED
           PERFORM UNTIL WS-EOF-RETURNS = "Y"
               READ ReturnFile INTO ReturnRecord
                   AT END
                       MOVE "Y" TO WS-EOF-RETURNS
                   NOT AT END
                       IF WS-FILE-ITEM-COUNT = ZERO
                           MOVE RdReference TO WS-FILE-ID
                       END-IF
                       ADD 1 TO WS-FILE-ITEM-COUNT
                       ADD RdAmount TO WS-FILE-AMOUNT-TOTAL
               END-READ
           END-PERFORM
           CLOSE ReturnFile
           OPEN INPUT ReturnFile
           MOVE "N" TO WS-EOF-RETURNS.

       CHECK-FILE-REGISTER.
           MOVE "N" TO WS-ALREADY-APPLIED
           MOVE "N" TO WS-EOF-REGISTER
           OPEN INPUT BatchRegisterFile
           IF WS-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-REGISTER = "Y"
               READ BatchRegisterFile INTO BatchRegisterRecord
                   AT END
                       MOVE "Y" TO WS-EOF-REGISTER
                   NOT AT END
                       IF BrFileId = WS-FILE-ID
                               AND BrOriginator = WS-FILE-ORIGINATOR
                           MOVE "Y" TO WS-ALREADY-APPLIED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BatchRegisterFile.

      * The file lands on the register once every item has been
      * through posting and the hold book is saved.
       REGISTER-APPLIED-FILE.
           MOVE SPACES TO BatchRegisterRecord
           MOVE WS-FILE-ID TO BrFileId
           MOVE WS-FILE-ORIGINATOR TO BrOriginator
           MOVE WS-TODAY TO BrAppliedDate
           MOVE WS-FILE-ITEM-COUNT TO BrItemCount
           MOVE WS-FILE-AMOUNT-TOTAL TO BrAmountTotal
           OPEN EXTEND BatchRegisterFile
           IF WS-REGISTER-STATUS = "35"
               CLOSE BatchRegisterFile
               OPEN OUTPUT BatchRegisterFile
           END-IF
           WRITE BatchRegisterRecord
           CLOSE BatchRegisterFile.

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

       LOAD-HOLD-BOOK.
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE "N" TO WS-HOLD-OVERFLOW
           OPEN INPUT HoldFile
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "00" TO WS-HOLD-STATUS
           PERFORM UNTIL WS-HOLD-STATUS = "10"
               READ HoldFile INTO HoldRecord
                   AT END
                       MOVE "10" TO WS-HOLD-STATUS
                   NOT AT END
                       IF WS-HOLD-COUNT = 500
                           MOVE "Y" TO WS-HOLD-OVERFLOW
                       ELSE
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE HoldRecord
                               TO WS-HOLD-REC(WS-HOLD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HoldFile.

      * Writes the hold book back only when there was one to read;
      * with no holds.dat on hand every item rejected NOHD and there
      * is nothing to save.
       SAVE-HOLD-BOOK.
           IF WS-HOLD-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HoldFile
           PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
                   UNTIL WS-HOLD-IX > WS-HOLD-COUNT
               MOVE WS-HOLD-REC(WS-HOLD-IX) TO HoldRecord
               WRITE HoldRecord
           END-PERFORM
           CLOSE HoldFile.

       WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO RejectRecord
           MOVE WS-GUARD-REASON TO RejReason
           MOVE ReturnRecord TO RejData
           WRITE RejectRecord
           DISPLAY "Rejected (" WS-GUARD-REASON ") returned item "
               RdReference " on account " RdAccountNumber.

      * Logging is delegated to TranLogger, which stamps the
      * timestamp, appends translog.dat and writes the keyed
      * acchist.dat history entry in one place.
       WRITE-TRANSACTION-LOG.
           MOVE ZERO TO LogOperatorId
           MOVE ZERO TO LogReversalRef
           MOVE "HQ" TO LogBranchId
           MOVE "BTCH" TO LogTerminalId
           CALL "TranLogger" USING TransactionLogRecord.
