      * 10/15/2026 - new batch program: pays the scheduled bill
      *              payments on billpay.dat that fall due on or
      *              before the business date. Each one goes out
      *              exactly as a teller's external transfer would:
      *              the same source-account guards (on file, open,
      *              not PIN-locked, card not expired, not
      *              restricted, not legally frozen, not an
      *              unmatured term deposit, available balance
      *              covers it), the customer leg posted as
      *              EXT-XFER-OUT and priced off feesched.dat as
      *              EXT-XFER, the money moved into the
      *              EXT-SETTLE-ACCT settlement account
      *              (EXT-SETTLE), and a pending row queued on
      *              exttxn.dat under the payee's current routing
      *              number and remittance account for
      *              ExtTransferExtract to send tonight. A paid row
      *              keeps the queue item number. A payment that
      *              cannot be made is marked skipped with its
      *              reason, listed on bpskip.dat for the morning
      *              digest, and noticed to the customer by
      *              NoticeGeneration; one-time payments are not
      *              retried.
      * 10/15/2026 - the term-deposit lock on the paying account
      *              and the fee plan a payment is priced under now
      *              follow the account's product on prodmast.dat
      *              (ProductLookup) instead of the AccountType
      *              letter.
      * 10/15/2026 - the queued transfer carries the customer's
      *              reference with the payee as its remittance
      *              reference, so the payee can match the money.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BillPayExec.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AccountFile ASSIGN TO "card.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AccountNumber
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT BillPaymentFile ASSIGN TO "billpay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BILLPAY-STATUS.

           SELECT PayeeFile ASSIGN TO "payees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAYEE-STATUS.

           SELECT ExtTransferFile ASSIGN TO "exttxn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT TransactionLog ASSIGN TO "translog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT CustTierFile ASSIGN TO "custtier.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TIER-STATUS.

           SELECT LegalOrderFile ASSIGN TO "legalord.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEGAL-STATUS.

           SELECT SkipReport ASSIGN TO "bpskip.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SKIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AccountFile.
       COPY ACCTREC.

       FD  BillPaymentFile.
       COPY BILLPAY.

       FD  PayeeFile.
       COPY PAYEE.

       FD  ExtTransferFile.
       COPY EXTXFER.

       FD  TransactionLog.
       COPY TRANLOG.

       FD  CustTierFile.
       COPY CUSTTIER.

       FD  LegalOrderFile.
       COPY LEGALORD.

       FD  SkipReport.
       01  SkipLine                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-BILLPAY-STATUS       PIC XX.
       01  WS-PAYEE-STATUS         PIC XX.
       01  WS-EXT-STATUS           PIC XX.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-SKIP-STATUS          PIC XX.
       01  WS-BP-TABLE.
           02 WS-BP-REC OCCURS 2000 TIMES PIC X(110).
       01  WS-BP-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-BP-IX                PIC 9(04) COMP.
       01  WS-BP-OVERFLOW          PIC X(01) VALUE "N".
       01  WS-PY-TABLE.
           02 WS-PY-REC OCCURS 2000 TIMES PIC X(104).
       01  WS-PY-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-PY-IX                PIC 9(04) COMP.
       01  WS-PY-OVERFLOW          PIC X(01) VALUE "N".
       01  WS-PY-FOUND             PIC X(01).
       01  WS-TODAY                PIC 9(8).
       01  WS-BD-PRIOR-DATE        PIC 9(8).
       01  WS-BD-FOUND             PIC X(01).
       01  WS-CURRENT-YEAR         PIC 9(4).
       01  WS-CURRENT-MONTH        PIC 9(2).
       01  WS-CURRENT-YYYYMM       PIC 9(6).
       01  WS-PAID-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-SKIPPED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-PAID-TOTAL           PIC 9(12)V99 VALUE ZERO.
       01  WS-GUARD-REASON         PIC X(4).
       01  WS-SOURCE-BALANCE       PIC S9(10)V99.
       01  WS-EXT-SETTLE-ACCT      PIC 9(8) VALUE ZERO.
       01  WS-NEXT-EXT-SEQ         PIC 9(6).
       01  WS-EOF-EXT              PIC X(01).
       01  WS-LEGAL-STATUS         PIC XX.
       01  WS-LEGAL-FROZEN         PIC X(01).
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
      * Routing check, the standard ABA 3-7-1 weighting.
       01  WS-ROUTING-X            PIC X(9).
       01  WS-ROUTING-WEIGHTS      PIC X(9) VALUE "371371371".
       01  WS-ROUTING-IX           PIC 9(02).
       01  WS-ROUTING-DIGIT        PIC 9(01).
       01  WS-ROUTING-WEIGHT       PIC 9(01).
       01  WS-ROUTING-SUM          PIC 9(04).
       01  WS-ROUTING-OK           PIC X(01).
       01  WS-AMOUNT-EDIT          PIC Z(9)9.99.

       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC 9(10)V9(4).
       01  WS-PARM-FOUND           PIC X(01).
       COPY PRODMAST.
       01  WS-PRODUCT-FOUND        PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Paying scheduled bill payments due today..."
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-TIER-ROSTER
           CALL "BusinessDay" USING WS-TODAY WS-BD-PRIOR-DATE
               WS-BD-FOUND
           MOVE WS-TODAY(1:4) TO WS-CURRENT-YEAR
           MOVE WS-TODAY(5:2) TO WS-CURRENT-MONTH
           MOVE WS-TODAY(1:6) TO WS-CURRENT-YYYYMM
           OPEN OUTPUT SkipReport
           PERFORM LOAD-BILL-PAYMENTS
           IF WS-BP-OVERFLOW = "Y"
               DISPLAY "billpay.dat holds more than 2000 payments - "
                   "run aborted before any payment was touched."
               CLOSE SkipReport
               GOBACK
           END-IF
           IF WS-BP-COUNT = ZERO
               DISPLAY "No bill payments on file."
               CLOSE SkipReport
               GOBACK
           END-IF
           PERFORM LOAD-PAYEES
           IF WS-PY-OVERFLOW = "Y"
               DISPLAY "payees.dat holds more than 2000 payees - "
                   "run aborted before any payment was touched."
               CLOSE SkipReport
               GOBACK
           END-IF
           PERFORM FIND-NEXT-EXT-SEQ
           OPEN I-O AccountFile
           IF WS-FILE-STATUS = "35"
               DISPLAY "No accounts on file. Nothing to pay."
               CLOSE SkipReport
               GOBACK
           END-IF
           PERFORM VARYING WS-BP-IX FROM 1 BY 1
                   UNTIL WS-BP-IX > WS-BP-COUNT
               MOVE WS-BP-REC(WS-BP-IX) TO BillPaymentRecord
               IF BP-SCHEDULED AND BpDueDate NOT > WS-TODAY
                   PERFORM EXECUTE-BILL-PAYMENT
                   MOVE BillPaymentRecord TO WS-BP-REC(WS-BP-IX)
               END-IF
           END-PERFORM
           CLOSE AccountFile
           CLOSE SkipReport
           PERFORM SAVE-BILL-PAYMENTS
           MOVE WS-PAID-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "Bill payments made:    " WS-PAID-COUNT
               " totalling " WS-AMOUNT-EDIT
           DISPLAY "Bill payments skipped: " WS-SKIPPED-COUNT
           GOBACK.

      * Loads the whole payment book. Past the table size the run
      * must not write the book back, or rows would be lost.
       LOAD-BILL-PAYMENTS.
           MOVE ZERO TO WS-BP-COUNT
           MOVE "N" TO WS-BP-OVERFLOW
           OPEN INPUT BillPaymentFile
           IF WS-BILLPAY-STATUS = "00"
               MOVE "00" TO WS-BILLPAY-STATUS
               PERFORM UNTIL WS-BILLPAY-STATUS = "10"
                   READ BillPaymentFile INTO BillPaymentRecord
                       AT END
                           MOVE "10" TO WS-BILLPAY-STATUS
                       NOT AT END
                           IF WS-BP-COUNT = 2000
                               MOVE "Y" TO WS-BP-OVERFLOW
                           ELSE
                               ADD 1 TO WS-BP-COUNT
                               MOVE BillPaymentRecord
                                   TO WS-BP-REC(WS-BP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BillPaymentFile
           END-IF.

       SAVE-BILL-PAYMENTS.
           OPEN OUTPUT BillPaymentFile
           PERFORM VARYING WS-BP-IX FROM 1 BY 1
                   UNTIL WS-BP-IX > WS-BP-COUNT
               MOVE WS-BP-REC(WS-BP-IX) TO BillPaymentRecord
               WRITE BillPaymentRecord
           END-PERFORM
           CLOSE BillPaymentFile.

       LOAD-PAYEES.
           MOVE ZERO TO WS-PY-COUNT
           MOVE "N" TO WS-PY-OVERFLOW
           OPEN INPUT PayeeFile
           IF WS-PAYEE-STATUS = "00"
               MOVE "00" TO WS-PAYEE-STATUS
               PERFORM UNTIL WS-PAYEE-STATUS = "10"
                   READ PayeeFile INTO PayeeRecord
                       AT END
                           MOVE "10" TO WS-PAYEE-STATUS
                       NOT AT END
                           IF WS-PY-COUNT = 2000
                               MOVE "Y" TO WS-PY-OVERFLOW
                           ELSE
                               ADD 1 TO WS-PY-COUNT
                               MOVE PayeeRecord
                                   TO WS-PY-REC(WS-PY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PayeeFile
           END-IF.

      * The queue is numbered the way the terminal numbers it: one
      * past the highest sequence already on exttxn.dat.
       FIND-NEXT-EXT-SEQ.
           MOVE 1 TO WS-NEXT-EXT-SEQ
           MOVE "N" TO WS-EOF-EXT
           OPEN INPUT ExtTransferFile
           IF WS-EXT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-EXT = "Y"
               READ ExtTransferFile INTO ExtTransferRecord
                   AT END
                       MOVE "Y" TO WS-EOF-EXT
                   NOT AT END
                       IF ExtSeqNumber NOT < WS-NEXT-EXT-SEQ
                           COMPUTE WS-NEXT-EXT-SEQ =
                               ExtSeqNumber + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ExtTransferFile.

      * Runs one due payment end to end with the terminal's
      * external-transfer guards. Leaves BillPaymentRecord marked
      * paid or skipped for the caller to put back in the table.
       EXECUTE-BILL-PAYMENT.
           MOVE SPACES TO WS-GUARD-REASON
           PERFORM FIND-BILL-PAYEE
           IF WS-PY-FOUND NOT = "Y"
               MOVE "PAYE" TO WS-GUARD-REASON
           END-IF
           IF WS-GUARD-REASON = SPACES
               PERFORM VALIDATE-ROUTING-NUMBER
               IF WS-ROUTING-OK NOT = "Y"
                   MOVE "RTNG" TO WS-GUARD-REASON
               END-IF
           END-IF
           IF WS-GUARD-REASON = SPACES
               PERFORM READ-SOURCE-WITH-GUARDS
           END-IF
           IF WS-GUARD-REASON = SPACES
               PERFORM CHECK-SETTLEMENT-ACCOUNT
           END-IF
           IF WS-GUARD-REASON NOT = SPACES
               PERFORM SKIP-BILL-PAYMENT
               EXIT PARAGRAPH
           END-IF

           MOVE BpSourceAccount TO AccountNumber OF AccountData
           READ AccountFile
           SUBTRACT BpAmount FROM AccountBalance OF AccountData
           MOVE AccountBalance OF AccountData TO WS-SOURCE-BALANCE
           MOVE WS-TODAY TO LastActivityDate OF AccountData
           SET ACTIVE-ACCOUNT OF AccountData TO TRUE
           REWRITE AccountData
           MOVE BpSourceAccount TO LogAccountNumber
           MOVE "EXT-XFER-OUT" TO LogTransactionType
           MOVE BpAmount TO LogAmount
           MOVE WS-SOURCE-BALANCE TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG
           MOVE "EXT-XFER" TO WS-FEE-TXN-TYPE
           PERFORM ASSESS-TXN-FEE

           MOVE WS-EXT-SETTLE-ACCT TO AccountNumber OF AccountData
           READ AccountFile
           ADD BpAmount TO AccountBalance OF AccountData
           REWRITE AccountData
           MOVE WS-EXT-SETTLE-ACCT TO LogAccountNumber
           MOVE "EXT-SETTLE" TO LogTransactionType
           MOVE BpAmount TO LogAmount
           MOVE AccountBalance OF AccountData TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG

           PERFORM QUEUE-EXTERNAL-TRANSFER
           SET BP-PAID TO TRUE
           MOVE WS-TODAY TO BpStatusDate
           MOVE ExtSeqNumber TO BpExtSeqNumber
           MOVE SPACES TO BpSkipReason
           ADD 1 TO WS-PAID-COUNT
           ADD BpAmount TO WS-PAID-TOTAL
           DISPLAY "Payment " BpPaymentNumber " made: "
               BpSourceAccount " -> " BpPayeeName
               " amount " BpAmount " item " BpExtSeqNumber.

      * Looks the payment's payee up in the directory as it stands
      * tonight, so a payee whose remittance details were corrected
      * after scheduling is paid at the corrected details.
       FIND-BILL-PAYEE.
           MOVE "N" TO WS-PY-FOUND
           PERFORM VARYING WS-PY-IX FROM 1 BY 1
                   UNTIL WS-PY-IX > WS-PY-COUNT
                       OR WS-PY-FOUND = "Y"
               MOVE WS-PY-REC(WS-PY-IX) TO PayeeRecord
               IF PyCustomerNumber = BpCustomerNumber
                       AND PyPayeeNumber = BpPayeeNumber
                       AND PAYEE-ACTIVE
                   MOVE "Y" TO WS-PY-FOUND
               END-IF
           END-PERFORM.

      * Keyed read of the source account with the guards the
      * terminal's external transfer applies.
       READ-SOURCE-WITH-GUARDS.
           MOVE BpSourceAccount TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   MOVE "NFND" TO WS-GUARD-REASON
           END-READ
           IF WS-GUARD-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-CLOSED OF AccountData
               MOVE "CLSD" TO WS-GUARD-REASON
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-LOCKED OF AccountData
               MOVE "LOCK" TO WS-GUARD-REASON
               EXIT PARAGRAPH
           END-IF
           IF YY OF ExpirationDate OF AccountData < WS-CURRENT-YEAR
               OR (YY OF ExpirationDate OF AccountData =
                       WS-CURRENT-YEAR
                   AND MM OF ExpirationDate OF AccountData <
                       WS-CURRENT-MONTH)
               MOVE "EXPD" TO WS-GUARD-REASON
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-RESTRICTED OF AccountData
               MOVE "RSTR" TO WS-GUARD-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LEGAL-FREEZE
           IF WS-LEGAL-FROZEN = "Y"
               MOVE "LGLH" TO WS-GUARD-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ACCOUNT-PRODUCT
           IF PRODUCT-TERM-DEPOSIT
                   AND WS-TODAY < MaturityDate OF AccountData
               MOVE "TERM" TO WS-GUARD-REASON
               EXIT PARAGRAPH
           END-IF
           IF AccountBalance OF AccountData
                   - HeldAmount OF AccountData < BpAmount
               MOVE "NSF " TO WS-GUARD-REASON
           END-IF.

      * Money must never leave a customer account with nowhere to
      * sit: the settlement account has to be configured, on file
      * and open.
       CHECK-SETTLEMENT-ACCOUNT.
           IF WS-EXT-SETTLE-ACCT = ZERO
               MOVE "NSET" TO WS-GUARD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EXT-SETTLE-ACCT TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   MOVE "NSET" TO WS-GUARD-REASON
           END-READ
           IF WS-GUARD-REASON = SPACES
                   AND ACCOUNT-CLOSED OF AccountData
               MOVE "NSET" TO WS-GUARD-REASON
           END-IF.

       SKIP-BILL-PAYMENT.
           SET BP-SKIPPED TO TRUE
           MOVE WS-TODAY TO BpStatusDate
           MOVE WS-GUARD-REASON TO BpSkipReason
           ADD 1 TO WS-SKIPPED-COUNT
           DISPLAY "Payment " BpPaymentNumber " skipped ("
               WS-GUARD-REASON "): " BpSourceAccount " -> "
               BpPayeeName " amount " BpAmount
           PERFORM WRITE-SKIP-LINE.

      * One line per skipped payment for the morning digest.
       WRITE-SKIP-LINE.
           MOVE BpAmount TO WS-AMOUNT-EDIT
           MOVE SPACES TO SkipLine
           STRING "PAYMENT " DELIMITED BY SIZE
               BpPaymentNumber DELIMITED BY SIZE
               " SKIPPED " DELIMITED BY SIZE
               BpSkipReason DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               BpSourceAccount DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               BpPayeeName(1:20) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO SkipLine
           WRITE SkipLine.

      * Appends the payment to exttxn.dat as a pending row for
      * ExtTransferExtract, with the payee's remittance details and
      * the customer's reference with the payee.
       QUEUE-EXTERNAL-TRANSFER.
           MOVE SPACES TO ExtTransferRecord
           MOVE WS-NEXT-EXT-SEQ TO ExtSeqNumber
           MOVE BpSourceAccount TO ExtSourceAccount
           MOVE PyRoutingNumber TO ExtRoutingNumber
           MOVE PyRemitAccount TO ExtDestAccount
           MOVE BpAmount TO ExtAmount
           MOVE WS-TODAY TO ExtCapturedDate
           SET EXT-PENDING TO TRUE
           MOVE SPACES TO ExtReturnReason
           MOVE PyCustomerRef TO ExtReference
           OPEN EXTEND ExtTransferFile
           IF WS-EXT-STATUS = "35"
               CLOSE ExtTransferFile
               OPEN OUTPUT ExtTransferFile
           END-IF
           WRITE ExtTransferRecord
           CLOSE ExtTransferFile
           ADD 1 TO WS-NEXT-EXT-SEQ.

      * The standard ABA checksum on the payee's routing number:
      * the nine digits weighted 3-7-1-3-7-1-3-7-1 must sum to a
      * multiple of ten.
       VALIDATE-ROUTING-NUMBER.
           MOVE "N" TO WS-ROUTING-OK
           IF PyRoutingNumber = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE PyRoutingNumber TO WS-ROUTING-X
           MOVE ZERO TO WS-ROUTING-SUM
           PERFORM VARYING WS-ROUTING-IX FROM 1 BY 1
                   UNTIL WS-ROUTING-IX > 9
               MOVE WS-ROUTING-X(WS-ROUTING-IX:1)
                   TO WS-ROUTING-DIGIT
               MOVE WS-ROUTING-WEIGHTS(WS-ROUTING-IX:1)
                   TO WS-ROUTING-WEIGHT
               COMPUTE WS-ROUTING-SUM = WS-ROUTING-SUM
                   + WS-ROUTING-DIGIT * WS-ROUTING-WEIGHT
           END-PERFORM
           IF FUNCTION MOD(WS-ROUTING-SUM, 10) = ZERO
               MOVE "Y" TO WS-ROUTING-OK
           END-IF.

      * Prices one payment off the fee schedule, the same way the
      * terminal does: the account to charge is in AccountData
      * with AccountFile open I-O, the free allowance is one
      * counter per account per month, and the charge posts as its
      * own FEE log entry.
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

      * Leaves WS-LEGAL-FROZEN "Y" when the account in AccountData
      * carries an active, unexpired freeze order.
       CHECK-LEGAL-FREEZE.
           MOVE "N" TO WS-LEGAL-FROZEN
           MOVE "00" TO WS-LEGAL-STATUS
           OPEN INPUT LegalOrderFile
           IF WS-LEGAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LEGAL-STATUS = "10"
               READ LegalOrderFile INTO LegalOrderRecord
                   AT END
                       MOVE "10" TO WS-LEGAL-STATUS
                   NOT AT END
                       IF LO-ORDER-ACTIVE
                               AND LO-TYPE-FREEZE
                               AND LoAccountNumber =
                                   AccountNumber OF AccountData
                               AND LoExpiryDate NOT < WS-TODAY
                           MOVE "Y" TO WS-LEGAL-FROZEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LegalOrderFile.

      * Logging is delegated to TranLogger, which stamps the
      * timestamp, appends translog.dat and writes the keyed
      * acchist.dat history entry in one place.
       WRITE-TRANSACTION-LOG.
           MOVE ZERO TO LogOperatorId
           MOVE ZERO TO LogReversalRef
           MOVE "HQ" TO LogBranchId
           MOVE "BTCH" TO LogTerminalId
           CALL "TranLogger" USING TransactionLogRecord.

      * Reads the custtier.dat roster into a table. A missing
      * roster leaves the table empty, and every account then
      * defaults to tier 1.
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

       LOAD-PARAMETERS.
           MOVE "EXT-SETTLE-ACCT" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-EXT-SETTLE-ACCT
           END-IF.

       GET-PARAMETER.
           CALL "ParamLookup" USING WS-PARM-KEY WS-PARM-VALUE
               WS-PARM-FOUND.
