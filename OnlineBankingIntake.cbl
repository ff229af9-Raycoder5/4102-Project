      * 10/15/2026 - new batch program: takes the internet banking
      *              vendor's daily instruction file (olbin.dat,
      *              OLBIN) and answers it with an acknowledgement
      *              file (olback.dat, OLBACK). The control edit pass
      *              reads the whole file before anything is posted:
      *              it must open with its header and close with a
      *              trailer whose detail count and amount total
      *              match, and its file id must not already be on
      *              the batchreg.dat register of applied files. A
      *              file that fails is refused whole and the
      *              acknowledgement says why. In a taken file every
      *              instruction is acknowledged in turn, accepted or
      *              rejected with its reason, and the rejects are
      *              also listed on olbrej.dat for the morning digest.
      *              A customer-initiated transfer must be between two
      *              of the customer's own accounts and faces the
      *              terminal transfer's guards: source on file, open,
      *              not PIN-locked, card not expired, not restricted,
      *              not legally frozen, not an unmatured term
      *              deposit, available balance covers it; destination
      *              on file, open, not locked, not an unmatured term
      *              deposit; a rate on file across currencies. It
      *              posts as XFER-OUT/XFER-IN priced as XFER-OUT
      *              (plus XFER-FX across currencies). A stop-payment
      *              request goes on the stoppay.dat book just as one
      *              registered at the terminal.
      * 10/15/2026 - an instruction under a customer number that has
      *              been merged into another rejects CUST; the vendor
      *              re-enrols the user under the survivor.
      * 10/15/2026 - the term-deposit lock on both sides of a
      *              transfer and the fee plan an instruction is
      *              priced under now follow the account's product
      *              on prodmast.dat (ProductLookup) instead of the
      *              AccountType letter.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OnlineBankingIntake.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AccountFile ASSIGN TO "card.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AccountNumber
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CustomerFile ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerNumber OF CustomerData
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT OlbInFile ASSIGN TO "olbin.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT AckFile ASSIGN TO "olback.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT RejectFile ASSIGN TO "olbrej.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT BatchRegisterFile ASSIGN TO "batchreg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT StopPayFile ASSIGN TO "stoppay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STOP-STATUS.

           SELECT TransactionLog ASSIGN TO "translog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT FxRateFile ASSIGN TO "fxrates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.

           SELECT CustTierFile ASSIGN TO "custtier.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TIER-STATUS.

           SELECT LegalOrderFile ASSIGN TO "legalord.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEGAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AccountFile.
       COPY ACCTREC.

       FD  CustomerFile.
       COPY CUSTREC.

       FD  OlbInFile.
       01  OlbInLine               PIC X(100).

       FD  AckFile.
       COPY OLBACK.

       FD  RejectFile.
       01  RejectLine              PIC X(80).

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

       FD  StopPayFile.
       COPY STOPPAY.

       FD  TransactionLog.
       COPY TRANLOG.

       FD  FxRateFile.
       COPY FXRATES.

       FD  CustTierFile.
       COPY CUSTTIER.

       FD  LegalOrderFile.
       COPY LEGALORD.

       WORKING-STORAGE SECTION.
       COPY OLBIN.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-CUSTOMER-STATUS      PIC XX.
       01  WS-IN-STATUS            PIC XX.
       01  WS-ACK-STATUS           PIC XX.
       01  WS-REJECT-STATUS        PIC XX.
       01  WS-REGISTER-STATUS      PIC XX.
       01  WS-STOP-STATUS          PIC XX.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-FX-STATUS            PIC XX.
       01  WS-EOF-IN               PIC X(01) VALUE "N".
       01  WS-EOF-EDIT             PIC X(01).
       01  WS-EOF-REGISTER         PIC X(01).
       01  WS-TODAY                PIC 9(8).
       01  WS-BD-PRIOR-DATE        PIC 9(8).
       01  WS-BD-FOUND             PIC X(01).
       01  WS-CURRENT-YEAR         PIC 9(4).
       01  WS-CURRENT-MONTH        PIC 9(2).
       01  WS-CURRENT-YYYYMM       PIC 9(6).
       01  WS-HAVE-HEADER          PIC X(01) VALUE "N".
       01  WS-HAVE-TRAILER         PIC X(01) VALUE "N".
       01  WS-EDIT-ITEM-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-EDIT-AMOUNT-TOTAL    PIC 9(13)V99 VALUE ZERO.
       01  WS-FILE-ID              PIC X(16).
       01  WS-VENDOR-ID            PIC X(8).
       01  WS-FILE-ACCEPTED        PIC X(01) VALUE "Y".
       01  WS-FILE-REASON          PIC X(4) VALUE SPACES.
       01  WS-ALREADY-APPLIED      PIC X(01).
       01  WS-GUARD-REASON         PIC X(4).
       01  WS-ACK-REFERENCE        PIC X(14).
       01  WS-ACCEPTED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-REJECTED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-ITEM-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-ACCEPTED-TOTAL       PIC 9(13)V99 VALUE ZERO.
       01  WS-SOURCE-CURRENCY      PIC X(3).
       01  WS-DEST-CURRENCY        PIC X(3).
       01  WS-DEST-AMOUNT          PIC 9(10)V99.
       01  WS-SOURCE-BALANCE       PIC S9(10)V99.
       01  WS-FX-FROM              PIC X(3).
       01  WS-FX-TO                PIC X(3).
       01  WS-FX-RATE              PIC 9(4)V9(6).
       01  WS-FX-BEST-DATE         PIC 9(8).
       01  WS-FX-FOUND             PIC X(01).
       01  WS-EOF-FX               PIC X(01).
       01  WS-CHECK-MODE           PIC X(01).
       01  WS-CHECK-VALID          PIC X(01).
       01  WS-STOP-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-NEXT-STOP-NUMBER     PIC 9(6) VALUE 1.
       01  WS-TIER-STATUS          PIC XX.
       01  WS-EOF-TIERS            PIC X(01).
       01  WS-TIER-TABLE.
           02 WS-TIER-ENTRY OCCURS 1000 TIMES.
               03 WS-TIER-CUSTOMER PIC 9(8).
               03 WS-TIER-LEVEL    PIC 9(1).
       01  WS-TIER-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-TIER-IX              PIC 9(04) COMP.
       01  WS-ACCOUNT-TIER         PIC 9(1).
       01  WS-LEGAL-STATUS         PIC XX.
       01  WS-LEGAL-FROZEN         PIC X(01).
       01  WS-FEE-TXN-TYPE         PIC X(12).
       01  WS-FEE-ACCT-TYPE        PIC X(01).
       01  WS-FEE-AMOUNT           PIC 9(8)V99.
       01  WS-FEE-ALLOWANCE        PIC 9(3).
       01  WS-FEE-FOUND            PIC X(01).
       COPY PRODMAST.
       01  WS-PRODUCT-FOUND        PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Taking the online banking instruction file..."
           PERFORM LOAD-TIER-ROSTER
           CALL "BusinessDay" USING WS-TODAY WS-BD-PRIOR-DATE
               WS-BD-FOUND
           MOVE WS-TODAY(1:4) TO WS-CURRENT-YEAR
           MOVE WS-TODAY(5:2) TO WS-CURRENT-MONTH
           MOVE WS-TODAY(1:6) TO WS-CURRENT-YYYYMM
           OPEN INPUT OlbInFile
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "No online banking file on hand - "
                   "nothing to take."
               GOBACK
           END-IF
           CLOSE OlbInFile
           PERFORM EDIT-OLB-FILE-CONTROLS
           OPEN OUTPUT AckFile
           MOVE SPACES TO OlbAckHeader
           MOVE "H" TO OahRecordType
           MOVE WS-VENDOR-ID TO OahVendorId
           MOVE WS-FILE-ID TO OahFileId
           MOVE WS-TODAY TO OahProcessedDate
           IF WS-FILE-ACCEPTED NOT = "Y"
               SET OAH-FILE-REFUSED TO TRUE
               MOVE WS-FILE-REASON TO OahFileReason
               WRITE OlbAckHeader
               CLOSE AckFile
               GOBACK
           END-IF
           SET OAH-FILE-TAKEN TO TRUE
           MOVE SPACES TO OahFileReason
           WRITE OlbAckHeader
           PERFORM COUNT-STOP-PAYMENTS
           OPEN I-O AccountFile
           IF WS-FILE-STATUS = "35"
               DISPLAY "No accounts on file. Run abandoned."
               CLOSE AckFile
               GOBACK
           END-IF
           OPEN INPUT CustomerFile
           OPEN OUTPUT RejectFile
           OPEN INPUT OlbInFile
           PERFORM UNTIL WS-EOF-IN = "Y"
               READ OlbInFile
                   AT END
                       MOVE "Y" TO WS-EOF-IN
                   NOT AT END
                       IF OlbInLine(1:1) = "D"
                           MOVE OlbInLine TO OlbInDetail
                           PERFORM PROCESS-OLB-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OlbInFile
           CLOSE AccountFile
           CLOSE CustomerFile
           CLOSE RejectFile
           MOVE SPACES TO OlbAckTrailer
           MOVE "T" TO OatRecordType
           MOVE WS-ITEM-COUNT TO OatItemCount
           MOVE WS-ACCEPTED-COUNT TO OatAcceptedCount
           MOVE WS-REJECTED-COUNT TO OatRejectedCount
           MOVE WS-ACCEPTED-TOTAL TO OatAcceptedTotal
           WRITE OlbAckTrailer
           CLOSE AckFile
           PERFORM REGISTER-APPLIED-FILE
           DISPLAY "Online banking items accepted: "
               WS-ACCEPTED-COUNT
           DISPLAY "Online banking items rejected: "
               WS-REJECTED-COUNT
           GOBACK.

      * The control edit pass: the whole file is read before the
      * master is touched. It must open with an "H" header and
      * close with a "T" trailer whose detail count and amount
      * total match the details between them, and its file id must
      * not already be on the register of applied files. Any
      * failure refuses the file whole, with WS-FILE-REASON saying
      * why for the acknowledgement.
       EDIT-OLB-FILE-CONTROLS.
           MOVE "N" TO WS-EOF-EDIT
           MOVE SPACES TO WS-FILE-ID
           MOVE SPACES TO WS-VENDOR-ID
           OPEN INPUT OlbInFile
           PERFORM UNTIL WS-EOF-EDIT = "Y"
               READ OlbInFile
                   AT END
                       MOVE "Y" TO WS-EOF-EDIT
                   NOT AT END
                       PERFORM EDIT-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE OlbInFile
           IF WS-HAVE-HEADER NOT = "Y"
               DISPLAY "Online banking file has no header record - "
                   "uncontrolled input refused."
               MOVE "N" TO WS-FILE-ACCEPTED
               MOVE "NOHD" TO WS-FILE-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-HAVE-TRAILER NOT = "Y"
               DISPLAY "Online banking file has no trailer record - "
                   "file refused."
               MOVE "N" TO WS-FILE-ACCEPTED
               MOVE "NOTR" TO WS-FILE-REASON
               EXIT PARAGRAPH
           END-IF
           IF OitItemCount NOT NUMERIC
                   OR OitAmountTotal NOT NUMERIC
                   OR WS-EDIT-ITEM-COUNT NOT = OitItemCount
                   OR WS-EDIT-AMOUNT-TOTAL NOT = OitAmountTotal
               DISPLAY "Online banking file fails its trailer: "
                   "counted " WS-EDIT-ITEM-COUNT " / "
                   WS-EDIT-AMOUNT-TOTAL " against trailer "
                   OitItemCount " / " OitAmountTotal
                   " - file refused."
               MOVE "N" TO WS-FILE-ACCEPTED
               MOVE "CTRL" TO WS-FILE-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-FILE-REGISTER
           IF WS-ALREADY-APPLIED = "Y"
               DISPLAY "Online banking file " WS-FILE-ID
                   " was already applied - resubmission refused "
                   "whole."
               MOVE "N" TO WS-FILE-ACCEPTED
               MOVE "DUPF" TO WS-FILE-REASON
           END-IF.

       EDIT-ONE-LINE.
           EVALUATE OlbInLine(1:1)
               WHEN "H"
                   MOVE OlbInLine TO OlbInHeader
                   MOVE OihFileId TO WS-FILE-ID
                   MOVE OihVendorId TO WS-VENDOR-ID
                   MOVE "Y" TO WS-HAVE-HEADER
               WHEN "T"
                   MOVE OlbInLine TO OlbInTrailer
                   MOVE "Y" TO WS-HAVE-TRAILER
               WHEN "D"
                   MOVE OlbInLine TO OlbInDetail
                   ADD 1 TO WS-EDIT-ITEM-COUNT
                   IF OidAmount NUMERIC
                       ADD OidAmount TO WS-EDIT-AMOUNT-TOTAL
                   END-IF
           END-EVALUATE.

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
                           MOVE "Y" TO WS-ALREADY-APPLIED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BatchRegisterFile.

      * Only a file that made it through posting lands on the
      * register, so a run that dies mid-file can be rerun.
       REGISTER-APPLIED-FILE.
           MOVE SPACES TO BatchRegisterRecord
           MOVE WS-FILE-ID TO BrFileId
           MOVE WS-VENDOR-ID TO BrOriginator
           MOVE WS-TODAY TO BrAppliedDate
           MOVE WS-EDIT-ITEM-COUNT TO BrItemCount
           MOVE WS-EDIT-AMOUNT-TOTAL TO BrAmountTotal
           OPEN EXTEND BatchRegisterFile
           IF WS-REGISTER-STATUS = "35"
               CLOSE BatchRegisterFile
               OPEN OUTPUT BatchRegisterFile
           END-IF
           WRITE BatchRegisterRecord
           CLOSE BatchRegisterFile.

      * One instruction: validated, posted or refused, and
      * acknowledged either way.
       PROCESS-OLB-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           MOVE SPACES TO WS-GUARD-REASON
           MOVE SPACES TO WS-ACK-REFERENCE
           IF OidCustomerNumber NOT NUMERIC
                   OR OidFromAccount NOT NUMERIC
                   OR OidToAccount NOT NUMERIC
                   OR OidAmount NOT NUMERIC
                   OR OidCheckNumber NOT NUMERIC
                   OR OidExpiryDate NOT NUMERIC
               MOVE "FMT " TO WS-GUARD-REASON
           ELSE
               EVALUATE TRUE
                   WHEN OID-TRANSFER
                       PERFORM APPLY-OLB-TRANSFER
                   WHEN OID-STOP
                       PERFORM APPLY-OLB-STOP
                   WHEN OTHER
                       MOVE "INST" TO WS-GUARD-REASON
               END-EVALUATE
           END-IF
           PERFORM WRITE-ACK-DETAIL.

       WRITE-ACK-DETAIL.
           MOVE SPACES TO OlbAckDetail
           MOVE "D" TO OadRecordType
           MOVE OidItemRef TO OadItemRef
           MOVE OidInstruction TO OadInstruction
           IF OidAmount NUMERIC
               MOVE OidAmount TO OadAmount
           ELSE
               MOVE ZERO TO OadAmount
           END-IF
           IF WS-GUARD-REASON = SPACES
               SET OAD-ACCEPTED TO TRUE
               MOVE WS-ACK-REFERENCE TO OadReference
               ADD 1 TO WS-ACCEPTED-COUNT
               IF OID-TRANSFER
                   ADD OidAmount TO WS-ACCEPTED-TOTAL
               END-IF
           ELSE
               SET OAD-REJECTED TO TRUE
               MOVE WS-GUARD-REASON TO OadReason
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-REJECT-LINE
           END-IF
           WRITE OlbAckDetail.

      * One line per rejected instruction for the morning digest.
       WRITE-REJECT-LINE.
           MOVE SPACES TO RejectLine
           STRING "ITEM " DELIMITED BY SIZE
               OidItemRef DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OidInstruction DELIMITED BY SIZE
               " REJECTED " DELIMITED BY SIZE
               WS-GUARD-REASON DELIMITED BY SIZE
               " CUSTOMER " DELIMITED BY SIZE
               OidCustomerNumber DELIMITED BY SIZE
               " ACCOUNT " DELIMITED BY SIZE
               OidFromAccount DELIMITED BY SIZE
               INTO RejectLine
           WRITE RejectLine
           DISPLAY "Rejected (" WS-GUARD-REASON ") item "
               OidItemRef " customer " OidCustomerNumber.

      * The instruction's customer must be on the master and alive;
      * the vendor signs its customers in, but the bank still
      * decides who may move money.
       CHECK-OLB-CUSTOMER.
           MOVE OidCustomerNumber TO CustomerNumber OF CustomerData
           READ CustomerFile
               INVALID KEY
                   MOVE "CUST" TO WS-GUARD-REASON
           END-READ
           IF WS-GUARD-REASON = SPACES
                   AND CUSTOMER-MERGED OF CustomerData
               MOVE "CUST" TO WS-GUARD-REASON
           END-IF
           IF WS-GUARD-REASON = SPACES
                   AND CUSTOMER-DECEASED OF CustomerData
               MOVE "DECD" TO WS-GUARD-REASON
           END-IF.

      * Keyed read of the instruction's from-account with the guards
      * every interactive path applies: present, the customer's own,
      * open, not PIN-locked, card not expired. Leaves
      * WS-GUARD-REASON spaces when the account is usable.
       READ-SOURCE-WITH-GUARDS.
           MOVE OidFromAccount TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   MOVE "NFND" TO WS-GUARD-REASON
           END-READ
           IF WS-GUARD-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF CustomerNumber OF AccountData NOT = OidCustomerNumber
               MOVE "OWNR" TO WS-GUARD-REASON
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
           END-IF.

      * A transfer between two of the customer's own accounts, with
      * the terminal transfer's guards on both legs.
       APPLY-OLB-TRANSFER.
           IF OidAmount = ZERO
               MOVE "AMTZ" TO WS-GUARD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "V" TO WS-CHECK-MODE
           CALL "AcctCheckDigit" USING OidFromAccount
               WS-CHECK-MODE WS-CHECK-VALID
           IF WS-CHECK-VALID NOT = "Y"
               MOVE "CKDG" TO WS-GUARD-REASON
               EXIT PARAGRAPH
           END-IF
           CALL "AcctCheckDigit" USING OidToAccount
               WS-CHECK-MODE WS-CHECK-VALID
           IF WS-CHECK-VALID NOT = "Y"
               MOVE "CKDG" TO WS-GUARD-REASON
               EXIT PARAGRAPH
           END-IF
           IF OidFromAccount = OidToAccount
               MOVE "SAME" TO WS-GUARD-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-OLB-CUSTOMER
           IF WS-GUARD-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SOURCE-WITH-GUARDS
           IF WS-GUARD-REASON = SPACES
                   AND ACCOUNT-RESTRICTED OF AccountData
               MOVE "RSTR" TO WS-GUARD-REASON
           END-IF
           IF WS-GUARD-REASON = SPACES
               PERFORM CHECK-LEGAL-FREEZE
               IF WS-LEGAL-FROZEN = "Y"
                   MOVE "LGLH" TO WS-GUARD-REASON
               END-IF
           END-IF
           IF WS-GUARD-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ACCOUNT-PRODUCT
           IF PRODUCT-TERM-DEPOSIT
                   AND WS-TODAY < MaturityDate OF AccountData
               MOVE "TERM" TO WS-GUARD-REASON
               EXIT PARAGRAPH
           END-IF
           IF AccountBalance OF AccountData
                   - HeldAmount OF AccountData < OidAmount
               MOVE "NSF " TO WS-GUARD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE CurrencyCode OF AccountData TO WS-SOURCE-CURRENCY
           MOVE OidToAccount TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   MOVE "DSTN" TO WS-GUARD-REASON
           END-READ
           IF WS-GUARD-REASON = SPACES
               IF CustomerNumber OF AccountData NOT =
                       OidCustomerNumber
                   MOVE "OWNR" TO WS-GUARD-REASON
               ELSE
                 IF ACCOUNT-CLOSED OF AccountData
                     MOVE "DSTC" TO WS-GUARD-REASON
                 ELSE
                   IF ACCOUNT-LOCKED OF AccountData
                       MOVE "DSTL" TO WS-GUARD-REASON
                   ELSE
                     PERFORM LOAD-ACCOUNT-PRODUCT
                     IF PRODUCT-TERM-DEPOSIT
                             AND WS-TODAY <
                                 MaturityDate OF AccountData
                         MOVE "DSTT" TO WS-GUARD-REASON
                     END-IF
                   END-IF
                 END-IF
               END-IF
           END-IF
           IF WS-GUARD-REASON = SPACES
               MOVE CurrencyCode OF AccountData TO WS-DEST-CURRENCY
               MOVE OidAmount TO WS-DEST-AMOUNT
               IF WS-DEST-CURRENCY NOT = WS-SOURCE-CURRENCY
                   MOVE WS-SOURCE-CURRENCY TO WS-FX-FROM
                   MOVE WS-DEST-CURRENCY TO WS-FX-TO
                   PERFORM LOOKUP-EXCHANGE-RATE
                   IF WS-FX-FOUND = "Y"
                       COMPUTE WS-DEST-AMOUNT ROUNDED =
                           OidAmount * WS-FX-RATE
                   ELSE
                       MOVE "NRTE" TO WS-GUARD-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-GUARD-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE OidFromAccount TO AccountNumber OF AccountData
           READ AccountFile
           SUBTRACT OidAmount FROM AccountBalance OF AccountData
           MOVE AccountBalance OF AccountData TO WS-SOURCE-BALANCE
           PERFORM MARK-ACCOUNT-ACTIVE
           REWRITE AccountData
           MOVE OidFromAccount TO LogAccountNumber
           MOVE "XFER-OUT" TO LogTransactionType
           MOVE OidAmount TO LogAmount
           MOVE WS-SOURCE-BALANCE TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG
           MOVE LogTimestamp TO WS-ACK-REFERENCE
           MOVE "XFER-OUT" TO WS-FEE-TXN-TYPE
           PERFORM ASSESS-TXN-FEE
           IF WS-DEST-CURRENCY NOT = WS-SOURCE-CURRENCY
               MOVE "XFER-FX" TO WS-FEE-TXN-TYPE
               PERFORM ASSESS-TXN-FEE
           END-IF
           MOVE OidToAccount TO AccountNumber OF AccountData
           READ AccountFile
           ADD WS-DEST-AMOUNT TO AccountBalance OF AccountData
           PERFORM MARK-ACCOUNT-ACTIVE
           REWRITE AccountData
           MOVE OidToAccount TO LogAccountNumber
           MOVE "XFER-IN" TO LogTransactionType
           MOVE WS-DEST-AMOUNT TO LogAmount
           MOVE AccountBalance OF AccountData TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG.

      * A stop-payment request on one of the customer's own open
      * accounts, entered on the book exactly as the terminal
      * enters one; CheckInclearing honors it from the next run.
       APPLY-OLB-STOP.
           MOVE "V" TO WS-CHECK-MODE
           CALL "AcctCheckDigit" USING OidFromAccount
               WS-CHECK-MODE WS-CHECK-VALID
           IF WS-CHECK-VALID NOT = "Y"
               MOVE "CKDG" TO WS-GUARD-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-OLB-CUSTOMER
           IF WS-GUARD-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE OidFromAccount TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   MOVE "NFND" TO WS-GUARD-REASON
                   EXIT PARAGRAPH
           END-READ
           IF CustomerNumber OF AccountData NOT = OidCustomerNumber
               MOVE "OWNR" TO WS-GUARD-REASON
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-CLOSED OF AccountData
               MOVE "CLSD" TO WS-GUARD-REASON
               EXIT PARAGRAPH
           END-IF
           IF OidCheckNumber = ZERO AND OidAmount = ZERO
               MOVE "NOCK" TO WS-GUARD-REASON
               EXIT PARAGRAPH
           END-IF
           IF OidExpiryDate NOT > WS-TODAY
               MOVE "EXPY" TO WS-GUARD-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-STOP-COUNT NOT < 200
               MOVE "FULL" TO WS-GUARD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO StopPayRecord
           MOVE WS-NEXT-STOP-NUMBER TO SpOrderNumber
           MOVE OidFromAccount TO SpAccountNumber
           MOVE OidCheckNumber TO SpCheckNumber
           MOVE OidAmount TO SpAmount
           MOVE OidExpiryDate TO SpExpiryDate
           SET SP-ACTIVE TO TRUE
           MOVE WS-TODAY TO SpPlacedDate
           MOVE ZERO TO SpOperatorId
           OPEN EXTEND StopPayFile
           IF WS-STOP-STATUS = "35"
               CLOSE StopPayFile
               OPEN OUTPUT StopPayFile
           END-IF
           WRITE StopPayRecord
           CLOSE StopPayFile
           MOVE SpOrderNumber TO WS-ACK-REFERENCE
           ADD 1 TO WS-STOP-COUNT
           ADD 1 TO WS-NEXT-STOP-NUMBER.

      * The book holds 200 orders, the same as at the terminal, and
      * is numbered one past the highest order already on it.
       COUNT-STOP-PAYMENTS.
           MOVE ZERO TO WS-STOP-COUNT
           MOVE 1 TO WS-NEXT-STOP-NUMBER
           OPEN INPUT StopPayFile
           IF WS-STOP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "00" TO WS-STOP-STATUS
           PERFORM UNTIL WS-STOP-STATUS = "10"
               READ StopPayFile INTO StopPayRecord
                   AT END
                       MOVE "10" TO WS-STOP-STATUS
                   NOT AT END
                       ADD 1 TO WS-STOP-COUNT
                       IF SpOrderNumber NOT < WS-NEXT-STOP-NUMBER
                           COMPUTE WS-NEXT-STOP-NUMBER =
                               SpOrderNumber + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StopPayFile.

       MARK-ACCOUNT-ACTIVE.
           MOVE WS-TODAY TO LastActivityDate OF AccountData
           SET ACTIVE-ACCOUNT OF AccountData TO TRUE.

      * Prices one applied item off the fee schedule, the same way
      * the terminal does: the account to charge is in AccountData
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

       LOOKUP-EXCHANGE-RATE.
           MOVE "N" TO WS-FX-FOUND
           MOVE ZERO TO WS-FX-BEST-DATE
           MOVE "N" TO WS-EOF-FX
           OPEN INPUT FxRateFile
           IF WS-FX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FX = "Y"
               READ FxRateFile INTO FxRateRecord
                   AT END
                       MOVE "Y" TO WS-EOF-FX
                   NOT AT END
                       IF FxFromCurrency = WS-FX-FROM
                               AND FxToCurrency = WS-FX-TO
                               AND FxEffectiveDate NOT > WS-TODAY
                               AND FxEffectiveDate NOT <
                                   WS-FX-BEST-DATE
                           MOVE FxEffectiveDate TO WS-FX-BEST-DATE
                           MOVE FxRate TO WS-FX-RATE
                           MOVE "Y" TO WS-FX-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FxRateFile.

      * Logging is delegated to TranLogger, which stamps the
      * timestamp, appends translog.dat and writes the keyed
      * acchist.dat history entry in one place. Entries from this
      * job carry terminal OLB so the channel shows on the log.
       WRITE-TRANSACTION-LOG.
           MOVE ZERO TO LogOperatorId
           MOVE ZERO TO LogReversalRef
           MOVE "HQ" TO LogBranchId
           MOVE "OLB" TO LogTerminalId
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
