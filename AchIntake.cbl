      * 10/15/2026 - new batch program: posts a standard ACH file
      *              (achin.dat, 94-byte NACHA records) straight
      *              against the account master, so an originator's
      *              payroll or collection file no longer has to be
      *              hand-converted to the batchtxn.dat layout.
      *              A control edit pass reads the whole file first:
      *              file header ("1"), batch headers ("5"), entry
      *              details ("6") and addenda ("7") in sequence,
      *              every batch control ("8") agreeing with the
      *              entry/addenda count, entry hash and debit and
      *              credit totals of its batch, and the file
      *              control ("9") agreeing with the batch count,
      *              block count and file totals. Any failure, a
      *              file addressed to another routing number
      *              (ACH-ROUTING-NUMBER), or a file already on the
      *              batchreg.dat register refuses the file whole.
      *              Entries are matched to accounts by the DFI
      *              account number, check digit included, and post
      *              through the BatchPosting guards - credits
      *              (22/32) as ACH-CREDIT like a batch deposit,
      *              debits (27/37) as ACH-DEBIT like a batch
      *              withdrawal, with overdraft cover, limits and
      *              the ACH-DEBIT fee. Prenotes (23/28/33/38) are
      *              validated the same way and post nothing.
      *              An entry that cannot post goes back to its
      *              originating bank as a formatted return entry
      *              with a 99 addenda on achret.dat, its own file
      *              with headers, controls and blocking:
      *                R01 insufficient funds (NSF, daily limit)
      *                R02 account closed
      *                R03 no account / unable to locate account
      *                R04 invalid account number (not numeric,
      *                    check digit fails)
      *                R16 account frozen (legal freeze, fraud
      *                    restriction, PIN lock, expired card)
      *                R17 entry cannot be processed (zero amount,
      *                    unsupported transaction code)
      *                R20 non-transaction account (unmatured term
      *                    deposit, savings withdrawal limit)
      *              The bank's own reason code rides in the addenda
      *              information field.
      * 10/15/2026 - account rules now come from the account's
      *              product on prodmast.dat (ProductLookup) instead
      *              of the AccountType letter: overdraft and its
      *              limit, the monthly withdrawal count, the
      *              term-deposit lock, overdraft-protection
      *              eligibility and the fee plan an entry is priced
      *              under. OVERDRAFT-LIMIT and SAVINGS-WD-LIMIT are
      *              no longer read here.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AchIntake.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AccountFile ASSIGN TO "card.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AccountNumber
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT AchInFile ASSIGN TO "achin.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACHIN-STATUS.

           SELECT AchReturnFile ASSIGN TO "achret.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACHRET-STATUS.

           SELECT BatchRegisterFile ASSIGN TO "batchreg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  AccountFile.
       COPY ACCTREC.

       FD  AchInFile.
       01  AchInputLine            PIC X(94).

       FD  AchReturnFile.
       01  AchReturnLine           PIC X(94).

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

       FD  TransactionLog.
       COPY TRANLOG.

       FD  CustTierFile.
       COPY CUSTTIER.

       FD  LegalOrderFile.
       COPY LEGALORD.

       WORKING-STORAGE SECTION.
      * The NACHA record shapes, 94 bytes each, used both to read
      * achin.dat and to build the returns on achret.dat.
       01  AchFileHeader.
           02 AfhRecordType       PIC X(1).
           02 AfhPriorityCode     PIC X(2).
           02 AfhImmedDest        PIC X(10).
           02 AfhImmedOrigin      PIC X(10).
           02 AfhCreationDate     PIC X(6).
           02 AfhCreationTime     PIC X(4).
           02 AfhFileIdModifier   PIC X(1).
           02 AfhRecordSize       PIC X(3).
           02 AfhBlockingFactor   PIC X(2).
           02 AfhFormatCode       PIC X(1).
           02 AfhDestName         PIC X(23).
           02 AfhOriginName       PIC X(23).
           02 AfhReferenceCode    PIC X(8).
       01  AchBatchHeader.
           02 AbhRecordType       PIC X(1).
           02 AbhServiceClass     PIC X(3).
           02 AbhCompanyName      PIC X(16).
           02 AbhDiscretionary    PIC X(20).
           02 AbhCompanyId        PIC X(10).
           02 AbhSecCode          PIC X(3).
           02 AbhEntryDesc        PIC X(10).
           02 AbhDescDate         PIC X(6).
           02 AbhEffectiveDate    PIC X(6).
           02 AbhSettleDate       PIC X(3).
           02 AbhOriginatorStatus PIC X(1).
           02 AbhOdfiId           PIC X(8).
           02 AbhBatchNumber      PIC 9(7).
       01  AchEntryDetail.
           02 AedRecordType       PIC X(1).
           02 AedTxnCode          PIC 9(2).
           02 AedTxnCodeParts REDEFINES AedTxnCode.
               03 AedTxnClass     PIC 9(1).
               03 AedTxnDigit     PIC 9(1).
                   88 ACH-CREDIT-SIDE  VALUE 1 THRU 4.
                   88 ACH-DEBIT-SIDE   VALUE 6 THRU 9.
                   88 ACH-LIVE-CREDIT  VALUE 2.
                   88 ACH-LIVE-DEBIT   VALUE 7.
                   88 ACH-PRENOTE-CREDIT VALUE 3.
                   88 ACH-PRENOTE-DEBIT  VALUE 8.
           02 AedRdfiId           PIC 9(8).
           02 AedCheckDigit       PIC 9(1).
           02 AedDfiAccount       PIC X(17).
           02 AedAmount           PIC 9(8)V99.
           02 AedIndividualId     PIC X(15).
           02 AedIndividualName   PIC X(22).
           02 AedDiscretionary    PIC X(2).
           02 AedAddendaInd       PIC X(1).
           02 AedTraceNumber      PIC X(15).
       01  AchReturnAddenda.
           02 ArdRecordType       PIC X(1).
           02 ArdTypeCode         PIC X(2).
           02 ArdReturnReason     PIC X(3).
           02 ArdOriginalTrace    PIC X(15).
           02 ArdDateOfDeath      PIC X(6).
           02 ArdOriginalRdfi     PIC X(8).
           02 ArdAddendaInfo      PIC X(44).
           02 ArdTraceNumber      PIC X(15).
       01  AchBatchControl.
           02 AbcRecordType       PIC X(1).
           02 AbcServiceClass     PIC X(3).
           02 AbcEntryCount       PIC 9(6).
           02 AbcEntryHash        PIC 9(10).
           02 AbcDebitTotal       PIC 9(10)V99.
           02 AbcCreditTotal      PIC 9(10)V99.
           02 AbcCompanyId        PIC X(10).
           02 AbcAuthCode         PIC X(19).
           02 AbcReserved         PIC X(6).
           02 AbcOdfiId           PIC X(8).
           02 AbcBatchNumber      PIC 9(7).
       01  AchFileControl.
           02 AfcRecordType       PIC X(1).
           02 AfcBatchCount       PIC 9(6).
           02 AfcBlockCount       PIC 9(6).
           02 AfcEntryCount       PIC 9(8).
           02 AfcEntryHash        PIC 9(10).
           02 AfcDebitTotal       PIC 9(10)V99.
           02 AfcCreditTotal      PIC 9(10)V99.
           02 AfcReserved         PIC X(39).
       01  WS-IN-FILE-HEADER       PIC X(94).
       01  WS-IN-BATCH-HEADER      PIC X(94).
       01  WS-FILE-STATUS          PIC XX.
       01  WS-ACHIN-STATUS         PIC XX.
       01  WS-ACHRET-STATUS        PIC XX.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-EOF-ACH              PIC X(01) VALUE "N".
       01  WS-TODAY                PIC 9(8).
       01  WS-CURRENT-YEAR         PIC 9(4).
       01  WS-CURRENT-MONTH        PIC 9(2).
       01  WS-CURRENT-YYYYMM       PIC 9(6).
       01  WS-DAILY-LIMIT          PIC 9(10)V99 VALUE 1000.00.
       01  WS-OUR-ROUTING          PIC 9(9) VALUE ZERO.
       01  WS-OUR-ROUTING-PARTS REDEFINES WS-OUR-ROUTING.
           02 WS-OUR-RDFI          PIC 9(8).
           02 WS-OUR-RDFI-CHECK    PIC 9(1).
       01  WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-PRENOTE-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-RETURN-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-CREDITED-TOTAL       PIC 9(12)V99 VALUE ZERO.
       01  WS-DEBITED-TOTAL        PIC 9(12)V99 VALUE ZERO.
       01  WS-GUARD-REASON         PIC X(4).
       01  WS-RETURN-CODE          PIC X(3).
       01  WS-ACH-ACCOUNT          PIC 9(8).
       01  WS-ACH-ACCT-LEN         PIC 9(02).
       01  WS-ACH-AMOUNT           PIC 9(10)V99.
       01  WS-ACH-PRENOTE          PIC X(01).
       01  WS-CHECK-MODE           PIC X(01).
       01  WS-CHECK-VALID          PIC X(01).
       01  WS-AVAILABLE-BALANCE    PIC S9(10)V99.
       01  WS-TIER-STATUS          PIC XX.
       01  WS-EOF-TIERS            PIC X(01).
       01  WS-TIER-TABLE.
           02 WS-TIER-ENTRY OCCURS 1000 TIMES.
               03 WS-TIER-CUSTOMER PIC 9(8).
               03 WS-TIER-LEVEL    PIC 9(1).
       01  WS-TIER-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-TIER-IX              PIC 9(04) COMP.
       01  WS-ACCOUNT-TIER         PIC 9(1).
       01  WS-TIER-LIMIT-MULT      PIC 9(2)V9(2) VALUE 2.00.
       01  WS-EFFECTIVE-LIMIT      PIC 9(10)V99.
       01  WS-BD-PRIOR-DATE        PIC 9(8).
       01  WS-BD-FOUND             PIC X(01).
       01  WS-REGISTER-STATUS      PIC XX.
       01  WS-LEGAL-STATUS         PIC XX.
       01  WS-LEGAL-FROZEN         PIC X(01).
       01  WS-FEE-TXN-TYPE         PIC X(12).
       01  WS-FEE-ACCT-TYPE        PIC X(01).
       01  WS-FEE-AMOUNT           PIC 9(8)V99.
       01  WS-FEE-ALLOWANCE        PIC 9(3).
       01  WS-FEE-FOUND            PIC X(01).
       01  WS-EOF-REGISTER         PIC X(01).
       01  WS-FILE-ID              PIC X(16).
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

      * Control edit pass. The state says what may come next:
      * S start of file, F between batches, B inside a batch,
      * E after the file control (only 9-fill records).
       01  WS-EDIT-STATE           PIC X(01).
       01  WS-EDIT-PRIOR-TYPE      PIC X(01).
       01  WS-EDIT-ERROR           PIC X(60).
       01  WS-EDIT-RECORD-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-EDIT-HAVE-CONTROL    PIC X(01) VALUE "N".
       01  WS-EDIT-BLOCKS          PIC 9(6).
       01  WS-EB-COUNT             PIC 9(6).
       01  WS-EB-HASH-SUM          PIC 9(15).
       01  WS-EB-DEBIT             PIC 9(10)V99.
       01  WS-EB-CREDIT            PIC 9(10)V99.
       01  WS-EF-BATCHES           PIC 9(6) VALUE ZERO.
       01  WS-EF-COUNT             PIC 9(8) VALUE ZERO.
       01  WS-EF-ENTRIES           PIC 9(7) VALUE ZERO.
       01  WS-EF-HASH-SUM          PIC 9(15) VALUE ZERO.
       01  WS-EF-DEBIT             PIC 9(10)V99 VALUE ZERO.
       01  WS-EF-CREDIT            PIC 9(10)V99 VALUE ZERO.
       01  WS-HASH-10              PIC 9(10).

      * Return file assembly.
       01  WS-RET-FILE-STARTED     PIC X(01) VALUE "N".
       01  WS-RET-BATCH-OPEN       PIC X(01) VALUE "N".
       01  WS-RET-RECORD-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-RET-BATCH-NUMBER     PIC 9(7) VALUE ZERO.
       01  WS-RET-TRACE-SEQ        PIC 9(7) VALUE ZERO.
       01  WS-RET-TRACE.
           02 WS-RET-TRACE-RDFI    PIC 9(8).
           02 WS-RET-TRACE-NUMBER  PIC 9(7).
       01  WS-RET-SERVICE-CLASS    PIC X(3).
       01  WS-RET-COMPANY-ID       PIC X(10).
       01  WS-RB-COUNT             PIC 9(6).
       01  WS-RB-HASH-SUM          PIC 9(15).
       01  WS-RB-DEBIT             PIC 9(10)V99.
       01  WS-RB-CREDIT            PIC 9(10)V99.
       01  WS-RF-BATCHES           PIC 9(6) VALUE ZERO.
       01  WS-RF-COUNT             PIC 9(8) VALUE ZERO.
       01  WS-RF-HASH-SUM          PIC 9(15) VALUE ZERO.
       01  WS-RF-DEBIT             PIC 9(10)V99 VALUE ZERO.
       01  WS-RF-CREDIT            PIC 9(10)V99 VALUE ZERO.
       01  WS-RET-BLOCKS           PIC 9(6).
       01  WS-ORIG-TRACE           PIC X(15).
       01  WS-ORIG-RDFI            PIC X(8).
       01  WS-SWAP-10              PIC X(10).
       01  WS-SWAP-23              PIC X(23).
       01  WS-NOW                  PIC X(21).

      * ABA routing check digit: weights 3 7 1 over eight digits.
       01  WS-ABA-ROUTING          PIC 9(8).
       01  WS-ABA-DIGITS REDEFINES WS-ABA-ROUTING.
           02 WS-ABA-DIGIT         PIC 9(1) OCCURS 8 TIMES.
       01  WS-ABA-WEIGHT-VALUES    PIC X(8) VALUE "37137137".
       01  WS-ABA-WEIGHTS REDEFINES WS-ABA-WEIGHT-VALUES.
           02 WS-ABA-WEIGHT        PIC 9(1) OCCURS 8 TIMES.
       01  WS-ABA-IX               PIC 9(02).
       01  WS-ABA-SUM              PIC 9(04).
       01  WS-ABA-QUOTIENT         PIC 9(04).
       01  WS-ABA-REMAINDER        PIC 9(02).
       01  WS-ABA-CHECK            PIC 9(1).

       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC 9(10)V9(4).
       01  WS-PARM-FOUND           PIC X(01).
       COPY PRODMAST.
       01  WS-PRODUCT-FOUND        PIC X(01).
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Posting incoming ACH file..."
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-TIER-ROSTER
           CALL "BusinessDay" USING WS-TODAY WS-BD-PRIOR-DATE
               WS-BD-FOUND
           MOVE WS-TODAY(1:4) TO WS-CURRENT-YEAR
           MOVE WS-TODAY(5:2) TO WS-CURRENT-MONTH
           MOVE WS-TODAY(1:6) TO WS-CURRENT-YYYYMM
           PERFORM EDIT-ACH-FILE-CONTROLS
           IF WS-FILE-ACCEPTED NOT = "Y"
               GOBACK
           END-IF
           OPEN INPUT AchInFile
           IF WS-ACHIN-STATUS NOT = "00"
               DISPLAY "No ACH file on hand - nothing to post."
               GOBACK
           END-IF
           OPEN I-O AccountFile
           IF WS-FILE-STATUS = "35"
               DISPLAY "No accounts on file. Run abandoned."
               CLOSE AchInFile
               GOBACK
           END-IF
           OPEN OUTPUT AchReturnFile
           MOVE "N" TO WS-EOF-ACH
           PERFORM UNTIL WS-EOF-ACH = "Y"
               READ AchInFile
                   AT END
                       MOVE "Y" TO WS-EOF-ACH
                   NOT AT END
                       PERFORM POST-ACH-RECORD
               END-READ
           END-PERFORM
           PERFORM FINISH-RETURN-FILE
           CLOSE AchInFile
           CLOSE AccountFile
           CLOSE AchReturnFile
           PERFORM REGISTER-APPLIED-FILE
           DISPLAY "ACH entries posted:    " WS-APPLIED-COUNT
           DISPLAY "  credited:            " WS-CREDITED-TOTAL
           DISPLAY "  debited:             " WS-DEBITED-TOTAL
           DISPLAY "ACH prenotes verified: " WS-PRENOTE-COUNT
           DISPLAY "ACH entries returned:  " WS-RETURN-COUNT
           GOBACK.

      * The control edit pass: reads the whole file before the
      * master is touched and refuses it whole on the first record
      * out of sequence or control total that does not agree.
       EDIT-ACH-FILE-CONTROLS.
           MOVE "S" TO WS-EDIT-STATE
           MOVE SPACE TO WS-EDIT-PRIOR-TYPE
           MOVE SPACES TO WS-EDIT-ERROR
           OPEN INPUT AchInFile
           IF WS-ACHIN-STATUS NOT = "00"
               DISPLAY "No ACH file on hand - nothing to post."
               MOVE "N" TO WS-FILE-ACCEPTED
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-ACH
           PERFORM UNTIL WS-EOF-ACH = "Y"
               READ AchInFile
                   AT END
                       MOVE "Y" TO WS-EOF-ACH
                   NOT AT END
                       ADD 1 TO WS-EDIT-RECORD-COUNT
                       IF WS-EDIT-ERROR = SPACES
                           PERFORM EDIT-ACH-RECORD
                           MOVE AchInputLine(1:1)
                               TO WS-EDIT-PRIOR-TYPE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AchInFile
           IF WS-EDIT-ERROR = SPACES
                   AND WS-EDIT-HAVE-CONTROL NOT = "Y"
               MOVE "file has no file control record"
                   TO WS-EDIT-ERROR
           END-IF
           IF WS-EDIT-ERROR = SPACES
               COMPUTE WS-EDIT-BLOCKS =
                   (WS-EDIT-RECORD-COUNT + 9) / 10
               IF AfcBlockCount NOT = WS-EDIT-BLOCKS
                   MOVE "file control block count does not agree"
                       TO WS-EDIT-ERROR
               END-IF
           END-IF
           IF WS-EDIT-ERROR = SPACES AND WS-OUR-ROUTING NOT = ZERO
               MOVE WS-IN-FILE-HEADER TO AchFileHeader
               IF AfhImmedDest(2:9) NOT = WS-OUR-ROUTING
                   MOVE "file is addressed to another routing number"
                       TO WS-EDIT-ERROR
               END-IF
           END-IF
           IF WS-EDIT-ERROR NOT = SPACES
               DISPLAY "ACH file refused at record "
                   WS-EDIT-RECORD-COUNT ": " WS-EDIT-ERROR
               MOVE "N" TO WS-FILE-ACCEPTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-FILE-HEADER TO AchFileHeader
           IF WS-OUR-ROUTING = ZERO
               IF AfhImmedDest(2:9) IS NUMERIC
                   MOVE AfhImmedDest(2:9) TO WS-OUR-ROUTING
               END-IF
           END-IF
           MOVE SPACES TO WS-FILE-ID
           STRING AfhImmedOrigin(2:9) DELIMITED BY SIZE
               AfhCreationDate DELIMITED BY SIZE
               AfhFileIdModifier DELIMITED BY SIZE
               INTO WS-FILE-ID
           MOVE AfhOriginName TO WS-FILE-ORIGINATOR
           PERFORM CHECK-FILE-REGISTER
           IF WS-ALREADY-APPLIED = "Y"
               DISPLAY "ACH file " WS-FILE-ID " from "
                   WS-FILE-ORIGINATOR " was already applied - "
                   "resubmission refused whole."
               MOVE "N" TO WS-FILE-ACCEPTED
           END-IF.

       EDIT-ACH-RECORD.
           EVALUATE AchInputLine(1:1)
               WHEN "1"
                   IF WS-EDIT-STATE NOT = "S"
                       MOVE "file header out of sequence"
                           TO WS-EDIT-ERROR
                       EXIT PARAGRAPH
                   END-IF
                   MOVE AchInputLine TO WS-IN-FILE-HEADER
                   MOVE AchInputLine TO AchFileHeader
                   IF AfhRecordSize NOT = "094"
                       MOVE "file header record size is not 094"
                           TO WS-EDIT-ERROR
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "F" TO WS-EDIT-STATE
               WHEN "5"
                   IF WS-EDIT-STATE NOT = "F"
                       MOVE "batch header out of sequence"
                           TO WS-EDIT-ERROR
                       EXIT PARAGRAPH
                   END-IF
                   MOVE AchInputLine TO AchBatchHeader
                   IF AbhOdfiId NOT NUMERIC
                       MOVE "batch header originating DFI not numeric"
                           TO WS-EDIT-ERROR
                       EXIT PARAGRAPH
                   END-IF
                   MOVE ZERO TO WS-EB-COUNT
                   MOVE ZERO TO WS-EB-HASH-SUM
                   MOVE ZERO TO WS-EB-DEBIT
                   MOVE ZERO TO WS-EB-CREDIT
                   MOVE "B" TO WS-EDIT-STATE
               WHEN "6"
                   IF WS-EDIT-STATE NOT = "B"
                       MOVE "entry detail outside a batch"
                           TO WS-EDIT-ERROR
                       EXIT PARAGRAPH
                   END-IF
                   MOVE AchInputLine TO AchEntryDetail
                   IF AedTxnCode NOT NUMERIC
                           OR AedRdfiId NOT NUMERIC
                           OR AedAmount NOT NUMERIC
                       MOVE "entry detail has a non-numeric field"
                           TO WS-EDIT-ERROR
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-EB-COUNT
                   ADD 1 TO WS-EF-ENTRIES
                   ADD AedRdfiId TO WS-EB-HASH-SUM
                   IF ACH-DEBIT-SIDE
                       ADD AedAmount TO WS-EB-DEBIT
                   ELSE
                       ADD AedAmount TO WS-EB-CREDIT
                   END-IF
               WHEN "7"
                   IF WS-EDIT-STATE NOT = "B"
                           OR (WS-EDIT-PRIOR-TYPE NOT = "6"
                               AND WS-EDIT-PRIOR-TYPE NOT = "7")
                       MOVE "addenda record does not follow an entry"
                           TO WS-EDIT-ERROR
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-EB-COUNT
               WHEN "8"
                   IF WS-EDIT-STATE NOT = "B"
                       MOVE "batch control out of sequence"
                           TO WS-EDIT-ERROR
                       EXIT PARAGRAPH
                   END-IF
                   MOVE AchInputLine TO AchBatchControl
                   PERFORM EDIT-BATCH-CONTROL
                   MOVE "F" TO WS-EDIT-STATE
               WHEN "9"
                   IF WS-EDIT-STATE = "E"
                       IF AchInputLine NOT = ALL "9"
                           MOVE "data after the file control record"
                               TO WS-EDIT-ERROR
                       END-IF
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-EDIT-STATE NOT = "F"
                       MOVE "file control out of sequence"
                           TO WS-EDIT-ERROR
                       EXIT PARAGRAPH
                   END-IF
                   MOVE AchInputLine TO AchFileControl
                   PERFORM EDIT-FILE-CONTROL
                   MOVE "Y" TO WS-EDIT-HAVE-CONTROL
                   MOVE "E" TO WS-EDIT-STATE
               WHEN OTHER
                   MOVE "unknown record type" TO WS-EDIT-ERROR
           END-EVALUATE.

      * A batch control must agree with its header and with the
      * entries counted since it; the batch then rolls into the
      * file totals.
       EDIT-BATCH-CONTROL.
           MOVE WS-EB-HASH-SUM TO WS-HASH-10
           IF AbcServiceClass NOT = AbhServiceClass
                   OR AbcBatchNumber NOT = AbhBatchNumber
               MOVE "batch control does not match its header"
                   TO WS-EDIT-ERROR
               EXIT PARAGRAPH
           END-IF
           IF AbcEntryCount NOT = WS-EB-COUNT
               MOVE "batch control entry/addenda count differs"
                   TO WS-EDIT-ERROR
               EXIT PARAGRAPH
           END-IF
           IF AbcEntryHash NOT = WS-HASH-10
               MOVE "batch control entry hash differs"
                   TO WS-EDIT-ERROR
               EXIT PARAGRAPH
           END-IF
           IF AbcDebitTotal NOT = WS-EB-DEBIT
                   OR AbcCreditTotal NOT = WS-EB-CREDIT
               MOVE "batch control debit/credit totals differ"
                   TO WS-EDIT-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EF-BATCHES
           ADD WS-EB-COUNT TO WS-EF-COUNT
           ADD WS-EB-HASH-SUM TO WS-EF-HASH-SUM
           ADD WS-EB-DEBIT TO WS-EF-DEBIT
           ADD WS-EB-CREDIT TO WS-EF-CREDIT.

       EDIT-FILE-CONTROL.
           MOVE WS-EF-HASH-SUM TO WS-HASH-10
           IF AfcBatchCount NOT = WS-EF-BATCHES
               MOVE "file control batch count differs"
                   TO WS-EDIT-ERROR
               EXIT PARAGRAPH
           END-IF
           IF AfcEntryCount NOT = WS-EF-COUNT
               MOVE "file control entry/addenda count differs"
                   TO WS-EDIT-ERROR
               EXIT PARAGRAPH
           END-IF
           IF AfcEntryHash NOT = WS-HASH-10
               MOVE "file control entry hash differs"
                   TO WS-EDIT-ERROR
               EXIT PARAGRAPH
           END-IF
           IF AfcDebitTotal NOT = WS-EF-DEBIT
                   OR AfcCreditTotal NOT = WS-EF-CREDIT
               MOVE "file control debit/credit totals differ"
                   TO WS-EDIT-ERROR
           END-IF.

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

      * ACH files share the batch register with BatchPosting; the
      * file id is the immediate origin, creation date and file id
      * modifier, which NACHA makes unique per originator.
       REGISTER-APPLIED-FILE.
           MOVE SPACES TO BatchRegisterRecord
           MOVE WS-FILE-ID TO BrFileId
           MOVE WS-FILE-ORIGINATOR TO BrOriginator
           MOVE WS-TODAY TO BrAppliedDate
           MOVE WS-EF-ENTRIES TO BrItemCount
           COMPUTE BrAmountTotal = WS-EF-DEBIT + WS-EF-CREDIT
           OPEN EXTEND BatchRegisterFile
           IF WS-REGISTER-STATUS = "35"
               CLOSE BatchRegisterFile
               OPEN OUTPUT BatchRegisterFile
           END-IF
           WRITE BatchRegisterRecord
           CLOSE BatchRegisterFile.

      * Posting pass. Headers are kept for the returns; each entry
      * detail posts or goes back; a batch control closes off any
      * return batch opened for the batch.
       POST-ACH-RECORD.
           EVALUATE AchInputLine(1:1)
               WHEN "5"
                   MOVE AchInputLine TO WS-IN-BATCH-HEADER
               WHEN "6"
                   MOVE AchInputLine TO AchEntryDetail
                   PERFORM PROCESS-ACH-ENTRY
               WHEN "8"
                   PERFORM CLOSE-RETURN-BATCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PROCESS-ACH-ENTRY.
           MOVE AedAmount TO WS-ACH-AMOUNT
           MOVE "N" TO WS-ACH-PRENOTE
           IF ACH-PRENOTE-CREDIT OR ACH-PRENOTE-DEBIT
               MOVE "Y" TO WS-ACH-PRENOTE
           END-IF
           IF (AedTxnClass NOT = 2 AND AedTxnClass NOT = 3)
                   OR NOT (ACH-LIVE-CREDIT OR ACH-LIVE-DEBIT
                       OR ACH-PRENOTE-CREDIT OR ACH-PRENOTE-DEBIT)
               MOVE "TYPE" TO WS-GUARD-REASON
               PERFORM RETURN-ACH-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF WS-ACH-AMOUNT = ZERO AND WS-ACH-PRENOTE NOT = "Y"
               MOVE "AMTZ" TO WS-GUARD-REASON
               PERFORM RETURN-ACH-ENTRY
               EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-ACH-ACCOUNT
           IF WS-GUARD-REASON NOT = SPACES
               PERFORM RETURN-ACH-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF ACH-CREDIT-SIDE
               PERFORM APPLY-ACH-CREDIT
           ELSE
               PERFORM APPLY-ACH-DEBIT
           END-IF.

      * The DFI account number is 17 characters, left justified. It
      * names one of our accounts when it is all digits, no more
      * than eight of them significant, and passes the account
      * check digit.
       RESOLVE-ACH-ACCOUNT.
           MOVE SPACES TO WS-GUARD-REASON
           MOVE ZERO TO WS-ACH-ACCOUNT
           MOVE ZERO TO WS-ACH-ACCT-LEN
           INSPECT AedDfiAccount TALLYING WS-ACH-ACCT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ACH-ACCT-LEN = ZERO
               MOVE "ACFM" TO WS-GUARD-REASON
               EXIT PARAGRAPH
           END-IF
           IF AedDfiAccount(1:WS-ACH-ACCT-LEN) NOT NUMERIC
               MOVE "ACFM" TO WS-GUARD-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-ACH-ACCT-LEN < 17
               IF AedDfiAccount(WS-ACH-ACCT-LEN + 1:) NOT = SPACES
                   MOVE "ACFM" TO WS-GUARD-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-ACH-ACCT-LEN > 8
               IF AedDfiAccount(1:WS-ACH-ACCT-LEN - 8) NOT = ZEROS
                   MOVE "NFND" TO WS-GUARD-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE AedDfiAccount(1:WS-ACH-ACCT-LEN) TO WS-ACH-ACCOUNT
           MOVE "V" TO WS-CHECK-MODE
           CALL "AcctCheckDigit" USING WS-ACH-ACCOUNT
               WS-CHECK-MODE WS-CHECK-VALID
           IF WS-CHECK-VALID NOT = "Y"
               MOVE "CKDG" TO WS-GUARD-REASON
           END-IF.

      * Keyed read of the entry's account with the guards every
      * batch path applies: present, open, not PIN-locked, card not
      * expired. Leaves WS-GUARD-REASON spaces when the account is
      * usable, or the reason when it is not.
       READ-SOURCE-WITH-GUARDS.
           MOVE SPACES TO WS-GUARD-REASON
           MOVE WS-ACH-ACCOUNT TO AccountNumber OF AccountData
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
           END-IF.

      * A credit entry takes the batch deposit guards.
       APPLY-ACH-CREDIT.
           PERFORM READ-SOURCE-WITH-GUARDS
           IF WS-GUARD-REASON = SPACES
               PERFORM LOAD-ACCOUNT-PRODUCT
               IF PRODUCT-TERM-DEPOSIT
                       AND WS-TODAY <
                           MaturityDate OF AccountData
                   MOVE "TERM" TO WS-GUARD-REASON
               END-IF
           END-IF
           IF WS-GUARD-REASON NOT = SPACES
               PERFORM RETURN-ACH-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF WS-ACH-PRENOTE = "Y"
               ADD 1 TO WS-PRENOTE-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD WS-ACH-AMOUNT TO AccountBalance OF AccountData
           PERFORM MARK-ACCOUNT-ACTIVE
           REWRITE AccountData
           MOVE WS-ACH-ACCOUNT TO LogAccountNumber
           MOVE "ACH-CREDIT" TO LogTransactionType
           MOVE WS-ACH-AMOUNT TO LogAmount
           MOVE AccountBalance OF AccountData TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG
           ADD WS-ACH-AMOUNT TO WS-CREDITED-TOTAL
           ADD 1 TO WS-APPLIED-COUNT.

      * A debit entry takes the batch withdrawal guards, overdraft
      * cover and limits included. A debit prenote stops after the
      * account-standing guards - it carries no amount to judge.
       APPLY-ACH-DEBIT.
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
               PERFORM RETURN-ACH-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF WS-ACH-PRENOTE = "Y"
               ADD 1 TO WS-PRENOTE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF DailyWithdrawnDate OF AccountData NOT = WS-TODAY
               MOVE WS-TODAY TO DailyWithdrawnDate OF AccountData
               MOVE ZERO TO DailyWithdrawnAmt OF AccountData
           END-IF
           IF SavingsWithdrawMonth OF AccountData
                   NOT = WS-CURRENT-YYYYMM
               MOVE WS-CURRENT-YYYYMM
                   TO SavingsWithdrawMonth OF AccountData
               MOVE ZERO TO SavingsWithdrawCount OF AccountData
           END-IF
           COMPUTE WS-AVAILABLE-BALANCE =
               AccountBalance OF AccountData
                   - HeldAmount OF AccountData
           MOVE ZERO TO WS-OD-COVER
           PERFORM LOAD-ACCOUNT-PRODUCT
           IF PRODUCT-TERM-DEPOSIT
               IF WS-TODAY < MaturityDate OF AccountData
                   MOVE "TERM" TO WS-GUARD-REASON
               ELSE
                   IF WS-AVAILABLE-BALANCE < WS-ACH-AMOUNT
                       MOVE "NSF " TO WS-GUARD-REASON
                   END-IF
               END-IF
           ELSE
           IF PRODUCT-OVERDRAFT-ALLOWED
               IF WS-AVAILABLE-BALANCE < WS-ACH-AMOUNT
                   COMPUTE WS-OD-NEEDED =
                       WS-ACH-AMOUNT - WS-AVAILABLE-BALANCE
                   PERFORM CHECK-OVERDRAFT-COVER
               END-IF
               IF WS-AVAILABLE-BALANCE + WS-OD-COVER - WS-ACH-AMOUNT
                       < -PdOverdraftLimit
                   MOVE "NSF " TO WS-GUARD-REASON
               END-IF
           ELSE
               IF WS-AVAILABLE-BALANCE < WS-ACH-AMOUNT
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
               IF DailyWithdrawnAmt OF AccountData + WS-ACH-AMOUNT
                       > WS-EFFECTIVE-LIMIT
                   MOVE "DLIM" TO WS-GUARD-REASON
               END-IF
           END-IF
           IF WS-GUARD-REASON NOT = SPACES
               PERFORM RETURN-ACH-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF WS-OD-COVER > ZERO
               PERFORM POST-OVERDRAFT-COVER
           END-IF
           SUBTRACT WS-ACH-AMOUNT FROM AccountBalance OF AccountData
           ADD WS-ACH-AMOUNT TO DailyWithdrawnAmt OF AccountData
           IF PdWithdrawLimit > ZERO
               ADD 1 TO SavingsWithdrawCount OF AccountData
           END-IF
           PERFORM MARK-ACCOUNT-ACTIVE
           REWRITE AccountData
           MOVE WS-ACH-ACCOUNT TO LogAccountNumber
           MOVE "ACH-DEBIT" TO LogTransactionType
           MOVE WS-ACH-AMOUNT TO LogAmount
           MOVE AccountBalance OF AccountData TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG
           MOVE "ACH-DEBIT" TO WS-FEE-TXN-TYPE
           PERFORM ASSESS-TXN-FEE
           ADD WS-ACH-AMOUNT TO WS-DEBITED-TOTAL
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

      * Sends the entry in AchEntryDetail back to its originating
      * bank: a return entry (transaction code 21/26/31/36, the
      * originating DFI as receiver, our own trace number) and its
      * 99 addenda carrying the R-code and the original trace.
       RETURN-ACH-ENTRY.
           PERFORM MAP-RETURN-REASON
           ADD 1 TO WS-RETURN-COUNT
           DISPLAY "Returned (" WS-RETURN-CODE " " WS-GUARD-REASON
               ") account " AedDfiAccount " trace " AedTraceNumber
           IF WS-RET-FILE-STARTED NOT = "Y"
               PERFORM START-RETURN-FILE
           END-IF
           IF WS-RET-BATCH-OPEN NOT = "Y"
               PERFORM START-RETURN-BATCH
           END-IF
           MOVE AedTraceNumber TO WS-ORIG-TRACE
           MOVE AedRdfiId TO WS-ORIG-RDFI
           ADD 1 TO WS-RET-TRACE-SEQ
           MOVE WS-OUR-RDFI TO WS-RET-TRACE-RDFI
           MOVE WS-RET-TRACE-SEQ TO WS-RET-TRACE-NUMBER
           EVALUATE AedTxnDigit
               WHEN 2
               WHEN 3
                   MOVE 1 TO AedTxnDigit
               WHEN 7
               WHEN 8
                   MOVE 6 TO AedTxnDigit
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-IN-BATCH-HEADER TO AchBatchHeader
           MOVE AbhOdfiId TO AedRdfiId
           MOVE AedRdfiId TO WS-ABA-ROUTING
           PERFORM COMPUTE-ABA-CHECK-DIGIT
           MOVE WS-ABA-CHECK TO AedCheckDigit
           MOVE "1" TO AedAddendaInd
           MOVE WS-RET-TRACE TO AedTraceNumber
           MOVE AchEntryDetail TO AchReturnLine
           PERFORM WRITE-RETURN-LINE
           ADD 2 TO WS-RB-COUNT
           ADD AedRdfiId TO WS-RB-HASH-SUM
           IF ACH-DEBIT-SIDE
               ADD AedAmount TO WS-RB-DEBIT
           ELSE
               ADD AedAmount TO WS-RB-CREDIT
           END-IF
           MOVE SPACES TO AchReturnAddenda
           MOVE "7" TO ArdRecordType
           MOVE "99" TO ArdTypeCode
           MOVE WS-RETURN-CODE TO ArdReturnReason
           MOVE WS-ORIG-TRACE TO ArdOriginalTrace
           MOVE WS-ORIG-RDFI TO ArdOriginalRdfi
           STRING "BANK REASON " DELIMITED BY SIZE
               WS-GUARD-REASON DELIMITED BY SIZE
               INTO ArdAddendaInfo
           MOVE WS-RET-TRACE TO ArdTraceNumber
           MOVE AchReturnAddenda TO AchReturnLine
           PERFORM WRITE-RETURN-LINE.

       MAP-RETURN-REASON.
           EVALUATE WS-GUARD-REASON
               WHEN "NSF "
               WHEN "DLIM"
                   MOVE "R01" TO WS-RETURN-CODE
               WHEN "CLSD"
                   MOVE "R02" TO WS-RETURN-CODE
               WHEN "NFND"
                   MOVE "R03" TO WS-RETURN-CODE
               WHEN "ACFM"
               WHEN "CKDG"
                   MOVE "R04" TO WS-RETURN-CODE
               WHEN "LGLH"
               WHEN "RSTR"
               WHEN "LOCK"
               WHEN "EXPD"
                   MOVE "R16" TO WS-RETURN-CODE
               WHEN "TERM"
               WHEN "SLIM"
                   MOVE "R20" TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE "R17" TO WS-RETURN-CODE
           END-EVALUATE.

      * The returns file goes back the way the original came, so
      * its header swaps the immediate destination and origin.
       START-RETURN-FILE.
           MOVE WS-IN-FILE-HEADER TO AchFileHeader
           MOVE AfhImmedOrigin TO WS-SWAP-10
           MOVE AfhImmedDest TO AfhImmedOrigin
           MOVE WS-SWAP-10 TO AfhImmedDest
           MOVE AfhOriginName TO WS-SWAP-23
           MOVE AfhDestName TO AfhOriginName
           MOVE WS-SWAP-23 TO AfhDestName
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-TODAY(3:6) TO AfhCreationDate
           MOVE WS-NOW(9:4) TO AfhCreationTime
           MOVE "A" TO AfhFileIdModifier
           MOVE "094" TO AfhRecordSize
           MOVE "10" TO AfhBlockingFactor
           MOVE "1" TO AfhFormatCode
           MOVE "RETURNS" TO AfhReferenceCode
           MOVE AchFileHeader TO AchReturnLine
           PERFORM WRITE-RETURN-LINE
           MOVE "Y" TO WS-RET-FILE-STARTED.

      * One return batch per original batch that had returns,
      * carrying the original company and entry class with us as
      * the originating DFI.
       START-RETURN-BATCH.
           MOVE WS-IN-BATCH-HEADER TO AchBatchHeader
           ADD 1 TO WS-RET-BATCH-NUMBER
           MOVE WS-RET-BATCH-NUMBER TO AbhBatchNumber
           MOVE WS-OUR-RDFI TO AbhOdfiId
           MOVE WS-TODAY(3:6) TO AbhEffectiveDate
           MOVE SPACES TO AbhSettleDate
           MOVE AbhServiceClass TO WS-RET-SERVICE-CLASS
           MOVE AbhCompanyId TO WS-RET-COMPANY-ID
           MOVE AchBatchHeader TO AchReturnLine
           PERFORM WRITE-RETURN-LINE
           MOVE ZERO TO WS-RB-COUNT
           MOVE ZERO TO WS-RB-HASH-SUM
           MOVE ZERO TO WS-RB-DEBIT
           MOVE ZERO TO WS-RB-CREDIT
           MOVE "Y" TO WS-RET-BATCH-OPEN.

       CLOSE-RETURN-BATCH.
           IF WS-RET-BATCH-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AchBatchControl
           MOVE "8" TO AbcRecordType
           MOVE WS-RET-SERVICE-CLASS TO AbcServiceClass
           MOVE WS-RB-COUNT TO AbcEntryCount
           MOVE WS-RB-HASH-SUM TO AbcEntryHash
           MOVE WS-RB-DEBIT TO AbcDebitTotal
           MOVE WS-RB-CREDIT TO AbcCreditTotal
           MOVE WS-RET-COMPANY-ID TO AbcCompanyId
           MOVE WS-OUR-RDFI TO AbcOdfiId
           MOVE WS-RET-BATCH-NUMBER TO AbcBatchNumber
           MOVE AchBatchControl TO AchReturnLine
           PERFORM WRITE-RETURN-LINE
           ADD 1 TO WS-RF-BATCHES
           ADD WS-RB-COUNT TO WS-RF-COUNT
           ADD WS-RB-HASH-SUM TO WS-RF-HASH-SUM
           ADD WS-RB-DEBIT TO WS-RF-DEBIT
           ADD WS-RB-CREDIT TO WS-RF-CREDIT
           MOVE "N" TO WS-RET-BATCH-OPEN.

      * File control, then 9-fill records out to a full block of
      * ten. A run with no returns leaves achret.dat empty.
       FINISH-RETURN-FILE.
           IF WS-RET-FILE-STARTED NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLOSE-RETURN-BATCH
           COMPUTE WS-RET-BLOCKS = (WS-RET-RECORD-COUNT + 10) / 10
           MOVE SPACES TO AchFileControl
           MOVE "9" TO AfcRecordType
           MOVE WS-RF-BATCHES TO AfcBatchCount
           MOVE WS-RET-BLOCKS TO AfcBlockCount
           MOVE WS-RF-COUNT TO AfcEntryCount
           MOVE WS-RF-HASH-SUM TO AfcEntryHash
           MOVE WS-RF-DEBIT TO AfcDebitTotal
           MOVE WS-RF-CREDIT TO AfcCreditTotal
           MOVE AchFileControl TO AchReturnLine
           PERFORM WRITE-RETURN-LINE
           PERFORM UNTIL WS-RET-RECORD-COUNT = WS-RET-BLOCKS * 10
               MOVE ALL "9" TO AchReturnLine
               PERFORM WRITE-RETURN-LINE
           END-PERFORM.

       WRITE-RETURN-LINE.
           WRITE AchReturnLine
           ADD 1 TO WS-RET-RECORD-COUNT.

      * Leaves in WS-ABA-CHECK the check digit for the eight-digit
      * routing prefix in WS-ABA-ROUTING.
       COMPUTE-ABA-CHECK-DIGIT.
           MOVE ZERO TO WS-ABA-SUM
           PERFORM VARYING WS-ABA-IX FROM 1 BY 1
                   UNTIL WS-ABA-IX > 8
               COMPUTE WS-ABA-SUM = WS-ABA-SUM
                   + WS-ABA-DIGIT(WS-ABA-IX)
                       * WS-ABA-WEIGHT(WS-ABA-IX)
           END-PERFORM
           DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOTIENT
               REMAINDER WS-ABA-REMAINDER
           IF WS-ABA-REMAINDER = ZERO
               MOVE ZERO TO WS-ABA-CHECK
           ELSE
               COMPUTE WS-ABA-CHECK = 10 - WS-ABA-REMAINDER
           END-IF.

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

      * Pulls this job's business numbers from the central
      * parameter file, keeping the compiled-in defaults when a key
      * is not on file. ACH-ROUTING-NUMBER is our own nine-digit
      * routing number; without it the file header's immediate
      * destination is taken as ours.
       LOAD-PARAMETERS.
           MOVE "DAILY-LIMIT" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-DAILY-LIMIT
           END-IF
           MOVE "TIER-LIMIT-MULT" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-TIER-LIMIT-MULT
           END-IF
           MOVE "ACH-ROUTING-NUMBER" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-OUR-ROUTING
           END-IF.

      * Reads the custtier.dat roster into a table. A missing
      * roster leaves the table empty, and every account then
      * defaults to tier 1 - exactly the pre-tier behavior.
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

      * Tier 3 withdraws against the widened daily limit; everyone
      * else gets the plain one.
       RESOLVE-EFFECTIVE-DAILY-LIMIT.
           MOVE 1 TO WS-ACCOUNT-TIER
           PERFORM VARYING WS-TIER-IX FROM 1 BY 1
                   UNTIL WS-TIER-IX > WS-TIER-COUNT
               IF WS-TIER-CUSTOMER(WS-TIER-IX) =
                       CustomerNumber OF AccountData
                   MOVE WS-TIER-LEVEL(WS-TIER-IX)
                       TO WS-ACCOUNT-TIER
               END-IF
           END-PERFORM
           MOVE WS-DAILY-LIMIT TO WS-EFFECTIVE-LIMIT
           IF WS-ACCOUNT-TIER = 3
               COMPUTE WS-EFFECTIVE-LIMIT ROUNDED =
                   WS-DAILY-LIMIT * WS-TIER-LIMIT-MULT
           END-IF.

       GET-PARAMETER.
           CALL "ParamLookup" USING WS-PARM-KEY WS-PARM-VALUE
               WS-PARM-FOUND.
