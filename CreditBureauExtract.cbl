      * 10/15/2026 - new batch program: monthly credit bureau
      *              reporting. On the first cycle of a new month it
      *              reports the month just closed from loanmast.dat
      *              and custmast.dat in the bureaus' fixed-width
      *              consumer format (CBFILE): a HEADER, one BASE
      *              record per loan - borrower identity, original
      *              principal, balance, scheduled payment and an
      *              account status taken from the LoanDelinquency
      *              aging buckets, 97 for charged-off and 13 for
      *              paid-off loans - and a TRAILR of control
      *              totals, written to crbureau.dat. The run goes
      *              on the cbreg.dat register and a month already
      *              registered is never produced again. A loan
      *              whose borrower identity is incomplete is held
      *              out of the file onto the cbrej.dat reject
      *              register, and the bureau's own rejects are
      *              taken onto it from cbrtn.dat. Once the record
      *              is put right and a supervisor marks the reject
      *              corrected at the terminal, the loan goes out
      *              on a numbered correction file (crbcorr.dat).
      *              crbrpt.dat summarises the run and lists every
      *              reject still open.
      * 10/15/2026 - a loan written before the charge-off,
      *              interest-from and late-charge fields reads back
      *              with them zero.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditBureauExtract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanFile ASSIGN TO "loanmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LoanNumber
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT CustomerFile ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerNumber OF CustomerData
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT BureauFile ASSIGN USING WS-BUREAU-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUREAU-STATUS.

           SELECT RejectFile ASSIGN TO "cbrej.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT RegisterFile ASSIGN TO "cbreg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT ReturnFile ASSIGN TO "cbrtn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT ReportFile ASSIGN TO "crbrpt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LoanFile.
       COPY LOANREC.

       FD  CustomerFile.
       COPY CUSTREC.

       FD  BureauFile.
       COPY CBFILE.

       FD  RejectFile.
       COPY CBREJ.

       FD  RegisterFile.
       COPY CBREG.

      * The bureau's return file: one row per record it refused.
       FD  ReturnFile.
       01  BureauReturnRecord.
           02 RtPeriod            PIC 9(6).
           02 FILLER              PIC X(01).
           02 RtLoanNumber        PIC 9(8).
           02 FILLER              PIC X(01).
           02 RtCode              PIC X(4).
           02 FILLER              PIC X(01).
           02 RtReason            PIC X(40).

       FD  ReportFile.
       01  ReportLine              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS          PIC XX.
       01  WS-CUSTOMER-STATUS      PIC XX.
       01  WS-BUREAU-STATUS        PIC XX.
       01  WS-REJECT-STATUS        PIC XX.
       01  WS-REGISTER-STATUS      PIC XX.
       01  WS-RETURN-STATUS        PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-BUREAU-NAME          PIC X(12).
       01  WS-EOF-LOANS            PIC X(01) VALUE "N".
       01  WS-EOF-FILE             PIC X(01).
       01  WS-TODAY                PIC 9(8).
       01  WS-BD-PRIOR-DATE        PIC 9(8).
       01  WS-BD-FOUND             PIC X(01).
       01  WS-REPORTER-NAME        PIC X(20) VALUE "COBOL BANK".
       01  WS-WORK-DATE            PIC 9(8).
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           02 WS-WORK-YEAR         PIC 9(4).
           02 WS-WORK-MONTH        PIC 9(2).
           02 WS-WORK-DAY          PIC 9(2).
       01  WS-REPORT-PERIOD        PIC 9(6).
       01  WS-PERIOD-END           PIC 9(8).
       01  WS-AGE-FROM-DATE        PIC 9(8).
       01  WS-DAYS-PAST-DUE        PIC S9(5).
       01  WS-REPORTABLE           PIC X(01).
       01  WS-HOLD-CODE            PIC X(4).
       01  WS-HOLD-REASON          PIC X(40).
       01  WS-REGULAR-SENT         PIC X(01) VALUE "N".
       01  WS-FILE-TYPE            PIC X(01).
       01  WS-FILE-OPEN            PIC X(01) VALUE "N".
       01  WS-SEQUENCE             PIC 9(3).
      * Control totals for the file being written.
       01  WS-BASE-COUNT           PIC 9(9).
       01  WS-BALANCE-TOTAL        PIC 9(13).
       01  WS-ORIGINAL-TOTAL       PIC 9(13).
       01  WS-PASTDUE-TOTAL        PIC 9(13).
       01  WS-CURRENT-COUNT        PIC 9(9).
       01  WS-DELINQUENT-COUNT     PIC 9(9).
       01  WS-CHARGEDOFF-COUNT     PIC 9(9).
       01  WS-PAIDOFF-COUNT        PIC 9(9).
       01  WS-HELD-COUNT           PIC 9(7).
       01  WS-RETURNS-TAKEN        PIC 9(5) VALUE ZERO.
       01  WS-CORRECTIONS-SENT     PIC 9(5) VALUE ZERO.
       01  WS-CORRECTIONS-FAILED   PIC 9(5) VALUE ZERO.
       01  WS-REGULAR-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-REGULAR-HELD         PIC 9(7) VALUE ZERO.
       01  WS-OPEN-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-COUNT-EDIT           PIC Z(8)9.
      * The reject register, loaded whole and written back.
       01  WS-REJECT-TABLE.
           02 WS-REJECT-REC OCCURS 500 TIMES PIC X(88).
       01  WS-REJECT-COUNT         PIC 9(03) COMP VALUE ZERO.
       01  WS-REJECT-IX            PIC 9(03) COMP.
       01  WS-REJECT-JX            PIC 9(03) COMP.
       01  WS-REJECT-OVERFLOW      PIC X(01) VALUE "N".
       01  WS-REJECT-FOUND         PIC X(01).
       01  WS-MATCH-PERIOD         PIC 9(6).
       01  WS-MATCH-LOAN           PIC 9(8).
       01  WS-MATCH-CODE           PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Credit bureau reporting..."
           CALL "BusinessDay" USING WS-TODAY WS-BD-PRIOR-DATE
               WS-BD-FOUND
           MOVE WS-TODAY TO WS-WORK-DATE
           IF WS-WORK-MONTH = 1
               MOVE 12 TO WS-WORK-MONTH
               SUBTRACT 1 FROM WS-WORK-YEAR
           ELSE
               SUBTRACT 1 FROM WS-WORK-MONTH
           END-IF
           COMPUTE WS-REPORT-PERIOD =
               WS-WORK-YEAR * 100 + WS-WORK-MONTH
           COMPUTE WS-PERIOD-END = WS-REPORT-PERIOD * 100 + 31
           PERFORM LOAD-REJECTS
           IF WS-REJECT-OVERFLOW = "Y"
               DISPLAY "cbrej.dat holds more rejects than can be "
                   "held - cannot update it safely. Run abandoned."
               GOBACK
           END-IF
           PERFORM TAKE-BUREAU-RETURNS
           PERFORM CHECK-REGISTER
           IF WS-REGULAR-SENT = "Y"
               DISPLAY "Period " WS-REPORT-PERIOD
                   " already reported to the bureaus."
           ELSE
               PERFORM PRODUCE-REGULAR-FILE
           END-IF
           PERFORM SEND-CORRECTIONS
           PERFORM SAVE-REJECTS
           PERFORM WRITE-RUN-REPORT
           DISPLAY "Bureau returns taken: " WS-RETURNS-TAKEN
               "  corrections sent: " WS-CORRECTIONS-SENT
               "  open rejects: " WS-OPEN-COUNT
           GOBACK.

      * Loads the bureau's returned rejects onto the register. A
      * return already on file (same month, loan and code) is not
      * taken twice, so the same return file can be read again.
       TAKE-BUREAU-RETURNS.
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT ReturnFile
           IF WS-RETURN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ ReturnFile INTO BureauReturnRecord
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       PERFORM TAKE-ONE-RETURN
               END-READ
           END-PERFORM
           CLOSE ReturnFile.

       TAKE-ONE-RETURN.
           IF RtPeriod NOT NUMERIC OR RtLoanNumber NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE RtPeriod TO WS-MATCH-PERIOD
           MOVE RtLoanNumber TO WS-MATCH-LOAN
           MOVE RtCode TO WS-MATCH-CODE
           PERFORM FIND-REJECT
           IF WS-REJECT-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BureauRejectRecord
           MOVE RtPeriod TO CjPeriod
           MOVE RtLoanNumber TO CjLoanNumber
           SET CJ-FROM-BUREAU TO TRUE
           MOVE RtCode TO CjCode
           MOVE RtReason TO CjReason
           PERFORM ADD-REJECT
           ADD 1 TO WS-RETURNS-TAKEN.

      * Leaves WS-REJECT-FOUND "Y" when a row for WS-MATCH-PERIOD,
      * WS-MATCH-LOAN and WS-MATCH-CODE is already on the register.
       FIND-REJECT.
           MOVE "N" TO WS-REJECT-FOUND
           PERFORM VARYING WS-REJECT-JX FROM 1 BY 1
                   UNTIL WS-REJECT-JX > WS-REJECT-COUNT
                       OR WS-REJECT-FOUND = "Y"
               MOVE WS-REJECT-REC(WS-REJECT-JX) TO BureauRejectRecord
               IF CjPeriod = WS-MATCH-PERIOD
                       AND CjLoanNumber = WS-MATCH-LOAN
                       AND CjCode = WS-MATCH-CODE
                   MOVE "Y" TO WS-REJECT-FOUND
               END-IF
           END-PERFORM.

      * Adds the row built in BureauRejectRecord as OPEN. A full
      * table drops the row with a warning rather than overwrite.
       ADD-REJECT.
           SET CJ-OPEN TO TRUE
           MOVE WS-TODAY TO CjRaisedDate
           MOVE ZERO TO CjCorrectedBy
           MOVE ZERO TO CjResentDate
           IF WS-REJECT-COUNT = 500
               DISPLAY "Reject register full - loan " CjLoanNumber
                   " " CjCode " not recorded."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REJECT-COUNT
           MOVE BureauRejectRecord TO WS-REJECT-REC(WS-REJECT-COUNT).

      * A REGULAR row for the reporting month means it has gone.
      * The correction sequence carries on from the month's last.
       CHECK-REGISTER.
           MOVE ZERO TO WS-SEQUENCE
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT RegisterFile
           IF WS-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ RegisterFile INTO BureauRegisterRecord
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       IF CrPeriod = WS-REPORT-PERIOD
                           IF CR-REGULAR
                               MOVE "Y" TO WS-REGULAR-SENT
                           END-IF
                           IF CrSequence > WS-SEQUENCE
                               MOVE CrSequence TO WS-SEQUENCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RegisterFile.

       PRODUCE-REGULAR-FILE.
           MOVE "crbureau.dat" TO WS-BUREAU-NAME
           MOVE "R" TO WS-FILE-TYPE
           PERFORM START-BUREAU-FILE
           OPEN INPUT CustomerFile
           OPEN INPUT LoanFile
           IF WS-LOAN-STATUS = "35"
               MOVE "Y" TO WS-EOF-LOANS
           END-IF
           PERFORM UNTIL WS-EOF-LOANS = "Y"
               READ LoanFile NEXT RECORD INTO LoanData
                   AT END
                       MOVE "Y" TO WS-EOF-LOANS
                   NOT AT END
                       PERFORM NORMALIZE-LOAN
                       PERFORM REPORT-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LoanFile
           CLOSE CustomerFile
           PERFORM FINISH-BUREAU-FILE
           MOVE WS-BASE-COUNT TO WS-REGULAR-COUNT
           MOVE WS-HELD-COUNT TO WS-REGULAR-HELD
           DISPLAY "Period " WS-REPORT-PERIOD " reported: "
               WS-BASE-COUNT " loan(s), " WS-HELD-COUNT
               " held on the reject register.".

      * Active loans opened by the month's end, charged-off loans,
      * and loans paid off during the month are reported.
       REPORT-ONE-LOAN.
           MOVE "N" TO WS-REPORTABLE
           EVALUATE TRUE
               WHEN LOAN-ACTIVE
                   IF LoanOriginationDate NOT > WS-PERIOD-END
                       MOVE "Y" TO WS-REPORTABLE
                   END-IF
               WHEN LOAN-CHARGED-OFF
                   MOVE "Y" TO WS-REPORTABLE
               WHEN LOAN-PAID-OFF
                   IF LoanInterestFrom(1:6) = WS-REPORT-PERIOD
                       MOVE "Y" TO WS-REPORTABLE
                   END-IF
           END-EVALUATE
           IF WS-REPORTABLE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-BASE-RECORD
           MOVE WS-REPORT-PERIOD TO CbdReportPeriod
           MOVE SPACE TO CbdCorrection
           IF WS-HOLD-CODE NOT = SPACES
               MOVE SPACES TO BureauRejectRecord
               MOVE WS-REPORT-PERIOD TO CjPeriod
               MOVE LoanNumber TO CjLoanNumber
               SET CJ-HELD-LOCALLY TO TRUE
               MOVE WS-HOLD-CODE TO CjCode
               MOVE WS-HOLD-REASON TO CjReason
               PERFORM ADD-REJECT
               ADD 1 TO WS-HELD-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-BASE-RECORD.

      * Fills BureauBaseRecord from LoanData and the borrower's
      * customer record. Leaves WS-HOLD-CODE and WS-HOLD-REASON set
      * when the borrower identity is not complete enough to send.
       BUILD-BASE-RECORD.
           MOVE SPACES TO WS-HOLD-CODE
           MOVE SPACES TO WS-HOLD-REASON
           MOVE SPACES TO BureauBaseRecord
           MOVE "BASE" TO CbdRecordId
           MOVE LoanNumber TO CbdAccountNumber
           MOVE "IL" TO CbdAccountType
           MOVE LoanOriginationDate TO CbdOpenDate
           MOVE LoanPrincipal TO CbdOriginalAmount
           MOVE LoanTermMonths TO CbdTermMonths
           MOVE LoanMonthlyPayment TO CbdScheduledPayment
           MOVE ZERO TO CbdChargeOffAmount
           MOVE ZERO TO CbdDateClosed
           MOVE ZERO TO CbdAmountPastDue
           MOVE ZERO TO CbdFirstDelinquency
           EVALUATE TRUE
               WHEN LOAN-CHARGED-OFF
                   MOVE "97" TO CbdAccountStatus
                   MOVE LoanChargeOffAmount TO CbdChargeOffAmount
                   IF LoanChargeOffAmount > LoanRecoveredAmount
                       COMPUTE CbdCurrentBalance =
                           LoanChargeOffAmount - LoanRecoveredAmount
                       MOVE CbdCurrentBalance TO CbdAmountPastDue
                   ELSE
                       MOVE ZERO TO CbdCurrentBalance
                   END-IF
                   MOVE LoanChargeOffDate TO CbdDateClosed
                   MOVE LoanOldestUnpaid TO CbdFirstDelinquency
                   MOVE ZERO TO CbdScheduledPayment
               WHEN LOAN-PAID-OFF
                   MOVE "13" TO CbdAccountStatus
                   MOVE ZERO TO CbdCurrentBalance
                   MOVE ZERO TO CbdScheduledPayment
                   MOVE LoanInterestFrom TO CbdDateClosed
               WHEN OTHER
                   MOVE LoanBalance TO CbdCurrentBalance
                   PERFORM AGE-FOR-STATUS
           END-EVALUATE
           MOVE LoanCustomerNumber TO CbdCustomerNumber
           MOVE LoanCustomerNumber TO CustomerNumber OF CustomerData
           READ CustomerFile
               INVALID KEY
                   MOVE "L001" TO WS-HOLD-CODE
                   MOVE "BORROWER NOT ON CUSTOMER MASTER"
                       TO WS-HOLD-REASON
                   EXIT PARAGRAPH
           END-READ
           MOVE CustomerName OF CustomerData TO CbdBorrowerName
           MOVE TaxId OF CustomerData TO CbdTaxId
           MOVE DateOfBirth OF CustomerData TO CbdDateOfBirth
           MOVE IdType OF CustomerData TO CbdIdType
           MOVE IdNumber OF CustomerData TO CbdIdNumber
           MOVE CustomerAddress OF CustomerData TO CbdAddress
           MOVE CustomerPhone OF CustomerData TO CbdPhone
           EVALUATE TRUE
               WHEN CustomerName OF CustomerData = SPACES
                   MOVE "L002" TO WS-HOLD-CODE
                   MOVE "BORROWER NAME MISSING" TO WS-HOLD-REASON
               WHEN TaxId OF CustomerData = SPACES
                   MOVE "L003" TO WS-HOLD-CODE
                   MOVE "BORROWER TAX ID MISSING" TO WS-HOLD-REASON
               WHEN DateOfBirth OF CustomerData = ZERO
                       OR DateOfBirth OF CustomerData NOT NUMERIC
                   MOVE "L004" TO WS-HOLD-CODE
                   MOVE "BORROWER DATE OF BIRTH MISSING"
                       TO WS-HOLD-REASON
               WHEN CustomerAddress OF CustomerData = SPACES
                   MOVE "L005" TO WS-HOLD-CODE
                   MOVE "BORROWER ADDRESS MISSING" TO WS-HOLD-REASON
           END-EVALUATE.

      * The LoanDelinquency buckets, measured the same way: 1-29
      * days still reports current, then 30, 60 and 90 days late.
       AGE-FOR-STATUS.
           MOVE "11" TO CbdAccountStatus
           MOVE LoanPastDueAmount TO CbdAmountPastDue
           MOVE LoanOldestUnpaid TO CbdFirstDelinquency
           IF LoanOldestUnpaid NOT = ZERO
               MOVE LoanOldestUnpaid TO WS-AGE-FROM-DATE
           ELSE
               IF LoanNextDueDate NOT = ZERO
                       AND LoanNextDueDate < WS-TODAY
                   MOVE LoanNextDueDate TO WS-AGE-FROM-DATE
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           COMPUTE WS-DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(WS-AGE-FROM-DATE)
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE > 89
                   MOVE "80" TO CbdAccountStatus
               WHEN WS-DAYS-PAST-DUE > 59
                   MOVE "78" TO CbdAccountStatus
               WHEN WS-DAYS-PAST-DUE > 29
                   MOVE "71" TO CbdAccountStatus
           END-EVALUATE.

       WRITE-BASE-RECORD.
           WRITE BureauBaseRecord
           ADD 1 TO WS-BASE-COUNT
           ADD CbdCurrentBalance TO WS-BALANCE-TOTAL
           ADD CbdOriginalAmount TO WS-ORIGINAL-TOTAL
           ADD CbdAmountPastDue TO WS-PASTDUE-TOTAL
           EVALUATE CbdAccountStatus
               WHEN "11"
                   ADD 1 TO WS-CURRENT-COUNT
               WHEN "97"
                   ADD 1 TO WS-CHARGEDOFF-COUNT
               WHEN "13"
                   ADD 1 TO WS-PAIDOFF-COUNT
               WHEN OTHER
                   ADD 1 TO WS-DELINQUENT-COUNT
           END-EVALUATE.

      * Opens WS-BUREAU-NAME, writes the HEADER and clears the
      * control totals. WS-FILE-TYPE is "R" or "C".
       START-BUREAU-FILE.
           MOVE ZERO TO WS-BASE-COUNT
           MOVE ZERO TO WS-BALANCE-TOTAL
           MOVE ZERO TO WS-ORIGINAL-TOTAL
           MOVE ZERO TO WS-PASTDUE-TOTAL
           MOVE ZERO TO WS-CURRENT-COUNT
           MOVE ZERO TO WS-DELINQUENT-COUNT
           MOVE ZERO TO WS-CHARGEDOFF-COUNT
           MOVE ZERO TO WS-PAIDOFF-COUNT
           MOVE ZERO TO WS-HELD-COUNT
           ADD 1 TO WS-SEQUENCE
           OPEN OUTPUT BureauFile
           MOVE "Y" TO WS-FILE-OPEN
           MOVE SPACES TO BureauHeaderRecord
           MOVE "HEADER" TO CbhRecordId
           MOVE WS-REPORTER-NAME TO CbhReporterName
           MOVE WS-REPORT-PERIOD TO CbhReportPeriod
           MOVE WS-TODAY TO CbhCreatedDate
           MOVE WS-FILE-TYPE TO CbhFileType
           MOVE WS-SEQUENCE TO CbhSequence
           WRITE BureauHeaderRecord.

      * Writes the TRAILR, closes the file and registers it.
       FINISH-BUREAU-FILE.
           MOVE SPACES TO BureauTrailerRecord
           MOVE "TRAILR" TO CbtRecordId
           MOVE WS-BASE-COUNT TO CbtBaseCount
           MOVE WS-BALANCE-TOTAL TO CbtBalanceTotal
           MOVE WS-ORIGINAL-TOTAL TO CbtOriginalTotal
           MOVE WS-PASTDUE-TOTAL TO CbtPastDueTotal
           MOVE WS-CURRENT-COUNT TO CbtCurrentCount
           MOVE WS-DELINQUENT-COUNT TO CbtDelinquentCount
           MOVE WS-CHARGEDOFF-COUNT TO CbtChargedOffCount
           MOVE WS-PAIDOFF-COUNT TO CbtPaidOffCount
           WRITE BureauTrailerRecord
           CLOSE BureauFile
           MOVE "N" TO WS-FILE-OPEN
           MOVE SPACES TO BureauRegisterRecord
           MOVE WS-REPORT-PERIOD TO CrPeriod
           MOVE WS-FILE-TYPE TO CrFileType
           MOVE WS-SEQUENCE TO CrSequence
           MOVE FUNCTION CURRENT-DATE(1:14) TO CrTimestamp
           MOVE WS-BASE-COUNT TO CrRecordCount
           MOVE WS-BALANCE-TOTAL TO CrBalanceTotal
           MOVE WS-HELD-COUNT TO CrHeldCount
           OPEN EXTEND RegisterFile
           IF WS-REGISTER-STATUS = "35"
               CLOSE RegisterFile
               OPEN OUTPUT RegisterFile
           END-IF
           WRITE BureauRegisterRecord
           CLOSE RegisterFile.

      * Every reject a supervisor has marked corrected is rebuilt
      * from the loan and borrower as they stand now and sent on a
      * correction file. One that still fails the identity checks
      * goes back to OPEN with the reason it failed.
       SEND-CORRECTIONS.
           MOVE "crbcorr.dat" TO WS-BUREAU-NAME
           MOVE "C" TO WS-FILE-TYPE
           PERFORM VARYING WS-REJECT-IX FROM 1 BY 1
                   UNTIL WS-REJECT-IX > WS-REJECT-COUNT
               MOVE WS-REJECT-REC(WS-REJECT-IX) TO BureauRejectRecord
               IF CJ-CORRECTED
                   PERFORM CORRECT-ONE-REJECT
               END-IF
           END-PERFORM
           IF WS-FILE-OPEN = "Y"
               CLOSE LoanFile
               CLOSE CustomerFile
               PERFORM FINISH-BUREAU-FILE
               DISPLAY "Correction file " WS-SEQUENCE " for period "
                   WS-REPORT-PERIOD ": " WS-BASE-COUNT " loan(s)."
           END-IF.

       CORRECT-ONE-REJECT.
           PERFORM CHECK-ALREADY-RESENT
           IF WS-REJECT-FOUND = "Y"
               PERFORM MARK-REJECT-RESENT
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-OPEN NOT = "Y"
               PERFORM START-BUREAU-FILE
               OPEN INPUT CustomerFile
               OPEN INPUT LoanFile
           END-IF
           MOVE CjLoanNumber TO LoanNumber
           READ LoanFile
               INVALID KEY
                   MOVE "L006" TO WS-HOLD-CODE
                   MOVE "LOAN NOT ON LOAN MASTER" TO WS-HOLD-REASON
                   PERFORM REOPEN-REJECT
                   EXIT PARAGRAPH
           END-READ
           PERFORM NORMALIZE-LOAN
           PERFORM BUILD-BASE-RECORD
           IF WS-HOLD-CODE NOT = SPACES
               PERFORM REOPEN-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REJECT-REC(WS-REJECT-IX) TO BureauRejectRecord
           MOVE CjPeriod TO CbdReportPeriod
           MOVE "C" TO CbdCorrection
           PERFORM WRITE-BASE-RECORD
           PERFORM MARK-REJECT-RESENT
           ADD 1 TO WS-CORRECTIONS-SENT.

      * A loan rejected on more than one code for the same month
      * goes out once; the later rows ride on the first.
       CHECK-ALREADY-RESENT.
           MOVE "N" TO WS-REJECT-FOUND
           MOVE CjPeriod TO WS-MATCH-PERIOD
           MOVE CjLoanNumber TO WS-MATCH-LOAN
           PERFORM VARYING WS-REJECT-JX FROM 1 BY 1
                   UNTIL WS-REJECT-JX NOT < WS-REJECT-IX
                       OR WS-REJECT-FOUND = "Y"
               MOVE WS-REJECT-REC(WS-REJECT-JX) TO BureauRejectRecord
               IF CjPeriod = WS-MATCH-PERIOD
                       AND CjLoanNumber = WS-MATCH-LOAN
                       AND CJ-RESENT
                       AND CjResentDate = WS-TODAY
                   MOVE "Y" TO WS-REJECT-FOUND
               END-IF
           END-PERFORM
           MOVE WS-REJECT-REC(WS-REJECT-IX) TO BureauRejectRecord.

       MARK-REJECT-RESENT.
           MOVE WS-REJECT-REC(WS-REJECT-IX) TO BureauRejectRecord
           SET CJ-RESENT TO TRUE
           MOVE WS-TODAY TO CjResentDate
           MOVE BureauRejectRecord TO WS-REJECT-REC(WS-REJECT-IX).

       REOPEN-REJECT.
           MOVE WS-REJECT-REC(WS-REJECT-IX) TO BureauRejectRecord
           SET CJ-OPEN TO TRUE
           SET CJ-HELD-LOCALLY TO TRUE
           MOVE WS-HOLD-CODE TO CjCode
           MOVE WS-HOLD-REASON TO CjReason
           MOVE BureauRejectRecord TO WS-REJECT-REC(WS-REJECT-IX)
           ADD 1 TO WS-CORRECTIONS-FAILED.

       WRITE-RUN-REPORT.
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ReportLine
           STRING "CREDIT BUREAU REPORTING  " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               "  PERIOD " DELIMITED BY SIZE
               WS-REPORT-PERIOD DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           IF WS-REGULAR-SENT = "Y"
               STRING "MONTHLY FILE: ALREADY SENT FOR " DELIMITED
                   BY SIZE
                   WS-REPORT-PERIOD DELIMITED BY SIZE
                   INTO ReportLine
           ELSE
               MOVE WS-REGULAR-COUNT TO WS-COUNT-EDIT
               STRING "MONTHLY FILE: crbureau.dat " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " LOAN(S), " DELIMITED BY SIZE
                   WS-REGULAR-HELD DELIMITED BY SIZE
                   " HELD AS REJECTS" DELIMITED BY SIZE
                   INTO ReportLine
           END-IF
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "RETURNS TAKEN " DELIMITED BY SIZE
               WS-RETURNS-TAKEN DELIMITED BY SIZE
               "  CORRECTIONS SENT " DELIMITED BY SIZE
               WS-CORRECTIONS-SENT DELIMITED BY SIZE
               " (crbcorr.dat)  STILL FAILING " DELIMITED BY SIZE
               WS-CORRECTIONS-FAILED DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE "OPEN REJECTS:" TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-REJECT-IX FROM 1 BY 1
                   UNTIL WS-REJECT-IX > WS-REJECT-COUNT
               MOVE WS-REJECT-REC(WS-REJECT-IX) TO BureauRejectRecord
               IF CJ-OPEN
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE SPACES TO ReportLine
                   STRING "  LOAN " DELIMITED BY SIZE
                       CjLoanNumber DELIMITED BY SIZE
                       " PERIOD " DELIMITED BY SIZE
                       CjPeriod DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CjSource DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       CjCode DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CjReason DELIMITED BY SIZE
                       " SINCE " DELIMITED BY SIZE
                       CjRaisedDate DELIMITED BY SIZE
                       INTO ReportLine
                   WRITE ReportLine
               END-IF
           END-PERFORM
           IF WS-OPEN-COUNT = ZERO
               MOVE "  NO OPEN BUREAU REJECTS" TO ReportLine
               WRITE ReportLine
           END-IF
           CLOSE ReportFile.

       LOAD-REJECTS.
           MOVE ZERO TO WS-REJECT-COUNT
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT RejectFile
           IF WS-REJECT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ RejectFile INTO BureauRejectRecord
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       IF WS-REJECT-COUNT = 500
                           MOVE "Y" TO WS-REJECT-OVERFLOW
                       ELSE
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE BureauRejectRecord
                               TO WS-REJECT-REC(WS-REJECT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RejectFile.

       SAVE-REJECTS.
           OPEN OUTPUT RejectFile
           PERFORM VARYING WS-REJECT-IX FROM 1 BY 1
                   UNTIL WS-REJECT-IX > WS-REJECT-COUNT
               MOVE WS-REJECT-REC(WS-REJECT-IX) TO BureauRejectRecord
               WRITE BureauRejectRecord
           END-PERFORM
           CLOSE RejectFile.

      * A loan written before charge-off, interest-from and late
      * charges were kept reads back blank in those fields: nothing
      * charged off or recovered, no late charge outstanding, and
      * interest running from the last due date (zero).
       NORMALIZE-LOAN.
           IF LoanChargeOffDate NOT NUMERIC
               MOVE ZERO TO LoanChargeOffDate
           END-IF
           IF LoanChargeOffAmount NOT NUMERIC
               MOVE ZERO TO LoanChargeOffAmount
           END-IF
           IF LoanChargeOffBy NOT NUMERIC
               MOVE ZERO TO LoanChargeOffBy
           END-IF
           IF LoanRecoveredAmount NOT NUMERIC
               MOVE ZERO TO LoanRecoveredAmount
           END-IF
           IF LoanInterestFrom NOT NUMERIC
               MOVE ZERO TO LoanInterestFrom
           END-IF
           IF LoanLateChargeDue NOT NUMERIC
               MOVE ZERO TO LoanLateChargeDue
           END-IF
           IF LoanLateChargeFor NOT NUMERIC
               MOVE ZERO TO LoanLateChargeFor
           END-IF
           IF LoanLateChargeTotal NOT NUMERIC
               MOVE ZERO TO LoanLateChargeTotal
           END-IF.
