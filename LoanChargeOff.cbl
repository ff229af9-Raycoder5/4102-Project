      * 10/15/2026 - new batch program: loan charge-off reporting.
      *              Every active loan at least CHARGEOFF-DAYS
      *              (default 120) past due - aged the way
      *              LoanDelinquency ages it, off the open business
      *              date - prints to chgcand.dat as a charge-off
      *              candidate for a supervisor to approve at the
      *              terminal. The lnloss.dat loss register the
      *              terminal keeps is then summed into lnlossrp.dat:
      *              charge-offs and recoveries by month for the
      *              last twelve months with the net loss, and the
      *              current month's entries in detail, so the loss
      *              and what has come back are seen separately.
      *              CHARGE-OFF and RECOVERY log entries reach the
      *              general ledger through their glmap.dat rows.
      * 10/15/2026 - a loan written before the charge-off,
      *              interest-from and late-charge fields reads back
      *              with them zero.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanChargeOff.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanFile ASSIGN TO "loanmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LoanNumber
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT LoanLossFile ASSIGN TO "lnloss.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LNLOSS-STATUS.

           SELECT CandidateFile ASSIGN TO "chgcand.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.

           SELECT LossReportFile ASSIGN TO "lnlossrp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LoanFile.
       COPY LOANREC.

       FD  LoanLossFile.
       COPY LNLOSS.

       FD  CandidateFile.
       01  CandidateLine           PIC X(100).

       FD  LossReportFile.
       01  ReportLine              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS          PIC XX.
       01  WS-LNLOSS-STATUS        PIC XX.
       01  WS-CAND-STATUS          PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-EOF-LOANS            PIC X(01) VALUE "N".
       01  WS-EOF-LOSS             PIC X(01) VALUE "N".
       01  WS-TODAY                PIC 9(8).
       01  WS-BD-PRIOR-DATE        PIC 9(8).
       01  WS-BD-FOUND             PIC X(01).
       01  WS-CHARGEOFF-DAYS       PIC 9(3) VALUE 120.
       01  WS-AGE-FROM-DATE        PIC 9(8).
       01  WS-DAYS-PAST-DUE        PIC S9(5).
       01  WS-DAYS-EDIT            PIC Z(4)9.
       01  WS-CANDIDATE-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-CANDIDATE-TOTAL      PIC S9(12)V99 VALUE ZERO.
      * Twelve monthly buckets, oldest first, ending with the month
      * of the business date. WS-MONTH-BASE is the month index
      * (YYYY * 12 + MM - 1) of the first bucket.
       01  WS-MONTH-TABLE.
           02 WS-MONTH-ENTRY OCCURS 12 TIMES.
               03 WS-MON-PERIOD    PIC 9(6).
               03 WS-MON-CO-COUNT  PIC 9(5).
               03 WS-MON-CO-AMOUNT PIC 9(12)V99.
               03 WS-MON-RC-COUNT  PIC 9(5).
               03 WS-MON-RC-AMOUNT PIC 9(12)V99.
       01  WS-MONTH-IX             PIC 9(02) COMP.
       01  WS-MONTH-BASE           PIC 9(6).
       01  WS-MONTH-INDEX          PIC 9(6).
       01  WS-ENTRY-INDEX          PIC S9(6).
       01  WS-CURRENT-PERIOD       PIC 9(6).
       01  WS-WORK-DATE            PIC 9(8).
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           02 WS-WORK-YEAR         PIC 9(4).
           02 WS-WORK-MONTH        PIC 9(2).
           02 WS-WORK-DAY          PIC 9(2).
       01  WS-NET-LOSS             PIC S9(12)V99.
       01  WS-TOTAL-CO-AMOUNT      PIC 9(12)V99 VALUE ZERO.
       01  WS-TOTAL-RC-AMOUNT      PIC 9(12)V99 VALUE ZERO.
       01  WS-BALANCE-EDIT         PIC -(10)9.99.
       01  WS-PASTDUE-EDIT         PIC Z(9)9.99.
       01  WS-CO-EDIT              PIC Z(11)9.99.
       01  WS-RC-EDIT              PIC Z(11)9.99.
       01  WS-NET-EDIT             PIC -(12)9.99.

       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC 9(10)V9(4).
       01  WS-PARM-FOUND           PIC X(01).
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Listing charge-off candidates and loan losses..."
           CALL "BusinessDay" USING WS-TODAY WS-BD-PRIOR-DATE
               WS-BD-FOUND
           PERFORM LOAD-PARAMETERS
           PERFORM LIST-CANDIDATES
           PERFORM SUMMARISE-LOSS-REGISTER
           MOVE WS-CANDIDATE-TOTAL TO WS-BALANCE-EDIT
           DISPLAY "Charge-off candidates: " WS-CANDIDATE-COUNT
               ", balance at risk " WS-BALANCE-EDIT
               " (chgcand.dat); loss summary in lnlossrp.dat."
           GOBACK.

       LIST-CANDIDATES.
           OPEN OUTPUT CandidateFile
           MOVE SPACES TO CandidateLine
           STRING "LOAN CHARGE-OFF CANDIDATES  " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               WS-CHARGEOFF-DAYS DELIMITED BY SIZE
               "+ DAYS PAST DUE)" DELIMITED BY SIZE
               INTO CandidateLine
           WRITE CandidateLine
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
                       IF LOAN-ACTIVE
                           PERFORM CHECK-ONE-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LoanFile
           IF WS-CANDIDATE-COUNT = ZERO
               MOVE "  NO LOANS PAST THE CHARGE-OFF THRESHOLD"
                   TO CandidateLine
               WRITE CandidateLine
           END-IF
           CLOSE CandidateFile.

       CHECK-ONE-CANDIDATE.
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
           IF WS-DAYS-PAST-DUE < WS-CHARGEOFF-DAYS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CANDIDATE-COUNT
           ADD LoanBalance TO WS-CANDIDATE-TOTAL
           MOVE LoanBalance TO WS-BALANCE-EDIT
           MOVE LoanPastDueAmount TO WS-PASTDUE-EDIT
           MOVE WS-DAYS-PAST-DUE TO WS-DAYS-EDIT
           MOVE SPACES TO CandidateLine
           STRING "  LOAN " DELIMITED BY SIZE
               LoanNumber DELIMITED BY SIZE
               " CUST " DELIMITED BY SIZE
               LoanCustomerNumber DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-DAYS-EDIT DELIMITED BY SIZE
               " DAYS) PAST DUE " DELIMITED BY SIZE
               WS-PASTDUE-EDIT DELIMITED BY SIZE
               " BALANCE " DELIMITED BY SIZE
               WS-BALANCE-EDIT DELIMITED BY SIZE
               INTO CandidateLine
           WRITE CandidateLine.

      * Sums the loss register into the twelve monthly buckets and
      * lists this month's entries as it goes.
       SUMMARISE-LOSS-REGISTER.
           MOVE WS-TODAY(1:6) TO WS-CURRENT-PERIOD
           MOVE WS-TODAY TO WS-WORK-DATE
           COMPUTE WS-MONTH-BASE =
               WS-WORK-YEAR * 12 + WS-WORK-MONTH - 1 - 11
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > 12
               COMPUTE WS-MONTH-INDEX = WS-MONTH-BASE + WS-MONTH-IX - 1
               COMPUTE WS-MON-PERIOD(WS-MONTH-IX) =
                   FUNCTION INTEGER(WS-MONTH-INDEX / 12) * 100
                       + FUNCTION MOD(WS-MONTH-INDEX, 12) + 1
               MOVE ZERO TO WS-MON-CO-COUNT(WS-MONTH-IX)
               MOVE ZERO TO WS-MON-CO-AMOUNT(WS-MONTH-IX)
               MOVE ZERO TO WS-MON-RC-COUNT(WS-MONTH-IX)
               MOVE ZERO TO WS-MON-RC-AMOUNT(WS-MONTH-IX)
           END-PERFORM
           OPEN OUTPUT LossReportFile
           MOVE SPACES TO ReportLine
           STRING "LOAN LOSSES AND RECOVERIES  " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "THIS MONTH (" DELIMITED BY SIZE
               WS-CURRENT-PERIOD DELIMITED BY SIZE
               "):" DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           OPEN INPUT LoanLossFile
           IF WS-LNLOSS-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-LOSS
           END-IF
           PERFORM UNTIL WS-EOF-LOSS = "Y"
               READ LoanLossFile INTO LoanLossRecord
                   AT END
                       MOVE "Y" TO WS-EOF-LOSS
                   NOT AT END
                       PERFORM TALLY-LOSS-ENTRY
               END-READ
           END-PERFORM
           IF WS-LNLOSS-STATUS NOT = "35"
               CLOSE LoanLossFile
           END-IF
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           MOVE "MONTH" TO ReportLine(1:5)
           MOVE "COUNT" TO ReportLine(9:5)
           MOVE "CHARGED OFF" TO ReportLine(19:11)
           MOVE "COUNT" TO ReportLine(32:5)
           MOVE "RECOVERED" TO ReportLine(44:9)
           MOVE "NET LOSS" TO ReportLine(62:8)
           WRITE ReportLine
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > 12
               PERFORM PRINT-MONTH-LINE
           END-PERFORM
           COMPUTE WS-NET-LOSS =
               WS-TOTAL-CO-AMOUNT - WS-TOTAL-RC-AMOUNT
           MOVE WS-TOTAL-CO-AMOUNT TO WS-CO-EDIT
           MOVE WS-TOTAL-RC-AMOUNT TO WS-RC-EDIT
           MOVE WS-NET-LOSS TO WS-NET-EDIT
           MOVE SPACES TO ReportLine
           STRING "ALL TIME  CHARGED OFF " DELIMITED BY SIZE
               WS-CO-EDIT DELIMITED BY SIZE
               "  RECOVERED " DELIMITED BY SIZE
               WS-RC-EDIT DELIMITED BY SIZE
               "  NET " DELIMITED BY SIZE
               WS-NET-EDIT DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           CLOSE LossReportFile.

       TALLY-LOSS-ENTRY.
           IF LL-CHARGE-OFF
               ADD LlAmount TO WS-TOTAL-CO-AMOUNT
           ELSE
               ADD LlAmount TO WS-TOTAL-RC-AMOUNT
           END-IF
           MOVE LlEntryDate TO WS-WORK-DATE
           COMPUTE WS-ENTRY-INDEX =
               WS-WORK-YEAR * 12 + WS-WORK-MONTH - 1
                   - WS-MONTH-BASE + 1
           IF WS-ENTRY-INDEX < 1 OR WS-ENTRY-INDEX > 12
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY-INDEX TO WS-MONTH-IX
           IF LL-CHARGE-OFF
               ADD 1 TO WS-MON-CO-COUNT(WS-MONTH-IX)
               ADD LlAmount TO WS-MON-CO-AMOUNT(WS-MONTH-IX)
           ELSE
               ADD 1 TO WS-MON-RC-COUNT(WS-MONTH-IX)
               ADD LlAmount TO WS-MON-RC-AMOUNT(WS-MONTH-IX)
           END-IF
           IF LlEntryDate(1:6) NOT = WS-CURRENT-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE LlAmount TO WS-PASTDUE-EDIT
           MOVE SPACES TO ReportLine
           IF LL-CHARGE-OFF
               STRING "  " DELIMITED BY SIZE
                   LlEntryDate DELIMITED BY SIZE
                   " CHARGE-OFF LOAN " DELIMITED BY SIZE
                   LlLoanNumber DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PASTDUE-EDIT DELIMITED BY SIZE
                   " APPROVED BY " DELIMITED BY SIZE
                   LlOperatorId DELIMITED BY SIZE
                   INTO ReportLine
           ELSE
               STRING "  " DELIMITED BY SIZE
                   LlEntryDate DELIMITED BY SIZE
                   " RECOVERY   LOAN " DELIMITED BY SIZE
                   LlLoanNumber DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PASTDUE-EDIT DELIMITED BY SIZE
                   " FROM ACCT " DELIMITED BY SIZE
                   LlAccountNumber DELIMITED BY SIZE
                   " OPERATOR " DELIMITED BY SIZE
                   LlOperatorId DELIMITED BY SIZE
                   INTO ReportLine
           END-IF
           WRITE ReportLine.

       PRINT-MONTH-LINE.
           COMPUTE WS-NET-LOSS =
               WS-MON-CO-AMOUNT(WS-MONTH-IX)
                   - WS-MON-RC-AMOUNT(WS-MONTH-IX)
           MOVE WS-MON-CO-AMOUNT(WS-MONTH-IX) TO WS-CO-EDIT
           MOVE WS-MON-RC-AMOUNT(WS-MONTH-IX) TO WS-RC-EDIT
           MOVE WS-NET-LOSS TO WS-NET-EDIT
           MOVE SPACES TO ReportLine
           STRING WS-MON-PERIOD(WS-MONTH-IX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MON-CO-COUNT(WS-MONTH-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CO-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MON-RC-COUNT(WS-MONTH-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RC-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NET-EDIT DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

       LOAD-PARAMETERS.
           MOVE "CHARGEOFF-DAYS" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-CHARGEOFF-DAYS
           END-IF.

       GET-PARAMETER.
           CALL "ParamLookup" USING WS-PARM-KEY WS-PARM-VALUE
               WS-PARM-FOUND.

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
