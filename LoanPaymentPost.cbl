      *              skips its collection like every other debit
      *              path declines, stamping the past-due fields
      *              so the miss still ages.
      * 10/15/2026 - a due date landing on a weekend or a
      *              holiday.dat closed day is collected on the
      *              next business day (NextBusinessDay); the
      *              stored due date keeps the loan's own day.
      * 10/15/2026 - a disbursement account on the estate hold (owner
      *              recorded deceased) is not debited; the payment
      *              is missed and ages like any other skip.
      * 10/15/2026 - late charges: a payment still uncollected more
      *              than LATE-GRACE-DAYS (default 15) after its due
      *              date raises one LATE-CHARGE-AMOUNT (default
      *              25.00) late charge, owed on the loan until it
      *              is paid. The next payment that collects also
      *              takes the owed late charge (LATE-CHARGE on the
      *              log) when the account can cover both. Each
      *              collection records the due date as the day
      *              interest is paid through, for payoff quotes.
      * 10/15/2026 - a loan paid off records the business date it was
      *              paid off as its interest-from date, which the
      *              credit bureau extract reports as the closed
      *              date. A loan written before the charge-off,
      *              interest-from and late-charge fields reads back
      *              with them zero.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanPaymentPost.

       01  WS-LOG-STATUS           PIC XX.
       01  WS-EOF-LOANS            PIC X(01) VALUE "N".
       01  WS-TODAY                PIC 9(8).
       01  WS-EFFECTIVE-DUE        PIC 9(8).
       01  WS-BD-PRIOR-DATE        PIC 9(8).
       01  WS-BD-FOUND             PIC X(01).
       01  WS-COLLECTED-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-DUE-DD               PIC 9(2).
       01  WS-LEGAL-STATUS         PIC XX.
       01  WS-LEGAL-FROZEN         PIC X(01).
       01  WS-LATE-GRACE-DAYS      PIC 9(3) VALUE 15.
       01  WS-LATE-CHARGE-AMOUNT   PIC 9(8)V99 VALUE 25.00.
       01  WS-DAYS-LATE            PIC S9(5).
       01  WS-LATE-CHARGED-COUNT   PIC 9(05) VALUE ZERO.
       01  WS-LATE-COLLECTED-COUNT PIC 9(05) VALUE ZERO.
       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC 9(10)V9(4).
       01  WS-PARM-FOUND           PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Collecting loan payments due..."
           CALL "BusinessDay" USING WS-TODAY WS-BD-PRIOR-DATE
               WS-BD-FOUND
           PERFORM LOAD-PARAMETERS
           OPEN I-O LoanFile
           IF WS-LOAN-STATUS = "35"
               DISPLAY "No loans on file. Nothing to collect."
                   AT END
                       MOVE "Y" TO WS-EOF-LOANS
                   NOT AT END
                       PERFORM NORMALIZE-LOAN
                       IF LOAN-ACTIVE
                               AND LoanNextDueDate NOT > WS-TODAY
                           CALL "NextBusinessDay" USING
                               LoanNextDueDate WS-EFFECTIVE-DUE
                           IF WS-EFFECTIVE-DUE NOT > WS-TODAY
                               PERFORM COLLECT-ONE-PAYMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Loan payments collected: " WS-COLLECTED-COUNT
           DISPLAY "Loan payments skipped:   " WS-SKIPPED-COUNT
           DISPLAY "Loans paid off:          " WS-PAIDOFF-COUNT
           DISPLAY "Late charges raised:     " WS-LATE-CHARGED-COUNT
           DISPLAY "Late charges collected:  " WS-LATE-COLLECTED-COUNT
           GOBACK.

       COLLECT-ONE-PAYMENT.
               PERFORM NOTE-PAYMENT-MISSED
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-ESTATE-HOLD OF AccountData
               DISPLAY "Loan " LoanNumber " skipped: account is "
                   "held for a deceased owner's estate."
               PERFORM NOTE-PAYMENT-MISSED
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LEGAL-FREEZE
           IF WS-LEGAL-FROZEN = "Y"
               DISPLAY "Loan " LoanNumber " skipped: account is "
           MOVE WS-PRINCIPAL-PART TO LogAmount
           MOVE AccountBalance OF AccountData TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG
           IF LoanLateChargeDue > ZERO
                   AND WS-AVAILABLE-BALANCE - WS-PAYMENT-TOTAL
                       NOT < LoanLateChargeDue
               PERFORM COLLECT-LATE-CHARGE
           END-IF
           SUBTRACT WS-PRINCIPAL-PART FROM LoanBalance
           ADD 1 TO LoanPaymentsMade
           MOVE LoanNextDueDate TO LoanInterestFrom
           MOVE ZERO TO LoanPastDueAmount
           MOVE ZERO TO LoanOldestUnpaid
           ADD 1 TO WS-COLLECTED-COUNT
           IF LoanBalance NOT > ZERO
               SET LOAN-PAID-OFF TO TRUE
               MOVE WS-TODAY TO LoanInterestFrom
               MOVE ZERO TO LoanNextDueDate
               ADD 1 TO WS-PAIDOFF-COUNT
               DISPLAY "Loan " LoanNumber " paid off."
           IF LoanOldestUnpaid = ZERO
               MOVE LoanNextDueDate TO LoanOldestUnpaid
           END-IF
           PERFORM ASSESS-LATE-CHARGE
           REWRITE LoanData.

      * One late charge per missed installment: only once the grace
      * period has run out, and never twice for the same due date.
       ASSESS-LATE-CHARGE.
           IF LoanLateChargeFor NOT < LoanNextDueDate
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-LATE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(LoanNextDueDate)
           IF WS-DAYS-LATE NOT > WS-LATE-GRACE-DAYS
               EXIT PARAGRAPH
           END-IF
           ADD WS-LATE-CHARGE-AMOUNT TO LoanLateChargeDue
           ADD WS-LATE-CHARGE-AMOUNT TO LoanLateChargeTotal
           MOVE LoanNextDueDate TO LoanLateChargeFor
           ADD 1 TO WS-LATE-CHARGED-COUNT
           DISPLAY "Loan " LoanNumber " late charge raised: "
               WS-LATE-CHARGE-AMOUNT " (due " LoanNextDueDate ").".

      * Takes the owed late charge from the account already read and
      * debited for this payment.
       COLLECT-LATE-CHARGE.
           SUBTRACT LoanLateChargeDue
               FROM AccountBalance OF AccountData
           REWRITE AccountData
           MOVE LoanDisburseAccount TO LogAccountNumber
           MOVE "LATE-CHARGE" TO LogTransactionType
           MOVE LoanLateChargeDue TO LogAmount
           MOVE AccountBalance OF AccountData TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG
           MOVE ZERO TO LoanLateChargeDue
           ADD 1 TO WS-LATE-COLLECTED-COUNT.

      * The day is 01-28 by construction at origination, so the
      * month arithmetic is exact - the CD convention.
       ADVANCE-DUE-DATE.
           END-PERFORM
           CLOSE LegalOrderFile.

       LOAD-PARAMETERS.
           MOVE "LATE-GRACE-DAYS" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-LATE-GRACE-DAYS
           END-IF
           MOVE "LATE-CHARGE-AMOUNT" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-LATE-CHARGE-AMOUNT
           END-IF.

       GET-PARAMETER.
           CALL "ParamLookup" USING WS-PARM-KEY WS-PARM-VALUE
               WS-PARM-FOUND.

      * Logging is delegated to TranLogger, which stamps the
      * timestamp, appends translog.dat and writes the keyed
      * acchist.dat history entry in one place.
           MOVE "HQ" TO LogBranchId
           MOVE "BTCH" TO LogTerminalId
           CALL "TranLogger" USING TransactionLogRecord.

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
