      *              amount and the outstanding balance, bucket
      *              totals at the foot. The 30/60/90 buckets are
      *              what collections works from.
      * 10/15/2026 - each line shows the late charges owed on the
      *              loan, and the foot totals them.
      * 10/15/2026 - a loan written before the charge-off,
      *              interest-from and late-charge fields reads back
      *              with them zero.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanDelinquency.

       COPY LOANREC.

       FD  ReportFile.
       01  ReportLine              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS          PIC XX.
       01  WS-DELINQUENT-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-BALANCE-EDIT         PIC -(10)9.99.
       01  WS-PASTDUE-EDIT         PIC Z(9)9.99.
       01  WS-LATE-EDIT            PIC Z(7)9.99.
       01  WS-LATE-TOTAL           PIC 9(10)V99 VALUE ZERO.
       01  WS-LATE-TOTAL-EDIT      PIC Z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
                   AT END
                       MOVE "Y" TO WS-EOF-LOANS
                   NOT AT END
                       PERFORM NORMALIZE-LOAN
                       IF LOAN-ACTIVE
                           PERFORM AGE-ONE-LOAN
                       END-IF
               WS-BUCKET-90 DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE WS-LATE-TOTAL TO WS-LATE-TOTAL-EDIT
           MOVE SPACES TO ReportLine
           STRING "LATE CHARGES OWED: " DELIMITED BY SIZE
               WS-LATE-TOTAL-EDIT DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           CLOSE ReportFile
           DISPLAY "Delinquency report written: "
               WS-DELINQUENT-COUNT " loan(s) past due."
           END-EVALUATE
           MOVE LoanBalance TO WS-BALANCE-EDIT
           MOVE LoanPastDueAmount TO WS-PASTDUE-EDIT
           MOVE LoanLateChargeDue TO WS-LATE-EDIT
           ADD LoanLateChargeDue TO WS-LATE-TOTAL
           MOVE SPACES TO ReportLine
           STRING "  LOAN " DELIMITED BY SIZE
               LoanNumber DELIMITED BY SIZE
               WS-PASTDUE-EDIT DELIMITED BY SIZE
               " BALANCE " DELIMITED BY SIZE
               WS-BALANCE-EDIT DELIMITED BY SIZE
               " LATE CHG " DELIMITED BY SIZE
               WS-LATE-EDIT DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

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
