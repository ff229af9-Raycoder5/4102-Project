      *              exception outputs rank into one morning
      *              digest, with prior-day counts and an explicit
      *              MISSING/EMPTY statement per source.
      * 10/15/2026 - ReturnedItemPost added ahead of HoldRelease:
      *              checks the paying bank returned unpaid are
      *              charged back against their still-open holds
      *              before tonight's releases can free the funds.
      * 10/15/2026 - DisputeAging added after HoldRelease: ATM
      *              dispute claims reaching their due date get
      *              their provisional credit ahead of the balancing
      *              steps, and the open-claims aging report is
      *              ready for the morning digest.
      * 10/15/2026 - DueDiligenceReview added after LoanDelinquency:
      *              once a month it lists customers not fully
      *              identified, with an expired or expiring ID, or
      *              high-balance and overdue for periodic review,
      *              judged off tonight's tier roster.
      * 10/15/2026 - LoanChargeOff runs after LoanDelinquency: lists
      *              loans past the charge-off threshold and sums the
      *              loan loss register by month.
      * 10/15/2026 - CreditBureauExtract runs after LoanChargeOff:
      *              the monthly credit bureau file, bureau returns
      *              and correction re-sends.
      * 10/15/2026 - DualControlReport runs after MaintenanceReport:
      *              expires stale pending changes and lists the
      *              day's dual-control decisions.
      * 10/15/2026 - OperatorAccessReview runs after
      *              DualControlReport: once a quarter it lists every
      *              operator ID for a supervisor's access review.
      * 10/15/2026 - OperatorActivity runs after
      *              OperatorAccessReview and ahead of LogRollover,
      *              while the month's log is still in place:
      *              segregation-of-duties findings and each
      *              operator's day against their own norm.
      * 10/15/2026 - IntegritySweep runs after BalanceChainAudit:
      *              lists broken links between the masters and
      *              books by category on integrpt.dat.
      * 10/15/2026 - RetentionPurge runs after OperatorActivity, once
      *              a month: aged rows of the sequential working
      *              books move to dated archives on purgecat.dat
      *              before the backup is taken.
      * 10/15/2026 - OfficialCheckRecon runs after IntegritySweep:
      *              the official check register is proved against
      *              its settlement account and stale items listed.
      * 10/15/2026 - BillPayExec runs after StandingOrderExec: the
      *              scheduled bill payments due on the business date
      *              are paid and queued for ExtTransferExtract.
      * 10/15/2026 - OnlineBankingExtract runs after NoticeGeneration:
      *              the nightly feed for the internet banking vendor
      *              is built from the closed-out books.
      * 10/15/2026 - ProfitabilityReport runs after FeeIncomeReport:
      *              once the month turns, each customer's contribution
      *              for the month is ranked by branch and tier.
      * 10/15/2026 - SettlementReport now runs every cycle, after
      *              LargeCashReport, so the day's settlement report
      *              is produced for the business date being settled
      *              and can be filed in the report library.
      * 10/15/2026 - ReportLibrary runs after OpsDigest as the last
      *              step: every report the cycle wrote is filed
      *              under the business date on rptindex.dat, and
      *              copies past their retention are deleted.
      * 10/15/2026 - DailyLogExtract runs after BusinessDateRoll: the
      *              log is read once for the settled day into the
      *              account- and type-ordered day extracts, with
      *              control totals on dayctl.dat, for the later
      *              steps to read instead of the whole log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EndOfDayDriver.

       01  WS-BATCH-DATE           PIC 9(8).
       01  WS-STEP-TABLE.
           02 FILLER PIC X(20) VALUE "BusinessDateRoll".
           02 FILLER PIC X(20) VALUE "DailyLogExtract".
           02 FILLER PIC X(20) VALUE "StoreForwardPost".
           02 FILLER PIC X(20) VALUE "ReturnedItemPost".
           02 FILLER PIC X(20) VALUE "HoldRelease".
           02 FILLER PIC X(20) VALUE "DisputeAging".
           02 FILLER PIC X(20) VALUE "StandingOrderExec".
           02 FILLER PIC X(20) VALUE "BillPayExec".
           02 FILLER PIC X(20) VALUE "LoanPaymentPost".
           02 FILLER PIC X(20) VALUE "InterestPosting".
           02 FILLER PIC X(20) VALUE "RelationshipTier".
           02 FILLER PIC X(20) VALUE "AvgBalanceReport".
           02 FILLER PIC X(20) VALUE "Reconciliation".
           02 FILLER PIC X(20) VALUE "BalanceChainAudit".
           02 FILLER PIC X(20) VALUE "IntegritySweep".
           02 FILLER PIC X(20) VALUE "OfficialCheckRecon".
           02 FILLER PIC X(20) VALUE "FxRevaluation".
           02 FILLER PIC X(20) VALUE "CashPosition".
           02 FILLER PIC X(20) VALUE "CashForecast".
           02 FILLER PIC X(20) VALUE "GlExtract".
           02 FILLER PIC X(20) VALUE "ExtTransferExtract".
           02 FILLER PIC X(20) VALUE "LargeCashReport".
           02 FILLER PIC X(20) VALUE "SettlementReport".
           02 FILLER PIC X(20) VALUE "FeeIncomeReport".
           02 FILLER PIC X(20) VALUE "ProfitabilityReport".
           02 FILLER PIC X(20) VALUE "FraudScan".
           02 FILLER PIC X(20) VALUE "LoanDelinquency".
           02 FILLER PIC X(20) VALUE "LoanChargeOff".
           02 FILLER PIC X(20) VALUE "CreditBureauExtract".
           02 FILLER PIC X(20) VALUE "DueDiligenceReview".
           02 FILLER PIC X(20) VALUE "NoticeGeneration".
           02 FILLER PIC X(20) VALUE "OnlineBankingExtract".
           02 FILLER PIC X(20) VALUE "MaintenanceReport".
           02 FILLER PIC X(20) VALUE "DualControlReport".
           02 FILLER PIC X(20) VALUE "OperatorAccessReview".
           02 FILLER PIC X(20) VALUE "OperatorActivity".
           02 FILLER PIC X(20) VALUE "RetentionPurge".
           02 FILLER PIC X(20) VALUE "LogRollover".
           02 FILLER PIC X(20) VALUE "MasterBackup".
           02 FILLER PIC X(20) VALUE "OpsDigest".
           02 FILLER PIC X(20) VALUE "ReportLibrary".
       01  WS-STEP-ENTRIES REDEFINES WS-STEP-TABLE.
           02 WS-STEP-NAME-ENTRY OCCURS 47 TIMES PIC X(20).
       01  WS-STEP-COUNT           PIC 9(02) VALUE 47.
       01  WS-STEP-IX              PIC 9(02).
       01  WS-STEP-NAME            PIC X(20).
       01  WS-STEP-RESULT          PIC X(01).
