      * 10/15/2026 - new batch program: the monthly customer
      *              profitability report. Once per month (postperd.dat
      *              control, like the other monthly jobs) it works out
      *              what each customer earned the bank in the month
      *              just closed, from data already on hand:
      *                fee income   - FEE, OD-INTEREST and the
      *                               CD-PENALTY/LATE-CHARGE penalties
      *                loan interest- LOAN-INT
      *                interest paid- INTEREST and CD-INTEREST
      *                average bal  - the balsnap.dat daily history
      *                activity     - the count of log entries
      *              The log month is read from its archive through
      *              logcatlg.dat when the rollover has moved it. The
      *              contribution is fee income plus loan interest
      *              less interest paid, plus a funds credit on the
      *              average balance at PROFIT-FUNDS-RATE a year, less
      *              PROFIT-TXN-COST per entry as the cost of handling
      *              the activity. A customer is reported under the
      *              HomeBranchId of their first account and the tier
      *              custtier.dat gives them (1 when not listed).
      *              profit.dat ranks every customer bank-wide, then
      *              by branch with branch subtotals and by tier, and
      *              flags the bottom decile for the relationship
      *              managers with a closing review list.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProfitabilityReport.

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

           SELECT TransactionLog ASSIGN TO "translog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT LogCatalog ASSIGN TO "logcatlg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT ArchiveLog ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT BalanceSnapFile ASSIGN TO "balsnap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT CustTierFile ASSIGN TO "custtier.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TIER-STATUS.

           SELECT PostPeriodFile ASSIGN TO "postperd.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT ReportFile ASSIGN TO "profit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AccountFile.
       COPY ACCTREC.

       FD  CustomerFile.
       COPY CUSTREC.

       FD  TransactionLog.
       COPY TRANLOG.

       FD  LogCatalog.
       COPY LOGCATLG.

       FD  ArchiveLog.
       01  ArchiveLogLine          PIC X(120).

       FD  BalanceSnapFile.
       COPY BALSNAP.

       FD  CustTierFile.
       COPY CUSTTIER.

       FD  PostPeriodFile.
       01  PostPeriodRecord.
           02 PpJobName           PIC X(20).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PpLastPeriod        PIC 9(6).

       FD  ReportFile.
       01  ReportLine              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-CUSTOMER-STATUS      PIC XX.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-CATALOG-STATUS       PIC XX.
       01  WS-ARCHIVE-STATUS       PIC XX.
       01  WS-SNAP-STATUS          PIC XX.
       01  WS-TIER-STATUS          PIC XX.
       01  WS-PERIOD-STATUS        PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-ARCHIVE-NAME         PIC X(20).
       01  WS-JOB-NAME             PIC X(20)
               VALUE "ProfitabilityReport".
       01  WS-BD-OPEN-DATE         PIC 9(8).
       01  WS-SETTLE-DATE          PIC 9(8).
       01  WS-BD-FOUND             PIC X(01).
       01  WS-CURRENT-PERIOD       PIC 9(6).
       01  WS-REPORT-PERIOD        PIC 9(6).
       01  WS-LAST-PERIOD          PIC 9(6) VALUE ZERO.
       01  WS-PRIOR-YYYY           PIC 9(4).
       01  WS-PRIOR-MM             PIC 9(2).
       01  WS-PERIOD-TABLE.
           02 WS-PERIOD-REC OCCURS 20 TIMES PIC X(27).
       01  WS-PERIOD-COUNT         PIC 9(02) COMP VALUE ZERO.
       01  WS-PERIOD-IX            PIC 9(02) COMP.
       01  WS-PERIOD-FOUND         PIC X(01).
       01  WS-EOF-ACCOUNTS         PIC X(01).
       01  WS-EOF-LOG              PIC X(01).
       01  WS-EOF-CATALOG          PIC X(01).
       01  WS-EOF-ARCHIVE          PIC X(01).
       01  WS-EOF-SNAPS            PIC X(01).
       01  WS-EOF-TIERS            PIC X(01).
       01  WS-PERIOD-ARCHIVED      PIC X(01) VALUE "N".
       01  WS-HAVE-CUSTOMERS       PIC X(01) VALUE "N".
       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC 9(10)V9(4).
       01  WS-PARM-FOUND           PIC X(01).
       01  WS-TXN-COST             PIC 9(3)V99 VALUE 0.25.
       01  WS-FUNDS-RATE           PIC 9V9(4) VALUE 0.0300.
      * The relationship tier roster, as loaded by the fee jobs.
       01  WS-TIER-TABLE.
           02 WS-TIER-ENTRY OCCURS 1000 TIMES.
               03 WS-TIER-CUSTOMER PIC 9(8).
               03 WS-TIER-LEVEL    PIC 9(1).
       01  WS-TIER-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-TIER-IX              PIC 9(04) COMP.
      * Each account on file and the customer row it rolls up to.
       01  WS-ACCT-TABLE.
           02 WS-ACCT-ENTRY OCCURS 2000 TIMES.
               03 WS-ACCT-NUMBER  PIC 9(8).
               03 WS-ACCT-CUST-IX PIC 9(04) COMP.
       01  WS-ACCT-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-ACCT-IX              PIC 9(04) COMP.
       01  WS-ACCT-OVERFLOW        PIC X(01) VALUE "N".
      * One row per customer with the month's figures.
       01  WS-CUST-TABLE.
           02 WS-CUST-ENTRY OCCURS 1000 TIMES.
               03 WS-CUS-NUMBER   PIC 9(8).
               03 WS-CUS-NAME     PIC X(20).
               03 WS-CUS-BRANCH   PIC X(4).
               03 WS-CUS-TIER     PIC 9(1).
               03 WS-CUS-FEES     PIC 9(9)V99.
               03 WS-CUS-LOAN-INT PIC 9(9)V99.
               03 WS-CUS-INT-PAID PIC 9(9)V99.
               03 WS-CUS-BAL-SUM  PIC S9(13)V99.
               03 WS-CUS-TXNS     PIC 9(7).
               03 WS-CUS-AVG-BAL  PIC S9(11)V99.
               03 WS-CUS-PROFIT   PIC S9(11)V99.
               03 WS-CUS-FLAG     PIC X(01).
       01  WS-SWAP-ENTRY           PIC X(115).
       01  WS-CUST-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-CUS-IX               PIC 9(04) COMP.
       01  WS-CUS-JX               PIC 9(04) COMP.
       01  WS-CUST-OVERFLOW        PIC X(01) VALUE "N".
       01  WS-DECILE-SIZE          PIC 9(04) COMP VALUE ZERO.
       01  WS-DECILE-START         PIC 9(04) COMP VALUE ZERO.
      * Branches in the order first met, then sorted for printing.
       01  WS-BRANCH-TABLE.
           02 WS-BRANCH-CODE OCCURS 50 TIMES PIC X(4).
       01  WS-BRANCH-COUNT         PIC 9(02) COMP VALUE ZERO.
       01  WS-BRANCH-IX            PIC 9(02) COMP.
       01  WS-BRANCH-JX            PIC 9(02) COMP.
       01  WS-BRANCH-KNOWN         PIC X(01).
       01  WS-SWAP-BRANCH          PIC X(4).
       01  WS-ENTRY-BRANCH         PIC X(4).
       01  WS-SNAP-DAYS            PIC 9(3) VALUE ZERO.
       01  WS-LAST-SNAP-DATE       PIC 9(8) VALUE ZERO.
       01  WS-FUNDS-CREDIT         PIC S9(11)V99.
       01  WS-TIER-NUMBER          PIC 9(2).
       01  WS-GROUP-COUNT          PIC 9(5).
       01  WS-GROUP-FEES           PIC 9(11)V99.
       01  WS-GROUP-LOAN-INT       PIC 9(11)V99.
       01  WS-GROUP-INT-PAID       PIC 9(11)V99.
       01  WS-GROUP-AVG-BAL        PIC S9(13)V99.
       01  WS-GROUP-TXNS           PIC 9(9).
       01  WS-GROUP-PROFIT         PIC S9(13)V99.
       01  WS-BANK-PROFIT          PIC S9(13)V99 VALUE ZERO.
       01  WS-RANK-EDIT            PIC ZZZ9.
       01  WS-AMOUNT-EDIT          PIC Z(8)9.99.
       01  WS-LOAN-EDIT            PIC Z(8)9.99.
       01  WS-PAID-EDIT            PIC Z(8)9.99.
       01  WS-AVG-EDIT             PIC -(10)9.99.
       01  WS-TXNS-EDIT            PIC Z(6)9.
       01  WS-PROFIT-EDIT          PIC -(10)9.99.
       01  WS-COUNT-EDIT           PIC Z(4)9.
       01  WS-FLAG-TEXT            PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Reporting customer profitability..."
           CALL "BusinessDay" USING WS-BD-OPEN-DATE
               WS-SETTLE-DATE WS-BD-FOUND
           MOVE WS-SETTLE-DATE(1:6) TO WS-CURRENT-PERIOD
           PERFORM CHECK-POSTING-PERIOD
           IF WS-LAST-PERIOD = WS-CURRENT-PERIOD
               DISPLAY "Period " WS-CURRENT-PERIOD
                   " already reported - nothing to do."
               GOBACK
           END-IF
           MOVE WS-CURRENT-PERIOD(1:4) TO WS-PRIOR-YYYY
           MOVE WS-CURRENT-PERIOD(5:2) TO WS-PRIOR-MM
           IF WS-PRIOR-MM = 1
               MOVE 12 TO WS-PRIOR-MM
               SUBTRACT 1 FROM WS-PRIOR-YYYY
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF
           COMPUTE WS-REPORT-PERIOD =
               WS-PRIOR-YYYY * 100 + WS-PRIOR-MM
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-TIER-ROSTER
           PERFORM LOAD-ACCOUNTS
           PERFORM SWEEP-REPORT-PERIOD
           PERFORM SWEEP-SNAPSHOT-HISTORY
           PERFORM COMPUTE-CONTRIBUTIONS
           PERFORM RANK-CUSTOMERS
           PERFORM FLAG-BOTTOM-DECILE
           PERFORM WRITE-PROFIT-REPORT
           PERFORM MARK-PERIOD-POSTED
           DISPLAY "Profitability for " WS-REPORT-PERIOD ": "
               WS-CUST-COUNT " customer(s), " WS-DECILE-SIZE
               " flagged for review (profit.dat)."
           IF WS-ACCT-OVERFLOW = "Y"
               DISPLAY "WARNING: account table full - the report "
                   "covers the first 2000 accounts only."
           END-IF
           IF WS-CUST-OVERFLOW = "Y"
               DISPLAY "WARNING: customer table full - the report "
                   "covers the first 1000 customers only."
           END-IF
           GOBACK.

      * Pulls this job's business numbers from the central
      * parameter file, keeping the compiled-in defaults when a key
      * is not on file.
       LOAD-PARAMETERS.
           MOVE "PROFIT-TXN-COST" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-TXN-COST
           END-IF
           MOVE "PROFIT-FUNDS-RATE" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-FUNDS-RATE
           END-IF.

       GET-PARAMETER.
           CALL "ParamLookup" USING WS-PARM-KEY WS-PARM-VALUE
               WS-PARM-FOUND.

      * Reads the custtier.dat roster into a table. A missing
      * roster leaves the table empty, and every customer then
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

      * One pass over the account master builds the account table
      * and a customer row for every customer who holds an account.
      * Accounts not linked to a customer are left out.
       LOAD-ACCOUNTS.
           OPEN INPUT CustomerFile
           IF WS-CUSTOMER-STATUS = "00"
               MOVE "Y" TO WS-HAVE-CUSTOMERS
           END-IF
           MOVE "N" TO WS-EOF-ACCOUNTS
           OPEN INPUT AccountFile
           IF WS-FILE-STATUS = "35"
               CLOSE AccountFile
               IF WS-HAVE-CUSTOMERS = "Y"
                   CLOSE CustomerFile
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-ACCOUNTS = "Y"
               READ AccountFile NEXT RECORD INTO AccountData
                   AT END
                       MOVE "Y" TO WS-EOF-ACCOUNTS
                   NOT AT END
                       IF CustomerNumber OF AccountData NOT = ZERO
                           PERFORM TABLE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AccountFile
           IF WS-HAVE-CUSTOMERS = "Y"
               CLOSE CustomerFile
           END-IF.

       TABLE-ONE-ACCOUNT.
           IF WS-ACCT-COUNT = 2000
               MOVE "Y" TO WS-ACCT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CUS-IX FROM 1 BY 1
                   UNTIL WS-CUS-IX > WS-CUST-COUNT
                       OR WS-CUS-NUMBER(WS-CUS-IX) =
                           CustomerNumber OF AccountData
               CONTINUE
           END-PERFORM
           IF WS-CUS-IX > WS-CUST-COUNT
               IF WS-CUST-COUNT = 1000
                   MOVE "Y" TO WS-CUST-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               PERFORM ADD-CUSTOMER-ROW
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           MOVE AccountNumber OF AccountData
               TO WS-ACCT-NUMBER(WS-ACCT-COUNT)
           MOVE WS-CUS-IX TO WS-ACCT-CUST-IX(WS-ACCT-COUNT).

      * A new customer row takes the branch of the customer's first
      * account, their tier from the roster and their name from the
      * customer master.
       ADD-CUSTOMER-ROW.
           ADD 1 TO WS-CUST-COUNT
           MOVE WS-CUST-COUNT TO WS-CUS-IX
           INITIALIZE WS-CUST-ENTRY(WS-CUS-IX)
           MOVE CustomerNumber OF AccountData
               TO WS-CUS-NUMBER(WS-CUS-IX)
           MOVE "N" TO WS-CUS-FLAG(WS-CUS-IX)
           IF HomeBranchId OF AccountData = SPACES
               MOVE "----" TO WS-CUS-BRANCH(WS-CUS-IX)
           ELSE
               MOVE HomeBranchId OF AccountData
                   TO WS-CUS-BRANCH(WS-CUS-IX)
           END-IF
           MOVE 1 TO WS-CUS-TIER(WS-CUS-IX)
           PERFORM VARYING WS-TIER-IX FROM 1 BY 1
                   UNTIL WS-TIER-IX > WS-TIER-COUNT
               IF WS-TIER-CUSTOMER(WS-TIER-IX) =
                       CustomerNumber OF AccountData
                   MOVE WS-TIER-LEVEL(WS-TIER-IX)
                       TO WS-CUS-TIER(WS-CUS-IX)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-CUS-NAME(WS-CUS-IX)
           IF WS-HAVE-CUSTOMERS = "Y"
               MOVE CustomerNumber OF AccountData
                   TO CustomerNumber OF CustomerData
               READ CustomerFile
                   NOT INVALID KEY
                       MOVE CustomerName OF CustomerData
                           TO WS-CUS-NAME(WS-CUS-IX)
               END-READ
           END-IF
           MOVE WS-CUS-BRANCH(WS-CUS-IX) TO WS-ENTRY-BRANCH
           PERFORM NOTE-BRANCH.

       NOTE-BRANCH.
           MOVE "N" TO WS-BRANCH-KNOWN
           PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
                   UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
               IF WS-BRANCH-CODE(WS-BRANCH-IX) = WS-ENTRY-BRANCH
                   MOVE "Y" TO WS-BRANCH-KNOWN
               END-IF
           END-PERFORM
           IF WS-BRANCH-KNOWN = "N" AND WS-BRANCH-COUNT < 50
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-ENTRY-BRANCH
                   TO WS-BRANCH-CODE(WS-BRANCH-COUNT)
           END-IF.

      * Leaves WS-CUS-IX on the customer row of LogAccountNumber, or
      * zero when the account is not in the table.
       FIND-LOG-CUSTOMER.
           MOVE ZERO TO WS-CUS-IX
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                   UNTIL WS-ACCT-IX > WS-ACCT-COUNT
                       OR WS-CUS-IX NOT = ZERO
               IF WS-ACCT-NUMBER(WS-ACCT-IX) = LogAccountNumber
                   MOVE WS-ACCT-CUST-IX(WS-ACCT-IX) TO WS-CUS-IX
               END-IF
           END-PERFORM.

      * The reported month is read from its archive when the
      * rollover already moved it, from the current log otherwise.
       SWEEP-REPORT-PERIOD.
           MOVE "N" TO WS-EOF-CATALOG
           OPEN INPUT LogCatalog
           IF WS-CATALOG-STATUS = "00"
               PERFORM UNTIL WS-EOF-CATALOG = "Y"
                   READ LogCatalog INTO LogCatalogRecord
                       AT END
                           MOVE "Y" TO WS-EOF-CATALOG
                       NOT AT END
                           IF LcPeriod = WS-REPORT-PERIOD
                               MOVE "Y" TO WS-PERIOD-ARCHIVED
                               PERFORM SWEEP-ONE-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LogCatalog
           END-IF
           IF WS-PERIOD-ARCHIVED = "N"
               PERFORM SWEEP-CURRENT-LOG
           END-IF.

       SWEEP-ONE-ARCHIVE.
           MOVE LcFileName TO WS-ARCHIVE-NAME
           MOVE "N" TO WS-EOF-ARCHIVE
           OPEN INPUT ArchiveLog
           IF WS-ARCHIVE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-ARCHIVE = "Y"
               READ ArchiveLog
                   AT END
                       MOVE "Y" TO WS-EOF-ARCHIVE
                   NOT AT END
                       MOVE ArchiveLogLine
                           TO TransactionLogRecord
                       PERFORM EXAMINE-LOG-ENTRY
               END-READ
           END-PERFORM
           CLOSE ArchiveLog.

       SWEEP-CURRENT-LOG.
           MOVE "N" TO WS-EOF-LOG
           OPEN INPUT TransactionLog
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-LOG = "Y"
               READ TransactionLog INTO TransactionLogRecord
                   AT END
                       MOVE "Y" TO WS-EOF-LOG
                   NOT AT END
                       PERFORM EXAMINE-LOG-ENTRY
               END-READ
           END-PERFORM
           CLOSE TransactionLog.

       EXAMINE-LOG-ENTRY.
           IF LogTimestamp(1:6) NOT = WS-REPORT-PERIOD
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LOG-CUSTOMER
           IF WS-CUS-IX = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUS-TXNS(WS-CUS-IX)
           EVALUATE LogTransactionType
               WHEN "FEE"
               WHEN "OD-INTEREST"
               WHEN "CD-PENALTY"
               WHEN "LATE-CHARGE"
                   ADD LogAmount TO WS-CUS-FEES(WS-CUS-IX)
               WHEN "LOAN-INT"
                   ADD LogAmount TO WS-CUS-LOAN-INT(WS-CUS-IX)
               WHEN "INTEREST"
               WHEN "CD-INTEREST"
                   ADD LogAmount TO WS-CUS-INT-PAID(WS-CUS-IX)
           END-EVALUATE.

      * Sums each customer's daily closing balances over the
      * reported month and counts the snapshot days it holds; the
      * history is written a day at a time, so a change of date
      * is a new day.
       SWEEP-SNAPSHOT-HISTORY.
           MOVE "N" TO WS-EOF-SNAPS
           OPEN INPUT BalanceSnapFile
           IF WS-SNAP-STATUS NOT = "00"
               DISPLAY "No balance history on file - average "
                   "balances reported as zero."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-SNAPS = "Y"
               READ BalanceSnapFile INTO BalanceSnapRecord
                   AT END
                       MOVE "Y" TO WS-EOF-SNAPS
                   NOT AT END
                       IF BsSnapDate(1:6) = WS-REPORT-PERIOD
                           PERFORM TALLY-ONE-SNAP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BalanceSnapFile.

       TALLY-ONE-SNAP.
           IF BsSnapDate NOT = WS-LAST-SNAP-DATE
               ADD 1 TO WS-SNAP-DAYS
               MOVE BsSnapDate TO WS-LAST-SNAP-DATE
           END-IF
           MOVE BsAccountNumber TO LogAccountNumber
           PERFORM FIND-LOG-CUSTOMER
           IF WS-CUS-IX NOT = ZERO
               ADD BsLedgerBalance TO WS-CUS-BAL-SUM(WS-CUS-IX)
           END-IF.

       COMPUTE-CONTRIBUTIONS.
           PERFORM VARYING WS-CUS-IX FROM 1 BY 1
                   UNTIL WS-CUS-IX > WS-CUST-COUNT
               IF WS-SNAP-DAYS > ZERO
                   COMPUTE WS-CUS-AVG-BAL(WS-CUS-IX) ROUNDED =
                       WS-CUS-BAL-SUM(WS-CUS-IX) / WS-SNAP-DAYS
               ELSE
                   MOVE ZERO TO WS-CUS-AVG-BAL(WS-CUS-IX)
               END-IF
               COMPUTE WS-FUNDS-CREDIT ROUNDED =
                   WS-CUS-AVG-BAL(WS-CUS-IX) * WS-FUNDS-RATE / 12
               COMPUTE WS-CUS-PROFIT(WS-CUS-IX) =
                   WS-CUS-FEES(WS-CUS-IX)
                   + WS-CUS-LOAN-INT(WS-CUS-IX)
                   - WS-CUS-INT-PAID(WS-CUS-IX)
                   + WS-FUNDS-CREDIT
                   - WS-CUS-TXNS(WS-CUS-IX) * WS-TXN-COST
               ADD WS-CUS-PROFIT(WS-CUS-IX) TO WS-BANK-PROFIT
           END-PERFORM.

      * Simple exchange sort, most profitable first. The account
      * table is finished with, so rows may move freely.
       RANK-CUSTOMERS.
           IF WS-CUST-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CUS-IX FROM 1 BY 1
                   UNTIL WS-CUS-IX = WS-CUST-COUNT
               COMPUTE WS-CUS-JX = WS-CUS-IX + 1
               PERFORM UNTIL WS-CUS-JX > WS-CUST-COUNT
                   IF WS-CUS-PROFIT(WS-CUS-JX) >
                           WS-CUS-PROFIT(WS-CUS-IX)
                       MOVE WS-CUST-ENTRY(WS-CUS-IX)
                           TO WS-SWAP-ENTRY
                       MOVE WS-CUST-ENTRY(WS-CUS-JX)
                           TO WS-CUST-ENTRY(WS-CUS-IX)
                       MOVE WS-SWAP-ENTRY
                           TO WS-CUST-ENTRY(WS-CUS-JX)
                   END-IF
                   ADD 1 TO WS-CUS-JX
               END-PERFORM
           END-PERFORM
           IF WS-BRANCH-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
                   UNTIL WS-BRANCH-IX = WS-BRANCH-COUNT
               COMPUTE WS-BRANCH-JX = WS-BRANCH-IX + 1
               PERFORM UNTIL WS-BRANCH-JX > WS-BRANCH-COUNT
                   IF WS-BRANCH-CODE(WS-BRANCH-JX) <
                           WS-BRANCH-CODE(WS-BRANCH-IX)
                       MOVE WS-BRANCH-CODE(WS-BRANCH-IX)
                           TO WS-SWAP-BRANCH
                       MOVE WS-BRANCH-CODE(WS-BRANCH-JX)
                           TO WS-BRANCH-CODE(WS-BRANCH-IX)
                       MOVE WS-SWAP-BRANCH
                           TO WS-BRANCH-CODE(WS-BRANCH-JX)
                   END-IF
                   ADD 1 TO WS-BRANCH-JX
               END-PERFORM
           END-PERFORM.

      * The bottom tenth of the ranking, rounded up so that any
      * customer base has at least one name on the review list.
       FLAG-BOTTOM-DECILE.
           IF WS-CUST-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DECILE-SIZE = (WS-CUST-COUNT + 9) / 10
           COMPUTE WS-DECILE-START =
               WS-CUST-COUNT - WS-DECILE-SIZE + 1
           PERFORM VARYING WS-CUS-IX FROM WS-DECILE-START BY 1
                   UNTIL WS-CUS-IX > WS-CUST-COUNT
               MOVE "Y" TO WS-CUS-FLAG(WS-CUS-IX)
           END-PERFORM.

       WRITE-PROFIT-REPORT.
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ReportLine
           STRING "CUSTOMER PROFITABILITY FOR " DELIMITED BY SIZE
               WS-REPORT-PERIOD DELIMITED BY SIZE
               "  SNAPSHOT DAYS " DELIMITED BY SIZE
               WS-SNAP-DAYS DELIMITED BY SIZE
               "  COST PER ENTRY " DELIMITED BY SIZE
               WS-TXN-COST DELIMITED BY SIZE
               "  FUNDS RATE " DELIMITED BY SIZE
               WS-FUNDS-RATE DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "BANK-WIDE RANKING" TO ReportLine
           WRITE ReportLine
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM VARYING WS-CUS-IX FROM 1 BY 1
                   UNTIL WS-CUS-IX > WS-CUST-COUNT
               PERFORM WRITE-CUSTOMER-LINE
           END-PERFORM
           MOVE WS-BANK-PROFIT TO WS-PROFIT-EDIT
           MOVE SPACES TO ReportLine
           STRING "BANK TOTAL CONTRIBUTION " DELIMITED BY SIZE
               WS-PROFIT-EDIT DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           PERFORM WRITE-BRANCH-SECTION
           PERFORM WRITE-TIER-SECTION
           PERFORM WRITE-REVIEW-SECTION
           CLOSE ReportFile.

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO ReportLine
           STRING "RANK CUSTOMER NAME                 BRCH T"
               DELIMITED BY SIZE
               "   FEE INCOME     LOAN INT     INT PAID"
               DELIMITED BY SIZE
               "    AVG BALANCE    ENTRIES   CONTRIBUTION"
               DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

      * One customer row; the rank is the row's place in the
      * bank-wide ranking wherever it prints.
       WRITE-CUSTOMER-LINE.
           MOVE WS-CUS-IX TO WS-RANK-EDIT
           MOVE WS-CUS-FEES(WS-CUS-IX) TO WS-AMOUNT-EDIT
           MOVE WS-CUS-LOAN-INT(WS-CUS-IX) TO WS-LOAN-EDIT
           MOVE WS-CUS-INT-PAID(WS-CUS-IX) TO WS-PAID-EDIT
           MOVE WS-CUS-AVG-BAL(WS-CUS-IX) TO WS-AVG-EDIT
           MOVE WS-CUS-TXNS(WS-CUS-IX) TO WS-TXNS-EDIT
           MOVE WS-CUS-PROFIT(WS-CUS-IX) TO WS-PROFIT-EDIT
           IF WS-CUS-FLAG(WS-CUS-IX) = "Y"
               MOVE "BOTTOM 10%" TO WS-FLAG-TEXT
           ELSE
               MOVE SPACES TO WS-FLAG-TEXT
           END-IF
           MOVE SPACES TO ReportLine
           STRING WS-RANK-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CUS-NUMBER(WS-CUS-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CUS-NAME(WS-CUS-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CUS-BRANCH(WS-CUS-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CUS-TIER(WS-CUS-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LOAN-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PAID-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AVG-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-TXNS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PROFIT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FLAG-TEXT DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

      * Each branch in code order with its customers in ranking
      * order and a subtotal line.
       WRITE-BRANCH-SECTION.
           PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
                   UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
               MOVE SPACES TO ReportLine
               WRITE ReportLine
               MOVE SPACES TO ReportLine
               STRING "BRANCH " DELIMITED BY SIZE
                   WS-BRANCH-CODE(WS-BRANCH-IX) DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
               PERFORM WRITE-COLUMN-HEADINGS
               PERFORM CLEAR-GROUP-TOTALS
               PERFORM VARYING WS-CUS-IX FROM 1 BY 1
                       UNTIL WS-CUS-IX > WS-CUST-COUNT
                   IF WS-CUS-BRANCH(WS-CUS-IX) =
                           WS-BRANCH-CODE(WS-BRANCH-IX)
                       PERFORM WRITE-CUSTOMER-LINE
                       PERFORM ADD-GROUP-TOTALS
                   END-IF
               END-PERFORM
               MOVE SPACES TO ReportLine
               STRING "BRANCH " DELIMITED BY SIZE
                   WS-BRANCH-CODE(WS-BRANCH-IX) DELIMITED BY SIZE
                   " SUBTOTAL" DELIMITED BY SIZE
                   INTO ReportLine
               PERFORM WRITE-GROUP-TOTAL-LINE
           END-PERFORM.

      * One summary line per relationship tier present.
       WRITE-TIER-SECTION.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "BY RELATIONSHIP TIER" TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-TIER-NUMBER FROM 1 BY 1
                   UNTIL WS-TIER-NUMBER > 9
               PERFORM CLEAR-GROUP-TOTALS
               PERFORM VARYING WS-CUS-IX FROM 1 BY 1
                       UNTIL WS-CUS-IX > WS-CUST-COUNT
                   IF WS-CUS-TIER(WS-CUS-IX) = WS-TIER-NUMBER
                       PERFORM ADD-GROUP-TOTALS
                   END-IF
               END-PERFORM
               IF WS-GROUP-COUNT > ZERO
                   MOVE SPACES TO ReportLine
                   STRING "TIER " DELIMITED BY SIZE
                       WS-TIER-NUMBER(2:1) DELIMITED BY SIZE
                       INTO ReportLine
                   PERFORM WRITE-GROUP-TOTAL-LINE
               END-IF
           END-PERFORM.

      * The relationship managers' list: the bottom decile with
      * the branch and tier to route each name to.
       WRITE-REVIEW-SECTION.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "RELATIONSHIP MANAGER REVIEW - BOTTOM DECILE"
               TO ReportLine
           WRITE ReportLine
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM VARYING WS-CUS-IX FROM 1 BY 1
                   UNTIL WS-CUS-IX > WS-CUST-COUNT
               IF WS-CUS-FLAG(WS-CUS-IX) = "Y"
                   PERFORM WRITE-CUSTOMER-LINE
               END-IF
           END-PERFORM.

       CLEAR-GROUP-TOTALS.
           MOVE ZERO TO WS-GROUP-COUNT
           MOVE ZERO TO WS-GROUP-FEES
           MOVE ZERO TO WS-GROUP-LOAN-INT
           MOVE ZERO TO WS-GROUP-INT-PAID
           MOVE ZERO TO WS-GROUP-AVG-BAL
           MOVE ZERO TO WS-GROUP-TXNS
           MOVE ZERO TO WS-GROUP-PROFIT.

       ADD-GROUP-TOTALS.
           ADD 1 TO WS-GROUP-COUNT
           ADD WS-CUS-FEES(WS-CUS-IX) TO WS-GROUP-FEES
           ADD WS-CUS-LOAN-INT(WS-CUS-IX) TO WS-GROUP-LOAN-INT
           ADD WS-CUS-INT-PAID(WS-CUS-IX) TO WS-GROUP-INT-PAID
           ADD WS-CUS-AVG-BAL(WS-CUS-IX) TO WS-GROUP-AVG-BAL
           ADD WS-CUS-TXNS(WS-CUS-IX) TO WS-GROUP-TXNS
           ADD WS-CUS-PROFIT(WS-CUS-IX) TO WS-GROUP-PROFIT.

      * Completes the group label already in ReportLine with the
      * group's customer count and totals.
       WRITE-GROUP-TOTAL-LINE.
           MOVE WS-GROUP-COUNT TO WS-COUNT-EDIT
           MOVE WS-GROUP-FEES TO WS-AMOUNT-EDIT
           MOVE WS-GROUP-LOAN-INT TO WS-LOAN-EDIT
           MOVE WS-GROUP-INT-PAID TO WS-PAID-EDIT
           MOVE WS-GROUP-AVG-BAL TO WS-AVG-EDIT
           MOVE WS-GROUP-TXNS TO WS-TXNS-EDIT
           MOVE WS-GROUP-PROFIT TO WS-PROFIT-EDIT
           STRING WS-COUNT-EDIT DELIMITED BY SIZE
               " CUSTOMER(S)" DELIMITED BY SIZE
               INTO ReportLine(21:20)
           STRING WS-AMOUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LOAN-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PAID-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AVG-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-TXNS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PROFIT-EDIT DELIMITED BY SIZE
               INTO ReportLine(43:90)
           WRITE ReportLine.

      * Reads postperd.dat into a small table and leaves the period
      * last posted by this job in WS-LAST-PERIOD (zero when the job
      * has never posted). The file carries one row per monthly job.
       CHECK-POSTING-PERIOD.
           MOVE ZERO TO WS-LAST-PERIOD
           MOVE ZERO TO WS-PERIOD-COUNT
           OPEN INPUT PostPeriodFile
           IF WS-PERIOD-STATUS = "00"
               MOVE "00" TO WS-PERIOD-STATUS
               PERFORM UNTIL WS-PERIOD-STATUS = "10"
                       OR WS-PERIOD-COUNT = 20
                   READ PostPeriodFile INTO PostPeriodRecord
                       AT END
                           MOVE "10" TO WS-PERIOD-STATUS
                       NOT AT END
                           ADD 1 TO WS-PERIOD-COUNT
                           MOVE PostPeriodRecord
                               TO WS-PERIOD-REC(WS-PERIOD-COUNT)
                           IF PpJobName = WS-JOB-NAME
                               MOVE PpLastPeriod TO WS-LAST-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PostPeriodFile
           END-IF.

      * Records WS-CURRENT-PERIOD as this job's last posted period,
      * updating the job's row in place or adding one, then rewrites
      * postperd.dat from the table.
       MARK-PERIOD-POSTED.
           MOVE "N" TO WS-PERIOD-FOUND
           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                   UNTIL WS-PERIOD-IX > WS-PERIOD-COUNT
               MOVE WS-PERIOD-REC(WS-PERIOD-IX) TO PostPeriodRecord
               IF PpJobName = WS-JOB-NAME
                   MOVE WS-CURRENT-PERIOD TO PpLastPeriod
                   MOVE PostPeriodRecord
                       TO WS-PERIOD-REC(WS-PERIOD-IX)
                   MOVE "Y" TO WS-PERIOD-FOUND
               END-IF
           END-PERFORM
           IF WS-PERIOD-FOUND NOT = "Y"
                   AND WS-PERIOD-COUNT < 20
               ADD 1 TO WS-PERIOD-COUNT
               MOVE SPACES TO PostPeriodRecord
               MOVE WS-JOB-NAME TO PpJobName
               MOVE WS-CURRENT-PERIOD TO PpLastPeriod
               MOVE PostPeriodRecord
                   TO WS-PERIOD-REC(WS-PERIOD-COUNT)
           END-IF
           OPEN OUTPUT PostPeriodFile
           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                   UNTIL WS-PERIOD-IX > WS-PERIOD-COUNT
               MOVE WS-PERIOD-REC(WS-PERIOD-IX) TO PostPeriodRecord
               WRITE PostPeriodRecord
           END-PERFORM
           CLOSE PostPeriodFile.
