      * 10/15/2026 - new batch program: the dated report library. The
      *              cycle's reports are opened fresh every night, so
      *              each night's copy used to overwrite the last.
      *              Run as the last step of the end-of-day cycle, it
      *              files a copy of every report a cycle step
      *              produced as <report>-YYYYMMDD.dat under the
      *              business date the cycle settled (the prior
      *              business date off busidate.dat), and appends a
      *              row to the rptindex.dat index with the report
      *              name, the step that wrote it, the business date,
      *              the run timestamp and the line count. A report
      *              is not filed again when:
      *                it is already on the index for the business
      *                date (a rerun of the step)
      *                it is line for line the copy last filed - the
      *                step did not write it this cycle (a monthly
      *                or quarterly report between runs), so the
      *                earlier filing stands
      *                it is not on file at all
      *              The copy is recounted against the lines read
      *              before its index row is written. Before anything
      *              is filed, every filed copy older than its
      *              report's retention (RETAIN-RPT-<report> days on
      *              parmfile.dat; zero keeps it for good) is deleted
      *              and its index row dropped, so a report is only
      *              ever compared with a copy still retained. What
      *              was done with each report is listed to
      *              rptlib.dat.
      * 10/15/2026 - GlExtract's inter-branch balancing report
      *              (ibbal.dat) and exception list (ibexcp.dat) are
      *              filed with the rest.
      * 10/15/2026 - OperatorActivity's activity-against-norm report
      *              (opactv.dat) is filed with its findings list.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportLibrary.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SourceReport ASSIGN USING WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT LastCopy ASSIGN USING WS-LAST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LAST-STATUS.

           SELECT FiledCopy ASSIGN USING WS-FILED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILED-STATUS.

           SELECT ReportIndex ASSIGN TO "rptindex.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT TempIndex ASSIGN TO "rptindex.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.

           SELECT ListingFile ASSIGN TO "rptlib.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SourceReport.
       01  SourceLine              PIC X(132).

       FD  LastCopy.
       01  LastLine                PIC X(132).

       FD  FiledCopy.
       01  FiledLine               PIC X(132).

       FD  ReportIndex.
       COPY RPTINDEX.

       FD  TempIndex.
       01  TempIndexLine           PIC X(86).

       FD  ListingFile.
       01  ListingLine             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SOURCE-STATUS        PIC XX.
       01  WS-LAST-STATUS          PIC XX.
       01  WS-FILED-STATUS         PIC XX.
       01  WS-INDEX-STATUS         PIC XX.
       01  WS-TEMP-STATUS          PIC XX.
       01  WS-LISTING-STATUS       PIC XX.
       01  WS-BD-OPEN-DATE         PIC 9(8).
       01  WS-BUSINESS-DATE        PIC 9(8).
       01  WS-BD-FOUND             PIC X(01).
       01  WS-RUN-TIMESTAMP        PIC 9(14).
       01  WS-EOF-FILE             PIC X(01).
       01  WS-EOF-LAST             PIC X(01).

      * The reports the cycle's steps write, the step that writes
      * each, and the compiled-in retention in days used when the
      * report's RETAIN-RPT-<report> parameter is not on file. The
      * reconciliation, audit, regulatory and operator reports are
      * kept seven years; the working reports a little over one.
       01  WS-REPORT-TABLE.
           02 FILLER PIC X(33) VALUE
               "safrej  StoreForwardPost    00400".
           02 FILLER PIC X(33) VALUE
               "retitrejReturnedItemPost    00400".
           02 FILLER PIC X(33) VALUE
               "dispage DisputeAging        00400".
           02 FILLER PIC X(33) VALUE
               "soskip  StandingOrderExec   00400".
           02 FILLER PIC X(33) VALUE
               "bpskip  BillPayExec         00400".
           02 FILLER PIC X(33) VALUE
               "tiermoveRelationshipTier    00400".
           02 FILLER PIC X(33) VALUE
               "legalrptGarnishmentRemit    02555".
           02 FILLER PIC X(33) VALUE
               "odceil  OverdraftAccrual    00400".
           02 FILLER PIC X(33) VALUE
               "avgbal  AvgBalanceReport    00400".
           02 FILLER PIC X(33) VALUE
               "reconrptReconciliation      02555".
           02 FILLER PIC X(33) VALUE
               "chainaudBalanceChainAudit   02555".
           02 FILLER PIC X(33) VALUE
               "integrptIntegritySweep      02555".
           02 FILLER PIC X(33) VALUE
               "offchkrcOfficialCheckRecon  02555".
           02 FILLER PIC X(33) VALUE
               "fxreval FxRevaluation       02555".
           02 FILLER PIC X(33) VALUE
               "cashfcstCashForecast        00400".
           02 FILLER PIC X(33) VALUE
               "ibbal   GlExtract           02555".
           02 FILLER PIC X(33) VALUE
               "ibexcp  GlExtract           02555".
           02 FILLER PIC X(33) VALUE
               "settle  SettlementReport    02555".
           02 FILLER PIC X(33) VALUE
               "lctrrpt LargeCashReport     02555".
           02 FILLER PIC X(33) VALUE
               "feeincm FeeIncomeReport     02555".
           02 FILLER PIC X(33) VALUE
               "profit  ProfitabilityReport 00400".
           02 FILLER PIC X(33) VALUE
               "fraudrptFraudScan           02555".
           02 FILLER PIC X(33) VALUE
               "loandelqLoanDelinquency     02555".
           02 FILLER PIC X(33) VALUE
               "chgcand LoanChargeOff       02555".
           02 FILLER PIC X(33) VALUE
               "lnlossrpLoanChargeOff       02555".
           02 FILLER PIC X(33) VALUE
               "crbrpt  CreditBureauExtract 02555".
           02 FILLER PIC X(33) VALUE
               "kycrev  DueDiligenceReview  02555".
           02 FILLER PIC X(33) VALUE
               "notices NoticeGeneration    00400".
           02 FILLER PIC X(33) VALUE
               "maintrptMaintenanceReport   02555".
           02 FILLER PIC X(33) VALUE
               "dualctl DualControlReport   02555".
           02 FILLER PIC X(33) VALUE
               "oprevw  OperatorAccessReview02555".
           02 FILLER PIC X(33) VALUE
               "sodrpt  OperatorActivity    02555".
           02 FILLER PIC X(33) VALUE
               "opactv  OperatorActivity    02555".
           02 FILLER PIC X(33) VALUE
               "purgerptRetentionPurge      02555".
           02 FILLER PIC X(33) VALUE
               "opsdig  OpsDigest           00400".
       01  WS-REPORT-ENTRIES REDEFINES WS-REPORT-TABLE.
           02 WS-REPORT-ENTRY OCCURS 35 TIMES.
               03 WS-REPORT-NAME   PIC X(8).
               03 WS-REPORT-STEP   PIC X(20).
               03 WS-REPORT-DAYS   PIC 9(5).
       01  WS-REPORT-COUNT         PIC 9(02) VALUE 35.
       01  WS-REPORT-IX            PIC 9(02) COMP.
       01  WS-FOUND-IX             PIC 9(02) COMP.
       01  WS-REPORT-FILE-NAME     PIC X(24).
       01  WS-FILED-NAME           PIC X(24).
       01  WS-LAST-FILE-NAME       PIC X(24).
       01  WS-LAST-DATE            PIC 9(8).
       01  WS-ALREADY-FILED        PIC X(01).
       01  WS-SAME-AS-LAST         PIC X(01).
       01  WS-LINE-COUNT           PIC 9(7).
       01  WS-FILED-COUNT          PIC 9(7).
       01  WS-REPORT-RESULT        PIC X(16).
       01  WS-TOTAL-FILED          PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-UNCHANGED      PIC 9(3) VALUE ZERO.
       01  WS-OUT-OF-BALANCE       PIC 9(3) VALUE ZERO.
       01  WS-CUTOFF-DATE          PIC 9(8).
       01  WS-ROW-DAYS             PIC 9(5).
       01  WS-INDEX-BEFORE         PIC 9(7) VALUE ZERO.
       01  WS-INDEX-PURGED         PIC 9(7) VALUE ZERO.
       01  WS-INDEX-KEPT           PIC 9(7) VALUE ZERO.
       01  WS-INDEX-AFTER          PIC 9(7) VALUE ZERO.

       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC 9(10)V9(4).
       01  WS-PARM-FOUND           PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Filing the cycle's reports in the library..."
           CALL "BusinessDay" USING WS-BD-OPEN-DATE
               WS-BUSINESS-DATE WS-BD-FOUND
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           PERFORM LOAD-PARAMETERS
           OPEN OUTPUT ListingFile
           MOVE SPACES TO ListingLine
           STRING "REPORT LIBRARY  BUSINESS DATE " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               WS-RUN-TIMESTAMP DELIMITED BY SIZE
               INTO ListingLine
           WRITE ListingLine
           MOVE SPACES TO ListingLine
           MOVE "REPORT" TO ListingLine(3:6)
           MOVE "STEP" TO ListingLine(12:4)
           MOVE "LINES" TO ListingLine(35:5)
           MOVE "RESULT" TO ListingLine(42:6)
           MOVE "FILED AS" TO ListingLine(59:8)
           WRITE ListingLine
           PERFORM PURGE-EXPIRED-REPORTS
           PERFORM VARYING WS-REPORT-IX FROM 1 BY 1
                   UNTIL WS-REPORT-IX > WS-REPORT-COUNT
               PERFORM FILE-ONE-REPORT
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO ListingLine
           STRING "REPORTS FILED: " DELIMITED BY SIZE
               WS-TOTAL-FILED DELIMITED BY SIZE
               "  UNCHANGED: " DELIMITED BY SIZE
               WS-TOTAL-UNCHANGED DELIMITED BY SIZE
               "  OUT OF BALANCE: " DELIMITED BY SIZE
               WS-OUT-OF-BALANCE DELIMITED BY SIZE
               "  EXPIRED COPIES DELETED: " DELIMITED BY SIZE
               WS-INDEX-PURGED DELIMITED BY SIZE
               INTO ListingLine
           WRITE ListingLine
           IF WS-INDEX-PURGED > ZERO
                   AND WS-INDEX-AFTER NOT = WS-INDEX-KEPT
               MOVE SPACES TO ListingLine
               STRING "INDEX OUT OF BALANCE AFTER PURGE: "
                   DELIMITED BY SIZE
                   WS-INDEX-AFTER DELIMITED BY SIZE
                   " ROW(S), EXPECTED " DELIMITED BY SIZE
                   WS-INDEX-KEPT DELIMITED BY SIZE
                   INTO ListingLine
               WRITE ListingLine
           END-IF
           CLOSE ListingFile
           DISPLAY "Report library: " WS-TOTAL-FILED
               " report(s) filed for " WS-BUSINESS-DATE ", "
               WS-INDEX-PURGED " expired cop(ies) deleted - see "
               "rptlib.dat."
           GOBACK.

      * Files one report: skipped when it is already indexed for the
      * business date, not on file, or unchanged since its last
      * filing; otherwise copied to its dated file, recounted, and
      * indexed.
       FILE-ONE-REPORT.
           MOVE ZERO TO WS-LINE-COUNT WS-FILED-COUNT
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING WS-REPORT-NAME(WS-REPORT-IX) DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           MOVE SPACES TO WS-FILED-NAME
           STRING WS-REPORT-NAME(WS-REPORT-IX) DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-FILED-NAME
           PERFORM CHECK-REPORT-INDEX
           IF WS-ALREADY-FILED = "Y"
               MOVE "ALREADY FILED" TO WS-REPORT-RESULT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SourceReport
           IF WS-SOURCE-STATUS NOT = "00"
               MOVE "NOT ON FILE" TO WS-REPORT-RESULT
               EXIT PARAGRAPH
           END-IF
           CLOSE SourceReport
           IF WS-LAST-FILE-NAME NOT = SPACES
               PERFORM COMPARE-WITH-LAST-COPY
               IF WS-SAME-AS-LAST = "Y"
                   MOVE "UNCHANGED" TO WS-REPORT-RESULT
                   ADD 1 TO WS-TOTAL-UNCHANGED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM COPY-REPORT
           PERFORM RECOUNT-FILED-COPY
           IF WS-FILED-COUNT NOT = WS-LINE-COUNT
               MOVE "OUT OF BALANCE" TO WS-REPORT-RESULT
               ADD 1 TO WS-OUT-OF-BALANCE
               DISPLAY WS-FILED-NAME " holds " WS-FILED-COUNT
                   " line(s), expected " WS-LINE-COUNT
                   " - not indexed."
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-INDEX-ROW
           ADD 1 TO WS-TOTAL-FILED
           MOVE "FILED" TO WS-REPORT-RESULT.

      * Scans the index for the report: WS-ALREADY-FILED "Y" when it
      * is on file for this business date, and WS-LAST-FILE-NAME the
      * copy filed for the latest earlier business date (spaces when
      * there is none).
       CHECK-REPORT-INDEX.
           MOVE "N" TO WS-ALREADY-FILED
           MOVE SPACES TO WS-LAST-FILE-NAME
           MOVE ZERO TO WS-LAST-DATE
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT ReportIndex
           IF WS-INDEX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ ReportIndex
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       IF RiReportName = WS-REPORT-NAME(WS-REPORT-IX)
                           IF RiBusinessDate = WS-BUSINESS-DATE
                               MOVE "Y" TO WS-ALREADY-FILED
                           END-IF
                           IF RiBusinessDate < WS-BUSINESS-DATE
                                   AND RiBusinessDate > WS-LAST-DATE
                               MOVE RiBusinessDate TO WS-LAST-DATE
                               MOVE RiFileName TO WS-LAST-FILE-NAME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ReportIndex.

      * Reads the report and its last filed copy side by side and
      * leaves WS-SAME-AS-LAST "Y" only when they hold the same
      * lines in the same order. A last copy no longer on file
      * counts as different.
       COMPARE-WITH-LAST-COPY.
           MOVE "Y" TO WS-SAME-AS-LAST
           OPEN INPUT LastCopy
           IF WS-LAST-STATUS NOT = "00"
               MOVE "N" TO WS-SAME-AS-LAST
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SourceReport
           MOVE "N" TO WS-EOF-FILE
           MOVE "N" TO WS-EOF-LAST
           PERFORM UNTIL WS-EOF-FILE = "Y" OR WS-SAME-AS-LAST = "N"
               READ SourceReport
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
               END-READ
               READ LastCopy
                   AT END
                       MOVE "Y" TO WS-EOF-LAST
               END-READ
               IF WS-EOF-FILE NOT = WS-EOF-LAST
                   MOVE "N" TO WS-SAME-AS-LAST
               ELSE
                   IF WS-EOF-FILE = "N" AND SourceLine NOT = LastLine
                       MOVE "N" TO WS-SAME-AS-LAST
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SourceReport
           CLOSE LastCopy.

       COPY-REPORT.
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT SourceReport
           OPEN OUTPUT FiledCopy
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ SourceReport
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       MOVE SourceLine TO FiledLine
                       WRITE FiledLine
                       ADD 1 TO WS-LINE-COUNT
               END-READ
           END-PERFORM
           CLOSE SourceReport
           CLOSE FiledCopy.

       RECOUNT-FILED-COPY.
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT FiledCopy
           IF WS-FILED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ FiledCopy
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       ADD 1 TO WS-FILED-COUNT
               END-READ
           END-PERFORM
           CLOSE FiledCopy.

       WRITE-INDEX-ROW.
           MOVE SPACES TO ReportIndexRecord
           MOVE WS-REPORT-NAME(WS-REPORT-IX) TO RiReportName
           MOVE WS-BUSINESS-DATE TO RiBusinessDate
           MOVE WS-RUN-TIMESTAMP TO RiRunTimestamp
           MOVE WS-LINE-COUNT TO RiLineCount
           MOVE WS-FILED-NAME TO RiFileName
           MOVE WS-REPORT-STEP(WS-REPORT-IX) TO RiStepName
           OPEN EXTEND ReportIndex
           IF WS-INDEX-STATUS = "35"
               CLOSE ReportIndex
               OPEN OUTPUT ReportIndex
           END-IF
           WRITE ReportIndexRecord
           CLOSE ReportIndex.

       WRITE-REPORT-LINE.
           MOVE SPACES TO ListingLine
           STRING "  " DELIMITED BY SIZE
               WS-REPORT-NAME(WS-REPORT-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REPORT-STEP(WS-REPORT-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LINE-COUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-REPORT-RESULT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO ListingLine
           EVALUATE WS-REPORT-RESULT
               WHEN "FILED"
                   MOVE WS-FILED-NAME TO ListingLine(59:24)
               WHEN "UNCHANGED"
                   MOVE WS-LAST-FILE-NAME TO ListingLine(59:24)
           END-EVALUATE
           WRITE ListingLine.

      * Splits the index through rptindex.tmp: a row past its
      * report's retention has its filed copy deleted and is
      * dropped, every other row is kept. The index is rewritten
      * from rptindex.tmp only when something was dropped, then
      * recounted.
       PURGE-EXPIRED-REPORTS.
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT ReportIndex
           IF WS-INDEX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TempIndex
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ ReportIndex
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       ADD 1 TO WS-INDEX-BEFORE
                       PERFORM JUDGE-INDEX-ROW
               END-READ
           END-PERFORM
           CLOSE ReportIndex
           CLOSE TempIndex
           IF WS-INDEX-PURGED = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-INDEX
           PERFORM RECOUNT-INDEX.

      * A row whose report keeps its copies for good (zero days),
      * or whose report is no longer in the table, is always kept.
       JUDGE-INDEX-ROW.
           PERFORM FIND-REPORT-ENTRY
           MOVE ZERO TO WS-ROW-DAYS
           IF WS-FOUND-IX > ZERO
               MOVE WS-REPORT-DAYS(WS-FOUND-IX) TO WS-ROW-DAYS
           END-IF
           MOVE ZERO TO WS-CUTOFF-DATE
           IF WS-ROW-DAYS > ZERO
               COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - WS-ROW-DAYS)
           END-IF
           IF RiBusinessDate IS NUMERIC
                   AND RiBusinessDate < WS-CUTOFF-DATE
               CALL "CBL_DELETE_FILE" USING RiFileName
               ADD 1 TO WS-INDEX-PURGED
               DISPLAY "Retention expired - deleted " RiFileName
           ELSE
               MOVE ReportIndexRecord TO TempIndexLine
               WRITE TempIndexLine
               ADD 1 TO WS-INDEX-KEPT
           END-IF.

      * Leaves WS-FOUND-IX at the table entry for the index row's
      * report, zero when it is not in the table.
       FIND-REPORT-ENTRY.
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-REPORT-IX FROM 1 BY 1
                   UNTIL WS-REPORT-IX > WS-REPORT-COUNT
               IF WS-REPORT-NAME(WS-REPORT-IX) = RiReportName
                   MOVE WS-REPORT-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

       REWRITE-INDEX.
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT TempIndex
           OPEN OUTPUT ReportIndex
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ TempIndex
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       MOVE TempIndexLine TO ReportIndexRecord
                       WRITE ReportIndexRecord
               END-READ
           END-PERFORM
           CLOSE TempIndex
           CLOSE ReportIndex.

       RECOUNT-INDEX.
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT ReportIndex
           IF WS-INDEX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ ReportIndex
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       ADD 1 TO WS-INDEX-AFTER
               END-READ
           END-PERFORM
           CLOSE ReportIndex.

      * Each report's retention in days from the central parameter
      * file (RETAIN-RPT-<report>), keeping the compiled-in default
      * when a key is not on file.
       LOAD-PARAMETERS.
           PERFORM VARYING WS-REPORT-IX FROM 1 BY 1
                   UNTIL WS-REPORT-IX > WS-REPORT-COUNT
               MOVE SPACES TO WS-PARM-KEY
               STRING "RETAIN-RPT-" DELIMITED BY SIZE
                   FUNCTION UPPER-CASE(WS-REPORT-NAME(WS-REPORT-IX))
                       DELIMITED BY SPACE
                   INTO WS-PARM-KEY
               PERFORM GET-PARAMETER
               IF WS-PARM-FOUND = "Y"
                   MOVE WS-PARM-VALUE TO WS-REPORT-DAYS(WS-REPORT-IX)
               END-IF
           END-PERFORM.

       GET-PARAMETER.
           CALL "ParamLookup" USING WS-PARM-KEY WS-PARM-VALUE
               WS-PARM-FOUND.
