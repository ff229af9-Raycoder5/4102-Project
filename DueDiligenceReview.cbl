      * 10/15/2026 - new batch program: the monthly customer
      *              due-diligence report. Once per month (posting-
      *              period control on postperd.dat, the way
      *              FeeAssessment runs) it walks custmast.dat and
      *              lists to kycrev.dat every living customer who
      *              is NOT IDENTIFIED (date of birth, ID document
      *              or tax ID missing), whose ID has EXPIRED, whose
      *              ID EXPIRES within KYC-EXPIRY-WARN-DAYS (default
      *              60), or who sits at or above KYC-REVIEW-TIER
      *              (default 3) on the custtier.dat roster with a
      *              periodic review older than KYC-REVIEW-MONTHS
      *              (default 12; a customer never reviewed is
      *              judged from the day they were taken on). Every
      *              line carries the review-completed date the
      *              supervisor last stamped at the terminal.
      * 10/15/2026 - a customer merged into another is skipped; the
      *              surviving record is the one reviewed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DueDiligenceReview.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerNumber OF CustomerData
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT CustTierFile ASSIGN TO "custtier.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TIER-STATUS.

           SELECT PostPeriodFile ASSIGN TO "postperd.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT ReportFile ASSIGN TO "kycrev.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CustomerFile.
       COPY CUSTREC.

       FD  CustTierFile.
       COPY CUSTTIER.

       FD  PostPeriodFile.
       01  PostPeriodRecord.
           02 PpJobName           PIC X(20).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PpLastPeriod        PIC 9(6).

       FD  ReportFile.
       01  ReportLine              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-STATUS      PIC XX.
       01  WS-TIER-STATUS          PIC XX.
       01  WS-PERIOD-STATUS        PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-JOB-NAME             PIC X(20)
               VALUE "DueDiligenceReview".
       01  WS-CURRENT-PERIOD       PIC 9(6).
       01  WS-LAST-PERIOD          PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-TABLE.
           02 WS-PERIOD-REC OCCURS 20 TIMES PIC X(27).
       01  WS-PERIOD-COUNT         PIC 9(02) COMP VALUE ZERO.
       01  WS-PERIOD-IX            PIC 9(02) COMP.
       01  WS-PERIOD-FOUND         PIC X(01).
       01  WS-EOF-CUSTOMERS        PIC X(01) VALUE "N".
       01  WS-EOF-TIERS            PIC X(01).
       01  WS-TODAY                PIC 9(8).
       01  WS-WARN-DATE            PIC 9(8).
       01  WS-EXPIRY-WARN-DAYS     PIC 9(3) VALUE 60.
       01  WS-REVIEW-TIER          PIC 9(1) VALUE 3.
       01  WS-REVIEW-MONTHS        PIC 9(3) VALUE 12.
       01  WS-TIER-TABLE.
           02 WS-TIER-ENTRY OCCURS 1000 TIMES.
               03 WS-TIER-CUSTOMER PIC 9(8).
               03 WS-TIER-LEVEL    PIC 9(1).
       01  WS-TIER-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-TIER-IX              PIC 9(04) COMP.
       01  WS-TIER-OVERFLOW        PIC X(01) VALUE "N".
       01  WS-CUSTOMER-TIER        PIC 9(1).
      * Review-due date: the last review (or the day the customer
      * was taken on) moved forward KYC-REVIEW-MONTHS. Compared as
      * a plain YYYYMMDD number, so a day past the month's end still
      * orders correctly.
       01  WS-REVIEW-BASE          PIC 9(8).
       01  WS-REVIEW-DUE           PIC 9(8).
       01  WS-REVIEW-DUE-PARTS REDEFINES WS-REVIEW-DUE.
           02 WS-DUE-YYYY          PIC 9(4).
           02 WS-DUE-MM            PIC 9(2).
           02 WS-DUE-DD            PIC 9(2).
       01  WS-MONTH-INDEX          PIC 9(6).
       01  WS-CATEGORY             PIC X(12).
       01  WS-DETAIL               PIC X(30).
       01  WS-CUSTOMERS-READ       PIC 9(06) VALUE ZERO.
       01  WS-NOT-IDENTIFIED       PIC 9(05) VALUE ZERO.
       01  WS-ID-EXPIRED           PIC 9(05) VALUE ZERO.
       01  WS-ID-EXPIRING          PIC 9(05) VALUE ZERO.
       01  WS-REVIEW-OVERDUE       PIC 9(05) VALUE ZERO.

       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC 9(10)V9(4).
       01  WS-PARM-FOUND           PIC X(01).
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Running customer due-diligence review..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY(1:6) TO WS-CURRENT-PERIOD
           PERFORM CHECK-POSTING-PERIOD
           IF WS-LAST-PERIOD = WS-CURRENT-PERIOD
               DISPLAY "Period " WS-CURRENT-PERIOD
                   " already reviewed - nothing to do."
               GOBACK
           END-IF
           PERFORM LOAD-PARAMETERS
           COMPUTE WS-WARN-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   + WS-EXPIRY-WARN-DAYS)
           PERFORM LOAD-TIER-ROSTER
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ReportLine
           STRING "CUSTOMER DUE-DILIGENCE REVIEW - PERIOD "
               DELIMITED BY SIZE
               WS-CURRENT-PERIOD DELIMITED BY SIZE
               " (RUN " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE "CATEGORY     CUSTOMER NAME                 DETAIL"
               TO ReportLine
           MOVE "LAST REVIEW" TO ReportLine(77:11)
           WRITE ReportLine
           IF WS-TIER-OVERFLOW = "Y"
               MOVE "  WARNING: custtier.dat holds more than 1000 rows"
                   TO ReportLine
               MOVE " - review-due test incomplete" TO ReportLine(51:29)
               WRITE ReportLine
           END-IF
           OPEN INPUT CustomerFile
           IF WS-CUSTOMER-STATUS = "35"
               MOVE "Y" TO WS-EOF-CUSTOMERS
           END-IF
           PERFORM UNTIL WS-EOF-CUSTOMERS = "Y"
               READ CustomerFile NEXT RECORD INTO CustomerData
                   AT END
                       MOVE "Y" TO WS-EOF-CUSTOMERS
                   NOT AT END
                       ADD 1 TO WS-CUSTOMERS-READ
                       PERFORM REVIEW-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           IF WS-NOT-IDENTIFIED + WS-ID-EXPIRED + WS-ID-EXPIRING
                   + WS-REVIEW-OVERDUE = ZERO
               MOVE "  NO CUSTOMERS NEED DUE-DILIGENCE ACTION"
                   TO ReportLine
               WRITE ReportLine
           END-IF
           MOVE SPACES TO ReportLine
           STRING "CUSTOMERS READ " DELIMITED BY SIZE
               WS-CUSTOMERS-READ DELIMITED BY SIZE
               "  NOT IDENTIFIED " DELIMITED BY SIZE
               WS-NOT-IDENTIFIED DELIMITED BY SIZE
               "  ID EXPIRED " DELIMITED BY SIZE
               WS-ID-EXPIRED DELIMITED BY SIZE
               "  ID EXPIRING " DELIMITED BY SIZE
               WS-ID-EXPIRING DELIMITED BY SIZE
               "  REVIEW DUE " DELIMITED BY SIZE
               WS-REVIEW-OVERDUE DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           CLOSE ReportFile
           PERFORM MARK-PERIOD-POSTED
           DISPLAY "Due-diligence review for period "
               WS-CURRENT-PERIOD ": " WS-NOT-IDENTIFIED
               " not identified, " WS-ID-EXPIRED " expired, "
               WS-ID-EXPIRING " expiring, " WS-REVIEW-OVERDUE
               " review(s) due (kycrev.dat)."
           GOBACK.

      * Deceased customers are with the estates desk, not due
      * diligence, and a merged-away record has no business left on
      * it. Records older than the identification fields
      * carry blanks in the date fields and read as missing.
       REVIEW-ONE-CUSTOMER.
           IF CUSTOMER-DECEASED OF CustomerData
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMER-MERGED OF CustomerData
               EXIT PARAGRAPH
           END-IF
           IF DateOfBirth OF CustomerData NOT NUMERIC
               MOVE ZERO TO DateOfBirth OF CustomerData
           END-IF
           IF IdExpiryDate OF CustomerData NOT NUMERIC
               MOVE ZERO TO IdExpiryDate OF CustomerData
           END-IF
           IF KycReviewDate OF CustomerData NOT NUMERIC
               MOVE ZERO TO KycReviewDate OF CustomerData
           END-IF
           MOVE SPACES TO WS-DETAIL
           EVALUATE TRUE
               WHEN DateOfBirth OF CustomerData = ZERO
                   MOVE "no date of birth" TO WS-DETAIL
               WHEN NOT ID-TYPE-KNOWN OF CustomerData
                   MOVE "no ID document type" TO WS-DETAIL
               WHEN IdNumber OF CustomerData = SPACES
                   MOVE "no ID document number" TO WS-DETAIL
               WHEN IdExpiryDate OF CustomerData = ZERO
                   MOVE "no ID expiry date" TO WS-DETAIL
               WHEN TaxId OF CustomerData = SPACES
                   MOVE "no tax ID" TO WS-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-DETAIL NOT = SPACES
               MOVE "NOT IDENT" TO WS-CATEGORY
               ADD 1 TO WS-NOT-IDENTIFIED
               PERFORM WRITE-FINDING
           ELSE
               IF IdExpiryDate OF CustomerData NOT > WS-TODAY
                   MOVE "ID EXPIRED" TO WS-CATEGORY
                   STRING IdType OF CustomerData DELIMITED BY SIZE
                       " expired " DELIMITED BY SIZE
                       IdExpiryDate OF CustomerData DELIMITED BY SIZE
                       INTO WS-DETAIL
                   ADD 1 TO WS-ID-EXPIRED
                   PERFORM WRITE-FINDING
               ELSE
                   IF IdExpiryDate OF CustomerData
                           NOT > WS-WARN-DATE
                       MOVE "ID EXPIRING" TO WS-CATEGORY
                       STRING IdType OF CustomerData
                           DELIMITED BY SIZE
                           " expires " DELIMITED BY SIZE
                           IdExpiryDate OF CustomerData
                           DELIMITED BY SIZE
                           INTO WS-DETAIL
                       ADD 1 TO WS-ID-EXPIRING
                       PERFORM WRITE-FINDING
                   END-IF
               END-IF
           END-IF
           PERFORM CHECK-REVIEW-DUE.

      * High-balance customers (at or above KYC-REVIEW-TIER on the
      * roster) must be reviewed every KYC-REVIEW-MONTHS.
       CHECK-REVIEW-DUE.
           MOVE ZERO TO WS-CUSTOMER-TIER
           PERFORM VARYING WS-TIER-IX FROM 1 BY 1
                   UNTIL WS-TIER-IX > WS-TIER-COUNT
               IF WS-TIER-CUSTOMER(WS-TIER-IX)
                       = CustomerNumber OF CustomerData
                   MOVE WS-TIER-LEVEL(WS-TIER-IX) TO WS-CUSTOMER-TIER
               END-IF
           END-PERFORM
           IF WS-CUSTOMER-TIER < WS-REVIEW-TIER
               EXIT PARAGRAPH
           END-IF
           IF KycReviewDate OF CustomerData = ZERO
               MOVE CustomerOpenDate OF CustomerData
                   TO WS-REVIEW-BASE
           ELSE
               MOVE KycReviewDate OF CustomerData TO WS-REVIEW-BASE
           END-IF
           MOVE WS-REVIEW-BASE TO WS-REVIEW-DUE
           COMPUTE WS-MONTH-INDEX =
               WS-DUE-YYYY * 12 + WS-DUE-MM - 1 + WS-REVIEW-MONTHS
           COMPUTE WS-DUE-YYYY = FUNCTION INTEGER(WS-MONTH-INDEX / 12)
           COMPUTE WS-DUE-MM = FUNCTION MOD(WS-MONTH-INDEX, 12) + 1
           IF WS-REVIEW-DUE > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE "REVIEW DUE" TO WS-CATEGORY
           MOVE SPACES TO WS-DETAIL
           STRING "tier " DELIMITED BY SIZE
               WS-CUSTOMER-TIER DELIMITED BY SIZE
               ", review was due " DELIMITED BY SIZE
               WS-REVIEW-DUE DELIMITED BY SIZE
               INTO WS-DETAIL
           ADD 1 TO WS-REVIEW-OVERDUE
           PERFORM WRITE-FINDING.

       WRITE-FINDING.
           MOVE SPACES TO ReportLine
           MOVE WS-CATEGORY TO ReportLine(1:12)
           MOVE CustomerNumber OF CustomerData TO ReportLine(14:8)
           MOVE CustomerName OF CustomerData TO ReportLine(23:20)
           MOVE WS-DETAIL TO ReportLine(45:30)
           IF KycReviewDate OF CustomerData = ZERO
               MOVE "NEVER" TO ReportLine(77:8)
           ELSE
               MOVE KycReviewDate OF CustomerData TO ReportLine(77:8)
           END-IF
           WRITE ReportLine.

       LOAD-TIER-ROSTER.
           MOVE ZERO TO WS-TIER-COUNT
           MOVE "N" TO WS-EOF-TIERS
           OPEN INPUT CustTierFile
           IF WS-TIER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-TIERS = "Y"
               READ CustTierFile INTO CustTierRecord
                   AT END
                       MOVE "Y" TO WS-EOF-TIERS
                   NOT AT END
                       IF WS-TIER-COUNT = 1000
                           MOVE "Y" TO WS-TIER-OVERFLOW
                       ELSE
                           ADD 1 TO WS-TIER-COUNT
                           MOVE CtCustomerNumber
                               TO WS-TIER-CUSTOMER(WS-TIER-COUNT)
                           MOVE CtTier TO WS-TIER-LEVEL(WS-TIER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CustTierFile.

      * Reads postperd.dat into a small table and leaves the period
      * this job last ran for in WS-LAST-PERIOD.
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

      * Records WS-CURRENT-PERIOD as this job's last period, updating
      * the job's row in place or adding one, then rewrites
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

      * Pulls this job's thresholds from the central parameter
      * file, keeping the compiled-in defaults when a key is not on
      * file.
       LOAD-PARAMETERS.
           MOVE "KYC-EXPIRY-WARN-DAYS" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-EXPIRY-WARN-DAYS
           END-IF
           MOVE "KYC-REVIEW-TIER" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-REVIEW-TIER
           END-IF
           MOVE "KYC-REVIEW-MONTHS" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-REVIEW-MONTHS
           END-IF.

       GET-PARAMETER.
           CALL "ParamLookup" USING WS-PARM-KEY WS-PARM-VALUE
               WS-PARM-FOUND.
