      * 10/15/2026 - new batch program: the nightly segregation-of-
      *              duties review of operator activity. Reads
      *              today's terminal entries on translog.dat (batch
      *              postings, operator 0000, are left out) and
      *              lists to sodrpt.dat, for OpsDigest:
      *                LINKED-CUST  an operator moving money on an
      *                             account owned by the customer
      *                             the operator is linked to;
      *                SELF-APPROVE an override approved under the
      *                             operator's own ID, or a
      *                             supervisor's own withdrawal or
      *                             transfer above OVERRIDE-LIMIT
      *                             that nobody else approved;
      *                POST-REVERSE the same operator posting an
      *                             entry and reversing it;
      *                NAME-ADDR    an operator changing an account
      *                             name or a customer's name or
      *                             address (within SOD-WATCH-DAYS,
      *                             default 7) and then transacting
      *                             on that account;
      *                AFTER-HOURS  activity outside the branch's
      *                             hours (BR-OPEN-bbbb/BR-CLOSE-bbbb
      *                             per branch, else BRANCH-OPEN-TIME
      *                             and BRANCH-CLOSE-TIME, HHMM,
      *                             defaults 0800 and 1800);
      *                OUTLIER      an operator whose count or amount
      *                             today exceeds OUTLIER-MULTIPLE
      *                             (default 3) times their own
      *                             average over ACTIVITY-NORM-DAYS
      *                             (default 30), once they have
      *                             NORM-MIN-DAYS (default 5) of
      *                             history.
      *              Every operator's day against their norm prints
      *              to opactv.dat, and the day is added to the
      *              rolling history on opnorm.dat.
      * 10/15/2026 - a supervisor's own official check issue above
      *              OVERRIDE-LIMIT (OC-ISSUE) counts as SELF-APPROVE
      *              like a withdrawal or transfer.
      * 10/15/2026 - the day reviewed is the settled (prior) business
      *              date from busidate.dat, not the wall clock, and
      *              its terminal entries are read off the cycle's
      *              proved account-order day extract (daylogac.dat)
      *              instead of a sweep of the whole log. Reversals
      *              are still matched to their originals over the
      *              whole log, since an original may be from any
      *              earlier day.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorActivity.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AccountFile ASSIGN TO "card.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AccountNumber
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TransactionLog ASSIGN USING WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT OperatorFile ASSIGN TO "operator.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT MaintAuditFile ASSIGN TO "mntaudit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT OverrideLogFile ASSIGN TO "ovrdlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OVRDLOG-STATUS.

           SELECT NormFile ASSIGN TO "opnorm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NORM-STATUS.

           SELECT ReportFile ASSIGN TO "sodrpt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ActivityFile ASSIGN TO "opactv.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AccountFile.
       COPY ACCTREC.

       FD  TransactionLog.
       COPY TRANLOG.

       FD  OperatorFile.
       COPY OPERREC.

       FD  MaintAuditFile.
       COPY MAINTAUD.

       FD  OverrideLogFile.
       COPY OVRDLOG.

      * One row per operator per day worked: the rolling history the
      * 30-day norm is taken from.
       FD  NormFile.
       01  NormRecord.
           02 OnDate              PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OnOperatorId        PIC 9(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OnCount             PIC 9(5).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OnAmount            PIC 9(12)V99.

       FD  ReportFile.
       01  ReportLine              PIC X(132).

       FD  ActivityFile.
       01  ActivityLine            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-OPERATOR-STATUS      PIC XX.
       01  WS-MAINT-STATUS         PIC XX.
       01  WS-OVRDLOG-STATUS       PIC XX.
       01  WS-NORM-STATUS          PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-ACTIVITY-STATUS      PIC XX.
       01  WS-EOF-LOG              PIC X(01).
       01  WS-EOF-FILE             PIC X(01).
       01  WS-ACCOUNTS-OPEN        PIC X(01) VALUE "N".
       01  WS-TODAY                PIC 9(8).
       01  WS-BD-OPEN-DATE         PIC 9(8).
       01  WS-BD-FOUND             PIC X(01).
       01  WS-LOG-FILE-NAME        PIC X(12).
       01  WS-DAY-EXTRACT-OK       PIC X(01).
       01  WS-WATCH-FROM           PIC 9(8).
       01  WS-NORM-FROM            PIC 9(8).
       01  WS-STAMP                PIC 9(14).
       01  WS-STAMP-PARTS REDEFINES WS-STAMP.
           02 WS-STAMP-DATE        PIC 9(8).
           02 WS-STAMP-HHMM        PIC 9(4).
           02 FILLER               PIC 9(2).

      * Thresholds, all from parmfile.dat.
       01  WS-OVERRIDE-LIMIT       PIC 9(10)V99 VALUE 2000.00.
       01  WS-WATCH-DAYS           PIC 9(3) VALUE 7.
       01  WS-OPEN-TIME            PIC 9(4) VALUE 0800.
       01  WS-CLOSE-TIME           PIC 9(4) VALUE 1800.
       01  WS-OUTLIER-MULTIPLE     PIC 9(3)V99 VALUE 3.
       01  WS-NORM-DAYS            PIC 9(3) VALUE 30.
       01  WS-NORM-MIN-DAYS        PIC 9(3) VALUE 5.

      * Operators: the file's roster plus anyone seen on the log.
       01  WS-OPER-TABLE.
           02 WS-OT-ENTRY OCCURS 200 TIMES.
               03 WS-OT-ID         PIC 9(4).
               03 WS-OT-ROLE       PIC X(01).
               03 WS-OT-CUST       PIC 9(8).
               03 WS-OT-COUNT      PIC 9(5).
               03 WS-OT-AMOUNT     PIC 9(12)V99.
               03 WS-OT-NORM-DAYS  PIC 9(3).
               03 WS-OT-NORM-COUNT PIC 9(7).
               03 WS-OT-NORM-AMOUNT PIC 9(14)V99.
       01  WS-OT-COUNT-USED        PIC 9(03) COMP VALUE ZERO.
       01  WS-OT-IX                PIC 9(03) COMP.
       01  WS-OT-FOUND             PIC X(01).
       01  WS-SEARCH-OP            PIC 9(4).

      * Name and address changes inside the watch window.
       01  WS-CHG-TABLE.
           02 WS-CHG-ENTRY OCCURS 500 TIMES.
               03 WS-CHG-STAMP     PIC 9(14).
               03 WS-CHG-OP        PIC 9(4).
               03 WS-CHG-TYPE      PIC X(01).
               03 WS-CHG-KEY       PIC 9(8).
               03 WS-CHG-FIELD     PIC X(20).
               03 WS-CHG-FLAGGED   PIC X(01).
       01  WS-CHG-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-CHG-IX               PIC 9(03) COMP.

      * Today's reversals, matched to their originals on a second
      * pass of the log.
       01  WS-REV-TABLE.
           02 WS-REV-ENTRY OCCURS 500 TIMES.
               03 WS-REV-ACCOUNT   PIC 9(8).
               03 WS-REV-REF       PIC 9(14).
               03 WS-REV-OP        PIC 9(4).
               03 WS-REV-TYPE      PIC X(12).
               03 WS-REV-FLAGGED   PIC X(01).
       01  WS-REV-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-REV-IX               PIC 9(03) COMP.

      * Opening hours by branch, looked up once per branch.
       01  WS-BR-TABLE.
           02 WS-BR-ENTRY OCCURS 50 TIMES.
               03 WS-BR-ID         PIC X(4).
               03 WS-BR-OPEN       PIC 9(4).
               03 WS-BR-CLOSE      PIC 9(4).
       01  WS-BR-COUNT             PIC 9(02) COMP VALUE ZERO.
       01  WS-BR-IX                PIC 9(02) COMP.
       01  WS-BR-FOUND             PIC X(01).

      * The rolling norm history.
       01  WS-NORM-TABLE.
           02 WS-NORM-REC OCCURS 9000 TIMES PIC X(34).
       01  WS-NORM-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-NORM-IX              PIC 9(04) COMP.
       01  WS-NORM-OVERFLOW        PIC X(01) VALUE "N".

       01  WS-ACCT-CUSTOMER        PIC 9(8).
       01  WS-ACCT-FOUND           PIC X(01).
       01  WS-FIND-CATEGORY        PIC X(12).
       01  WS-FIND-OP              PIC 9(4).
       01  WS-FIND-ACCOUNT         PIC 9(8).
       01  WS-FIND-DETAIL          PIC X(80).
       01  WS-AMOUNT-EDIT          PIC Z(11)9.99.
       01  WS-AVG-COUNT            PIC 9(5)V99.
       01  WS-AVG-AMOUNT           PIC 9(12)V99.
       01  WS-AVG-COUNT-EDIT       PIC Z(4)9.99.
       01  WS-AVG-AMOUNT-EDIT      PIC Z(11)9.99.
       01  WS-NORM-FLAG            PIC X(12).
       01  WS-ENTRIES-READ         PIC 9(07) VALUE ZERO.
       01  WS-FINDING-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-LINKED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-SELF-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-POSTREV-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-NAMEADDR-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-HOURS-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-OUTLIER-COUNT        PIC 9(05) VALUE ZERO.

       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC 9(10)V9(4).
       01  WS-PARM-FOUND           PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Reviewing today's operator activity..."
           CALL "BusinessDay" USING WS-BD-OPEN-DATE WS-TODAY
               WS-BD-FOUND
           PERFORM LOAD-PARAMETERS
           COMPUTE WS-WATCH-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-WATCH-DAYS)
           COMPUTE WS-NORM-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-NORM-DAYS)
           PERFORM LOAD-OPERATORS
           PERFORM LOAD-NAME-ADDRESS-CHANGES
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ReportLine
           STRING "SEGREGATION-OF-DUTIES EXCEPTIONS  " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "  CATEGORY     OPER ACCOUNT  DETAIL"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           PERFORM CHECK-OVERRIDES
           OPEN INPUT AccountFile
           IF WS-FILE-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNTS-OPEN
           END-IF
           PERFORM SWEEP-TODAYS-LOG
           IF WS-ACCOUNTS-OPEN = "Y"
               CLOSE AccountFile
           END-IF
           IF WS-REV-COUNT > ZERO
               PERFORM MATCH-REVERSALS
           END-IF
           PERFORM LOAD-NORM-HISTORY
           PERFORM WRITE-ACTIVITY-SUMMARY
           IF WS-FINDING-COUNT = ZERO
               MOVE SPACES TO ReportLine
               STRING "  NO SEGREGATION-OF-DUTIES FINDINGS TODAY"
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
           END-IF
           CLOSE ReportFile
           PERFORM SAVE-NORM-HISTORY
           DISPLAY "Operator activity reviewed: " WS-ENTRIES-READ
               " terminal entr(ies), " WS-FINDING-COUNT
               " finding(s) on sodrpt.dat."
           DISPLAY "  Linked customer " WS-LINKED-COUNT
               ", self-approved " WS-SELF-COUNT
               ", post and reverse " WS-POSTREV-COUNT
               ", name/address " WS-NAMEADDR-COUNT
               ", after hours " WS-HOURS-COUNT
               ", outliers " WS-OUTLIER-COUNT "."
           GOBACK.

      * The roster: role and customer link for every operator ID.
       LOAD-OPERATORS.
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT OperatorFile
           IF WS-OPERATOR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ OperatorFile INTO OperatorRecord
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       IF OpCustomerNumber NOT NUMERIC
                           MOVE ZERO TO OpCustomerNumber
                       END-IF
                       MOVE OpId TO WS-SEARCH-OP
                       PERFORM FIND-OPERATOR-SLOT
                       IF WS-OT-FOUND = "Y"
                           MOVE OpRole TO WS-OT-ROLE(WS-OT-IX)
                           MOVE OpCustomerNumber
                               TO WS-OT-CUST(WS-OT-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OperatorFile.

      * Leaves WS-OT-IX on WS-SEARCH-OP's row, adding a blank row
      * for an ID not yet seen. WS-OT-FOUND is "N" only when the
      * table is full.
       FIND-OPERATOR-SLOT.
           MOVE "N" TO WS-OT-FOUND
           PERFORM VARYING WS-OT-IX FROM 1 BY 1
                   UNTIL WS-OT-IX > WS-OT-COUNT-USED
                      OR WS-OT-FOUND = "Y"
               IF WS-OT-ID(WS-OT-IX) = WS-SEARCH-OP
                   MOVE "Y" TO WS-OT-FOUND
               END-IF
           END-PERFORM
           IF WS-OT-FOUND = "Y"
               SUBTRACT 1 FROM WS-OT-IX
               EXIT PARAGRAPH
           END-IF
           IF WS-OT-COUNT-USED = 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OT-COUNT-USED
           MOVE WS-OT-COUNT-USED TO WS-OT-IX
           MOVE WS-SEARCH-OP TO WS-OT-ID(WS-OT-IX)
           MOVE "?" TO WS-OT-ROLE(WS-OT-IX)
           MOVE ZERO TO WS-OT-CUST(WS-OT-IX)
           MOVE ZERO TO WS-OT-COUNT(WS-OT-IX)
           MOVE ZERO TO WS-OT-AMOUNT(WS-OT-IX)
           MOVE ZERO TO WS-OT-NORM-DAYS(WS-OT-IX)
           MOVE ZERO TO WS-OT-NORM-COUNT(WS-OT-IX)
           MOVE ZERO TO WS-OT-NORM-AMOUNT(WS-OT-IX)
           MOVE "Y" TO WS-OT-FOUND.

      * Account-name changes and customer name or address changes
      * made at a terminal inside the watch window.
       LOAD-NAME-ADDRESS-CHANGES.
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT MaintAuditFile
           IF WS-MAINT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ MaintAuditFile INTO MaintAuditRecord
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       MOVE MaTimestamp TO WS-STAMP
                       IF WS-STAMP-DATE NOT < WS-WATCH-FROM
                               AND MaOperatorId NOT = ZERO
                               AND (MaFieldName = "ACCOUNT-NAME"
                                 OR MaFieldName = "CUSTOMER-NAME"
                                 OR MaFieldName = "CUSTOMER-ADDRESS")
                               AND WS-CHG-COUNT < 500
                           ADD 1 TO WS-CHG-COUNT
                           MOVE MaTimestamp
                               TO WS-CHG-STAMP(WS-CHG-COUNT)
                           MOVE MaOperatorId
                               TO WS-CHG-OP(WS-CHG-COUNT)
                           MOVE MaRecordType
                               TO WS-CHG-TYPE(WS-CHG-COUNT)
                           MOVE MaKeyNumber
                               TO WS-CHG-KEY(WS-CHG-COUNT)
                           MOVE MaFieldName
                               TO WS-CHG-FIELD(WS-CHG-COUNT)
                           MOVE "N" TO WS-CHG-FLAGGED(WS-CHG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MaintAuditFile.

      * An override approved today under the same ID that asked for
      * it.
       CHECK-OVERRIDES.
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT OverrideLogFile
           IF WS-OVRDLOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ OverrideLogFile INTO OverrideLogRecord
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       MOVE OvTimestamp TO WS-STAMP
                       IF WS-STAMP-DATE = WS-TODAY
                               AND OV-APPROVED
                               AND OvApproverId = OvOperatorId
                           MOVE "SELF-APPROVE" TO WS-FIND-CATEGORY
                           MOVE OvOperatorId TO WS-FIND-OP
                           MOVE ZERO TO WS-FIND-ACCOUNT
                           MOVE OvAmount TO WS-AMOUNT-EDIT
                           MOVE SPACES TO WS-FIND-DETAIL
                           STRING "OVERRIDE APPROVED BY OWN ID "
                               DELIMITED BY SIZE
                               "AMOUNT " DELIMITED BY SIZE
                               WS-AMOUNT-EDIT DELIMITED BY SIZE
                               " AT " DELIMITED BY SIZE
                               OvTimestamp DELIMITED BY SIZE
                               INTO WS-FIND-DETAIL
                           ADD 1 TO WS-SELF-COUNT
                           PERFORM WRITE-FINDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OverrideLogFile.

      * First pass over the log: today's terminal entries only.
       SWEEP-TODAYS-LOG.
           MOVE "N" TO WS-EOF-LOG
           PERFORM CHOOSE-DAY-SOURCE
           OPEN INPUT TransactionLog
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "No transaction log on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-LOG = "Y"
               READ TransactionLog INTO TransactionLogRecord
                   AT END
                       MOVE "Y" TO WS-EOF-LOG
                   NOT AT END
                       MOVE LogTimestamp TO WS-STAMP
                       IF WS-STAMP-DATE = WS-TODAY
                               AND LogOperatorId NOT = ZERO
                           ADD 1 TO WS-ENTRIES-READ
                           PERFORM REVIEW-LOG-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionLog.

      * The settled day's entries come off the cycle's day extract
      * once DayExtractCheck has proved it against its control
      * totals; failing that the whole log is swept for the day as
      * it always was.
       CHOOSE-DAY-SOURCE.
           MOVE "daylogac.dat" TO WS-LOG-FILE-NAME
           CALL "DayExtractCheck" USING WS-LOG-FILE-NAME
               WS-TODAY WS-DAY-EXTRACT-OK
           IF WS-DAY-EXTRACT-OK NOT = "Y"
               MOVE "translog.dat" TO WS-LOG-FILE-NAME
               DISPLAY "WARNING: day extract not usable - the "
                   "whole log is swept instead."
           END-IF.

       REVIEW-LOG-ENTRY.
           MOVE LogOperatorId TO WS-SEARCH-OP
           PERFORM FIND-OPERATOR-SLOT
           IF WS-OT-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OT-COUNT(WS-OT-IX)
           ADD LogAmount TO WS-OT-AMOUNT(WS-OT-IX)
           MOVE LogOperatorId TO WS-FIND-OP
           MOVE LogAccountNumber TO WS-FIND-ACCOUNT
           PERFORM READ-ACCOUNT-OWNER
           IF WS-OT-CUST(WS-OT-IX) NOT = ZERO
                   AND WS-ACCT-FOUND = "Y"
                   AND WS-ACCT-CUSTOMER = WS-OT-CUST(WS-OT-IX)
               MOVE "LINKED-CUST" TO WS-FIND-CATEGORY
               PERFORM DESCRIBE-LOG-ENTRY
               ADD 1 TO WS-LINKED-COUNT
               PERFORM WRITE-FINDING
           END-IF
           IF WS-OT-ROLE(WS-OT-IX) = "S"
                   AND LogAmount > WS-OVERRIDE-LIMIT
                   AND (LogTransactionType = "WITHDRAWAL"
                     OR LogTransactionType = "XFER-OUT"
                     OR LogTransactionType = "EXT-XFER-OUT"
                     OR LogTransactionType = "OC-ISSUE")
               MOVE "SELF-APPROVE" TO WS-FIND-CATEGORY
               PERFORM DESCRIBE-LOG-ENTRY
               ADD 1 TO WS-SELF-COUNT
               PERFORM WRITE-FINDING
           END-IF
           PERFORM CHECK-NAME-ADDRESS-CHANGE
           PERFORM CHECK-BRANCH-HOURS
           IF LogReversalRef NOT = ZERO AND WS-REV-COUNT < 500
               ADD 1 TO WS-REV-COUNT
               MOVE LogAccountNumber TO WS-REV-ACCOUNT(WS-REV-COUNT)
               MOVE LogReversalRef TO WS-REV-REF(WS-REV-COUNT)
               MOVE LogOperatorId TO WS-REV-OP(WS-REV-COUNT)
               MOVE LogTransactionType TO WS-REV-TYPE(WS-REV-COUNT)
               MOVE "N" TO WS-REV-FLAGGED(WS-REV-COUNT)
           END-IF.

       READ-ACCOUNT-OWNER.
           MOVE "N" TO WS-ACCT-FOUND
           MOVE ZERO TO WS-ACCT-CUSTOMER
           IF WS-ACCOUNTS-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE LogAccountNumber TO AccountNumber
           READ AccountFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CustomerNumber NUMERIC
               MOVE CustomerNumber TO WS-ACCT-CUSTOMER
               MOVE "Y" TO WS-ACCT-FOUND
           END-IF.

      * A change made earlier by this operator to this account's
      * name, or to the name or address of the customer who owns it.
      * Each change is reported once.
       CHECK-NAME-ADDRESS-CHANGE.
           PERFORM VARYING WS-CHG-IX FROM 1 BY 1
                   UNTIL WS-CHG-IX > WS-CHG-COUNT
               IF WS-CHG-OP(WS-CHG-IX) = LogOperatorId
                       AND WS-CHG-FLAGGED(WS-CHG-IX) = "N"
                       AND WS-CHG-STAMP(WS-CHG-IX) < LogTimestamp
                   IF (WS-CHG-TYPE(WS-CHG-IX) = "A"
                           AND WS-CHG-KEY(WS-CHG-IX)
                               = LogAccountNumber)
                      OR (WS-CHG-TYPE(WS-CHG-IX) = "C"
                           AND WS-ACCT-FOUND = "Y"
                           AND WS-CHG-KEY(WS-CHG-IX)
                               = WS-ACCT-CUSTOMER)
                       MOVE "Y" TO WS-CHG-FLAGGED(WS-CHG-IX)
                       MOVE "NAME-ADDR" TO WS-FIND-CATEGORY
                       MOVE LogAmount TO WS-AMOUNT-EDIT
                       MOVE SPACES TO WS-FIND-DETAIL
                       STRING WS-CHG-FIELD(WS-CHG-IX)
                               DELIMITED BY SPACE
                           " CHANGED " DELIMITED BY SIZE
                           WS-CHG-STAMP(WS-CHG-IX) DELIMITED BY SIZE
                           " THEN " DELIMITED BY SIZE
                           LogTransactionType DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           WS-AMOUNT-EDIT DELIMITED BY SIZE
                           " AT " DELIMITED BY SIZE
                           LogTimestamp DELIMITED BY SIZE
                           INTO WS-FIND-DETAIL
                       ADD 1 TO WS-NAMEADDR-COUNT
                       PERFORM WRITE-FINDING
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-BRANCH-HOURS.
           MOVE "N" TO WS-BR-FOUND
           PERFORM VARYING WS-BR-IX FROM 1 BY 1
                   UNTIL WS-BR-IX > WS-BR-COUNT
                      OR WS-BR-FOUND = "Y"
               IF WS-BR-ID(WS-BR-IX) = LogBranchId
                   MOVE "Y" TO WS-BR-FOUND
               END-IF
           END-PERFORM
           IF WS-BR-FOUND = "Y"
               SUBTRACT 1 FROM WS-BR-IX
           ELSE
               IF WS-BR-COUNT = 50
                   MOVE 50 TO WS-BR-IX
               ELSE
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-BR-COUNT TO WS-BR-IX
               END-IF
               PERFORM LOAD-BRANCH-HOURS
           END-IF
           IF WS-STAMP-HHMM < WS-BR-OPEN(WS-BR-IX)
                   OR WS-STAMP-HHMM NOT < WS-BR-CLOSE(WS-BR-IX)
               MOVE "AFTER-HOURS" TO WS-FIND-CATEGORY
               PERFORM DESCRIBE-LOG-ENTRY
               ADD 1 TO WS-HOURS-COUNT
               PERFORM WRITE-FINDING
           END-IF.

      * The branch's own hours if parmfile.dat has them, else the
      * bank-wide hours.
       LOAD-BRANCH-HOURS.
           MOVE LogBranchId TO WS-BR-ID(WS-BR-IX)
           MOVE WS-OPEN-TIME TO WS-BR-OPEN(WS-BR-IX)
           MOVE WS-CLOSE-TIME TO WS-BR-CLOSE(WS-BR-IX)
           MOVE SPACES TO WS-PARM-KEY
           STRING "BR-OPEN-" DELIMITED BY SIZE
               LogBranchId DELIMITED BY SPACE
               INTO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-BR-OPEN(WS-BR-IX)
           END-IF
           MOVE SPACES TO WS-PARM-KEY
           STRING "BR-CLOSE-" DELIMITED BY SIZE
               LogBranchId DELIMITED BY SPACE
               INTO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-BR-CLOSE(WS-BR-IX)
           END-IF.

       DESCRIBE-LOG-ENTRY.
           MOVE LogAmount TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-FIND-DETAIL
           STRING LogTransactionType DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               LogTimestamp DELIMITED BY SIZE
               " BRANCH " DELIMITED BY SIZE
               LogBranchId DELIMITED BY SIZE
               " TERMINAL " DELIMITED BY SIZE
               LogTerminalId DELIMITED BY SIZE
               INTO WS-FIND-DETAIL.

      * Second pass: the entry each of today's reversals backs out,
      * wherever in the month it was posted, so this pass reads the
      * whole log. The same operator on both is a finding.
       MATCH-REVERSALS.
           MOVE "N" TO WS-EOF-LOG
           MOVE "translog.dat" TO WS-LOG-FILE-NAME
           OPEN INPUT TransactionLog
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-LOG = "Y"
               READ TransactionLog INTO TransactionLogRecord
                   AT END
                       MOVE "Y" TO WS-EOF-LOG
                   NOT AT END
                       PERFORM MATCH-ONE-ORIGINAL
               END-READ
           END-PERFORM
           CLOSE TransactionLog.

       MATCH-ONE-ORIGINAL.
           PERFORM VARYING WS-REV-IX FROM 1 BY 1
                   UNTIL WS-REV-IX > WS-REV-COUNT
               IF WS-REV-REF(WS-REV-IX) = LogTimestamp
                       AND WS-REV-ACCOUNT(WS-REV-IX)
                           = LogAccountNumber
                       AND WS-REV-OP(WS-REV-IX) = LogOperatorId
                       AND WS-REV-FLAGGED(WS-REV-IX) = "N"
                       AND LogReversalRef = ZERO
                   MOVE "Y" TO WS-REV-FLAGGED(WS-REV-IX)
                   MOVE "POST-REVERSE" TO WS-FIND-CATEGORY
                   MOVE LogOperatorId TO WS-FIND-OP
                   MOVE LogAccountNumber TO WS-FIND-ACCOUNT
                   MOVE LogAmount TO WS-AMOUNT-EDIT
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING LogTransactionType DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       " AT " DELIMITED BY SIZE
                       LogTimestamp DELIMITED BY SIZE
                       " BACKED OUT BY " DELIMITED BY SIZE
                       WS-REV-TYPE(WS-REV-IX) DELIMITED BY SPACE
                       INTO WS-FIND-DETAIL
                   ADD 1 TO WS-POSTREV-COUNT
                   PERFORM WRITE-FINDING
               END-IF
           END-PERFORM.

       WRITE-FINDING.
           ADD 1 TO WS-FINDING-COUNT
           MOVE SPACES TO ReportLine
           STRING "  " DELIMITED BY SIZE
               WS-FIND-CATEGORY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FIND-OP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FIND-ACCOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FIND-DETAIL DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

      * Reads opnorm.dat, keeping only the days inside the norm
      * window (today's own row, from an earlier run tonight, is
      * dropped and written afresh) and totalling each operator's
      * history.
       LOAD-NORM-HISTORY.
           MOVE ZERO TO WS-NORM-COUNT
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT NormFile
           IF WS-NORM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ NormFile INTO NormRecord
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       IF OnDate NOT < WS-NORM-FROM
                               AND OnDate < WS-TODAY
                           PERFORM KEEP-NORM-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NormFile.

       KEEP-NORM-ROW.
           IF WS-NORM-COUNT = 9000
               MOVE "Y" TO WS-NORM-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NORM-COUNT
           MOVE NormRecord TO WS-NORM-REC(WS-NORM-COUNT)
           MOVE OnOperatorId TO WS-SEARCH-OP
           PERFORM FIND-OPERATOR-SLOT
           IF WS-OT-FOUND = "Y"
               ADD 1 TO WS-OT-NORM-DAYS(WS-OT-IX)
               ADD OnCount TO WS-OT-NORM-COUNT(WS-OT-IX)
               ADD OnAmount TO WS-OT-NORM-AMOUNT(WS-OT-IX)
           END-IF.

      * One line per operator who worked today, against their own
      * average day; an outlier is also a finding.
       WRITE-ACTIVITY-SUMMARY.
           OPEN OUTPUT ActivityFile
           MOVE SPACES TO ActivityLine
           STRING "OPERATOR ACTIVITY AGAINST OWN NORM  "
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO ActivityLine
           WRITE ActivityLine
           MOVE SPACES TO ActivityLine
           STRING "  OPER R COUNT         AMOUNT TODAY DAYS "
               DELIMITED BY SIZE
               "AVG COUNT     AVG AMOUNT FLAG" DELIMITED BY SIZE
               INTO ActivityLine
           WRITE ActivityLine
           PERFORM VARYING WS-OT-IX FROM 1 BY 1
                   UNTIL WS-OT-IX > WS-OT-COUNT-USED
               IF WS-OT-COUNT(WS-OT-IX) > ZERO
                   PERFORM SUMMARIZE-OPERATOR
               END-IF
           END-PERFORM
           CLOSE ActivityFile.

       SUMMARIZE-OPERATOR.
           MOVE ZERO TO WS-AVG-COUNT
           MOVE ZERO TO WS-AVG-AMOUNT
           MOVE SPACES TO WS-NORM-FLAG
           IF WS-OT-NORM-DAYS(WS-OT-IX) > ZERO
               COMPUTE WS-AVG-COUNT ROUNDED =
                   WS-OT-NORM-COUNT(WS-OT-IX)
                       / WS-OT-NORM-DAYS(WS-OT-IX)
               COMPUTE WS-AVG-AMOUNT ROUNDED =
                   WS-OT-NORM-AMOUNT(WS-OT-IX)
                       / WS-OT-NORM-DAYS(WS-OT-IX)
           END-IF
           IF WS-OT-NORM-DAYS(WS-OT-IX) < WS-NORM-MIN-DAYS
               MOVE "NEW" TO WS-NORM-FLAG
           ELSE
               IF WS-OT-COUNT(WS-OT-IX)
                       > WS-AVG-COUNT * WS-OUTLIER-MULTIPLE
                  OR WS-OT-AMOUNT(WS-OT-IX)
                       > WS-AVG-AMOUNT * WS-OUTLIER-MULTIPLE
                   MOVE "OUTLIER" TO WS-NORM-FLAG
               END-IF
           END-IF
           MOVE WS-OT-AMOUNT(WS-OT-IX) TO WS-AMOUNT-EDIT
           MOVE WS-AVG-COUNT TO WS-AVG-COUNT-EDIT
           MOVE WS-AVG-AMOUNT TO WS-AVG-AMOUNT-EDIT
           MOVE SPACES TO ActivityLine
           STRING "  " DELIMITED BY SIZE
               WS-OT-ID(WS-OT-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OT-ROLE(WS-OT-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OT-COUNT(WS-OT-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OT-NORM-DAYS(WS-OT-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AVG-COUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AVG-AMOUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NORM-FLAG DELIMITED BY SIZE
               INTO ActivityLine
           WRITE ActivityLine
           IF WS-NORM-FLAG = "OUTLIER"
               MOVE "OUTLIER" TO WS-FIND-CATEGORY
               MOVE WS-OT-ID(WS-OT-IX) TO WS-FIND-OP
               MOVE ZERO TO WS-FIND-ACCOUNT
               MOVE SPACES TO WS-FIND-DETAIL
               STRING "TODAY " DELIMITED BY SIZE
                   WS-OT-COUNT(WS-OT-IX) DELIMITED BY SIZE
                   " ENTRIES " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   " VS AVERAGE " DELIMITED BY SIZE
                   WS-AVG-COUNT-EDIT DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   WS-AVG-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO WS-FIND-DETAIL
               ADD 1 TO WS-OUTLIER-COUNT
               PERFORM WRITE-FINDING
           END-IF.

      * Rewrites opnorm.dat: the kept window plus today's row for
      * every operator who worked.
       SAVE-NORM-HISTORY.
           IF WS-NORM-OVERFLOW = "Y"
               DISPLAY "Operator norm history exceeds 9000 rows - "
                   "cannot update it safely."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NormFile
           PERFORM VARYING WS-NORM-IX FROM 1 BY 1
                   UNTIL WS-NORM-IX > WS-NORM-COUNT
               MOVE WS-NORM-REC(WS-NORM-IX) TO NormRecord
               WRITE NormRecord
           END-PERFORM
           PERFORM VARYING WS-OT-IX FROM 1 BY 1
                   UNTIL WS-OT-IX > WS-OT-COUNT-USED
               IF WS-OT-COUNT(WS-OT-IX) > ZERO
                   MOVE SPACES TO NormRecord
                   MOVE WS-TODAY TO OnDate
                   MOVE WS-OT-ID(WS-OT-IX) TO OnOperatorId
                   MOVE WS-OT-COUNT(WS-OT-IX) TO OnCount
                   MOVE WS-OT-AMOUNT(WS-OT-IX) TO OnAmount
                   WRITE NormRecord
               END-IF
           END-PERFORM
           CLOSE NormFile.

      * Pulls this job's thresholds from the central parameter
      * file, keeping the compiled-in defaults when a key is not on
      * file.
       LOAD-PARAMETERS.
           MOVE "OVERRIDE-LIMIT" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-OVERRIDE-LIMIT
           END-IF
           MOVE "SOD-WATCH-DAYS" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-WATCH-DAYS
           END-IF
           MOVE "BRANCH-OPEN-TIME" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-OPEN-TIME
           END-IF
           MOVE "BRANCH-CLOSE-TIME" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-CLOSE-TIME
           END-IF
           MOVE "OUTLIER-MULTIPLE" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-OUTLIER-MULTIPLE
           END-IF
           MOVE "ACTIVITY-NORM-DAYS" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-NORM-DAYS
           END-IF
           MOVE "NORM-MIN-DAYS" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-NORM-MIN-DAYS
           END-IF.

       GET-PARAMETER.
           CALL "ParamLookup" USING WS-PARM-KEY WS-PARM-VALUE
               WS-PARM-FOUND.
