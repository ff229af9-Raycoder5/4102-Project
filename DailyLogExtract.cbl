      * 10/15/2026 - new batch program: the cycle's single pass over
      *              the transaction log, run right after the
      *              business-date cutover. Every translog.dat entry
      *              stamped with the settled (prior) business date
      *              goes to daylogac.dat sorted by account then
      *              timestamp, and the same entries to daylogty.dat
      *              sorted by transaction type, account and
      *              timestamp - both in the TRANLOG layout, so a
      *              step reads either exactly as it read the log.
      *              dayctl.dat is emptied before the sort and only
      *              written once both extracts are complete, with
      *              the entry count, amount total and account hash;
      *              an interrupted run therefore leaves no control
      *              row and the next step to ask for the extract
      *              (through DayExtractCheck) has it rebuilt. The
      *              later steps that want only the settled day's
      *              entries read the extract instead of sweeping
      *              the whole month's log each for themselves.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DailyLogExtract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TransactionLog ASSIGN TO "translog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT AccountExtract ASSIGN TO "daylogac.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-EXTRACT-STATUS.

           SELECT TypeExtract ASSIGN TO "daylogty.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TYPE-EXTRACT-STATUS.

           SELECT DayControlFile ASSIGN TO "dayctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT DaySortFile ASSIGN TO "daysort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  TransactionLog.
       COPY TRANLOG.

       FD  AccountExtract.
       01  AccountExtractLine      PIC X(92).

       FD  TypeExtract.
       01  TypeExtractLine         PIC X(92).

       FD  DayControlFile.
       COPY DAYCTL.

      * The TRANLOG line with only the sort keys named.
       SD  DaySortFile.
       01  DaySortRecord.
           02 DsAccountNumber     PIC 9(8).
           02 FILLER              PIC X(01).
           02 DsTransactionType   PIC X(12).
           02 FILLER              PIC X(27).
           02 DsTimestamp         PIC 9(14).
           02 FILLER              PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-ACCOUNT-EXTRACT-STATUS PIC XX.
       01  WS-TYPE-EXTRACT-STATUS  PIC XX.
       01  WS-CONTROL-STATUS       PIC XX.
       01  WS-EOF-LOG              PIC X(01).
       01  WS-BUSINESS-DATE        PIC 9(8).
       01  WS-BD-OPEN-DATE         PIC 9(8).
       01  WS-BD-FOUND             PIC X(01).
       01  WS-LOG-RECORDS          PIC 9(9).
       01  WS-DETAIL-COUNT         PIC 9(9).
       01  WS-AMOUNT-TOTAL         PIC 9(15)V99.
       01  WS-ACCOUNT-HASH         PIC 9(15).
       01  WS-EXTRACT-FAILED       PIC X(01).
       01  WS-AMOUNT-EDIT          PIC Z(14)9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Extracting the settled day from the log..."
           CALL "BusinessDay" USING WS-BD-OPEN-DATE
               WS-BUSINESS-DATE WS-BD-FOUND
      * Also called again by DayExtractCheck to rebuild within one
      * run, so nothing is left to VALUE clauses.
           MOVE "N" TO WS-EOF-LOG
           MOVE "N" TO WS-EXTRACT-FAILED
           MOVE ZERO TO WS-LOG-RECORDS
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE ZERO TO WS-AMOUNT-TOTAL
           MOVE ZERO TO WS-ACCOUNT-HASH
           OPEN OUTPUT DayControlFile
           CLOSE DayControlFile
           SORT DaySortFile
               ON ASCENDING KEY DsAccountNumber DsTimestamp
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECT-DAY-ENTRIES
               GIVING AccountExtract
           IF SORT-RETURN NOT = ZERO
               MOVE "Y" TO WS-EXTRACT-FAILED
           ELSE
               SORT DaySortFile
                   ON ASCENDING KEY DsTransactionType
                       DsAccountNumber DsTimestamp
                   WITH DUPLICATES IN ORDER
                   USING AccountExtract
                   GIVING TypeExtract
               IF SORT-RETURN NOT = ZERO
                   MOVE "Y" TO WS-EXTRACT-FAILED
               END-IF
           END-IF
           IF WS-EXTRACT-FAILED = "Y"
               DISPLAY "ERROR: day extract sort failed (return "
                   SORT-RETURN ") - no control row written; the "
                   "steps that need it will rebuild it."
               GOBACK
           END-IF
           PERFORM WRITE-CONTROL-ROW
           MOVE WS-AMOUNT-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "Day extract for " WS-BUSINESS-DATE ": "
               WS-DETAIL-COUNT " of " WS-LOG-RECORDS
               " log entries, total " WS-AMOUNT-EDIT
               ", account hash " WS-ACCOUNT-HASH "."
           DISPLAY "Written to daylogac.dat (by account) and "
               "daylogty.dat (by type), controls on dayctl.dat."
           GOBACK.

      * The one pass over translog.dat: the settled day's entries
      * are released to the sort and added into the control totals
      * on the way through.
       SELECT-DAY-ENTRIES.
           OPEN INPUT TransactionLog
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "No transaction log on file - the day "
                   "extract is empty."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-LOG = "Y"
               READ TransactionLog INTO TransactionLogRecord
                   AT END
                       MOVE "Y" TO WS-EOF-LOG
                   NOT AT END
                       ADD 1 TO WS-LOG-RECORDS
                       IF LogTimestamp(1:8) = WS-BUSINESS-DATE
                           ADD 1 TO WS-DETAIL-COUNT
                           ADD LogAmount TO WS-AMOUNT-TOTAL
                           ADD LogAccountNumber TO WS-ACCOUNT-HASH
                           RELEASE DaySortRecord
                               FROM TransactionLogRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionLog.

       WRITE-CONTROL-ROW.
           MOVE SPACES TO DayControlRecord
           MOVE WS-BUSINESS-DATE TO DcBusinessDate
           MOVE WS-DETAIL-COUNT TO DcRecordCount
           MOVE WS-AMOUNT-TOTAL TO DcAmountTotal
           MOVE WS-ACCOUNT-HASH TO DcAccountHash
           MOVE WS-LOG-RECORDS TO DcLogRecords
           MOVE FUNCTION CURRENT-DATE(1:14) TO DcRunTimestamp
           OPEN OUTPUT DayControlFile
           WRITE DayControlRecord
           CLOSE DayControlFile.
