      * 08/22/2026 - the reporting threshold now comes from the
      *              central parameter file (key LCTR-THRESHOLD),
      *              default kept.
      * 10/15/2026 - the report covers the settled (prior) business
      *              date rather than the wall-clock day, and reads
      *              it off the cycle's proved account-order day
      *              extract (daylogac.dat) instead of the whole log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LargeCashReport.

               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TransactionLog ASSIGN USING WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-EOF-LOG              PIC X(01) VALUE "N".
       01  WS-REPORT-DATE          PIC 9(8).
       01  WS-BD-OPEN-DATE         PIC 9(8).
       01  WS-BD-FOUND             PIC X(01).
       01  WS-LOG-FILE-NAME        PIC X(12).
       01  WS-DAY-EXTRACT-OK       PIC X(01).
       01  WS-REPORT-THRESHOLD     PIC 9(10)V99 VALUE 10000.00.
       01  WS-ACCT-TABLE.
           02 WS-ACCT-ENTRY OCCURS 200 TIMES.
       MAIN-PROGRAM.
           DISPLAY "Producing large-cash-transaction report..."
           PERFORM LOAD-PARAMETERS
           CALL "BusinessDay" USING WS-BD-OPEN-DATE
               WS-REPORT-DATE WS-BD-FOUND
           OPEN OUTPUT ReportFile
           PERFORM WRITE-REPORT-HEADER
           PERFORM SWEEP-LOG-FOR-CASH
           WRITE ReportLine.

       SWEEP-LOG-FOR-CASH.
           PERFORM CHOOSE-DAY-SOURCE
           OPEN INPUT TransactionLog
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-PERFORM
           CLOSE TransactionLog.

      * The settled day's entries come off the cycle's day extract
      * once DayExtractCheck has proved it against its control
      * totals; failing that the whole log is swept for the day as
      * it always was.
       CHOOSE-DAY-SOURCE.
           MOVE "daylogac.dat" TO WS-LOG-FILE-NAME
           CALL "DayExtractCheck" USING WS-LOG-FILE-NAME
               WS-REPORT-DATE WS-DAY-EXTRACT-OK
           IF WS-DAY-EXTRACT-OK NOT = "Y"
               MOVE "translog.dat" TO WS-LOG-FILE-NAME
               DISPLAY "WARNING: day extract not usable - the "
                   "whole log is swept instead."
           END-IF.

       TALLY-CASH-ENTRY.
           MOVE "N" TO WS-ACCT-KNOWN
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
