      *              cycle runs past midnight. A date given on the
      *              command line still wins, and with no control
      *              file the wall clock is used as before.
      * 10/15/2026 - the settled business date itself is read off the
      *              cycle's proved type-order day extract
      *              (daylogty.dat) instead of a sweep of the whole
      *              log; any other date in the current month is
      *              still swept from translog.dat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SettlementReport.

               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TransactionLog ASSIGN USING WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       01  WS-BD-OPEN-DATE         PIC 9(8).
       01  WS-BD-PRIOR-DATE        PIC 9(8).
       01  WS-BD-FOUND             PIC X(01).
       01  WS-LOG-FILE-NAME        PIC X(12) VALUE "translog.dat".
       01  WS-DAY-EXTRACT-OK       PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.

       SWEEP-CURRENT-LOG.
           MOVE "N" TO WS-EOF-LOG
           IF WS-BUSINESS-DATE = WS-BD-PRIOR-DATE
               PERFORM CHOOSE-DAY-SOURCE
           END-IF
           OPEN INPUT TransactionLog
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "No transaction log on file."
           END-PERFORM
           CLOSE TransactionLog.

      * The settled day's entries come off the cycle's day extract
      * once DayExtractCheck has proved it against its control
      * totals; failing that the whole log is swept for the day as
      * it always was.
       CHOOSE-DAY-SOURCE.
           MOVE "daylogty.dat" TO WS-LOG-FILE-NAME
           CALL "DayExtractCheck" USING WS-LOG-FILE-NAME
               WS-BUSINESS-DATE WS-DAY-EXTRACT-OK
           IF WS-DAY-EXTRACT-OK NOT = "Y"
               MOVE "translog.dat" TO WS-LOG-FILE-NAME
               DISPLAY "WARNING: day extract not usable - the "
                   "whole log is swept instead."
           END-IF.

      * A business date in a prior month lives in an archive: find it
      * through the catalog and sweep that file instead.
       SWEEP-ARCHIVED-MONTH.
