      * 10/15/2026 - new callable subprogram (the ParamLookup
      *              pattern): proves a daily log extract before a
      *              step reads it. Callers pass the extract's file
      *              name (daylogac.dat or daylogty.dat) and the
      *              business date they want, and get back "Y" when
      *              the extract may be used. The extract is recounted
      *              - entry count, amount total, account hash, and
      *              every entry carrying the date - against the
      *              dayctl.dat control row. An extract that is
      *              missing, built for another date (a restart after
      *              the date rolled, or no extract step this cycle)
      *              or out of balance is rebuilt by calling
      *              DailyLogExtract and proved once more. A date
      *              other than the settled business date cannot be
      *              rebuilt and comes back "N", as does an extract
      *              that still will not prove; the caller then sweeps
      *              translog.dat for the day as it always did.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DayExtractCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DayControlFile ASSIGN TO "dayctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT DayExtract ASSIGN USING WS-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DayControlFile.
       COPY DAYCTL.

       FD  DayExtract.
       COPY TRANLOG.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS       PIC XX.
       01  WS-EXTRACT-STATUS       PIC XX.
       01  WS-EXTRACT-NAME         PIC X(12).
       01  WS-EOF-EXTRACT          PIC X(01).
       01  WS-HAVE-CONTROL         PIC X(01).
       01  WS-WRONG-DATE-COUNT     PIC 9(9).
       01  WS-DETAIL-COUNT         PIC 9(9).
       01  WS-AMOUNT-TOTAL         PIC 9(15)V99.
       01  WS-ACCOUNT-HASH         PIC 9(15).
       01  WS-EXTRACT-PROBLEM      PIC X(20).
       01  WS-BD-OPEN-DATE         PIC 9(8).
       01  WS-BD-PRIOR-DATE        PIC 9(8).
       01  WS-BD-FOUND             PIC X(01).

       LINKAGE SECTION.
       01  LS-EXTRACT-NAME         PIC X(12).
       01  LS-BUSINESS-DATE        PIC 9(8).
       01  LS-EXTRACT-OK           PIC X(01).

       PROCEDURE DIVISION USING LS-EXTRACT-NAME LS-BUSINESS-DATE
               LS-EXTRACT-OK.
       MAIN-LOGIC.
           MOVE "N" TO LS-EXTRACT-OK
           MOVE LS-EXTRACT-NAME TO WS-EXTRACT-NAME
           PERFORM PROVE-EXTRACT
           IF WS-EXTRACT-PROBLEM = SPACES
               MOVE "Y" TO LS-EXTRACT-OK
               GOBACK
           END-IF
           CALL "BusinessDay" USING WS-BD-OPEN-DATE
               WS-BD-PRIOR-DATE WS-BD-FOUND
           IF LS-BUSINESS-DATE NOT = WS-BD-PRIOR-DATE
               DISPLAY "Day extract " WS-EXTRACT-NAME " "
                   FUNCTION TRIM(WS-EXTRACT-PROBLEM) " for "
                   LS-BUSINESS-DATE " - not the settled business "
                   "date, so not rebuilt."
               GOBACK
           END-IF
           DISPLAY "Day extract " WS-EXTRACT-NAME " "
               FUNCTION TRIM(WS-EXTRACT-PROBLEM) " for "
               LS-BUSINESS-DATE " - rebuilding from the log."
           CALL "DailyLogExtract"
           CANCEL "DailyLogExtract"
           PERFORM PROVE-EXTRACT
           IF WS-EXTRACT-PROBLEM = SPACES
               MOVE "Y" TO LS-EXTRACT-OK
           ELSE
               DISPLAY "WARNING: rebuilt day extract "
                   WS-EXTRACT-NAME " "
                   FUNCTION TRIM(WS-EXTRACT-PROBLEM) "."
           END-IF
           GOBACK.

      * Leaves WS-EXTRACT-PROBLEM blank when the control row is for
      * the date asked and the extract recounts to it exactly.
       PROVE-EXTRACT.
           MOVE SPACES TO WS-EXTRACT-PROBLEM
           MOVE "N" TO WS-HAVE-CONTROL
           OPEN INPUT DayControlFile
           IF WS-CONTROL-STATUS = "00"
               READ DayControlFile INTO DayControlRecord
                   NOT AT END
                       MOVE "Y" TO WS-HAVE-CONTROL
               END-READ
               CLOSE DayControlFile
           END-IF
           IF WS-HAVE-CONTROL NOT = "Y"
               MOVE "has no control row" TO WS-EXTRACT-PROBLEM
               EXIT PARAGRAPH
           END-IF
           IF DcBusinessDate NOT = LS-BUSINESS-DATE
               MOVE "is stale" TO WS-EXTRACT-PROBLEM
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE ZERO TO WS-AMOUNT-TOTAL
           MOVE ZERO TO WS-ACCOUNT-HASH
           MOVE ZERO TO WS-WRONG-DATE-COUNT
           MOVE "N" TO WS-EOF-EXTRACT
           OPEN INPUT DayExtract
           IF WS-EXTRACT-STATUS NOT = "00"
               MOVE "is missing" TO WS-EXTRACT-PROBLEM
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-EXTRACT = "Y"
               READ DayExtract INTO TransactionLogRecord
                   AT END
                       MOVE "Y" TO WS-EOF-EXTRACT
                   NOT AT END
                       ADD 1 TO WS-DETAIL-COUNT
                       ADD LogAmount TO WS-AMOUNT-TOTAL
                       ADD LogAccountNumber TO WS-ACCOUNT-HASH
                       IF LogTimestamp(1:8) NOT = LS-BUSINESS-DATE
                           ADD 1 TO WS-WRONG-DATE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DayExtract
           IF WS-DETAIL-COUNT NOT = DcRecordCount
                   OR WS-AMOUNT-TOTAL NOT = DcAmountTotal
                   OR WS-ACCOUNT-HASH NOT = DcAccountHash
                   OR WS-WRONG-DATE-COUNT NOT = ZERO
               MOVE "is out of balance" TO WS-EXTRACT-PROBLEM
           END-IF.
