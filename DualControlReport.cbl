      * 10/15/2026 - new batch program: the daily dual-control
      *              report. Expires any change on pendchg.dat still
      *              pending PENDING-EXPIRY-HOURS after it was made,
      *              then lists to dualctl.dat every change approved,
      *              rejected or expired today with the maker's and
      *              the checker's operator IDs and the before and
      *              after values, followed by the changes still
      *              waiting for a second supervisor.
      * 10/15/2026 - product rule changes (type D) go through dual
      *              control too: a type legend heads the report and
      *              the pending product changes are counted on the
      *              summary line.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DualControlReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PendingChangeFile ASSIGN TO "pendchg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT ReportFile ASSIGN TO "dualctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PendingChangeFile.
       COPY PENDCHG.

       FD  ReportFile.
       01  ReportLine              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PEND-STATUS          PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-TODAY                PIC 9(8).
       01  WS-PEND-TABLE.
           02 WS-PEND-REC OCCURS 500 TIMES PIC X(238).
       01  WS-PEND-COUNT           PIC 9(03) COMP VALUE ZERO.
       01  WS-PEND-IX              PIC 9(03) COMP.
       01  WS-PEND-OVERFLOW        PIC X(01) VALUE "N".
       01  WS-PEND-EXPIRY-HOURS    PIC 9(4) VALUE 24.
       01  WS-PEND-AGE-HOURS       PIC S9(7).
       01  WS-PEND-NOW             PIC 9(14).
       01  WS-PEND-NOW-PARTS REDEFINES WS-PEND-NOW.
           02 WS-PEND-NOW-DATE     PIC 9(8).
           02 WS-PEND-NOW-HOUR     PIC 9(2).
           02 FILLER               PIC 9(4).
       01  WS-PEND-MADE            PIC 9(14).
       01  WS-PEND-MADE-PARTS REDEFINES WS-PEND-MADE.
           02 WS-PEND-MADE-DATE    PIC 9(8).
           02 WS-PEND-MADE-HOUR    PIC 9(2).
           02 FILLER               PIC 9(4).
       01  WS-EXPIRED-NOW          PIC 9(05) VALUE ZERO.
       01  WS-APPROVED-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-EXPIRED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-WAITING-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-PRODUCT-WAITING      PIC 9(05) VALUE ZERO.
       01  WS-DECISION             PIC X(08).
       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC 9(10)V9(4).
       01  WS-PARM-FOUND           PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Printing the daily dual-control report..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-PENDING-CHANGES
           IF WS-PEND-OVERFLOW = "Y"
               DISPLAY "Pending change queue exceeds 500 rows - "
                   "cannot update it safely."
               GOBACK
           END-IF
           PERFORM EXPIRE-PENDING-CHANGES
           IF WS-EXPIRED-NOW > ZERO
               PERFORM SAVE-PENDING-CHANGES
           END-IF
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ReportLine
           STRING "DUAL CONTROL REPORT  " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "  ID     DECISION T KEY                      "
               DELIMITED BY SIZE
               "MAKER CHECKER BEFORE -> AFTER"
               DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "  T: P PARAMETER  X FX RATE  F FEE  D PRODUCT  "
               DELIMITED BY SIZE
               "O OPERATOR ADDED  R ROLE  S OPERATOR STATUS"
               DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-PEND-IX FROM 1 BY 1
                   UNTIL WS-PEND-IX > WS-PEND-COUNT
               MOVE WS-PEND-REC(WS-PEND-IX) TO PendingChangeRecord
               IF NOT PC-PENDING
                       AND PcDecidedTimestamp(1:8) = WS-TODAY
                   EVALUATE TRUE
                       WHEN PC-APPROVED
                           MOVE "APPROVED" TO WS-DECISION
                           ADD 1 TO WS-APPROVED-COUNT
                       WHEN PC-REJECTED
                           MOVE "REJECTED" TO WS-DECISION
                           ADD 1 TO WS-REJECTED-COUNT
                       WHEN OTHER
                           MOVE "EXPIRED " TO WS-DECISION
                           ADD 1 TO WS-EXPIRED-COUNT
                   END-EVALUATE
                   PERFORM PRINT-CHANGE-LINE
               END-IF
           END-PERFORM
           IF WS-APPROVED-COUNT + WS-REJECTED-COUNT
                   + WS-EXPIRED-COUNT = ZERO
               MOVE SPACES TO ReportLine
               STRING "  NO CHANGES DECIDED TODAY"
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
           END-IF
           MOVE SPACES TO ReportLine
           STRING "STILL AWAITING A SECOND SUPERVISOR:"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE "PENDING " TO WS-DECISION
           PERFORM VARYING WS-PEND-IX FROM 1 BY 1
                   UNTIL WS-PEND-IX > WS-PEND-COUNT
               MOVE WS-PEND-REC(WS-PEND-IX) TO PendingChangeRecord
               IF PC-PENDING
                   ADD 1 TO WS-WAITING-COUNT
                   IF PC-PRODUCT
                       ADD 1 TO WS-PRODUCT-WAITING
                   END-IF
                   PERFORM PRINT-CHANGE-LINE
               END-IF
           END-PERFORM
           IF WS-WAITING-COUNT = ZERO
               MOVE SPACES TO ReportLine
               STRING "  NO CHANGES PENDING"
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
           END-IF
           MOVE SPACES TO ReportLine
           STRING "APPROVED: " DELIMITED BY SIZE
               WS-APPROVED-COUNT DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               WS-REJECTED-COUNT DELIMITED BY SIZE
               "  EXPIRED: " DELIMITED BY SIZE
               WS-EXPIRED-COUNT DELIMITED BY SIZE
               "  PENDING: " DELIMITED BY SIZE
               WS-WAITING-COUNT DELIMITED BY SIZE
               " (PRODUCT: " DELIMITED BY SIZE
               WS-PRODUCT-WAITING DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "REVIEWED BY (SUPERVISOR): ________________  "
               DELIMITED BY SIZE
               "DATE: __________" DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           CLOSE ReportFile
           DISPLAY "Dual control report written: "
               WS-APPROVED-COUNT " approved, "
               WS-REJECTED-COUNT " rejected, "
               WS-EXPIRED-COUNT " expired, "
               WS-WAITING-COUNT " pending on dualctl.dat."
           GOBACK.

       PRINT-CHANGE-LINE.
           MOVE SPACES TO ReportLine
           STRING "  " DELIMITED BY SIZE
               PcChangeId DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DECISION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PcChangeType DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PcKey DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PcMakerId DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PcCheckerId DELIMITED BY SIZE
               "    [" DELIMITED BY SIZE
               FUNCTION TRIM(PcOldValue) DELIMITED BY SIZE
               "] -> [" DELIMITED BY SIZE
               FUNCTION TRIM(PcNewValue) DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

      * Same rule as the approval screen: a change made
      * PENDING-EXPIRY-HOURS or more ago expires unapplied.
       EXPIRE-PENDING-CHANGES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-PEND-NOW
           PERFORM VARYING WS-PEND-IX FROM 1 BY 1
                   UNTIL WS-PEND-IX > WS-PEND-COUNT
               MOVE WS-PEND-REC(WS-PEND-IX) TO PendingChangeRecord
               IF PC-PENDING
                   MOVE PcMadeTimestamp TO WS-PEND-MADE
                   COMPUTE WS-PEND-AGE-HOURS =
                       (FUNCTION INTEGER-OF-DATE(WS-PEND-NOW-DATE)
                      - FUNCTION INTEGER-OF-DATE(WS-PEND-MADE-DATE))
                      * 24 + WS-PEND-NOW-HOUR - WS-PEND-MADE-HOUR
                   IF WS-PEND-AGE-HOURS NOT < WS-PEND-EXPIRY-HOURS
                       SET PC-EXPIRED TO TRUE
                       MOVE ZERO TO PcCheckerId
                       MOVE WS-PEND-NOW TO PcDecidedTimestamp
                       MOVE PendingChangeRecord
                           TO WS-PEND-REC(WS-PEND-IX)
                       ADD 1 TO WS-EXPIRED-NOW
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-PENDING-CHANGES.
           MOVE ZERO TO WS-PEND-COUNT
           MOVE "N" TO WS-PEND-OVERFLOW
           OPEN INPUT PendingChangeFile
           IF WS-PEND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "00" TO WS-PEND-STATUS
           PERFORM UNTIL WS-PEND-STATUS = "10"
               READ PendingChangeFile INTO PendingChangeRecord
                   AT END
                       MOVE "10" TO WS-PEND-STATUS
                   NOT AT END
                       IF WS-PEND-COUNT = 500
                           MOVE "Y" TO WS-PEND-OVERFLOW
                       ELSE
                           ADD 1 TO WS-PEND-COUNT
                           MOVE PendingChangeRecord
                               TO WS-PEND-REC(WS-PEND-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PendingChangeFile.

       SAVE-PENDING-CHANGES.
           OPEN OUTPUT PendingChangeFile
           PERFORM VARYING WS-PEND-IX FROM 1 BY 1
                   UNTIL WS-PEND-IX > WS-PEND-COUNT
               MOVE WS-PEND-REC(WS-PEND-IX) TO PendingChangeRecord
               WRITE PendingChangeRecord
           END-PERFORM
           CLOSE PendingChangeFile.

       LOAD-PARAMETERS.
           MOVE "PENDING-EXPIRY-HOURS" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-PEND-EXPIRY-HOURS
           END-IF.

       GET-PARAMETER.
           CALL "ParamLookup" USING WS-PARM-KEY WS-PARM-VALUE
               WS-PARM-FOUND.
