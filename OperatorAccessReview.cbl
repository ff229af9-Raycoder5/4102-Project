      * 10/15/2026 - new batch program: the quarterly operator access
      *              review. Once per calendar quarter (period
      *              control on postperd.dat, the way
      *              DueDiligenceReview runs monthly) it lists to
      *              oprevw.dat every operator on operator.dat with
      *              role, status, last sign-on date and days since
      *              the password was changed, flagging an active ID
      *              unused for ACCESS-UNUSED-DAYS (default 90) or
      *              never used, and a password past
      *              PASSWORD-EXPIRY-DAYS (default 90). Ends with a
      *              sign-off line for the reviewing supervisor.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorAccessReview.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperatorFile ASSIGN TO "operator.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT PostPeriodFile ASSIGN TO "postperd.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT ReportFile ASSIGN TO "oprevw.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OperatorFile.
       COPY OPERREC.

       FD  PostPeriodFile.
       01  PostPeriodRecord.
           02 PpJobName           PIC X(20).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PpLastPeriod        PIC 9(6).

       FD  ReportFile.
       01  ReportLine              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-STATUS      PIC XX.
       01  WS-PERIOD-STATUS        PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-EOF-OPERATORS        PIC X(01) VALUE "N".
       01  WS-JOB-NAME             PIC X(20)
               VALUE "OperatorAccessReview".
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           02 WS-TODAY-YYYY        PIC 9(4).
           02 WS-TODAY-MM          PIC 9(2).
           02 WS-TODAY-DD          PIC 9(2).
      * A quarter is kept on postperd.dat as YYYY0Q.
       01  WS-CURRENT-PERIOD       PIC 9(6).
       01  WS-LAST-PERIOD          PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-TABLE.
           02 WS-PERIOD-REC OCCURS 20 TIMES PIC X(27).
       01  WS-PERIOD-COUNT         PIC 9(02) COMP VALUE ZERO.
       01  WS-PERIOD-IX            PIC 9(02) COMP.
       01  WS-PERIOD-FOUND         PIC X(01).
       01  WS-QUARTER              PIC 9(1).
       01  WS-UNUSED-DAYS          PIC 9(4) VALUE 90.
       01  WS-PWD-EXPIRY-DAYS      PIC 9(4) VALUE 90.
       01  WS-IDLE-DAYS            PIC S9(7).
       01  WS-PWD-AGE-DAYS         PIC S9(7).
       01  WS-LAST-ON-TEXT         PIC X(08).
       01  WS-PWD-AGE-TEXT         PIC X(07).
       01  WS-DAYS-EDIT            PIC ZZZZZZ9.
       01  WS-FLAG-TEXT            PIC X(30).
       01  WS-OPERATORS-READ       PIC 9(05) VALUE ZERO.
       01  WS-UNUSED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-EXPIRED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-INACTIVE-COUNT       PIC 9(05) VALUE ZERO.

       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC 9(10)V9(4).
       01  WS-PARM-FOUND           PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Running the quarterly operator access review..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-QUARTER = (WS-TODAY-MM - 1) / 3 + 1
           COMPUTE WS-CURRENT-PERIOD = WS-TODAY-YYYY * 100
               + WS-QUARTER
           PERFORM CHECK-POSTING-PERIOD
           IF WS-LAST-PERIOD = WS-CURRENT-PERIOD
               DISPLAY "Quarter " WS-CURRENT-PERIOD
                   " already reviewed - nothing to do."
               GOBACK
           END-IF
           PERFORM LOAD-PARAMETERS
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ReportLine
           STRING "OPERATOR ACCESS REVIEW - QUARTER "
               DELIMITED BY SIZE
               WS-TODAY-YYYY DELIMITED BY SIZE
               "Q" DELIMITED BY SIZE
               WS-QUARTER DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "  OPID NAME                 ROLE STATUS "
               DELIMITED BY SIZE
               "LAST ON  PWD AGE FLAGS" DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           OPEN INPUT OperatorFile
           IF WS-OPERATOR-STATUS = "00"
               PERFORM UNTIL WS-EOF-OPERATORS = "Y"
                   READ OperatorFile INTO OperatorRecord
                       AT END
                           MOVE "Y" TO WS-EOF-OPERATORS
                       NOT AT END
                           ADD 1 TO WS-OPERATORS-READ
                           PERFORM REVIEW-OPERATOR
                   END-READ
               END-PERFORM
               CLOSE OperatorFile
           END-IF
           IF WS-OPERATORS-READ = ZERO
               MOVE SPACES TO ReportLine
               STRING "  NO OPERATORS ON FILE"
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
           END-IF
           MOVE SPACES TO ReportLine
           STRING "OPERATORS: " DELIMITED BY SIZE
               WS-OPERATORS-READ DELIMITED BY SIZE
               "  UNUSED: " DELIMITED BY SIZE
               WS-UNUSED-COUNT DELIMITED BY SIZE
               "  PWD EXPIRED: " DELIMITED BY SIZE
               WS-EXPIRED-COUNT DELIMITED BY SIZE
               "  NOT ACTIVE: " DELIMITED BY SIZE
               WS-INACTIVE-COUNT DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "REVIEWED BY (SUPERVISOR): ________________  "
               DELIMITED BY SIZE
               "DATE: __________" DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           CLOSE ReportFile
           PERFORM MARK-PERIOD-POSTED
           DISPLAY "Access review for quarter " WS-CURRENT-PERIOD
               ": " WS-OPERATORS-READ " operator(s), "
               WS-UNUSED-COUNT " unused, " WS-EXPIRED-COUNT
               " with expired passwords, on oprevw.dat."
           GOBACK.

      * One line per operator. A row from before status and dates
      * were kept reads back blank: active, never signed on, no
      * password date.
       REVIEW-OPERATOR.
           IF OpStatus = SPACE
               SET OP-ACTIVE TO TRUE
           END-IF
           IF OpPwdChangedDate NOT NUMERIC
               MOVE ZERO TO OpPwdChangedDate
           END-IF
           IF OpLastSignOnDate NOT NUMERIC
               MOVE ZERO TO OpLastSignOnDate
           END-IF
           MOVE SPACES TO WS-FLAG-TEXT
           IF OpLastSignOnDate = ZERO
               MOVE "NEVER" TO WS-LAST-ON-TEXT
               MOVE 99999 TO WS-IDLE-DAYS
           ELSE
               MOVE OpLastSignOnDate TO WS-LAST-ON-TEXT
               COMPUTE WS-IDLE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(OpLastSignOnDate)
           END-IF
           IF OpPwdChangedDate = ZERO
               MOVE "NOT SET" TO WS-PWD-AGE-TEXT
               MOVE 99999 TO WS-PWD-AGE-DAYS
           ELSE
               COMPUTE WS-PWD-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(OpPwdChangedDate)
               MOVE WS-PWD-AGE-DAYS TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO WS-PWD-AGE-TEXT
           END-IF
           IF OP-ACTIVE
               IF WS-IDLE-DAYS NOT < WS-UNUSED-DAYS
                   ADD 1 TO WS-UNUSED-COUNT
                   MOVE "UNUSED" TO WS-FLAG-TEXT
               END-IF
               IF WS-PWD-AGE-DAYS NOT < WS-PWD-EXPIRY-DAYS
                   ADD 1 TO WS-EXPIRED-COUNT
                   STRING WS-FLAG-TEXT DELIMITED BY SPACE
                       " PWD-EXPIRED" DELIMITED BY SIZE
                       INTO WS-FLAG-TEXT
               END-IF
           ELSE
               ADD 1 TO WS-INACTIVE-COUNT
           END-IF
           MOVE SPACES TO ReportLine
           STRING "  " DELIMITED BY SIZE
               OpId DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OpName DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OpRole DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               OpStatus DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-LAST-ON-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PWD-AGE-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FLAG-TEXT DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

      * Reads postperd.dat into a small table and leaves the quarter
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

      * Records WS-CURRENT-PERIOD as this job's last quarter,
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

      * Pulls this job's thresholds from the central parameter
      * file, keeping the compiled-in defaults when a key is not on
      * file.
       LOAD-PARAMETERS.
           MOVE "ACCESS-UNUSED-DAYS" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-UNUSED-DAYS
           END-IF
           MOVE "PASSWORD-EXPIRY-DAYS" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-PWD-EXPIRY-DAYS
           END-IF.

       GET-PARAMETER.
           CALL "ParamLookup" USING WS-PARM-KEY WS-PARM-VALUE
               WS-PARM-FOUND.
