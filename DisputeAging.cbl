      * 10/15/2026 - new batch program: works the ATM dispense
      *              dispute queue on dispute.dat. A claim still open
      *              on or after its provisional-credit due date has
      *              the disputed amount credited back to the account
      *              as a DISP-CREDIT log entry (reversal reference
      *              set to the disputed withdrawal's timestamp) and
      *              goes provisional; an account that is missing or
      *              closed is left open and flagged on the report
      *              instead. Every claim still open or provisional
      *              then prints on the aging report dispage.dat with
      *              its age, due date, deadline and a PAST DEADLINE
      *              flag once the resolution deadline has gone by -
      *              OpsDigest carries the count into the morning
      *              digest.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisputeAging.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AccountFile ASSIGN TO "card.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AccountNumber
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT DisputeFile ASSIGN TO "dispute.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT ReportFile ASSIGN TO "dispage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT TransactionLog ASSIGN TO "translog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AccountFile.
       COPY ACCTREC.

       FD  DisputeFile.
       COPY DISPUTE.

       FD  ReportFile.
       01  ReportLine              PIC X(132).

       FD  TransactionLog.
       COPY TRANLOG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-DISPUTE-STATUS       PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-TODAY                PIC 9(8).
       01  WS-BD-PRIOR-DATE        PIC 9(8).
       01  WS-BD-FOUND             PIC X(01).
       01  WS-ACCOUNTS-OPEN        PIC X(01) VALUE "N".
       01  WS-DISPUTE-TABLE.
           02 WS-DISPUTE-REC OCCURS 500 TIMES PIC X(160).
       01  WS-DISPUTE-COUNT        PIC 9(03) COMP VALUE ZERO.
       01  WS-DISPUTE-IX           PIC 9(03) COMP.
       01  WS-DISPUTE-OVERFLOW     PIC X(01) VALUE "N".
       01  WS-CREDIT-HELD          PIC X(01).
       01  WS-LOG-REF              PIC 9(14) VALUE ZERO.
       01  WS-AGE-DAYS             PIC 9(5).
       01  WS-STATUS-TEXT          PIC X(11).
       01  WS-FLAG-TEXT            PIC X(30).
       01  WS-AMOUNT-EDIT          PIC Z(9)9.99.
       01  WS-CREDITED-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-LISTED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-PAST-DEADLINE-COUNT  PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Aging ATM dispute claims..."
           CALL "BusinessDay" USING WS-TODAY WS-BD-PRIOR-DATE
               WS-BD-FOUND
           PERFORM LOAD-DISPUTE-CLAIMS
           IF WS-DISPUTE-OVERFLOW = "Y"
               DISPLAY "dispute.dat holds more than 500 claims - "
                   "run aborted before any credit was posted."
               GOBACK
           END-IF
           OPEN I-O AccountFile
           IF WS-FILE-STATUS = "35"
               DISPLAY "No accounts on file - provisional credits "
                   "held."
           ELSE
               MOVE "Y" TO WS-ACCOUNTS-OPEN
           END-IF
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ReportLine
           STRING "ATM DISPUTE CLAIM AGING  " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-DISPUTE-IX FROM 1 BY 1
                   UNTIL WS-DISPUTE-IX > WS-DISPUTE-COUNT
               MOVE WS-DISPUTE-REC(WS-DISPUTE-IX) TO DisputeRecord
               IF DS-CLAIM-OPEN OR DS-CLAIM-PROVISIONAL
                   PERFORM AGE-ONE-CLAIM
                   MOVE DisputeRecord TO WS-DISPUTE-REC(WS-DISPUTE-IX)
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = ZERO
               MOVE SPACES TO ReportLine
               STRING "  NO OPEN DISPUTE CLAIMS"
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
           END-IF
           CLOSE ReportFile
           IF WS-ACCOUNTS-OPEN = "Y"
               CLOSE AccountFile
           END-IF
           IF WS-CREDITED-COUNT > ZERO
               PERFORM SAVE-DISPUTE-CLAIMS
           END-IF
           DISPLAY "Provisional credits posted: " WS-CREDITED-COUNT
           DISPLAY "Claims still open:          " WS-LISTED-COUNT
           DISPLAY "Past resolution deadline:   "
               WS-PAST-DEADLINE-COUNT
           GOBACK.

      * One open claim: posts the provisional credit when it has
      * fallen due and not been given yet, then prints the claim's
      * line on the aging report.
       AGE-ONE-CLAIM.
           MOVE "N" TO WS-CREDIT-HELD
           IF DS-CLAIM-OPEN AND DsProvisionalDue NOT > WS-TODAY
               PERFORM POST-PROVISIONAL-CREDIT
           END-IF
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(DsOpenedDate)
           IF DS-CLAIM-OPEN
               MOVE "OPEN" TO WS-STATUS-TEXT
           ELSE
               MOVE "PROVISIONAL" TO WS-STATUS-TEXT
           END-IF
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-CREDIT-HELD = "Y"
               MOVE "CREDIT HELD - ACCOUNT NOT OPEN" TO WS-FLAG-TEXT
           END-IF
           IF DsDeadlineDate < WS-TODAY
               MOVE "PAST DEADLINE" TO WS-FLAG-TEXT
               ADD 1 TO WS-PAST-DEADLINE-COUNT
           END-IF
           ADD 1 TO WS-LISTED-COUNT
           MOVE DsAmount TO WS-AMOUNT-EDIT
           MOVE SPACES TO ReportLine
           STRING "  CLAIM " DELIMITED BY SIZE
               DsClaimNumber DELIMITED BY SIZE
               " ACCT " DELIMITED BY SIZE
               DsAccountNumber DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " BR " DELIMITED BY SIZE
               DsBranchId DELIMITED BY SIZE
               " OPENED " DELIMITED BY SIZE
               DsOpenedDate DELIMITED BY SIZE
               " AGE " DELIMITED BY SIZE
               WS-AGE-DAYS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STATUS-TEXT DELIMITED BY SIZE
               " DUE " DELIMITED BY SIZE
               DsProvisionalDue DELIMITED BY SIZE
               " DEADLINE " DELIMITED BY SIZE
               DsDeadlineDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FLAG-TEXT DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

      * Credits the disputed amount back as DISP-CREDIT. A claim
      * whose account is gone or closed stays open for the
      * supervisor to settle at the branch.
       POST-PROVISIONAL-CREDIT.
           IF WS-ACCOUNTS-OPEN NOT = "Y"
               MOVE "Y" TO WS-CREDIT-HELD
               EXIT PARAGRAPH
           END-IF
           MOVE DsAccountNumber TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   MOVE "Y" TO WS-CREDIT-HELD
           END-READ
           IF WS-CREDIT-HELD = "N"
                   AND ACCOUNT-CLOSED OF AccountData
               MOVE "Y" TO WS-CREDIT-HELD
           END-IF
           IF WS-CREDIT-HELD = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD DsAmount TO AccountBalance OF AccountData
           REWRITE AccountData
           MOVE DsAccountNumber TO LogAccountNumber
           MOVE "DISP-CREDIT" TO LogTransactionType
           MOVE DsAmount TO LogAmount
           MOVE AccountBalance OF AccountData TO LogBalance
           MOVE DsWithdrawStamp TO WS-LOG-REF
           PERFORM WRITE-TRANSACTION-LOG
           MOVE ZERO TO WS-LOG-REF
           SET DS-CLAIM-PROVISIONAL TO TRUE
           MOVE WS-TODAY TO DsProvisionalDate
           ADD 1 TO WS-CREDITED-COUNT
           DISPLAY "Claim " DsClaimNumber ": provisional credit of "
               DsAmount " posted to account " DsAccountNumber ".".

       LOAD-DISPUTE-CLAIMS.
           MOVE ZERO TO WS-DISPUTE-COUNT
           MOVE "N" TO WS-DISPUTE-OVERFLOW
           OPEN INPUT DisputeFile
           IF WS-DISPUTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "00" TO WS-DISPUTE-STATUS
           PERFORM UNTIL WS-DISPUTE-STATUS = "10"
               READ DisputeFile INTO DisputeRecord
                   AT END
                       MOVE "10" TO WS-DISPUTE-STATUS
                   NOT AT END
                       IF WS-DISPUTE-COUNT = 500
                           MOVE "Y" TO WS-DISPUTE-OVERFLOW
                       ELSE
                           ADD 1 TO WS-DISPUTE-COUNT
                           MOVE DisputeRecord
                               TO WS-DISPUTE-REC(WS-DISPUTE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DisputeFile.

       SAVE-DISPUTE-CLAIMS.
           OPEN OUTPUT DisputeFile
           PERFORM VARYING WS-DISPUTE-IX FROM 1 BY 1
                   UNTIL WS-DISPUTE-IX > WS-DISPUTE-COUNT
               MOVE WS-DISPUTE-REC(WS-DISPUTE-IX) TO DisputeRecord
               WRITE DisputeRecord
           END-PERFORM
           CLOSE DisputeFile.

      * Logging is delegated to TranLogger, which stamps the
      * timestamp, appends translog.dat and writes the keyed
      * acchist.dat history entry in one place. The credit carries
      * the disputed withdrawal's timestamp so the pair reads
      * together on statements and sweeps.
       WRITE-TRANSACTION-LOG.
           MOVE ZERO TO LogOperatorId
           MOVE WS-LOG-REF TO LogReversalRef
           MOVE "HQ" TO LogBranchId
           MOVE "BTCH" TO LogTerminalId
           CALL "TranLogger" USING TransactionLogRecord.
