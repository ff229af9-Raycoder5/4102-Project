      *              state-rem.dat remittance file in a fixed layout,
      *              and the account is closed. The review run writes
      *              nothing but the report.
      * 10/15/2026 - official checks: items on the offchk.dat
      *              register still outstanding or stopped longer
      *              than OFFCHK-ESCHEAT-DAYS after issue (default:
      *              the account holding period) are candidates too.
      *              The CONFIRM run takes the amount out of the
      *              settlement account named by OFFCHK-SETTLE-ACCT
      *              (OC-ESCHEAT), marks the register row escheated
      *              and remits it under the payee's name with the
      *              remitter's account number.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Escheatment.

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OfficialCheckFile ASSIGN TO "offchk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OFFCHK-STATUS.

           SELECT RemitFile ASSIGN TO "state-rem.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  ReportFile.
       01  ReportLine              PIC X(100).

       FD  OfficialCheckFile.
       COPY OFFCHK.

       FD  RemitFile.
       01  RemitRecord.
           02 EsAccountNumber     PIC 9(8).
       01  WS-ESCHEATED-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-ESCHEAT-AMOUNT       PIC 9(10)V99.
       01  WS-BALANCE-EDIT         PIC -(10)9.99.
       01  WS-OFFCHK-STATUS        PIC XX.
       01  WS-OC-SETTLE-ACCT       PIC 9(8) VALUE ZERO.
       01  WS-OC-HOLD-DAYS         PIC 9(5) VALUE ZERO.
       01  WS-OC-TABLE.
           02 WS-OC-REC OCCURS 2000 TIMES PIC X(106).
       01  WS-OC-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-OC-IX                PIC 9(04) COMP.
       01  WS-OC-OVERFLOW          PIC X(01) VALUE "N".
       01  WS-OC-CHANGED           PIC X(01) VALUE "N".
       01  WS-OC-SETTLE-OK         PIC X(01).
       01  WS-OC-CHECK-LABEL       PIC X(20).
       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC 9(10)V9(4).
       01  WS-PARM-FOUND           PIC X(01).
                       PERFORM EXAMINE-ACCOUNT
               END-READ
           END-PERFORM
           PERFORM SWEEP-OFFICIAL-CHECKS
           CLOSE AccountFile
           CLOSE ReportFile
           DISPLAY "Candidates reported: " WS-CANDIDATE-COUNT
               AccountNumber OF AccountData " amount "
               WS-ESCHEAT-AMOUNT.

      * Official checks nobody has cashed. The register is only
      * touched when the settlement account is configured and the
      * whole register could be loaded.
       SWEEP-OFFICIAL-CHECKS.
           IF WS-OC-SETTLE-ACCT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-OFFICIAL-CHECKS
           IF WS-OC-OVERFLOW = "Y"
               DISPLAY "offchk.dat exceeds 2000 rows - official "
                   "checks not examined."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OC-IX FROM 1 BY 1
                   UNTIL WS-OC-IX > WS-OC-COUNT
               MOVE WS-OC-REC(WS-OC-IX) TO OfficialCheckRecord
               IF OC-OUTSTANDING OR OC-STOPPED
                   PERFORM EXAMINE-OFFICIAL-CHECK
               END-IF
           END-PERFORM
           IF WS-OC-CHANGED = "Y"
               PERFORM SAVE-OFFICIAL-CHECKS
           END-IF.

       EXAMINE-OFFICIAL-CHECK.
           COMPUTE WS-DAYS-INACTIVE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(OcIssueDate)
           IF WS-DAYS-INACTIVE < WS-OC-HOLD-DAYS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CANDIDATE-COUNT
           MOVE OcAmount TO WS-BALANCE-EDIT
           MOVE SPACES TO ReportLine
           STRING "  OFFICIAL CHECK " DELIMITED BY SIZE
               OcCheckNumber DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OcPayee DELIMITED BY SIZE
               " OUTSTANDING " DELIMITED BY SIZE
               WS-DAYS-INACTIVE DELIMITED BY SIZE
               " DAY(S) AMOUNT " DELIMITED BY SIZE
               WS-BALANCE-EDIT DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           IF WS-CONFIRM-MODE = "Y"
               PERFORM ESCHEAT-OFFICIAL-CHECK
           END-IF.

      * The confirmation leg for an official check: the money
      * leaves the settlement account for the state and the
      * register row is closed off as escheated.
       ESCHEAT-OFFICIAL-CHECK.
           MOVE "Y" TO WS-OC-SETTLE-OK
           MOVE WS-OC-SETTLE-ACCT TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   MOVE "N" TO WS-OC-SETTLE-OK
           END-READ
           IF WS-OC-SETTLE-OK NOT = "Y"
               DISPLAY "Settlement account " WS-OC-SETTLE-ACCT
                   " not on file - official check " OcCheckNumber
                   " not escheated."
               EXIT PARAGRAPH
           END-IF
           SUBTRACT OcAmount FROM AccountBalance OF AccountData
           MOVE WS-TODAY TO LastActivityDate OF AccountData
           REWRITE AccountData
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error escheating official check "
                   OcCheckNumber
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ESCHEATED-COUNT
           MOVE WS-OC-SETTLE-ACCT TO LogAccountNumber
           MOVE "OC-ESCHEAT" TO LogTransactionType
           MOVE OcAmount TO LogAmount
           MOVE AccountBalance OF AccountData TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG
           SET OC-ESCHEATED TO TRUE
           MOVE WS-TODAY TO OcStatusDate
           MOVE OfficialCheckRecord TO WS-OC-REC(WS-OC-IX)
           MOVE "Y" TO WS-OC-CHANGED
           MOVE SPACES TO WS-OC-CHECK-LABEL
           STRING "OFFICIAL CHK " DELIMITED BY SIZE
               OcCheckNumber DELIMITED BY SIZE
               INTO WS-OC-CHECK-LABEL
           MOVE SPACES TO RemitRecord
           MOVE OcRemitterAccount TO EsAccountNumber
           MOVE OcPayee TO EsAccountName
           MOVE WS-OC-CHECK-LABEL TO EsSecondaryName
           MOVE OcIssueDate TO EsLastActivity
           MOVE OcAmount TO EsAmount
           PERFORM APPEND-REMITTANCE-RECORD
           DISPLAY "Escheated official check " OcCheckNumber
               " amount " OcAmount.

       LOAD-OFFICIAL-CHECKS.
           MOVE ZERO TO WS-OC-COUNT
           OPEN INPUT OfficialCheckFile
           IF WS-OFFCHK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "00" TO WS-OFFCHK-STATUS
           PERFORM UNTIL WS-OFFCHK-STATUS = "10"
               READ OfficialCheckFile INTO OfficialCheckRecord
                   AT END
                       MOVE "10" TO WS-OFFCHK-STATUS
                   NOT AT END
                       IF WS-OC-COUNT = 2000
                           MOVE "Y" TO WS-OC-OVERFLOW
                       ELSE
                           ADD 1 TO WS-OC-COUNT
                           MOVE OfficialCheckRecord
                               TO WS-OC-REC(WS-OC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OfficialCheckFile.

       SAVE-OFFICIAL-CHECKS.
           OPEN OUTPUT OfficialCheckFile
           PERFORM VARYING WS-OC-IX FROM 1 BY 1
                   UNTIL WS-OC-IX > WS-OC-COUNT
               MOVE WS-OC-REC(WS-OC-IX) TO OfficialCheckRecord
               WRITE OfficialCheckRecord
           END-PERFORM
           CLOSE OfficialCheckFile.

       WRITE-REMITTANCE-RECORD.
           MOVE SPACES TO RemitRecord
           MOVE AccountNumber OF AccountData TO EsAccountNumber
               TO EsSecondaryName
           MOVE LastActivityDate OF AccountData TO EsLastActivity
           MOVE WS-ESCHEAT-AMOUNT TO EsAmount
           PERFORM APPEND-REMITTANCE-RECORD.

       APPEND-REMITTANCE-RECORD.
           MOVE WS-TODAY TO EsRemitDate
           OPEN EXTEND RemitFile
           IF WS-REMIT-STATUS = "35"
           MOVE "BTCH" TO LogTerminalId
           CALL "TranLogger" USING TransactionLogRecord.

      * Pulls the statutory holding periods and the official-check
      * settlement account from the central parameter file, keeping
      * the defaults when a key is absent.
       LOAD-PARAMETERS.
           MOVE "ESCHEAT-HOLD-DAYS" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-HOLD-DAYS
           END-IF
           MOVE WS-HOLD-DAYS TO WS-OC-HOLD-DAYS
           MOVE "OFFCHK-ESCHEAT-DAYS" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-OC-HOLD-DAYS
           END-IF
           MOVE "OFFCHK-SETTLE-ACCT" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-OC-SETTLE-ACCT
           END-IF.

       GET-PARAMETER.
