      *              (default 3, the delivery lead time) flags the
      *              order URGENT. The order report goes to
      *              cashfcst.dat.
      * 10/15/2026 - each branch's note order is checked against its
      *              vault (vault.dat): every ORDER line shows the
      *              notes the vault holds in that denomination and
      *              any shortfall the vault must be shipped in from
      *              the cash centre before it can stock the order.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashForecast.

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CASH-STATUS.

           SELECT VaultFile ASSIGN TO "vault.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VAULT-STATUS.

           SELECT ForecastReport ASSIGN TO "cashfcst.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  CashPositionFile.
       COPY ATMCASH.

       FD  VaultFile.
       COPY VAULT.

       FD  ForecastReport.
       01  ReportLine              PIC X(100).

       01  WS-RUN-DRY-DAYS         PIC 9(5) VALUE 99999.
       01  WS-URGENT               PIC X(01) VALUE "N".
       01  WS-AMOUNT-EDIT          PIC Z(11)9.99.
      * Branch vault rows, as loaded from vault.dat.
       01  WS-VAULT-STATUS         PIC XX.
       01  WS-VAULT-TABLE.
           02 WS-VAULT-REC OCCURS 200 TIMES PIC X(44).
       01  WS-VAULT-COUNT          PIC 9(03) COMP VALUE ZERO.
       01  WS-VAULT-IX             PIC 9(03) COMP.
       01  WS-VAULT-OVERFLOW       PIC X(01) VALUE "N".
       01  WS-VAULT-BRANCH-FOUND   PIC X(01).
       01  WS-VAULT-NOTES          PIC 9(7).
       01  WS-VAULT-SHORT          PIC 9(7).
       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC 9(10)V9(4).
       01  WS-PARM-FOUND           PIC X(01).
           PERFORM SWEEP-ARCHIVED-MONTHS
           PERFORM SWEEP-CURRENT-LOG
           PERFORM LOAD-CASH-POSITION
           PERFORM LOAD-VAULT-BOOK
           PERFORM WRITE-FORECAST-REPORT
           DISPLAY "Replenishment forecast written to "
               "cashfcst.dat (" WS-BRANCH-COUNT " branch(es))."
                               DELIMITED BY SIZE
                           INTO ReportLine
                       WRITE ReportLine
                       PERFORM CHECK-ORDER-AGAINST-VAULT
                   END-IF
                   COMPUTE WS-ORDER-REMAIN =
                       WS-ORDER-REMAIN - WS-ORDER-NOTES
               END-IF
           END-PERFORM.

      * One ORDER line against the branch vault: what it holds in
      * the denomination and the notes short. A branch with no vault
      * (or a vault book too big to load) is not checked.
       CHECK-ORDER-AGAINST-VAULT.
           IF WS-VAULT-OVERFLOW = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-VAULT-BRANCH-FOUND
           MOVE ZERO TO WS-VAULT-NOTES
           PERFORM VARYING WS-VAULT-IX FROM 1 BY 1
                   UNTIL WS-VAULT-IX > WS-VAULT-COUNT
               MOVE WS-VAULT-REC(WS-VAULT-IX) TO VaultRecord
               IF VtBranchId = WS-DMD-BRANCH(WS-BRANCH-IX)
                   MOVE "Y" TO WS-VAULT-BRANCH-FOUND
                   IF VtDenomination = WS-CASH-DENOM(WS-CASH-IX)
                       MOVE VtNoteCount TO WS-VAULT-NOTES
                   END-IF
               END-IF
           END-PERFORM
           IF WS-VAULT-BRANCH-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReportLine
           IF WS-VAULT-NOTES < WS-ORDER-NOTES
               COMPUTE WS-VAULT-SHORT =
                   WS-ORDER-NOTES - WS-VAULT-NOTES
               STRING "    VAULT HOLDS " DELIMITED BY SIZE
                   WS-VAULT-NOTES DELIMITED BY SIZE
                   " - SHORT " DELIMITED BY SIZE
                   WS-VAULT-SHORT DELIMITED BY SIZE
                   ", SHIP IN FROM CASH CENTRE" DELIMITED BY SIZE
                   INTO ReportLine
           ELSE
               STRING "    VAULT HOLDS " DELIMITED BY SIZE
                   WS-VAULT-NOTES DELIMITED BY SIZE
                   " - COVERED" DELIMITED BY SIZE
                   INTO ReportLine
           END-IF
           WRITE ReportLine.

       LOAD-VAULT-BOOK.
           OPEN INPUT VaultFile
           IF WS-VAULT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "00" TO WS-VAULT-STATUS
           PERFORM UNTIL WS-VAULT-STATUS = "10"
               READ VaultFile INTO VaultRecord
                   AT END
                       MOVE "10" TO WS-VAULT-STATUS
                   NOT AT END
                       IF WS-VAULT-COUNT = 200
                           MOVE "Y" TO WS-VAULT-OVERFLOW
                       ELSE
                           ADD 1 TO WS-VAULT-COUNT
                           MOVE VaultRecord
                               TO WS-VAULT-REC(WS-VAULT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VaultFile
           IF WS-VAULT-OVERFLOW = "Y"
               DISPLAY "vault.dat exceeds 200 rows - note orders "
                   "not checked against the vaults."
           END-IF.

      * The whole position against total average daily demand: the
      * projected run-dry horizon, flagged URGENT when it is inside
      * the delivery lead time.
