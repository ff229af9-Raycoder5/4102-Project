      * 10/15/2026 - new batch program: nightly official check
      *              reconciliation. Every item still owed on the
      *              offchk.dat register - outstanding or stopped -
      *              is totalled and proved against the balance of
      *              the settlement account named by the
      *              OFFCHK-SETTLE-ACCT parameter; the two must agree
      *              to the cent. Items outstanding longer than
      *              OFFCHK-STALE-DAYS (default 180) are listed as
      *              stale-dated with their age, ahead of the day
      *              Escheatment takes them. The result lands on
      *              offchkrc.dat. The run only reads.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OfficialCheckRecon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AccountFile ASSIGN TO "card.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AccountNumber
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OfficialCheckFile ASSIGN TO "offchk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OFFCHK-STATUS.

           SELECT ReportFile ASSIGN TO "offchkrc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AccountFile.
       COPY ACCTREC.

       FD  OfficialCheckFile.
       COPY OFFCHK.

       FD  ReportFile.
       01  ReportLine              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-OFFCHK-STATUS        PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-EOF-CHECKS           PIC X(01) VALUE "N".
       01  WS-TODAY                PIC 9(8).
       01  WS-STALE-DAYS           PIC 9(5) VALUE 180.
       01  WS-SETTLE-ACCT          PIC 9(8) VALUE ZERO.
       01  WS-SETTLE-FOUND         PIC X(01) VALUE "N".
       01  WS-SETTLE-BALANCE       PIC S9(10)V99 VALUE ZERO.
       01  WS-ITEM-AGE             PIC S9(9).
       01  WS-OUTSTANDING-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-OUTSTANDING-TOTAL    PIC 9(11)V99 VALUE ZERO.
       01  WS-STOPPED-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-STALE-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-STALE-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  WS-DIFFERENCE           PIC S9(11)V99.
       01  WS-AMOUNT-EDIT          PIC Z(11)9.99.
       01  WS-SIGNED-EDIT          PIC -(11)9.99.
       01  WS-AGE-EDIT             PIC Z(8)9.
       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC 9(10)V9(4).
       01  WS-PARM-FOUND           PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Reconciling the official check register..."
           PERFORM LOAD-PARAMETERS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ReportLine
           STRING "OFFICIAL CHECK RECONCILIATION  " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               "  STALE AFTER " DELIMITED BY SIZE
               WS-STALE-DAYS DELIMITED BY SIZE
               " DAY(S)" DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "  STALE   CHECK  REMITTER ISSUED   AGE(DAYS) "
               DELIMITED BY SIZE
               "         AMOUNT PAYEE" DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           IF WS-SETTLE-ACCT = ZERO
               DISPLAY "No settlement account configured "
                   "(OFFCHK-SETTLE-ACCT) - nothing to reconcile."
               MOVE SPACES TO ReportLine
               STRING "  NO SETTLEMENT ACCOUNT CONFIGURED - "
                   DELIMITED BY SIZE
                   "RECONCILIATION NOT RUN" DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
               CLOSE ReportFile
               GOBACK
           END-IF
           PERFORM READ-SETTLEMENT-ACCOUNT
           PERFORM SWEEP-REGISTER
           PERFORM WRITE-RECON-SUMMARY
           CLOSE ReportFile
           GOBACK.

       READ-SETTLEMENT-ACCOUNT.
           OPEN INPUT AccountFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "card.dat not available - status "
                   WS-FILE-STATUS "."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SETTLE-ACCT TO AccountNumber
           READ AccountFile
               INVALID KEY
                   DISPLAY "Settlement account " WS-SETTLE-ACCT
                       " is not on the master."
               NOT INVALID KEY
                   MOVE "Y" TO WS-SETTLE-FOUND
                   MOVE AccountBalance TO WS-SETTLE-BALANCE
           END-READ
           CLOSE AccountFile.

      * Outstanding and stopped items are both still owed by the
      * bank; paid, voided and escheated items have left the
      * settlement account.
       SWEEP-REGISTER.
           OPEN INPUT OfficialCheckFile
           IF WS-OFFCHK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-CHECKS = "Y"
               READ OfficialCheckFile INTO OfficialCheckRecord
                   AT END
                       MOVE "Y" TO WS-EOF-CHECKS
                   NOT AT END
                       IF OC-OUTSTANDING OR OC-STOPPED
                           PERFORM EXAMINE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OfficialCheckFile.

       EXAMINE-OPEN-ITEM.
           ADD 1 TO WS-OUTSTANDING-COUNT
           ADD OcAmount TO WS-OUTSTANDING-TOTAL
           IF OC-STOPPED
               ADD 1 TO WS-STOPPED-COUNT
           END-IF
           COMPUTE WS-ITEM-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(OcIssueDate)
           IF WS-ITEM-AGE NOT > WS-STALE-DAYS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STALE-COUNT
           ADD OcAmount TO WS-STALE-TOTAL
           MOVE OcAmount TO WS-AMOUNT-EDIT
           MOVE WS-ITEM-AGE TO WS-AGE-EDIT
           MOVE SPACES TO ReportLine
           STRING "  STALE  " DELIMITED BY SIZE
               OcCheckNumber DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OcRemitterAccount DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OcIssueDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AGE-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OcPayee DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

       WRITE-RECON-SUMMARY.
           IF WS-STALE-COUNT = ZERO
               MOVE SPACES TO ReportLine
               STRING "  NO STALE-DATED ITEMS" DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-IF
           MOVE WS-STALE-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO ReportLine
           STRING "STALE-DATED ITEMS: " DELIMITED BY SIZE
               WS-STALE-COUNT DELIMITED BY SIZE
               " TOTAL " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE WS-OUTSTANDING-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO ReportLine
           STRING "REGISTER OUTSTANDING: " DELIMITED BY SIZE
               WS-OUTSTANDING-COUNT DELIMITED BY SIZE
               " ITEM(S) (" DELIMITED BY SIZE
               WS-STOPPED-COUNT DELIMITED BY SIZE
               " STOPPED) TOTAL " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           IF WS-SETTLE-FOUND NOT = "Y"
               MOVE SPACES TO ReportLine
               STRING "SETTLEMENT ACCOUNT " DELIMITED BY SIZE
                   WS-SETTLE-ACCT DELIMITED BY SIZE
                   " NOT ON FILE - REGISTER NOT PROVED"
                   DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
               DISPLAY "OFFICIAL CHECKS: settlement account not on "
                   "file - register not proved."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SETTLE-BALANCE TO WS-SIGNED-EDIT
           MOVE SPACES TO ReportLine
           STRING "SETTLEMENT ACCOUNT " DELIMITED BY SIZE
               WS-SETTLE-ACCT DELIMITED BY SIZE
               " BALANCE " DELIMITED BY SIZE
               WS-SIGNED-EDIT DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           COMPUTE WS-DIFFERENCE =
               WS-SETTLE-BALANCE - WS-OUTSTANDING-TOTAL
           MOVE WS-DIFFERENCE TO WS-SIGNED-EDIT
           MOVE SPACES TO ReportLine
           IF WS-DIFFERENCE = ZERO
               STRING "RESULT: IN BALANCE" DELIMITED BY SIZE
                   INTO ReportLine
               DISPLAY "OFFICIAL CHECKS IN BALANCE: "
                   WS-OUTSTANDING-COUNT " item(s) outstanding, "
                   WS-STALE-COUNT " stale."
           ELSE
               STRING "RESULT: OUT OF BALANCE BY " DELIMITED BY SIZE
                   WS-SIGNED-EDIT DELIMITED BY SIZE
                   INTO ReportLine
               DISPLAY "OFFICIAL CHECKS OUT OF BALANCE BY "
                   WS-SIGNED-EDIT
           END-IF
           WRITE ReportLine.

      * Pulls the settlement account and the stale-date period from
      * the central parameter file, keeping the defaults when a key
      * is absent.
       LOAD-PARAMETERS.
           MOVE "OFFCHK-SETTLE-ACCT" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-SETTLE-ACCT
           END-IF
           MOVE "OFFCHK-STALE-DAYS" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-STALE-DAYS
           END-IF.

       GET-PARAMETER.
           CALL "ParamLookup" USING WS-PARM-KEY WS-PARM-VALUE
               WS-PARM-FOUND.
