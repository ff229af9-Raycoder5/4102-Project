      *              as pending acknowledgment, so GlAckProcess can
      *              tell which batches the GL side never confirmed
      *              instead of the interface being fire-and-forget.
      * 10/15/2026 - mapping table raised from 30 to 60 rows; the
      *              loan CHARGE-OFF (loan loss expense against the
      *              loan receivable) and RECOVERY (deposits against
      *              loan loss recoveries) rows took it past 30.
      * 10/15/2026 - branch accounting. Every detail line now carries
      *              the branch each leg books to: the leg on the
      *              customer's account books to the account's
      *              HomeBranchId, the other leg (cash, clearing,
      *              income) to the branch the entry happened at
      *              (LogBranchId). When the two differ the entry is
      *              split into one line per branch through the
      *              due-to/due-from accounts on the glmap.dat row
      *              INTERBRANCH (debit = due from, credit = due to),
      *              each line naming the other branch, so every
      *              branch balances on its own. The interface file
      *              is then read back and each pair of branches is
      *              proved to net to zero on ibbal.dat; a pair that
      *              does not - or a cross-branch entry sent unsplit
      *              because there is no INTERBRANCH row - is listed
      *              on ibexcp.dat.
      * 10/15/2026 - the day's entries are those stamped with the
      *              settled (prior) business date, read off the
      *              cycle's proved account-order day extract
      *              (daylogac.dat) instead of the whole log; the
      *              wall-clock batch date still dates the batch.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlExtract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TransactionLog ASSIGN USING WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT AccountFile ASSIGN TO "card.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AccountNumber
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT BalanceReport ASSIGN TO "ibbal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT ExceptionReport ASSIGN TO "ibexcp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TransactionLog.
           02 GdSourceAccount     PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 GdTimestamp         PIC 9(14).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 GdDebitBranch       PIC X(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 GdCreditBranch      PIC X(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 GdCounterBranch     PIC X(4).
       01  GlTrailerRecord.
           02 GtRecordType        PIC X(1).
           02 FILLER              PIC X(01) VALUE SPACE.
       FD  GlRegisterFile.
       COPY GLREG.

       FD  AccountFile.
       COPY ACCTREC.

       FD  BalanceReport.
       01  BalanceLine             PIC X(132).

       FD  ExceptionReport.
       01  ExceptionLine           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-MAP-STATUS           PIC XX.
       01  WS-EOF-LOG              PIC X(01) VALUE "N".
       01  WS-EOF-MAP              PIC X(01).
       01  WS-BATCH-DATE           PIC 9(8).
       01  WS-BUSINESS-DATE        PIC 9(8).
       01  WS-BD-OPEN-DATE         PIC 9(8).
       01  WS-BD-FOUND             PIC X(01).
       01  WS-LOG-FILE-NAME        PIC X(12).
       01  WS-DAY-EXTRACT-OK       PIC X(01).
       01  WS-MAP-TABLE.
           02 WS-MAP-ENTRY OCCURS 60 TIMES.
               03 WS-MAP-TYPE     PIC X(12).
               03 WS-MAP-DEBIT    PIC X(8).
               03 WS-MAP-CREDIT   PIC X(8).
       01  WS-UNMAPPED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-REGISTER-STATUS      PIC XX.
       01  WS-BATCH-TIMESTAMP      PIC 9(14).
       01  WS-FILE-STATUS          PIC XX.
       01  WS-BALANCE-STATUS       PIC XX.
       01  WS-EXCEPTION-STATUS     PIC XX.
       01  WS-ACCOUNTS-OPEN        PIC X(01) VALUE "N".
       01  WS-LAST-LOOKUP-ACCOUNT  PIC 9(8) VALUE ZERO.
       01  WS-HOME-BRANCH          PIC X(4) VALUE SPACES.
       01  WS-TXN-BRANCH           PIC X(4).
       01  WS-DEBIT-BRANCH         PIC X(4).
       01  WS-CREDIT-BRANCH        PIC X(4).
       01  WS-ENTRY-DIRECTION      PIC X(01).
       01  WS-INTERBRANCH-MAPPED   PIC X(01) VALUE "N".
       01  WS-DUE-FROM-ACCOUNT     PIC X(8) VALUE SPACES.
       01  WS-DUE-TO-ACCOUNT       PIC X(8) VALUE SPACES.
       01  WS-LINE-DEBIT           PIC X(8).
       01  WS-LINE-CREDIT          PIC X(8).
       01  WS-LINE-DEBIT-BRANCH    PIC X(4).
       01  WS-LINE-CREDIT-BRANCH   PIC X(4).
       01  WS-LINE-COUNTER-BRANCH  PIC X(4).
       01  WS-CROSS-BRANCH-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-EOF-INTF             PIC X(01).

      * One row per pair of branches that moved money between them,
      * the lower branch ID first. Each side's due-from and due-to
      * totals are taken off the interface file as written; the
      * unsplit columns count cross-branch lines that went out with
      * a leg in each branch and no due-to/due-from pair.
       01  WS-PAIR-TABLE.
           02 WS-PAIR-ENTRY OCCURS 100 TIMES.
               03 WS-PAIR-LOW      PIC X(4).
               03 WS-PAIR-HIGH     PIC X(4).
               03 WS-PAIR-MOVES    PIC 9(7).
               03 WS-PAIR-LOW-FROM PIC 9(13)V99.
               03 WS-PAIR-LOW-TO   PIC 9(13)V99.
               03 WS-PAIR-HIGH-FROM PIC 9(13)V99.
               03 WS-PAIR-HIGH-TO  PIC 9(13)V99.
               03 WS-PAIR-UNSPLIT  PIC 9(5).
               03 WS-PAIR-UNSPLIT-AMT PIC 9(13)V99.
       01  WS-PAIR-COUNT           PIC 9(03) COMP VALUE ZERO.
       01  WS-PAIR-IX              PIC 9(03) COMP.
       01  WS-PAIR-COUNT-OUT       PIC 9(03).
       01  WS-PAIR-SIDE            PIC X(01).
       01  WS-PAIRS-DROPPED        PIC 9(5) VALUE ZERO.
       01  WS-PAIR-EXCEPTIONS      PIC 9(5) VALUE ZERO.
       01  WS-BRANCH-A             PIC X(4).
       01  WS-BRANCH-B             PIC X(4).
       01  WS-LOW-NET              PIC S9(13)V99.
       01  WS-HIGH-NET             PIC S9(13)V99.
       01  WS-PAIR-NET             PIC S9(13)V99.
       01  WS-LOW-NET-EDIT         PIC -(12)9.99.
       01  WS-HIGH-NET-EDIT        PIC -(12)9.99.
       01  WS-PAIR-NET-EDIT        PIC -(12)9.99.
       01  WS-UNSPLIT-EDIT         PIC Z(12)9.99.
       01  WS-PAIR-RESULT          PIC X(14).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Extracting the day's journal for the GL..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BATCH-DATE
           CALL "BusinessDay" USING WS-BD-OPEN-DATE
               WS-BUSINESS-DATE WS-BD-FOUND
           PERFORM LOAD-GL-MAPPING
           IF WS-MAP-COUNT = ZERO
               DISPLAY "No GL mapping rows on glmap.dat - extract "
                   "abandoned (nothing written)."
               GOBACK
           END-IF
           OPEN INPUT AccountFile
           IF WS-FILE-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNTS-OPEN
           END-IF
           OPEN OUTPUT GlInterfaceFile
           PERFORM WRITE-BATCH-HEADER
           PERFORM CHOOSE-DAY-SOURCE
           OPEN INPUT TransactionLog
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL WS-EOF-LOG = "Y"
                       AT END
                           MOVE "Y" TO WS-EOF-LOG
                       NOT AT END
                           IF LogTimestamp(1:8) = WS-BUSINESS-DATE
                               PERFORM EXTRACT-LOG-ENTRY
                           END-IF
                   END-READ
           END-IF
           PERFORM WRITE-BATCH-TRAILER
           CLOSE GlInterfaceFile
           IF WS-ACCOUNTS-OPEN = "Y"
               CLOSE AccountFile
           END-IF
           PERFORM REGISTER-SENT-BATCH
           PERFORM PROVE-INTERBRANCH-BALANCE
           PERFORM WRITE-BALANCE-REPORT
           DISPLAY "GL extract written: " WS-DETAIL-COUNT
               " detail record(s), " WS-UNMAPPED-COUNT
               " unmapped entr(ies) skipped."
           DISPLAY "Inter-branch: " WS-CROSS-BRANCH-COUNT
               " cross-branch entr(ies) split, " WS-PAIR-COUNT
               " branch pair(s), " WS-PAIR-EXCEPTIONS
               " exception(s) - see ibbal.dat / ibexcp.dat."
           GOBACK.

      * The settled day's entries come off the cycle's day extract
      * once DayExtractCheck has proved it against its control
      * totals; failing that the whole log is swept for the day as
      * it always was.
       CHOOSE-DAY-SOURCE.
           MOVE "daylogac.dat" TO WS-LOG-FILE-NAME
           CALL "DayExtractCheck" USING WS-LOG-FILE-NAME
               WS-BUSINESS-DATE WS-DAY-EXTRACT-OK
           IF WS-DAY-EXTRACT-OK NOT = "Y"
               MOVE "translog.dat" TO WS-LOG-FILE-NAME
               DISPLAY "WARNING: day extract not usable - the "
                   "whole log is swept instead."
           END-IF.

       LOAD-GL-MAPPING.
           MOVE ZERO TO WS-MAP-COUNT
           MOVE "N" TO WS-EOF-MAP
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-MAP = "Y"
                   OR WS-MAP-COUNT = 60
               READ GlMapFile INTO GlMapRecord
                   AT END
                       MOVE "Y" TO WS-EOF-MAP
                   NOT AT END
                       IF GmTxnType = "INTERBRANCH"
                           MOVE GmDebitAccount TO WS-DUE-FROM-ACCOUNT
                           MOVE GmCreditAccount TO WS-DUE-TO-ACCOUNT
                           MOVE "Y" TO WS-INTERBRANCH-MAPPED
                       ELSE
                           ADD 1 TO WS-MAP-COUNT
                           MOVE GmTxnType
                               TO WS-MAP-TYPE(WS-MAP-COUNT)
                           MOVE GmDebitAccount
                               TO WS-MAP-DEBIT(WS-MAP-COUNT)
                           MOVE GmCreditAccount
                               TO WS-MAP-CREDIT(WS-MAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GlMapFile.
               ADD 1 TO WS-UNMAPPED-COUNT
           END-IF.

      * An entry whose legs book to one branch goes out as one line.
      * A cross-branch entry goes out as two: the debit branch's
      * line credits due-to (owing the credit branch), the credit
      * branch's line debits due-from (owed by the debit branch).
      * With no INTERBRANCH row on glmap.dat the entry goes out
      * unsplit, legs still branch-qualified, and the balancing
      * read-back lists it as an exception.
       WRITE-DETAIL-RECORD.
           PERFORM RESOLVE-LEG-BRANCHES
           IF WS-DEBIT-BRANCH = WS-CREDIT-BRANCH
                   OR WS-INTERBRANCH-MAPPED NOT = "Y"
               MOVE WS-MAP-DEBIT(WS-MAP-IX) TO WS-LINE-DEBIT
               MOVE WS-MAP-CREDIT(WS-MAP-IX) TO WS-LINE-CREDIT
               MOVE WS-DEBIT-BRANCH TO WS-LINE-DEBIT-BRANCH
               MOVE WS-CREDIT-BRANCH TO WS-LINE-CREDIT-BRANCH
               MOVE SPACES TO WS-LINE-COUNTER-BRANCH
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CROSS-BRANCH-COUNT
           MOVE WS-MAP-DEBIT(WS-MAP-IX) TO WS-LINE-DEBIT
           MOVE WS-DUE-TO-ACCOUNT TO WS-LINE-CREDIT
           MOVE WS-DEBIT-BRANCH TO WS-LINE-DEBIT-BRANCH
           MOVE WS-DEBIT-BRANCH TO WS-LINE-CREDIT-BRANCH
           MOVE WS-CREDIT-BRANCH TO WS-LINE-COUNTER-BRANCH
           PERFORM WRITE-DETAIL-LINE
           MOVE WS-DUE-FROM-ACCOUNT TO WS-LINE-DEBIT
           MOVE WS-MAP-CREDIT(WS-MAP-IX) TO WS-LINE-CREDIT
           MOVE WS-CREDIT-BRANCH TO WS-LINE-DEBIT-BRANCH
           MOVE WS-CREDIT-BRANCH TO WS-LINE-CREDIT-BRANCH
           MOVE WS-DEBIT-BRANCH TO WS-LINE-COUNTER-BRANCH
           PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE.
           MOVE SPACES TO GlDetailRecord
           MOVE "D" TO GdRecordType
           MOVE LogTransactionType TO GdTxnType
           MOVE WS-LINE-DEBIT TO GdDebitAccount
           MOVE WS-LINE-CREDIT TO GdCreditAccount
           MOVE LogAmount TO GdAmount
           MOVE LogAccountNumber TO GdSourceAccount
           MOVE LogTimestamp TO GdTimestamp
           MOVE WS-LINE-DEBIT-BRANCH TO GdDebitBranch
           MOVE WS-LINE-CREDIT-BRANCH TO GdCreditBranch
           MOVE WS-LINE-COUNTER-BRANCH TO GdCounterBranch
           WRITE GlDetailRecord
           ADD 1 TO WS-DETAIL-COUNT
           ADD LogAmount TO WS-AMOUNT-TOTAL
           ADD LogAccountNumber TO WS-ACCOUNT-HASH.

      * The leg on the customer's account books to its home branch,
      * the other leg to the branch the entry happened at. A log
      * line older than branch stamping books wholly to the home
      * branch, an account with no home branch (or not on the
      * master) wholly to where it happened, and with neither the
      * entry books to "----". Audit-only types move no deposit
      * money and book wholly to the home branch.
       RESOLVE-LEG-BRANCHES.
           PERFORM LOOKUP-HOME-BRANCH
           MOVE LogBranchId TO WS-TXN-BRANCH
           IF WS-TXN-BRANCH = SPACES OR WS-TXN-BRANCH = LOW-VALUES
               MOVE WS-HOME-BRANCH TO WS-TXN-BRANCH
           END-IF
           IF WS-HOME-BRANCH = SPACES
               MOVE WS-TXN-BRANCH TO WS-HOME-BRANCH
           END-IF
           IF WS-HOME-BRANCH = SPACES
               MOVE "----" TO WS-HOME-BRANCH
               MOVE "----" TO WS-TXN-BRANCH
           END-IF
           PERFORM RESOLVE-ENTRY-DIRECTION
           EVALUATE WS-ENTRY-DIRECTION
               WHEN "D"
                   MOVE WS-HOME-BRANCH TO WS-DEBIT-BRANCH
                   MOVE WS-TXN-BRANCH TO WS-CREDIT-BRANCH
               WHEN "C"
                   MOVE WS-TXN-BRANCH TO WS-DEBIT-BRANCH
                   MOVE WS-HOME-BRANCH TO WS-CREDIT-BRANCH
               WHEN OTHER
                   MOVE WS-HOME-BRANCH TO WS-DEBIT-BRANCH
                   MOVE WS-HOME-BRANCH TO WS-CREDIT-BRANCH
           END-EVALUATE.

      * Keyed read of the account master for LogAccountNumber,
      * leaving its HomeBranchId in WS-HOME-BRANCH (spaces when the
      * account cannot be read). The last account read is kept, as
      * the log runs in bursts against one account.
       LOOKUP-HOME-BRANCH.
           IF LogAccountNumber = WS-LAST-LOOKUP-ACCOUNT
                   AND WS-LAST-LOOKUP-ACCOUNT NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE LogAccountNumber TO WS-LAST-LOOKUP-ACCOUNT
           MOVE SPACES TO WS-HOME-BRANCH
           IF WS-ACCOUNTS-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE LogAccountNumber TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HomeBranchId OF AccountData NOT = LOW-VALUES
                       MOVE HomeBranchId OF AccountData
                           TO WS-HOME-BRANCH
                   END-IF
           END-READ.

      * The same sign map Reconciliation and BalanceChainAudit net
      * with: "D" debits the customer's account, "C" credits it, "N"
      * audit-only types that move no deposit money.
       RESOLVE-ENTRY-DIRECTION.
           EVALUATE LogTransactionType
               WHEN "WITHDRAWAL"
               WHEN "XFER-OUT"
               WHEN "FEE"
               WHEN "OD-INTEREST"
               WHEN "CLOSE"
               WHEN "REVERSAL-DR"
               WHEN "CD-PENALTY"
               WHEN "ESCHEAT"
               WHEN "EXT-XFER-OUT"
               WHEN "EXT-SETTLE-DR"
               WHEN "CHECK-PAID"
               WHEN "PRINCIPAL"
               WHEN "LOAN-INT"
               WHEN "GARNISH"
               WHEN "OD-XFER-OUT"
               WHEN "DEP-RETURN"
               WHEN "DISP-REVERSE"
               WHEN "RECOVERY"
               WHEN "LATE-CHARGE"
               WHEN "OC-ISSUE"
               WHEN "OC-VOID-DR"
               WHEN "OC-PAID"
               WHEN "OC-ESCHEAT"
               WHEN "ACH-DEBIT"
                   MOVE "D" TO WS-ENTRY-DIRECTION
               WHEN "CD-ROLLOVER"
               WHEN "CD-CONVERT"
               WHEN "DORMANT"
               WHEN "REOPEN"
               WHEN "LOCKOUT"
               WHEN "UNLOCK"
               WHEN "CARD-RENEW"
               WHEN "DRW-OVER"
               WHEN "DRW-SHORT"
               WHEN "RESTRICT"
               WHEN "UNRESTRICT"
               WHEN "CARD-LOST"
               WHEN "CARD-CANCEL"
               WHEN "CARD-ADD"
               WHEN "PIN-CHANGE"
               WHEN "CHARGE-OFF"
                   MOVE "N" TO WS-ENTRY-DIRECTION
               WHEN OTHER
                   MOVE "C" TO WS-ENTRY-DIRECTION
           END-EVALUATE.


      * Reads glintf.dat back as written and tallies each branch
      * pair: a due-to line (credit to due-to, naming the branch
      * owed) and a due-from line (debit to due-from, naming the
      * branch owing) go to their branch's side of the pair; a line
      * with its legs in two branches is an unsplit movement.
       PROVE-INTERBRANCH-BALANCE.
           MOVE "N" TO WS-EOF-INTF
           OPEN INPUT GlInterfaceFile
           IF WS-INTF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-INTF = "Y"
               READ GlInterfaceFile
                   AT END
                       MOVE "Y" TO WS-EOF-INTF
                   NOT AT END
                       IF GdRecordType = "D"
                           PERFORM TALLY-BRANCH-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GlInterfaceFile.

       TALLY-BRANCH-LINE.
           IF GdCounterBranch NOT = SPACES
                   AND GdDebitBranch = GdCreditBranch
               MOVE GdDebitBranch TO WS-BRANCH-A
               MOVE GdCounterBranch TO WS-BRANCH-B
               PERFORM FIND-BRANCH-PAIR
               IF WS-PAIR-IX = ZERO
                   EXIT PARAGRAPH
               END-IF
               IF GdCreditAccount = WS-DUE-TO-ACCOUNT
                   ADD 1 TO WS-PAIR-MOVES(WS-PAIR-IX)
                   IF WS-PAIR-SIDE = "L"
                       ADD GdAmount TO WS-PAIR-LOW-TO(WS-PAIR-IX)
                   ELSE
                       ADD GdAmount TO WS-PAIR-HIGH-TO(WS-PAIR-IX)
                   END-IF
               ELSE
                   IF WS-PAIR-SIDE = "L"
                       ADD GdAmount TO WS-PAIR-LOW-FROM(WS-PAIR-IX)
                   ELSE
                       ADD GdAmount TO WS-PAIR-HIGH-FROM(WS-PAIR-IX)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF GdDebitBranch NOT = GdCreditBranch
               MOVE GdDebitBranch TO WS-BRANCH-A
               MOVE GdCreditBranch TO WS-BRANCH-B
               PERFORM FIND-BRANCH-PAIR
               IF WS-PAIR-IX = ZERO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PAIR-MOVES(WS-PAIR-IX)
               ADD 1 TO WS-PAIR-UNSPLIT(WS-PAIR-IX)
               ADD GdAmount TO WS-PAIR-UNSPLIT-AMT(WS-PAIR-IX)
           END-IF.

      * Leaves WS-PAIR-IX at the row for WS-BRANCH-A and WS-BRANCH-B,
      * adding it when new, and WS-PAIR-SIDE "L" or "H" for which
      * side of the row WS-BRANCH-A is. A full table leaves
      * WS-PAIR-IX zero and the line is counted as dropped.
       FIND-BRANCH-PAIR.
           MOVE ZERO TO WS-PAIR-IX
           IF WS-BRANCH-A < WS-BRANCH-B
               MOVE "L" TO WS-PAIR-SIDE
           ELSE
               MOVE "H" TO WS-PAIR-SIDE
           END-IF
           PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
                   UNTIL WS-PAIR-IX > WS-PAIR-COUNT
               IF (WS-PAIR-SIDE = "L"
                       AND WS-PAIR-LOW(WS-PAIR-IX) = WS-BRANCH-A
                       AND WS-PAIR-HIGH(WS-PAIR-IX) = WS-BRANCH-B)
                   OR (WS-PAIR-SIDE = "H"
                       AND WS-PAIR-LOW(WS-PAIR-IX) = WS-BRANCH-B
                       AND WS-PAIR-HIGH(WS-PAIR-IX) = WS-BRANCH-A)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-PAIR-COUNT = 100
               MOVE ZERO TO WS-PAIR-IX
               ADD 1 TO WS-PAIRS-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAIR-COUNT
           MOVE WS-PAIR-COUNT TO WS-PAIR-IX
           IF WS-PAIR-SIDE = "L"
               MOVE WS-BRANCH-A TO WS-PAIR-LOW(WS-PAIR-IX)
               MOVE WS-BRANCH-B TO WS-PAIR-HIGH(WS-PAIR-IX)
           ELSE
               MOVE WS-BRANCH-B TO WS-PAIR-LOW(WS-PAIR-IX)
               MOVE WS-BRANCH-A TO WS-PAIR-HIGH(WS-PAIR-IX)
           END-IF
           MOVE ZERO TO WS-PAIR-MOVES(WS-PAIR-IX)
               WS-PAIR-LOW-FROM(WS-PAIR-IX) WS-PAIR-LOW-TO(WS-PAIR-IX)
               WS-PAIR-HIGH-FROM(WS-PAIR-IX)
               WS-PAIR-HIGH-TO(WS-PAIR-IX)
               WS-PAIR-UNSPLIT(WS-PAIR-IX)
               WS-PAIR-UNSPLIT-AMT(WS-PAIR-IX).

      * One line per branch pair on ibbal.dat: each side's net
      * position against the other (due from less due to) and the
      * two added together, which must be zero. A pair that is not,
      * or that carries unsplit movements, is also written to
      * ibexcp.dat.
       WRITE-BALANCE-REPORT.
           OPEN OUTPUT BalanceReport
           OPEN OUTPUT ExceptionReport
           MOVE SPACES TO BalanceLine
           STRING "INTER-BRANCH BALANCING  BATCH DATE "
               DELIMITED BY SIZE
               WS-BATCH-DATE DELIMITED BY SIZE
               INTO BalanceLine
           WRITE BalanceLine
           MOVE SPACES TO BalanceLine
           STRING "  LOW  HIGH    MOVES" DELIMITED BY SIZE
               "         LOW NET        HIGH NET" DELIMITED BY SIZE
               "        PAIR NET  RESULT" DELIMITED BY SIZE
               INTO BalanceLine
           WRITE BalanceLine
           MOVE SPACES TO ExceptionLine
           STRING "INTER-BRANCH EXCEPTIONS  BATCH DATE "
               DELIMITED BY SIZE
               WS-BATCH-DATE DELIMITED BY SIZE
               INTO ExceptionLine
           WRITE ExceptionLine
           IF WS-INTERBRANCH-MAPPED NOT = "Y"
               MOVE SPACES TO BalanceLine
               STRING "NO INTERBRANCH ROW ON glmap.dat - "
                   DELIMITED BY SIZE
                   "CROSS-BRANCH ENTRIES SENT UNSPLIT"
                   DELIMITED BY SIZE
                   INTO BalanceLine
               WRITE BalanceLine
           END-IF
           PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
                   UNTIL WS-PAIR-IX > WS-PAIR-COUNT
               PERFORM WRITE-PAIR-LINE
           END-PERFORM
           IF WS-PAIRS-DROPPED > ZERO
               ADD 1 TO WS-PAIR-EXCEPTIONS
               MOVE SPACES TO BalanceLine
               STRING "*** " DELIMITED BY SIZE
                   WS-PAIRS-DROPPED DELIMITED BY SIZE
                   " LINE(S) OVER THE PAIR TABLE - REPORT "
                   DELIMITED BY SIZE
                   "INCOMPLETE ***" DELIMITED BY SIZE
                   INTO BalanceLine
               WRITE BalanceLine
               MOVE BalanceLine TO ExceptionLine
               WRITE ExceptionLine
           END-IF
           MOVE WS-PAIR-COUNT TO WS-PAIR-COUNT-OUT
           MOVE SPACES TO BalanceLine
           STRING "CROSS-BRANCH ENTRIES: " DELIMITED BY SIZE
               WS-CROSS-BRANCH-COUNT DELIMITED BY SIZE
               "  BRANCH PAIRS: " DELIMITED BY SIZE
               WS-PAIR-COUNT-OUT DELIMITED BY SIZE
               "  EXCEPTIONS: " DELIMITED BY SIZE
               WS-PAIR-EXCEPTIONS DELIMITED BY SIZE
               INTO BalanceLine
           WRITE BalanceLine
           CLOSE BalanceReport
           CLOSE ExceptionReport.

       WRITE-PAIR-LINE.
           COMPUTE WS-LOW-NET = WS-PAIR-LOW-FROM(WS-PAIR-IX)
               - WS-PAIR-LOW-TO(WS-PAIR-IX)
           COMPUTE WS-HIGH-NET = WS-PAIR-HIGH-FROM(WS-PAIR-IX)
               - WS-PAIR-HIGH-TO(WS-PAIR-IX)
           COMPUTE WS-PAIR-NET = WS-LOW-NET + WS-HIGH-NET
           MOVE WS-LOW-NET TO WS-LOW-NET-EDIT
           MOVE WS-HIGH-NET TO WS-HIGH-NET-EDIT
           MOVE WS-PAIR-NET TO WS-PAIR-NET-EDIT
           IF WS-PAIR-NET = ZERO
                   AND WS-PAIR-UNSPLIT(WS-PAIR-IX) = ZERO
               MOVE "BALANCED" TO WS-PAIR-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-PAIR-RESULT
               ADD 1 TO WS-PAIR-EXCEPTIONS
           END-IF
           MOVE SPACES TO BalanceLine
           STRING "  " DELIMITED BY SIZE
               WS-PAIR-LOW(WS-PAIR-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PAIR-HIGH(WS-PAIR-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PAIR-MOVES(WS-PAIR-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LOW-NET-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HIGH-NET-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PAIR-NET-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PAIR-RESULT DELIMITED BY SIZE
               INTO BalanceLine
           WRITE BalanceLine
           IF WS-PAIR-RESULT = "BALANCED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAIR-UNSPLIT-AMT(WS-PAIR-IX) TO WS-UNSPLIT-EDIT
           MOVE SPACES TO ExceptionLine
           STRING "PAIR " DELIMITED BY SIZE
               WS-PAIR-LOW(WS-PAIR-IX) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-PAIR-HIGH(WS-PAIR-IX) DELIMITED BY SIZE
               " NETS TO " DELIMITED BY SIZE
               WS-PAIR-NET-EDIT DELIMITED BY SIZE
               "  UNSPLIT " DELIMITED BY SIZE
               WS-PAIR-UNSPLIT(WS-PAIR-IX) DELIMITED BY SIZE
               " FOR " DELIMITED BY SIZE
               WS-UNSPLIT-EDIT DELIMITED BY SIZE
               INTO ExceptionLine
           WRITE ExceptionLine.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO GlHeaderRecord
           MOVE "H" TO GhRecordType
