      *              separately - float, cash in/out, expected
      *              against declared with the over/short - instead
      *              of only the one pooled machine figure.
      * 10/15/2026 - branch vault proof: for every branch with a
      *              vault the physical cash (vault, open drawers and
      *              the ATM it stocks) is proved against a book
      *              total rolled forward from the branch's previous
      *              proof by the day's shipments, customer cash and
      *              drawer over/shorts; each proof is appended to
      *              cashprf.dat. Drawer expected cash now allows for
      *              cash bought from and sold back to the vault.
      * 10/15/2026 - the day's withdrawals are read off the cycle's
      *              proved type-order day extract (daylogty.dat)
      *              instead of a sweep of the whole log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashPosition.

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CASH-STATUS.

           SELECT TransactionLog ASSIGN USING WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DRAWER-STATUS.

           SELECT VaultFile ASSIGN TO "vault.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VAULT-STATUS.

           SELECT VaultMovementFile ASSIGN TO "vaultmov.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VAULTMOV-STATUS.

           SELECT CashProofFile ASSIGN TO "cashprf.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROOF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CashPositionFile.
       FD  TellerDrawerFile.
       COPY TELLDRWR.

       FD  VaultFile.
       COPY VAULT.

       FD  VaultMovementFile.
       COPY VAULTMOV.

       FD  CashProofFile.
       COPY CASHPRF.

       WORKING-STORAGE SECTION.
       01  WS-CASH-STATUS          PIC XX.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-BD-OPEN-DATE         PIC 9(8).
       01  WS-BD-PRIOR-DATE        PIC 9(8).
       01  WS-BD-FOUND             PIC X(01).
       01  WS-LOG-FILE-NAME        PIC X(12).
       01  WS-DAY-EXTRACT-OK       PIC X(01).
       01  WS-VAULT-STATUS         PIC XX.
       01  WS-VAULTMOV-STATUS      PIC XX.
       01  WS-PROOF-STATUS         PIC XX.
       01  WS-EOF-PROOF            PIC X(01).
      * One entry per branch holding a vault, built from vault.dat.
       01  WS-PROOF-TABLE.
           02 WS-PROOF-ENTRY OCCURS 20 TIMES.
               03 WS-PF-BRANCH       PIC X(4).
               03 WS-PF-HAS-OPENING  PIC X(01).
               03 WS-PF-OPENING      PIC S9(11)V99.
               03 WS-PF-SHIP-IN      PIC 9(11)V99.
               03 WS-PF-SHIP-OUT     PIC 9(11)V99.
               03 WS-PF-CUST-IN      PIC 9(11)V99.
               03 WS-PF-CUST-OUT     PIC 9(11)V99.
               03 WS-PF-OVER-SHORT   PIC S9(11)V99.
               03 WS-PF-VAULT        PIC 9(11)V99.
               03 WS-PF-DRAWERS      PIC 9(11)V99.
               03 WS-PF-ATM          PIC 9(11)V99.
       01  WS-PROOF-COUNT          PIC 9(02) COMP VALUE ZERO.
       01  WS-PROOF-IX             PIC 9(02) COMP.
       01  WS-PROOF-HIT            PIC 9(02) COMP.
       01  WS-PROOF-OVERFLOW       PIC X(01) VALUE "N".
       01  WS-PROOF-OUT-COUNT      PIC 9(02) VALUE ZERO.
       01  WS-PROOF-DIFF-EDIT      PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
                   " dispensed " WS-BRANCH-TOTAL(WS-BRANCH-IX)
           END-PERFORM
           PERFORM SHOW-TELLER-DRAWERS
           PERFORM PROVE-BRANCH-CASH
           GOBACK.

      * One line per teller drawer for today: an open drawer shows
           END-IF.

       SHOW-ONE-DRAWER.
           IF TdBoughtIn NOT NUMERIC
               MOVE ZERO TO TdBoughtIn
           END-IF
           IF TdSoldBack NOT NUMERIC
               MOVE ZERO TO TdSoldBack
           END-IF
           COMPUTE WS-DRAWER-EXPECTED =
               TdOpeningFloat + TdBoughtIn - TdSoldBack
                   + TdCashIn - TdCashOut
           IF TD-DRAWER-OPEN
               DISPLAY "  operator " TdOperatorId
                   " OPEN   float " TdOpeningFloat
      * the system believes was physically handed out today.
       SUM-DISPENSED-TODAY.
           MOVE "N" TO WS-EOF-LOG
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
           MOVE "daylogty.dat" TO WS-LOG-FILE-NAME
           CALL "DayExtractCheck" USING WS-LOG-FILE-NAME
               WS-TODAY WS-DAY-EXTRACT-OK
           IF WS-DAY-EXTRACT-OK NOT = "Y"
               MOVE "translog.dat" TO WS-LOG-FILE-NAME
               DISPLAY "WARNING: day extract not usable - the "
                   "whole log is swept instead."
           END-IF.

       TALLY-BRANCH-DISPENSED.
           MOVE LogBranchId TO WS-ENTRY-BRANCH
           IF WS-ENTRY-BRANCH = SPACES
               MOVE LogAmount
                   TO WS-BRANCH-TOTAL(WS-BRANCH-COUNT)
           END-IF.

      * Nightly branch cash proof. Physical cash is everything the
      * branch holds at the close: its vault, the expected cash of
      * any drawer still open there and the ATM when the branch
      * stocks it. The book total is the branch's last proof rolled
      * forward by the day: cash-centre shipments in less out,
      * customer cash taken in less cash paid out (at the counter
      * and through the ATM) and the drawer over/shorts. Cash moving
      * between vault, drawers and ATM nets out of both sides. A
      * rerun for the same date appends a fresh proof that the next
      * day rolls forward from.
       PROVE-BRANCH-CASH.
           PERFORM LOAD-PROOF-BRANCHES
           IF WS-PROOF-OVERFLOW = "Y"
               DISPLAY "vault.dat holds more than 20 branches - "
                   "branch cash not proved."
               EXIT PARAGRAPH
           END-IF
           IF WS-PROOF-COUNT = ZERO
               DISPLAY "No branch vaults on file - no cash proof."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PROOF-OPENINGS
           PERFORM SUM-PROOF-SHIPMENTS
           PERFORM SUM-PROOF-DRAWERS
           PERFORM SUM-PROOF-ATM
           PERFORM SUM-PROOF-DISPENSED
           OPEN EXTEND CashProofFile
           IF WS-PROOF-STATUS = "35"
               CLOSE CashProofFile
               OPEN OUTPUT CashProofFile
           END-IF
           DISPLAY "Branch cash proof for " WS-TODAY ":"
           PERFORM VARYING WS-PROOF-IX FROM 1 BY 1
                   UNTIL WS-PROOF-IX > WS-PROOF-COUNT
               PERFORM WRITE-BRANCH-PROOF
           END-PERFORM
           CLOSE CashProofFile
           IF WS-PROOF-OUT-COUNT > ZERO
               DISPLAY "CASH PROOF: " WS-PROOF-OUT-COUNT
                   " branch(es) OUT OF BALANCE"
           END-IF.

       LOAD-PROOF-BRANCHES.
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
                       MOVE VtBranchId TO WS-ENTRY-BRANCH
                       PERFORM FIND-PROOF-BRANCH
                       IF WS-PROOF-HIT = ZERO
                           PERFORM ADD-PROOF-BRANCH
                       END-IF
                       IF WS-PROOF-HIT NOT = ZERO
                           ADD VtValue TO WS-PF-VAULT(WS-PROOF-HIT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VaultFile.

       ADD-PROOF-BRANCH.
           IF WS-PROOF-COUNT = 20
               MOVE "Y" TO WS-PROOF-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PROOF-COUNT
           MOVE WS-PROOF-COUNT TO WS-PROOF-HIT
           MOVE WS-ENTRY-BRANCH TO WS-PF-BRANCH(WS-PROOF-HIT)
           MOVE "N" TO WS-PF-HAS-OPENING(WS-PROOF-HIT)
           MOVE ZERO TO WS-PF-OPENING(WS-PROOF-HIT)
           MOVE ZERO TO WS-PF-SHIP-IN(WS-PROOF-HIT)
           MOVE ZERO TO WS-PF-SHIP-OUT(WS-PROOF-HIT)
           MOVE ZERO TO WS-PF-CUST-IN(WS-PROOF-HIT)
           MOVE ZERO TO WS-PF-CUST-OUT(WS-PROOF-HIT)
           MOVE ZERO TO WS-PF-OVER-SHORT(WS-PROOF-HIT)
           MOVE ZERO TO WS-PF-VAULT(WS-PROOF-HIT)
           MOVE ZERO TO WS-PF-DRAWERS(WS-PROOF-HIT)
           MOVE ZERO TO WS-PF-ATM(WS-PROOF-HIT).

      * Leaves WS-PROOF-HIT on WS-ENTRY-BRANCH's entry (zero if the
      * branch holds no vault).
       FIND-PROOF-BRANCH.
           MOVE ZERO TO WS-PROOF-HIT
           PERFORM VARYING WS-PROOF-IX FROM 1 BY 1
                   UNTIL WS-PROOF-IX > WS-PROOF-COUNT
               IF WS-PF-BRANCH(WS-PROOF-IX) = WS-ENTRY-BRANCH
                   MOVE WS-PROOF-IX TO WS-PROOF-HIT
               END-IF
           END-PERFORM.

      * The opening book total is the book total of the branch's
      * latest proof for an earlier business date.
       LOAD-PROOF-OPENINGS.
           MOVE "N" TO WS-EOF-PROOF
           OPEN INPUT CashProofFile
           IF WS-PROOF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-PROOF = "Y"
               READ CashProofFile INTO CashProofRecord
                   AT END
                       MOVE "Y" TO WS-EOF-PROOF
                   NOT AT END
                       IF CfBusinessDate < WS-TODAY
                           MOVE CfBranchId TO WS-ENTRY-BRANCH
                           PERFORM FIND-PROOF-BRANCH
                           IF WS-PROOF-HIT NOT = ZERO
                               MOVE "Y" TO
                                   WS-PF-HAS-OPENING(WS-PROOF-HIT)
                               MOVE CfBookTotal TO
                                   WS-PF-OPENING(WS-PROOF-HIT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CashProofFile.

       SUM-PROOF-SHIPMENTS.
           OPEN INPUT VaultMovementFile
           IF WS-VAULTMOV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "00" TO WS-VAULTMOV-STATUS
           PERFORM UNTIL WS-VAULTMOV-STATUS = "10"
               READ VaultMovementFile INTO VaultMovementRecord
                   AT END
                       MOVE "10" TO WS-VAULTMOV-STATUS
                   NOT AT END
                       IF VmBusinessDate = WS-TODAY
                               AND (VM-SHIP-IN OR VM-SHIP-OUT)
                           MOVE VmBranchId TO WS-ENTRY-BRANCH
                           PERFORM FIND-PROOF-BRANCH
                           IF WS-PROOF-HIT NOT = ZERO
                               IF VM-SHIP-IN
                                   ADD VmAmount TO
                                       WS-PF-SHIP-IN(WS-PROOF-HIT)
                               ELSE
                                   ADD VmAmount TO
                                       WS-PF-SHIP-OUT(WS-PROOF-HIT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VaultMovementFile.

      * The day's drawers give the customer cash and over/shorts;
      * a drawer still open holds its expected cash at the branch.
       SUM-PROOF-DRAWERS.
           MOVE "N" TO WS-EOF-DRAWERS
           OPEN INPUT TellerDrawerFile
           IF WS-DRAWER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-DRAWERS = "Y"
               READ TellerDrawerFile INTO TellerDrawerRecord
                   AT END
                       MOVE "Y" TO WS-EOF-DRAWERS
                   NOT AT END
                       MOVE TdBranchId TO WS-ENTRY-BRANCH
                       PERFORM FIND-PROOF-BRANCH
                       IF WS-PROOF-HIT NOT = ZERO
                           PERFORM ADD-PROOF-DRAWER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TellerDrawerFile.

       ADD-PROOF-DRAWER.
           IF TdBoughtIn NOT NUMERIC
               MOVE ZERO TO TdBoughtIn
           END-IF
           IF TdSoldBack NOT NUMERIC
               MOVE ZERO TO TdSoldBack
           END-IF
           IF TdBusinessDate = WS-TODAY
               ADD TdCashIn TO WS-PF-CUST-IN(WS-PROOF-HIT)
               ADD TdCashOut TO WS-PF-CUST-OUT(WS-PROOF-HIT)
               IF TD-DRAWER-CLOSED
                   ADD TdOverShort TO WS-PF-OVER-SHORT(WS-PROOF-HIT)
               END-IF
           END-IF
           IF TD-DRAWER-OPEN
               COMPUTE WS-DRAWER-EXPECTED =
                   TdOpeningFloat + TdBoughtIn - TdSoldBack
                       + TdCashIn - TdCashOut
               ADD WS-DRAWER-EXPECTED TO WS-PF-DRAWERS(WS-PROOF-HIT)
           END-IF.

       SUM-PROOF-ATM.
           MOVE "N" TO WS-EOF-CASH
           OPEN INPUT CashPositionFile
           IF WS-CASH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-CASH = "Y"
               READ CashPositionFile INTO CashPositionRecord
                   AT END
                       MOVE "Y" TO WS-EOF-CASH
                   NOT AT END
                       MOVE CpBranchId TO WS-ENTRY-BRANCH
                       PERFORM FIND-PROOF-BRANCH
                       IF WS-PROOF-HIT NOT = ZERO
                           COMPUTE WS-PF-ATM(WS-PROOF-HIT) =
                               WS-PF-ATM(WS-PROOF-HIT)
                                   + CpDenomination * CpNoteCount
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CashPositionFile.

      * ATM withdrawals are customer cash out of the branch that
      * stocks the machine.
       SUM-PROOF-DISPENSED.
           PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
                   UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
               MOVE WS-BRANCH-CODE(WS-BRANCH-IX) TO WS-ENTRY-BRANCH
               PERFORM FIND-PROOF-BRANCH
               IF WS-PROOF-HIT NOT = ZERO
                   ADD WS-BRANCH-TOTAL(WS-BRANCH-IX)
                       TO WS-PF-CUST-OUT(WS-PROOF-HIT)
               END-IF
           END-PERFORM.

       WRITE-BRANCH-PROOF.
           MOVE SPACES TO CashProofRecord
           MOVE WS-PF-BRANCH(WS-PROOF-IX) TO CfBranchId
           MOVE WS-TODAY TO CfBusinessDate
           MOVE WS-PF-SHIP-IN(WS-PROOF-IX) TO CfShippedIn
           MOVE WS-PF-SHIP-OUT(WS-PROOF-IX) TO CfShippedOut
           MOVE WS-PF-CUST-IN(WS-PROOF-IX) TO CfCustomerIn
           MOVE WS-PF-CUST-OUT(WS-PROOF-IX) TO CfCustomerOut
           MOVE WS-PF-OVER-SHORT(WS-PROOF-IX) TO CfOverShort
           MOVE WS-PF-VAULT(WS-PROOF-IX) TO CfVaultTotal
           MOVE WS-PF-DRAWERS(WS-PROOF-IX) TO CfDrawerTotal
           MOVE WS-PF-ATM(WS-PROOF-IX) TO CfAtmTotal
           IF WS-PF-HAS-OPENING(WS-PROOF-IX) = "Y"
               MOVE WS-PF-OPENING(WS-PROOF-IX) TO CfOpeningTotal
               COMPUTE CfBookTotal = CfOpeningTotal
                   + CfShippedIn - CfShippedOut
                   + CfCustomerIn - CfCustomerOut + CfOverShort
           ELSE
               COMPUTE CfBookTotal =
                   CfVaultTotal + CfDrawerTotal + CfAtmTotal
               COMPUTE CfOpeningTotal = CfBookTotal
                   - CfShippedIn + CfShippedOut
                   - CfCustomerIn + CfCustomerOut - CfOverShort
           END-IF
           COMPUTE CfDifference =
               CfVaultTotal + CfDrawerTotal + CfAtmTotal - CfBookTotal
           EVALUATE TRUE
               WHEN WS-PF-HAS-OPENING(WS-PROOF-IX) NOT = "Y"
                   SET CF-BASELINE TO TRUE
               WHEN CfDifference = ZERO
                   SET CF-BALANCED TO TRUE
               WHEN OTHER
                   SET CF-OUT TO TRUE
                   ADD 1 TO WS-PROOF-OUT-COUNT
           END-EVALUATE
           WRITE CashProofRecord
           MOVE CfDifference TO WS-PROOF-DIFF-EDIT
           DISPLAY "  branch " CfBranchId " book " CfBookTotal
               " vault " CfVaultTotal " drawers " CfDrawerTotal
               " atm " CfAtmTotal " " CfResult
           IF CF-OUT
               DISPLAY "  BRANCH " CfBranchId " OUT OF BALANCE BY "
                   WS-PROOF-DIFF-EDIT
           END-IF.
