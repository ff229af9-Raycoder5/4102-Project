      * 10/15/2026 - new batch program: the nightly referential
      *              integrity sweep. BalanceChainAudit proves the
      *              money; this proves the files still point at one
      *              another. Every broken link is listed to
      *              integrpt.dat under a category code, and the
      *              report ends with the count per category so the
      *              scope is known before anyone starts fixing:
      *                ACCT-NOCUST  account whose CustomerNumber is
      *                             not on custmast.dat
      *                CARD-NOACCT  cardmast.dat card whose account
      *                             is not on card.dat
      *                CARD-CLOSED  active card on a closed account
      *                HOLD-DIFF    HeldAmount not equal to the open
      *                             rows on holds.dat
      *                HOLD-NOACCT  open hold for a missing account
      *                SO-ACCOUNT   active or suspended standing
      *                             order naming a closed or missing
      *                             source or destination account
      *                STOP-ACCOUNT active stop-payment on a closed
      *                             or missing account
      *                LEGAL-ACCT   active legal order on a closed or
      *                             missing account
      *                LOAN-ACCOUNT active loan whose
      *                             LoanDisburseAccount is closed or
      *                             missing
      *                FRAUD-ARCH   open fraud case on an account
      *                             that has been archived
      *              The sweep only reads; it changes nothing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegritySweep.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AccountFile ASSIGN TO "card.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AccountNumber OF AccountData
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ArchiveAccountFile ASSIGN TO "archacct.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AccountNumber OF ArchiveAccountData
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ARCHACCT-STATUS.

           SELECT CustomerFile ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerNumber OF CustomerData
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT CardFile ASSIGN TO "cardmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CmCardNumber
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CARD-STATUS.

           SELECT LoanFile ASSIGN TO "loanmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LoanNumber
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT HoldFile ASSIGN TO "holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT StandingOrderFile ASSIGN TO "stndord.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT StopPayFile ASSIGN TO "stoppay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STOP-STATUS.

           SELECT LegalOrderFile ASSIGN TO "legalord.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEGAL-STATUS.

           SELECT FraudCaseFile ASSIGN TO "fraudcse.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT ReportFile ASSIGN TO "integrpt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AccountFile.
       COPY ACCTREC.

       FD  ArchiveAccountFile.
       COPY ACCTREC REPLACING ==AccountData== BY
           ==ArchiveAccountData==.

       FD  CustomerFile.
       COPY CUSTREC.

       FD  CardFile.
       COPY CARDREC.

       FD  LoanFile.
       COPY LOANREC.

       FD  HoldFile.
       COPY HOLDS.

       FD  StandingOrderFile.
       COPY STNDORD.

       FD  StopPayFile.
       COPY STOPPAY.

       FD  LegalOrderFile.
       COPY LEGALORD.

       FD  FraudCaseFile.
       COPY FRAUDCSE.

       FD  ReportFile.
       01  ReportLine              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-ARCHACCT-STATUS      PIC XX.
       01  WS-CUSTOMER-STATUS      PIC XX.
       01  WS-CARD-STATUS          PIC XX.
       01  WS-LOAN-STATUS          PIC XX.
       01  WS-HOLD-STATUS          PIC XX.
       01  WS-ORDER-STATUS         PIC XX.
       01  WS-STOP-STATUS          PIC XX.
       01  WS-LEGAL-STATUS         PIC XX.
       01  WS-CASE-STATUS          PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-EOF-FILE             PIC X(01).
       01  WS-TODAY                PIC 9(8).
       01  WS-ACCOUNTS-OPEN        PIC X(01) VALUE "N".
       01  WS-CUSTOMERS-OPEN       PIC X(01) VALUE "N".
       01  WS-ARCHIVE-OPEN         PIC X(01) VALUE "N".

      * Open holds summed by account.
       01  WS-HOLD-TABLE.
           02 WS-HT-ENTRY OCCURS 5000 TIMES.
               03 WS-HT-ACCOUNT    PIC 9(8).
               03 WS-HT-TOTAL      PIC 9(12)V99.
               03 WS-HT-MATCHED    PIC X(01).
       01  WS-HT-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-HT-IX                PIC 9(04) COMP.
       01  WS-HT-FOUND             PIC X(01).
       01  WS-HT-OVERFLOW          PIC X(01) VALUE "N".
       01  WS-HELD-ON-FILE         PIC 9(12)V99.

      * An account looked up by number: "O" open, "C" closed,
      * "M" missing from card.dat.
       01  WS-LOOK-ACCOUNT         PIC 9(8).
       01  WS-LOOK-STATE           PIC X(01).
       01  WS-LOOK-TEXT            PIC X(07).

      * Category codes, descriptions and counts, reported in this
      * order.
       01  WS-CATEGORY-TABLE.
           02 FILLER PIC X(52) VALUE
               "ACCT-NOCUST account customer not on custmast.dat".
           02 FILLER PIC X(52) VALUE
               "CARD-NOACCT card on cardmast.dat, account missing".
           02 FILLER PIC X(52) VALUE
               "CARD-CLOSED active card on a closed account".
           02 FILLER PIC X(52) VALUE
               "HOLD-DIFF   HeldAmount not equal to open holds".
           02 FILLER PIC X(52) VALUE
               "HOLD-NOACCT open hold for a missing account".
           02 FILLER PIC X(52) VALUE
               "SO-ACCOUNT  standing order, account closed/missing".
           02 FILLER PIC X(52) VALUE
               "STOP-ACCOUNTstop-payment, account closed/missing".
           02 FILLER PIC X(52) VALUE
               "LEGAL-ACCT  legal order, account closed/missing".
           02 FILLER PIC X(52) VALUE
               "LOAN-ACCOUNTloan disburse account closed/missing".
           02 FILLER PIC X(52) VALUE
               "FRAUD-ARCH  open fraud case on archived account".
       01  WS-CATEGORY-ENTRIES REDEFINES WS-CATEGORY-TABLE.
           02 WS-CAT-ENTRY OCCURS 10 TIMES.
               03 WS-CAT-CODE      PIC X(12).
               03 WS-CAT-TEXT      PIC X(40).
       01  WS-CAT-COUNTS.
           02 WS-CAT-COUNT OCCURS 10 TIMES PIC 9(07).
       01  WS-CAT-IX               PIC 9(02) COMP.
       01  WS-CATEGORY             PIC 9(02) COMP.
       01  WS-FINDING-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-FIND-KEY             PIC X(16).
       01  WS-FIND-DETAIL          PIC X(80).
       01  WS-AMOUNT-EDIT          PIC Z(11)9.99.
       01  WS-AMOUNT-EDIT-2        PIC Z(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Sweeping the files for broken references..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           INITIALIZE WS-CAT-COUNTS
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ReportLine
           STRING "REFERENTIAL INTEGRITY SWEEP  " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "  CATEGORY     KEY              DETAIL"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           OPEN INPUT AccountFile
           IF WS-FILE-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNTS-OPEN
           ELSE
               DISPLAY "card.dat not available - status "
                   WS-FILE-STATUS ". Sweep abandoned."
               MOVE SPACES TO ReportLine
               STRING "  NO ACCOUNT MASTER - SWEEP NOT RUN"
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
               CLOSE ReportFile
               GOBACK
           END-IF
           OPEN INPUT CustomerFile
           IF WS-CUSTOMER-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMERS-OPEN
           END-IF
           OPEN INPUT ArchiveAccountFile
           IF WS-ARCHACCT-STATUS = "00"
               MOVE "Y" TO WS-ARCHIVE-OPEN
           END-IF
           PERFORM LOAD-OPEN-HOLDS
           PERFORM SWEEP-ACCOUNTS
           PERFORM CHECK-UNMATCHED-HOLDS
           PERFORM SWEEP-CARDS
           PERFORM SWEEP-STANDING-ORDERS
           PERFORM SWEEP-STOP-PAYMENTS
           PERFORM SWEEP-LEGAL-ORDERS
           PERFORM SWEEP-LOANS
           PERFORM SWEEP-FRAUD-CASES
           CLOSE AccountFile
           IF WS-CUSTOMERS-OPEN = "Y"
               CLOSE CustomerFile
           END-IF
           IF WS-ARCHIVE-OPEN = "Y"
               CLOSE ArchiveAccountFile
           END-IF
           PERFORM WRITE-CATEGORY-SUMMARY
           CLOSE ReportFile
           DISPLAY "Integrity sweep complete: " WS-FINDING-COUNT
               " finding(s) on integrpt.dat."
           GOBACK.

      * Sums the open rows on holds.dat by account.
       LOAD-OPEN-HOLDS.
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT HoldFile
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ HoldFile INTO HoldRecord
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       IF HOLD-OPEN
                           PERFORM ADD-OPEN-HOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HoldFile
           IF WS-HT-OVERFLOW = "Y"
               DISPLAY "More than 5000 accounts carry holds - "
                   "held amounts not checked."
           END-IF.

       ADD-OPEN-HOLD.
           MOVE "N" TO WS-HT-FOUND
           PERFORM VARYING WS-HT-IX FROM 1 BY 1
                   UNTIL WS-HT-IX > WS-HT-COUNT
                      OR WS-HT-FOUND = "Y"
               IF WS-HT-ACCOUNT(WS-HT-IX) = HoldAccountNumber
                   MOVE "Y" TO WS-HT-FOUND
                   ADD HoldAmount TO WS-HT-TOTAL(WS-HT-IX)
               END-IF
           END-PERFORM
           IF WS-HT-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-HT-COUNT = 5000
               MOVE "Y" TO WS-HT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HT-COUNT
           MOVE HoldAccountNumber TO WS-HT-ACCOUNT(WS-HT-COUNT)
           MOVE HoldAmount TO WS-HT-TOTAL(WS-HT-COUNT)
           MOVE "N" TO WS-HT-MATCHED(WS-HT-COUNT).

      * Every account on card.dat: its customer, and its held amount
      * against the open holds.
       SWEEP-ACCOUNTS.
           MOVE "N" TO WS-EOF-FILE
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ AccountFile NEXT RECORD INTO AccountData
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       PERFORM CHECK-ACCOUNT-CUSTOMER
                       IF WS-HT-OVERFLOW NOT = "Y"
                           PERFORM CHECK-HELD-AMOUNT
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ACCOUNT-CUSTOMER.
           IF CustomerNumber OF AccountData NOT NUMERIC
               MOVE ZERO TO CustomerNumber OF AccountData
           END-IF
           IF CustomerNumber OF AccountData NOT = ZERO
                   AND WS-CUSTOMERS-OPEN = "Y"
               MOVE CustomerNumber OF AccountData
                   TO CustomerNumber OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           END-IF
           MOVE 1 TO WS-CATEGORY
           MOVE SPACES TO WS-FIND-KEY
           MOVE AccountNumber OF AccountData TO WS-FIND-KEY
           MOVE SPACES TO WS-FIND-DETAIL
           IF CustomerNumber OF AccountData = ZERO
               STRING "NO CUSTOMER NUMBER ON ACCOUNT"
                   DELIMITED BY SIZE INTO WS-FIND-DETAIL
           ELSE
               STRING "CUSTOMER " DELIMITED BY SIZE
                   CustomerNumber OF AccountData DELIMITED BY SIZE
                   " NOT ON CUSTMAST.DAT" DELIMITED BY SIZE
                   INTO WS-FIND-DETAIL
           END-IF
           PERFORM WRITE-FINDING.

       CHECK-HELD-AMOUNT.
           MOVE ZERO TO WS-HELD-ON-FILE
           PERFORM VARYING WS-HT-IX FROM 1 BY 1
                   UNTIL WS-HT-IX > WS-HT-COUNT
               IF WS-HT-ACCOUNT(WS-HT-IX)
                       = AccountNumber OF AccountData
                   MOVE WS-HT-TOTAL(WS-HT-IX) TO WS-HELD-ON-FILE
                   MOVE "Y" TO WS-HT-MATCHED(WS-HT-IX)
               END-IF
           END-PERFORM
           IF HeldAmount OF AccountData NOT NUMERIC
               MOVE ZERO TO HeldAmount OF AccountData
           END-IF
           IF HeldAmount OF AccountData = WS-HELD-ON-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 4 TO WS-CATEGORY
           MOVE SPACES TO WS-FIND-KEY
           MOVE AccountNumber OF AccountData TO WS-FIND-KEY
           MOVE HeldAmount OF AccountData TO WS-AMOUNT-EDIT
           MOVE WS-HELD-ON-FILE TO WS-AMOUNT-EDIT-2
           MOVE SPACES TO WS-FIND-DETAIL
           STRING "HELDAMOUNT " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " OPEN HOLDS " DELIMITED BY SIZE
               WS-AMOUNT-EDIT-2 DELIMITED BY SIZE
               INTO WS-FIND-DETAIL
           PERFORM WRITE-FINDING.

      * Open holds whose account never turned up on card.dat.
       CHECK-UNMATCHED-HOLDS.
           IF WS-HT-OVERFLOW = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HT-IX FROM 1 BY 1
                   UNTIL WS-HT-IX > WS-HT-COUNT
               IF WS-HT-MATCHED(WS-HT-IX) = "N"
                   MOVE 5 TO WS-CATEGORY
                   MOVE SPACES TO WS-FIND-KEY
                   MOVE WS-HT-ACCOUNT(WS-HT-IX) TO WS-FIND-KEY
                   MOVE WS-HT-TOTAL(WS-HT-IX) TO WS-AMOUNT-EDIT
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING "OPEN HOLDS " DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       " - ACCOUNT NOT ON CARD.DAT"
                           DELIMITED BY SIZE
                       INTO WS-FIND-DETAIL
                   PERFORM WRITE-FINDING
               END-IF
           END-PERFORM.

      * Every card: its account must exist, and an active card must
      * not sit on a closed account.
       SWEEP-CARDS.
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT CardFile
           IF WS-CARD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ CardFile NEXT RECORD INTO CardData
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       MOVE CmAccountNumber TO WS-LOOK-ACCOUNT
                       PERFORM LOOKUP-ACCOUNT
                       MOVE SPACES TO WS-FIND-KEY
                       MOVE CmCardNumber TO WS-FIND-KEY
                       MOVE SPACES TO WS-FIND-DETAIL
                       STRING "CARD STATUS " DELIMITED BY SIZE
                           CmStatus DELIMITED BY SIZE
                           " ACCOUNT " DELIMITED BY SIZE
                           CmAccountNumber DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-LOOK-TEXT DELIMITED BY SIZE
                           INTO WS-FIND-DETAIL
                       EVALUATE TRUE
                           WHEN WS-LOOK-STATE = "M"
                               MOVE 2 TO WS-CATEGORY
                               PERFORM WRITE-FINDING
                           WHEN WS-LOOK-STATE = "C" AND CARD-ACTIVE
                               MOVE 3 TO WS-CATEGORY
                               PERFORM WRITE-FINDING
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CardFile.

      * Active and suspended orders only; a cancelled order may name
      * anything.
       SWEEP-STANDING-ORDERS.
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT StandingOrderFile
           IF WS-ORDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ StandingOrderFile INTO StandingOrderRecord
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       IF SO-ACTIVE OR SO-SUSPENDED
                           MOVE SoSourceAccount TO WS-LOOK-ACCOUNT
                           PERFORM CHECK-STANDING-ORDER-LEG
                           MOVE SoDestAccount TO WS-LOOK-ACCOUNT
                           PERFORM CHECK-STANDING-ORDER-LEG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StandingOrderFile.

       CHECK-STANDING-ORDER-LEG.
           PERFORM LOOKUP-ACCOUNT
           IF WS-LOOK-STATE = "O"
               EXIT PARAGRAPH
           END-IF
           MOVE 6 TO WS-CATEGORY
           MOVE SPACES TO WS-FIND-KEY
           MOVE SoOrderNumber TO WS-FIND-KEY
           MOVE SPACES TO WS-FIND-DETAIL
           STRING "ORDER STATUS " DELIMITED BY SIZE
               SoStatus DELIMITED BY SIZE
               " ACCOUNT " DELIMITED BY SIZE
               WS-LOOK-ACCOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LOOK-TEXT DELIMITED BY SIZE
               INTO WS-FIND-DETAIL
           PERFORM WRITE-FINDING.

       SWEEP-STOP-PAYMENTS.
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT StopPayFile
           IF WS-STOP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ StopPayFile INTO StopPayRecord
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       IF SP-ACTIVE
                           MOVE SpAccountNumber TO WS-LOOK-ACCOUNT
                           PERFORM LOOKUP-ACCOUNT
                           IF WS-LOOK-STATE NOT = "O"
                               MOVE 7 TO WS-CATEGORY
                               MOVE SPACES TO WS-FIND-KEY
                               MOVE SpOrderNumber TO WS-FIND-KEY
                               MOVE SPACES TO WS-FIND-DETAIL
                               STRING "CHECK " DELIMITED BY SIZE
                                   SpCheckNumber DELIMITED BY SIZE
                                   " ACCOUNT " DELIMITED BY SIZE
                                   SpAccountNumber DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   WS-LOOK-TEXT DELIMITED BY SIZE
                                   INTO WS-FIND-DETAIL
                               PERFORM WRITE-FINDING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StopPayFile.

       SWEEP-LEGAL-ORDERS.
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT LegalOrderFile
           IF WS-LEGAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ LegalOrderFile INTO LegalOrderRecord
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       IF LO-ORDER-ACTIVE
                           MOVE LoAccountNumber TO WS-LOOK-ACCOUNT
                           PERFORM LOOKUP-ACCOUNT
                           IF WS-LOOK-STATE NOT = "O"
                               MOVE 8 TO WS-CATEGORY
                               MOVE SPACES TO WS-FIND-KEY
                               MOVE LoOrderNumber TO WS-FIND-KEY
                               MOVE SPACES TO WS-FIND-DETAIL
                               STRING "ORDER TYPE " DELIMITED BY SIZE
                                   LoOrderType DELIMITED BY SIZE
                                   " CASE " DELIMITED BY SIZE
                                   LoCaseRef DELIMITED BY SPACE
                                   " ACCOUNT " DELIMITED BY SIZE
                                   LoAccountNumber DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   WS-LOOK-TEXT DELIMITED BY SIZE
                                   INTO WS-FIND-DETAIL
                               PERFORM WRITE-FINDING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LegalOrderFile.

       SWEEP-LOANS.
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT LoanFile
           IF WS-LOAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ LoanFile NEXT RECORD INTO LoanData
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       IF LOAN-ACTIVE
                           MOVE LoanDisburseAccount
                               TO WS-LOOK-ACCOUNT
                           PERFORM LOOKUP-ACCOUNT
                           IF WS-LOOK-STATE NOT = "O"
                               MOVE 9 TO WS-CATEGORY
                               MOVE SPACES TO WS-FIND-KEY
                               MOVE LoanNumber TO WS-FIND-KEY
                               MOVE SPACES TO WS-FIND-DETAIL
                               STRING "DISBURSE ACCOUNT "
                                       DELIMITED BY SIZE
                                   LoanDisburseAccount
                                       DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   WS-LOOK-TEXT DELIMITED BY SIZE
                                   INTO WS-FIND-DETAIL
                               PERFORM WRITE-FINDING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LoanFile.

      * An open case on an account that AccountArchive has moved to
      * archacct.dat can no longer be worked at the terminal.
       SWEEP-FRAUD-CASES.
           IF WS-ARCHIVE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT FraudCaseFile
           IF WS-CASE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ FraudCaseFile INTO FraudCaseRecord
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       IF FC-CASE-OPEN
                           PERFORM CHECK-CASE-ARCHIVED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FraudCaseFile.

       CHECK-CASE-ARCHIVED.
           MOVE FcAccountNumber TO AccountNumber OF ArchiveAccountData
           READ ArchiveAccountFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE 10 TO WS-CATEGORY
           MOVE SPACES TO WS-FIND-KEY
           MOVE FcCaseNumber TO WS-FIND-KEY
           MOVE SPACES TO WS-FIND-DETAIL
           STRING "CASE OPENED " DELIMITED BY SIZE
               FcOpenedDate DELIMITED BY SIZE
               " ACCOUNT " DELIMITED BY SIZE
               FcAccountNumber DELIMITED BY SIZE
               " ARCHIVED" DELIMITED BY SIZE
               INTO WS-FIND-DETAIL
           PERFORM WRITE-FINDING.

      * Random read of card.dat for WS-LOOK-ACCOUNT.
       LOOKUP-ACCOUNT.
           MOVE WS-LOOK-ACCOUNT TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   MOVE "M" TO WS-LOOK-STATE
                   MOVE "MISSING" TO WS-LOOK-TEXT
               NOT INVALID KEY
                   IF ACCOUNT-CLOSED OF AccountData
                       MOVE "C" TO WS-LOOK-STATE
                       MOVE "CLOSED" TO WS-LOOK-TEXT
                   ELSE
                       MOVE "O" TO WS-LOOK-STATE
                       MOVE "OPEN" TO WS-LOOK-TEXT
                   END-IF
           END-READ.

       WRITE-FINDING.
           ADD 1 TO WS-FINDING-COUNT
           ADD 1 TO WS-CAT-COUNT(WS-CATEGORY)
           MOVE SPACES TO ReportLine
           STRING "  " DELIMITED BY SIZE
               WS-CAT-CODE(WS-CATEGORY) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FIND-KEY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FIND-DETAIL DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

       WRITE-CATEGORY-SUMMARY.
           IF WS-FINDING-COUNT = ZERO
               MOVE SPACES TO ReportLine
               STRING "  NO INTEGRITY FINDINGS" DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-IF
           MOVE SPACES TO ReportLine
           STRING "FINDINGS BY CATEGORY:" DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > 10
               MOVE SPACES TO ReportLine
               STRING "  " DELIMITED BY SIZE
                   WS-CAT-CODE(WS-CAT-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CAT-COUNT(WS-CAT-IX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CAT-TEXT(WS-CAT-IX) DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-PERFORM
           MOVE SPACES TO ReportLine
           STRING "TOTAL FINDINGS: " DELIMITED BY SIZE
               WS-FINDING-COUNT DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.
