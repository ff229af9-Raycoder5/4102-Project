      * 10/15/2026 - new cycle step: builds the nightly feed for the
      *              internet banking vendor (olbfeed.dat, OLBFEED).
      *              Every customer on custmast.dat goes out with the
      *              accounts linked to them by CustomerNumber (ledger
      *              balance, available balance as ledger less
      *              HeldAmount, status flags), each account's cards
      *              and their status, the account's entries from
      *              acchist.dat for the last OLB-HISTORY-DAYS days
      *              (default 30), the standing orders drawn on it,
      *              and the customer's loans with next due date and
      *              payment due. A HEADER opens the file and a TRAILR
      *              closes it with the record counts and the balance
      *              totals the vendor reconciles its load against.
      * 10/15/2026 - a customer merged into another is left off the
      *              feed; the vendor sees only the survivor, who now
      *              holds the accounts.
      * 10/15/2026 - the maturity date is sent for any account on a
      *              term-deposit product on prodmast.dat
      *              (ProductLookup); the account type sent is still
      *              the AccountType letter.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OnlineBankingExtract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AccountFile ASSIGN TO "card.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AccountNumber
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CustomerFile ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerNumber OF CustomerData
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT AccountHistoryFile ASSIGN TO "acchist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HistKey
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-HIST-STATUS.

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

           SELECT StandingOrderFile ASSIGN TO "stndord.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT FeedFile ASSIGN TO "olbfeed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AccountFile.
       COPY ACCTREC.

       FD  CustomerFile.
       COPY CUSTREC.

       FD  AccountHistoryFile.
       COPY HISTREC.

       FD  CardFile.
       COPY CARDREC.

       FD  LoanFile.
       COPY LOANREC.

       FD  StandingOrderFile.
       COPY STNDORD.

       FD  FeedFile.
       COPY OLBFEED.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-CUSTOMER-STATUS      PIC XX.
       01  WS-HIST-STATUS          PIC XX.
       01  WS-CARD-STATUS          PIC XX.
       01  WS-LOAN-STATUS          PIC XX.
       01  WS-ORDER-STATUS         PIC XX.
       01  WS-FEED-STATUS          PIC XX.
       01  WS-EOF-CUSTOMERS        PIC X(01).
       01  WS-EOF-ACCOUNTS         PIC X(01).
       01  WS-EOF-HISTORY          PIC X(01).
       01  WS-EOF-CARDS            PIC X(01).
       01  WS-EOF-LOANS            PIC X(01).
       01  WS-EOF-ORDERS           PIC X(01).
       01  WS-HAVE-CARDMAST        PIC X(01) VALUE "N".
       01  WS-HAVE-HISTORY         PIC X(01) VALUE "N".
       01  WS-HAVE-LOANS           PIC X(01) VALUE "N".
       01  WS-TODAY                PIC 9(8).
       01  WS-BD-PRIOR-DATE        PIC 9(8).
       01  WS-BD-FOUND             PIC X(01).
       01  WS-HISTORY-DAYS         PIC 9(3) VALUE 30.
       01  WS-CUTOFF-DATE          PIC 9(8).
       01  WS-BANK-NAME            PIC X(20) VALUE "COBOL BANK".
       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC 9(10)V9(4).
       01  WS-PARM-FOUND           PIC X(01).
       01  WS-AVAILABLE            PIC S9(10)V99.
       01  WS-ORDER-TABLE.
           02 WS-ORDER-ENTRY OCCURS 500 TIMES PIC X(52).
       01  WS-ORDER-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-ORDER-IX             PIC 9(04) COMP.
       01  WS-CUSTOMER-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNT-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-ENTRY-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-FEED-ORDER-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-LOAN-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-CARD-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-RECORD-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-LEDGER-TOTAL         PIC S9(13)V99 VALUE ZERO.
       01  WS-AVAILABLE-TOTAL      PIC S9(13)V99 VALUE ZERO.
       01  WS-ENTRY-AMOUNT-TOTAL   PIC 9(13)V99 VALUE ZERO.
       01  WS-LOAN-TOTAL           PIC S9(13)V99 VALUE ZERO.
       COPY PRODMAST.
       01  WS-PRODUCT-FOUND        PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Building the online banking feed..."
           CALL "BusinessDay" USING WS-TODAY WS-BD-PRIOR-DATE
               WS-BD-FOUND
           PERFORM LOAD-PARAMETERS
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - WS-HISTORY-DAYS + 1)
           OPEN INPUT CustomerFile
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "No customer master on file - no feed built."
               GOBACK
           END-IF
           PERFORM LOAD-STANDING-ORDERS
           PERFORM CHECK-OPTIONAL-FILES
           OPEN OUTPUT FeedFile
           PERFORM WRITE-FEED-HEADER
           MOVE "N" TO WS-EOF-CUSTOMERS
           PERFORM UNTIL WS-EOF-CUSTOMERS = "Y"
               READ CustomerFile NEXT RECORD INTO CustomerData
                   AT END
                       MOVE "Y" TO WS-EOF-CUSTOMERS
                   NOT AT END
                       PERFORM EXTRACT-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           PERFORM WRITE-FEED-TRAILER
           CLOSE FeedFile
           DISPLAY "Online banking feed customers: " WS-CUSTOMER-COUNT
           DISPLAY "Online banking feed accounts:  " WS-ACCOUNT-COUNT
           DISPLAY "Online banking feed entries:   " WS-ENTRY-COUNT
           DISPLAY "Online banking feed records:   " WS-RECORD-COUNT
           GOBACK.

      * Pulls this job's business numbers from the central
      * parameter file, keeping the compiled-in defaults when a key
      * is not on file.
       LOAD-PARAMETERS.
           MOVE "OLB-HISTORY-DAYS" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y" AND WS-PARM-VALUE > ZERO
               MOVE WS-PARM-VALUE TO WS-HISTORY-DAYS
           END-IF.

       GET-PARAMETER.
           CALL "ParamLookup" USING WS-PARM-KEY WS-PARM-VALUE
               WS-PARM-FOUND.

      * The card master, account history and loan master are each
      * optional: an installation without one simply sends no
      * records of that kind (cards then come from the account
      * record's own card fields).
       CHECK-OPTIONAL-FILES.
           OPEN INPUT CardFile
           IF WS-CARD-STATUS = "00"
               MOVE "Y" TO WS-HAVE-CARDMAST
               CLOSE CardFile
           END-IF
           OPEN INPUT AccountHistoryFile
           IF WS-HIST-STATUS = "00"
               MOVE "Y" TO WS-HAVE-HISTORY
               CLOSE AccountHistoryFile
           END-IF
           OPEN INPUT LoanFile
           IF WS-LOAN-STATUS = "00"
               MOVE "Y" TO WS-HAVE-LOANS
               CLOSE LoanFile
           END-IF.

      * The standing-order book is small (the terminal caps it) and
      * is held in a table so each account can pick its orders out.
       LOAD-STANDING-ORDERS.
           MOVE ZERO TO WS-ORDER-COUNT
           MOVE "N" TO WS-EOF-ORDERS
           OPEN INPUT StandingOrderFile
           IF WS-ORDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-ORDERS = "Y"
               READ StandingOrderFile INTO StandingOrderRecord
                   AT END
                       MOVE "Y" TO WS-EOF-ORDERS
                   NOT AT END
                       IF WS-ORDER-COUNT < 500
                           ADD 1 TO WS-ORDER-COUNT
                           MOVE StandingOrderRecord
                               TO WS-ORDER-ENTRY(WS-ORDER-COUNT)
                       ELSE
                           DISPLAY "Standing-order table full - "
                               "order " SoOrderNumber
                               " left off the feed."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StandingOrderFile.

       WRITE-FEED-HEADER.
           MOVE SPACES TO OlbHeaderRecord
           MOVE "HEADER" TO OfhRecordId
           MOVE WS-BANK-NAME TO OfhBankName
           MOVE WS-TODAY TO OfhBusinessDate
           MOVE FUNCTION CURRENT-DATE(1:14) TO OfhCreatedTimestamp
           MOVE WS-HISTORY-DAYS TO OfhHistoryDays
           WRITE OlbHeaderRecord
           ADD 1 TO WS-RECORD-COUNT.

      * One customer: the CUSTMR record, then each linked account
      * with its cards, entries and standing orders, then the
      * customer's loans.
       EXTRACT-CUSTOMER.
           IF CUSTOMER-MERGED OF CustomerData
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OlbCustomerRecord
           MOVE "CUSTMR" TO OfcRecordId
           MOVE CustomerNumber OF CustomerData TO OfcCustomerNumber
           MOVE CustomerName OF CustomerData TO OfcCustomerName
           MOVE CustomerAddress OF CustomerData TO OfcAddress
           MOVE CustomerPhone OF CustomerData TO OfcPhone
           IF CUSTOMER-DECEASED OF CustomerData
               MOVE "Y" TO OfcDeceasedFlag
           ELSE
               MOVE "N" TO OfcDeceasedFlag
           END-IF
           WRITE OlbCustomerRecord
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE "N" TO WS-EOF-ACCOUNTS
           OPEN INPUT AccountFile
           IF WS-FILE-STATUS = "35"
               CLOSE AccountFile
           ELSE
               PERFORM UNTIL WS-EOF-ACCOUNTS = "Y"
                   READ AccountFile NEXT RECORD INTO AccountData
                       AT END
                           MOVE "Y" TO WS-EOF-ACCOUNTS
                       NOT AT END
                           IF CustomerNumber OF AccountData =
                                   CustomerNumber OF CustomerData
                               PERFORM EXTRACT-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AccountFile
           END-IF
           IF WS-HAVE-LOANS = "Y"
               PERFORM EXTRACT-CUSTOMER-LOANS
           END-IF.

       EXTRACT-ACCOUNT.
           COMPUTE WS-AVAILABLE = AccountBalance OF AccountData
               - HeldAmount OF AccountData
           MOVE SPACES TO OlbAccountRecord
           MOVE "ACCONT" TO OfaRecordId
           MOVE CustomerNumber OF CustomerData TO OfaCustomerNumber
           MOVE AccountNumber OF AccountData TO OfaAccountNumber
           MOVE AccountName OF AccountData TO OfaAccountName
           MOVE AccountType OF AccountData TO OfaAccountType
           MOVE CurrencyCode OF AccountData TO OfaCurrencyCode
           MOVE AccountStatus OF AccountData TO OfaStatus
           MOVE DormantFlag OF AccountData TO OfaDormantFlag
           MOVE RestrictedFlag OF AccountData TO OfaRestrictedFlag
           IF AccountBalance OF AccountData < ZERO
               MOVE "-" TO OfaLedgerSign
           ELSE
               MOVE "+" TO OfaLedgerSign
           END-IF
           MOVE AccountBalance OF AccountData TO OfaLedgerBalance
           IF WS-AVAILABLE < ZERO
               MOVE "-" TO OfaAvailableSign
           ELSE
               MOVE "+" TO OfaAvailableSign
           END-IF
           MOVE WS-AVAILABLE TO OfaAvailableBalance
           MOVE HeldAmount OF AccountData TO OfaHeldAmount
           PERFORM LOAD-ACCOUNT-PRODUCT
           IF PRODUCT-TERM-DEPOSIT
               MOVE MaturityDate OF AccountData TO OfaMaturityDate
           ELSE
               MOVE ZERO TO OfaMaturityDate
           END-IF
           WRITE OlbAccountRecord
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-ACCOUNT-COUNT
           ADD AccountBalance OF AccountData TO WS-LEDGER-TOTAL
           ADD WS-AVAILABLE TO WS-AVAILABLE-TOTAL
           IF WS-HAVE-CARDMAST = "Y"
               PERFORM EXTRACT-ACCOUNT-CARDS
           ELSE
               IF CardNumber OF AccountData NOT = ZERO
                   PERFORM WRITE-ACCOUNT-CARD
               END-IF
           END-IF
           IF WS-HAVE-HISTORY = "Y"
               PERFORM EXTRACT-ACCOUNT-ENTRIES
           END-IF
           PERFORM EXTRACT-ACCOUNT-ORDERS.

      * The product row for the account in AccountData - the rules
      * it is held to (overdraft, withdrawal count, term deposit,
      * fee plan) now that they no longer follow the type letter.
       LOAD-ACCOUNT-PRODUCT.
           CALL "ProductLookup" USING ProductCode OF AccountData
               AccountType OF AccountData ProductRecord
               WS-PRODUCT-FOUND.

      * Every card on the card master issued against this account.
       EXTRACT-ACCOUNT-CARDS.
           MOVE "N" TO WS-EOF-CARDS
           OPEN INPUT CardFile
           IF WS-CARD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-CARDS = "Y"
               READ CardFile NEXT RECORD INTO CardData
                   AT END
                       MOVE "Y" TO WS-EOF-CARDS
                   NOT AT END
                       IF CmAccountNumber =
                               AccountNumber OF AccountData
                           MOVE SPACES TO OlbCardRecord
                           MOVE "CARDST" TO OfkRecordId
                           MOVE CmCardNumber(13:4)
                               TO OfkCardLastFour
                           MOVE CmExpMM TO OfkExpiryMonth
                           MOVE CmExpYYYY TO OfkExpiryYear
                           MOVE CmStatus TO OfkStatus
                           PERFORM WRITE-CARD-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CardFile.

      * Before the card master exists the account record carries
      * its one card; its status follows the account.
       WRITE-ACCOUNT-CARD.
           MOVE SPACES TO OlbCardRecord
           MOVE "CARDST" TO OfkRecordId
           MOVE CardNumber OF AccountData(13:4) TO OfkCardLastFour
           MOVE MM OF ExpirationDate OF AccountData TO OfkExpiryMonth
           MOVE YY OF ExpirationDate OF AccountData TO OfkExpiryYear
           IF ACCOUNT-CLOSED OF AccountData
               MOVE "C" TO OfkStatus
           ELSE
               MOVE "A" TO OfkStatus
           END-IF
           PERFORM WRITE-CARD-RECORD.

      * Only the last four digits of a card number ever leave the
      * bank. The PIN lock is held on the account.
       WRITE-CARD-RECORD.
           MOVE CustomerNumber OF CustomerData TO OfkCustomerNumber
           MOVE AccountNumber OF AccountData TO OfkAccountNumber
           IF ACCOUNT-LOCKED OF AccountData
               MOVE "Y" TO OfkPinLocked
           ELSE
               MOVE "N" TO OfkPinLocked
           END-IF
           WRITE OlbCardRecord
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-CARD-COUNT.

      * Positions straight to this account's first entry on or
      * after the cutoff and walks forward until the account
      * changes.
       EXTRACT-ACCOUNT-ENTRIES.
           MOVE "N" TO WS-EOF-HISTORY
           OPEN INPUT AccountHistoryFile
           IF WS-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HistoryRecord
           MOVE AccountNumber OF AccountData TO HistAccountNumber
           MOVE ZERO TO HistTimestamp
           MOVE WS-CUTOFF-DATE TO HistTimestamp(1:8)
           MOVE ZERO TO HistSequence
           START AccountHistoryFile KEY NOT < HistKey
               INVALID KEY
                   MOVE "Y" TO WS-EOF-HISTORY
           END-START
           PERFORM UNTIL WS-EOF-HISTORY = "Y"
               READ AccountHistoryFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-HISTORY
                   NOT AT END
                       IF HistAccountNumber NOT =
                               AccountNumber OF AccountData
                           MOVE "Y" TO WS-EOF-HISTORY
                       ELSE
                           PERFORM WRITE-ENTRY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AccountHistoryFile.

       WRITE-ENTRY-RECORD.
           MOVE SPACES TO OlbEntryRecord
           MOVE "ENTRY " TO OfeRecordId
           MOVE CustomerNumber OF CustomerData TO OfeCustomerNumber
           MOVE HistAccountNumber TO OfeAccountNumber
           MOVE HistTimestamp TO OfeTimestamp
           MOVE HistSequence TO OfeSequence
           MOVE HistTransactionType TO OfeTransactionType
           MOVE HistAmount TO OfeAmount
           IF HistBalance < ZERO
               MOVE "-" TO OfeBalanceSign
           ELSE
               MOVE "+" TO OfeBalanceSign
           END-IF
           MOVE HistBalance TO OfeBalance
           WRITE OlbEntryRecord
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-ENTRY-COUNT
           ADD HistAmount TO WS-ENTRY-AMOUNT-TOTAL.

      * The standing orders drawn on this account, whatever their
      * status, so the vendor can show suspended and cancelled ones.
       EXTRACT-ACCOUNT-ORDERS.
           PERFORM VARYING WS-ORDER-IX FROM 1 BY 1
                   UNTIL WS-ORDER-IX > WS-ORDER-COUNT
               MOVE WS-ORDER-ENTRY(WS-ORDER-IX)
                   TO StandingOrderRecord
               IF SoSourceAccount = AccountNumber OF AccountData
                   MOVE SPACES TO OlbOrderRecord
                   MOVE "STDORD" TO OfsRecordId
                   MOVE CustomerNumber OF CustomerData
                       TO OfsCustomerNumber
                   MOVE SoOrderNumber TO OfsOrderNumber
                   MOVE SoSourceAccount TO OfsSourceAccount
                   MOVE SoDestAccount TO OfsDestAccount
                   MOVE SoAmount TO OfsAmount
                   MOVE SoFrequency TO OfsFrequency
                   MOVE SoNextDueDate TO OfsNextDueDate
                   MOVE SoStatus TO OfsStatus
                   WRITE OlbOrderRecord
                   ADD 1 TO WS-RECORD-COUNT
                   ADD 1 TO WS-FEED-ORDER-COUNT
               END-IF
           END-PERFORM.

      * The customer's loans, with the next due date and the
      * payment then due (the installment plus anything past due).
       EXTRACT-CUSTOMER-LOANS.
           MOVE "N" TO WS-EOF-LOANS
           OPEN INPUT LoanFile
           IF WS-LOAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-LOANS = "Y"
               READ LoanFile NEXT RECORD INTO LoanData
                   AT END
                       MOVE "Y" TO WS-EOF-LOANS
                   NOT AT END
                       IF LoanCustomerNumber =
                               CustomerNumber OF CustomerData
                           PERFORM WRITE-LOAN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LoanFile.

       WRITE-LOAN-RECORD.
           MOVE SPACES TO OlbLoanRecord
           MOVE "LOANAC" TO OflRecordId
           MOVE LoanCustomerNumber TO OflCustomerNumber
           MOVE LoanNumber TO OflLoanNumber
           MOVE LoanStatus TO OflStatus
           IF LoanBalance < ZERO
               MOVE "-" TO OflBalanceSign
           ELSE
               MOVE "+" TO OflBalanceSign
           END-IF
           MOVE LoanBalance TO OflBalance
           IF LOAN-ACTIVE
               MOVE LoanNextDueDate TO OflNextDueDate
               COMPUTE OflPaymentDue = LoanMonthlyPayment
                   + LoanPastDueAmount
           ELSE
               MOVE ZERO TO OflNextDueDate
               MOVE ZERO TO OflPaymentDue
           END-IF
           MOVE LoanPastDueAmount TO OflPastDueAmount
           MOVE LoanDisburseAccount TO OflDisburseAccount
           WRITE OlbLoanRecord
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-LOAN-COUNT
           ADD LoanBalance TO WS-LOAN-TOTAL.

       WRITE-FEED-TRAILER.
           ADD 1 TO WS-RECORD-COUNT
           MOVE SPACES TO OlbTrailerRecord
           MOVE "TRAILR" TO OftRecordId
           MOVE WS-CUSTOMER-COUNT TO OftCustomerCount
           MOVE WS-ACCOUNT-COUNT TO OftAccountCount
           MOVE WS-ENTRY-COUNT TO OftEntryCount
           MOVE WS-FEED-ORDER-COUNT TO OftOrderCount
           MOVE WS-LOAN-COUNT TO OftLoanCount
           MOVE WS-CARD-COUNT TO OftCardCount
           MOVE WS-RECORD-COUNT TO OftRecordCount
           IF WS-LEDGER-TOTAL < ZERO
               MOVE "-" TO OftLedgerSign
           ELSE
               MOVE "+" TO OftLedgerSign
           END-IF
           MOVE WS-LEDGER-TOTAL TO OftLedgerTotal
           IF WS-AVAILABLE-TOTAL < ZERO
               MOVE "-" TO OftAvailableSign
           ELSE
               MOVE "+" TO OftAvailableSign
           END-IF
           MOVE WS-AVAILABLE-TOTAL TO OftAvailableTotal
           MOVE WS-ENTRY-AMOUNT-TOTAL TO OftEntryAmountTotal
           IF WS-LOAN-TOTAL < ZERO
               MOVE "-" TO OftLoanSign
           ELSE
               MOVE "+" TO OftLoanSign
           END-IF
           MOVE WS-LOAN-TOTAL TO OftLoanTotal
           WRITE OlbTrailerRecord.
