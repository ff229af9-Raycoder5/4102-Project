      * 10/15/2026 - new batch program: estate settlement report. For
      *              every customer recorded deceased on custmast.dat
      *              (or the one customer named on the command line)
      *              lists each of their open accounts on card.dat
      *              with the balance, the interest accrued since
      *              the last posting (savings: balance * the
      *              monthly INTEREST-RATE for the days run this
      *              month; term deposits: the locked rate pro rata
      *              from the start of the term; checking: the
      *              overdraft interest owed is taken off) and the
      *              net amount payable. A joint account with a
      *              surviving holder passes to the survivor and is
      *              shown but not divided; a sole account is split
      *              across its active payable-on-death designations
      *              from podbene.dat, the last designation absorbing
      *              the rounding when the shares reach 100 percent,
      *              and any undesignated share is payable to the
      *              estate. Written to estate.dat for the estates
      *              desk, which pays out and closes the accounts.
      * 10/15/2026 - accrued interest follows the account's product
      *              on prodmast.dat (ProductLookup): any product
      *              that earns interest accrues its PdInterestRate
      *              for the days run in its current posting period
      *              (a month, a quarter or a year), and any
      *              term-deposit product accrues its locked rate.
      *              INTEREST-RATE is no longer read here.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EstateSettlement.

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

           SELECT PodFile ASSIGN TO "podbene.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POD-STATUS.

           SELECT EstateReport ASSIGN TO "estate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AccountFile.
       COPY ACCTREC.

       FD  CustomerFile.
       COPY CUSTREC.

       FD  PodFile.
       COPY PODBENE.

       FD  EstateReport.
       01  EstateLine              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-CUSTOMER-STATUS      PIC XX.
       01  WS-POD-STATUS           PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-EOF-CUSTOMERS        PIC X(01) VALUE "N".
       01  WS-EOF-ACCOUNTS         PIC X(01).
       01  WS-ARG-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-ARG                  PIC X(20).
       01  WS-FILTER-CUSTOMER      PIC 9(08) VALUE ZERO.
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-MM             PIC 9(2).
       01  WS-TODAY-DD             PIC 9(2).
       COPY PRODMAST.
       01  WS-PRODUCT-FOUND        PIC X(01).
      * Days run, and days in, the product's interest period.
       01  WS-PERIOD-DAYS-RUN      PIC 9(3).
       01  WS-PERIOD-DAYS          PIC 9(3).
       01  WS-ESTATE-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-CUST-ACCT-COUNT      PIC 9(03).
       01  WS-POD-TABLE.
           02 WS-POD-REC OCCURS 500 TIMES PIC X(61).
       01  WS-POD-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-POD-IX               PIC 9(03) COMP.
       01  WS-POD-OVERFLOW         PIC X(01) VALUE "N".
      * Per-account settlement figures.
       01  WS-ACCRUED              PIC S9(10)V99.
       01  WS-NET-PAYABLE          PIC S9(10)V99.
       01  WS-SHARE-AMOUNT         PIC S9(10)V99.
       01  WS-SHARED-SO-FAR        PIC S9(10)V99.
       01  WS-PCT-SO-FAR           PIC 9(3)V99.
       01  WS-DESIGNATIONS         PIC 9(03).
      * Term-deposit start date, worked back from the maturity date.
       01  WS-START-DATE           PIC 9(8).
       01  WS-START-PARTS REDEFINES WS-START-DATE.
           02 WS-START-YYYY        PIC 9(4).
           02 WS-START-MM          PIC 9(2).
           02 WS-START-DD          PIC 9(2).
       01  WS-MONTH-INDEX          PIC 9(6).
       01  WS-DAYS-RUN             PIC S9(6).
       01  WS-TERM-DAYS            PIC S9(6).
       01  WS-AMOUNT-EDIT          PIC -(10)9.99.
       01  WS-PCT-EDIT             PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Preparing estate settlement report..."
           PERFORM GET-COMMAND-LINE-ARGS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY(5:2) TO WS-TODAY-MM
           MOVE WS-TODAY(7:2) TO WS-TODAY-DD
           PERFORM LOAD-POD-BOOK
           IF WS-POD-OVERFLOW = "Y"
               DISPLAY "podbene.dat holds more than 500 rows - "
                   "designations past the 500th are not shown."
           END-IF
           OPEN INPUT CustomerFile
           IF WS-CUSTOMER-STATUS = "35"
               DISPLAY "No customers on file. Nothing to report."
               STOP RUN
           END-IF
           OPEN OUTPUT EstateReport
           MOVE SPACES TO EstateLine
           STRING "ESTATE SETTLEMENT REPORT - " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO EstateLine
           WRITE EstateLine
           PERFORM UNTIL WS-EOF-CUSTOMERS = "Y"
               READ CustomerFile NEXT RECORD INTO CustomerData
                   AT END
                       MOVE "Y" TO WS-EOF-CUSTOMERS
                   NOT AT END
                       IF CUSTOMER-DECEASED OF CustomerData
                           PERFORM REPORT-ONE-ESTATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           IF WS-ESTATE-COUNT = ZERO
               MOVE "  NO DECEASED CUSTOMERS ON FILE" TO EstateLine
               WRITE EstateLine
           END-IF
           CLOSE EstateReport
           DISPLAY "Estates reported: " WS-ESTATE-COUNT
               " (estate.dat)."
           STOP RUN.

      * The optional first argument limits the run to one customer.
       GET-COMMAND-LINE-ARGS.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT NOT < 1
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG FROM ARGUMENT-VALUE
               IF FUNCTION TRIM(WS-ARG) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-ARG) TO WS-FILTER-CUSTOMER
               END-IF
           END-IF.

       REPORT-ONE-ESTATE.
           IF WS-FILTER-CUSTOMER NOT = ZERO
                   AND WS-FILTER-CUSTOMER NOT =
                       CustomerNumber OF CustomerData
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ESTATE-COUNT
           MOVE SPACES TO EstateLine
           WRITE EstateLine
           MOVE SPACES TO EstateLine
           STRING "Customer " DELIMITED BY SIZE
               CustomerNumber OF CustomerData DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CustomerName OF CustomerData DELIMITED BY SIZE
               INTO EstateLine
           WRITE EstateLine
           MOVE SPACES TO EstateLine
           STRING "  Date of death " DELIMITED BY SIZE
               DateOfDeath OF CustomerData DELIMITED BY SIZE
               ", recorded " DELIMITED BY SIZE
               DeathRecordedDate OF CustomerData DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               DeathRecordedBy OF CustomerData DELIMITED BY SIZE
               ", approved by " DELIMITED BY SIZE
               DeathApprovedBy OF CustomerData DELIMITED BY SIZE
               INTO EstateLine
           WRITE EstateLine
           MOVE ZERO TO WS-CUST-ACCT-COUNT
           MOVE "N" TO WS-EOF-ACCOUNTS
           OPEN INPUT AccountFile
           IF WS-FILE-STATUS = "35"
               MOVE "Y" TO WS-EOF-ACCOUNTS
           END-IF
           PERFORM UNTIL WS-EOF-ACCOUNTS = "Y"
               READ AccountFile NEXT RECORD INTO AccountData
                   AT END
                       MOVE "Y" TO WS-EOF-ACCOUNTS
                   NOT AT END
                       IF CustomerNumber OF AccountData =
                               CustomerNumber OF CustomerData
                           AND NOT ACCOUNT-CLOSED OF AccountData
                           ADD 1 TO WS-CUST-ACCT-COUNT
                           PERFORM REPORT-ESTATE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AccountFile
           IF WS-CUST-ACCT-COUNT = ZERO
               MOVE "  NO OPEN ACCOUNTS" TO EstateLine
               WRITE EstateLine
           END-IF.

       REPORT-ESTATE-ACCOUNT.
           PERFORM COMPUTE-ACCRUED-INTEREST
           COMPUTE WS-NET-PAYABLE =
               AccountBalance OF AccountData + WS-ACCRUED
           MOVE SPACES TO EstateLine
           STRING "  Account " DELIMITED BY SIZE
               AccountNumber OF AccountData DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               AccountType OF AccountData DELIMITED BY SIZE
               ") " DELIMITED BY SIZE
               AccountName OF AccountData DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CurrencyCode OF AccountData DELIMITED BY SIZE
               INTO EstateLine
           WRITE EstateLine
           MOVE AccountBalance OF AccountData TO WS-AMOUNT-EDIT
           MOVE SPACES TO EstateLine
           STRING "    Balance          " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO EstateLine
           WRITE EstateLine
           MOVE WS-ACCRUED TO WS-AMOUNT-EDIT
           MOVE SPACES TO EstateLine
           STRING "    Accrued interest " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO EstateLine
           WRITE EstateLine
           MOVE WS-NET-PAYABLE TO WS-AMOUNT-EDIT
           MOVE SPACES TO EstateLine
           STRING "    Net payable      " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO EstateLine
           WRITE EstateLine
           IF SecondaryHolderName OF AccountData NOT = SPACES
               MOVE SPACES TO EstateLine
               STRING "    Joint - passes to the surviving holder "
                   DELIMITED BY SIZE
                   SecondaryHolderName OF AccountData
                   DELIMITED BY SIZE
                   INTO EstateLine
               WRITE EstateLine
               EXIT PARAGRAPH
           END-IF
           IF WS-NET-PAYABLE NOT > ZERO
               MOVE "    Nothing payable" TO EstateLine
               WRITE EstateLine
               EXIT PARAGRAPH
           END-IF
           PERFORM DIVIDE-ACCOUNT-SHARES.

      * Interest earned but not yet posted, net of any overdraft
      * interest owed, as at today. The product's rate is credited
      * once a period, so it accrues over the 30-day months run so
      * far in the current month, quarter or year.
       COMPUTE-ACCRUED-INTEREST.
           MOVE ZERO TO WS-ACCRUED
           PERFORM LOAD-ACCOUNT-PRODUCT
           EVALUATE TRUE
               WHEN PRODUCT-TERM-DEPOSIT
                   IF MaturityDate OF AccountData NOT = ZERO
                       PERFORM ACCRUE-TERM-DEPOSIT
                   END-IF
               WHEN PdInterestRate = ZERO
                   CONTINUE
               WHEN INTEREST-MONTHLY
                   MOVE WS-TODAY-DD TO WS-PERIOD-DAYS-RUN
                   MOVE 30 TO WS-PERIOD-DAYS
                   PERFORM ACCRUE-PRODUCT-INTEREST
               WHEN INTEREST-QUARTERLY
                   COMPUTE WS-PERIOD-DAYS-RUN =
                       FUNCTION MOD(WS-TODAY-MM - 1, 3) * 30
                           + WS-TODAY-DD
                   MOVE 90 TO WS-PERIOD-DAYS
                   PERFORM ACCRUE-PRODUCT-INTEREST
               WHEN INTEREST-ANNUAL
                   COMPUTE WS-PERIOD-DAYS-RUN =
                       (WS-TODAY-MM - 1) * 30 + WS-TODAY-DD
                   MOVE 360 TO WS-PERIOD-DAYS
                   PERFORM ACCRUE-PRODUCT-INTEREST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF OverdraftAccrued OF AccountData > ZERO
               COMPUTE WS-ACCRUED ROUNDED =
                   WS-ACCRUED - OverdraftAccrued OF AccountData
           END-IF.

       ACCRUE-PRODUCT-INTEREST.
           IF AccountBalance OF AccountData > ZERO
               COMPUTE WS-ACCRUED ROUNDED =
                   AccountBalance OF AccountData * PdInterestRate
                       * WS-PERIOD-DAYS-RUN / WS-PERIOD-DAYS
           END-IF.

      * The full-term interest CdMaturity would credit at maturity,
      * taken pro rata for the days the term has run so far.
       ACCRUE-TERM-DEPOSIT.
           MOVE MaturityDate OF AccountData TO WS-START-DATE
           COMPUTE WS-MONTH-INDEX =
               WS-START-YYYY * 12 + WS-START-MM - 1
                   - TermMonths OF AccountData
           COMPUTE WS-START-YYYY =
               FUNCTION INTEGER(WS-MONTH-INDEX / 12)
           COMPUTE WS-START-MM =
               FUNCTION MOD(WS-MONTH-INDEX, 12) + 1
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-START-DATE) NOT = ZERO
               MOVE 28 TO WS-START-DD
           END-IF
           COMPUTE WS-TERM-DAYS =
               FUNCTION INTEGER-OF-DATE(MaturityDate OF AccountData)
                   - FUNCTION INTEGER-OF-DATE(WS-START-DATE)
           COMPUTE WS-DAYS-RUN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-START-DATE)
           IF WS-DAYS-RUN > WS-TERM-DAYS
               MOVE WS-TERM-DAYS TO WS-DAYS-RUN
           END-IF
           IF WS-DAYS-RUN NOT > ZERO OR WS-TERM-DAYS NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACCRUED ROUNDED =
               AccountBalance OF AccountData
                   * TermRate OF AccountData
                   * TermMonths OF AccountData / 12
                   * WS-DAYS-RUN / WS-TERM-DAYS.

      * Splits the net payable across the account's active
      * designations. The designation that brings the shares to 100
      * percent takes what is left, so the pennies always balance;
      * below 100 percent the remainder is the estate's.
       DIVIDE-ACCOUNT-SHARES.
           MOVE ZERO TO WS-DESIGNATIONS
           MOVE ZERO TO WS-SHARED-SO-FAR
           MOVE ZERO TO WS-PCT-SO-FAR
           PERFORM VARYING WS-POD-IX FROM 1 BY 1
                   UNTIL WS-POD-IX > WS-POD-COUNT
               MOVE WS-POD-REC(WS-POD-IX) TO PodRecord
               IF PdAccountNumber = AccountNumber OF AccountData
                       AND POD-ACTIVE
                   PERFORM PRINT-ONE-SHARE
               END-IF
           END-PERFORM
           IF WS-DESIGNATIONS = ZERO
               MOVE SPACES TO EstateLine
               STRING "    No payable-on-death designation - "
                   DELIMITED BY SIZE
                   "payable to the estate" DELIMITED BY SIZE
                   INTO EstateLine
               WRITE EstateLine
               EXIT PARAGRAPH
           END-IF
           IF WS-PCT-SO-FAR < 100
               COMPUTE WS-SHARE-AMOUNT =
                   WS-NET-PAYABLE - WS-SHARED-SO-FAR
               COMPUTE WS-PCT-EDIT = 100 - WS-PCT-SO-FAR
               MOVE WS-SHARE-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO EstateLine
               STRING "    To the estate (undesignated) "
                   DELIMITED BY SIZE
                   WS-PCT-EDIT DELIMITED BY SIZE
                   "% " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO EstateLine
               WRITE EstateLine
           END-IF.

       PRINT-ONE-SHARE.
           ADD 1 TO WS-DESIGNATIONS
           ADD PdSharePct TO WS-PCT-SO-FAR
           IF WS-PCT-SO-FAR NOT < 100
               COMPUTE WS-SHARE-AMOUNT =
                   WS-NET-PAYABLE - WS-SHARED-SO-FAR
           ELSE
               COMPUTE WS-SHARE-AMOUNT ROUNDED =
                   WS-NET-PAYABLE * PdSharePct / 100
           END-IF
           ADD WS-SHARE-AMOUNT TO WS-SHARED-SO-FAR
           MOVE PdSharePct TO WS-PCT-EDIT
           MOVE WS-SHARE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO EstateLine
           STRING "    POD " DELIMITED BY SIZE
               PdBeneficiaryName DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PCT-EDIT DELIMITED BY SIZE
               "% " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO EstateLine
           WRITE EstateLine.

       LOAD-POD-BOOK.
           MOVE ZERO TO WS-POD-COUNT
           OPEN INPUT PodFile
           IF WS-POD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-POD-STATUS = "10"
               READ PodFile INTO PodRecord
                   AT END
                       MOVE "10" TO WS-POD-STATUS
                   NOT AT END
                       IF WS-POD-COUNT = 500
                           MOVE "Y" TO WS-POD-OVERFLOW
                       ELSE
                           ADD 1 TO WS-POD-COUNT
                           MOVE PodRecord TO WS-POD-REC(WS-POD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PodFile.

      * The product row for the account in AccountData - the rules
      * it is held to (overdraft, withdrawal count, term deposit,
      * fee plan) now that they no longer follow the type letter.
       LOAD-ACCOUNT-PRODUCT.
           CALL "ProductLookup" USING ProductCode OF AccountData
               AccountType OF AccountData ProductRecord
               WS-PRODUCT-FOUND.
