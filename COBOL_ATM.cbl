      *              difference logged as DRW-OVER/DRW-SHORT under
      *              the operator's id. CashPosition balances each
      *              drawer separately.
      * 10/15/2026 - Holiday calendar (menu option 28, supervisor):
      *              bank holidays are added, removed and listed on
      *              holiday.dat, which the business-date cutover
      *              and the cycle's due-date tests read to skip
      *              closed days. A new deposit hold's release date
      *              is rolled past weekends and holidays the same
      *              way, so the date quoted is the date it frees.
      * 10/15/2026 - Overdraft protection: a checking account can be
      *              linked to the same customer's savings account
      *              (menu option 29, shown on VIEW-ACCOUNT). A
      *              withdrawal the checking account cannot cover
      *              pulls the shortfall across first as a logged
      *              OD-XFER-OUT/OD-XFER-IN pair - counted against
      *              the savings withdrawal limit and priced off the
      *              fee schedule as OD-XFER - before the item is
      *              declined or the checking goes overdrawn.
      * 10/15/2026 - ATM dispense disputes (menu option 30): a claim
      *              is opened on dispute.dat against the exact
      *              WITHDRAWAL log entry the customer says paid
      *              nothing out, with its provisional-credit due
      *              date (DISPUTE-PROV-DAYS business days) and
      *              resolution deadline (DISPUTE-RESOLVE-DAYS)
      *              set at opening. The supervisor resolution
      *              screen shows that day's evidence - the branch's
      *              dispensed total, the teller drawers' over/short
      *              and the withdrawing operator's own drawer row,
      *              and the machine's note position - and closes
      *              the claim paid (DISP-CREDIT, unless the
      *              DisputeAging step already credited it) or
      *              denied (a provisional credit comes back as
      *              DISP-REVERSE). A withdrawal under claim can no
      *              longer be reversed on its own through
      *              REVERSE-TRANSACTION.
      * 10/15/2026 - Deceased customers: customer maintenance records
      *              a date of death, signed off by a supervisor's
      *              own ID and password at the terminal. Every
      *              account the customer owns alone goes on the
      *              estate hold (joint accounts with a surviving
      *              holder carry on), their cards on cardmast.dat
      *              are cancelled and the standing orders drawn on
      *              the held accounts are suspended. Payable-on-
      *              death beneficiaries (name and share) are kept
      *              per account on podbene.dat for the
      *              EstateSettlement report. A deceased customer
      *              cannot be given a new account, and the fraud
      *              restriction lift does not clear an estate hold.
      * 10/15/2026 - Customer identification: ADD-CUSTOMER captures
      *              and edit-checks date of birth, ID document
      *              (type, number, expiry) and tax ID, and customer
      *              maintenance gains Update Identification. A new
      *              account can only be opened for a fully
      *              identified customer with an unexpired ID; the
      *              teller may complete the identity on the spot in
      *              CREATE-ACCOUNT. A supervisor stamps the periodic
      *              due-diligence review date from customer
      *              maintenance for the DueDiligenceReview report.
      * 10/15/2026 - Loan servicing (menu option 31): a supervisor
      *              charges off a loan once it is CHARGEOFF-DAYS
      *              past due - the status goes to charged-off, the
      *              balance is written off as a CHARGE-OFF log entry
      *              and collection stops. Money later received on a
      *              charged-off loan is taken from a deposit account
      *              as a RECOVERY. Both go on the lnloss.dat loss
      *              register for the LoanChargeOff report.
      * 10/15/2026 - loan payoff: Loan Servicing gains a payoff
      *              quote (balance, interest accrued day by day to
      *              a chosen payoff date from the day interest was
      *              last collected through, and any late charges
      *              owed) and a teller loan payment that either
      *              pays the loan off in full - LOAN-INT,
      *              LATE-CHARGE and PRINCIPAL legs, loan marked
      *              paid off - or takes a principal-only
      *              prepayment and re-amortizes the remaining term
      *              at a lower monthly payment.
      * 10/15/2026 - credit bureau rejects: Loan Servicing lists the
      *              open and corrected rows on the cbrej.dat reject
      *              register, and a supervisor marks a loan's
      *              rejects for a month corrected once the record
      *              is put right, so CreditBureauExtract re-sends
      *              it on the next correction file.
      * 10/15/2026 - dual control: a parameter change, a new
      *              exchange rate, a fee schedule row (new Fee
      *              Schedule screen under parameter maintenance), a
      *              new operator or an operator role change (new
      *              Change Operator Role) is no longer written by
      *              the supervisor who keys it. It is staged on
      *              pendchg.dat with its before and after values,
      *              and a second, different supervisor signed on
      *              approves it - only then is it applied - or
      *              rejects it under Dual Control Approvals. Changes
      *              pending more than PENDING-EXPIRY-HOURS (default
      *              24) expire unapplied.
      * 10/15/2026 - operator credentials: operator.dat now carries
      *              a status, the password-change date, a failed
      *              sign-on counter and the last sign-on date
      *              (OPERREC copybook). MAX-SIGNON-FAILS (default
      *              5) consecutive bad passwords lock the ID; a
      *              locked, disabled or revoked ID cannot sign on
      *              or countersign. A password older than
      *              PASSWORD-EXPIRY-DAYS (default 90), or one set
      *              by a supervisor, must be changed at sign-on.
      *              Operator Maintenance 4 disables or revokes an
      *              ID at once; reinstating a locked or disabled ID
      *              goes through dual control. Parameters are now
      *              loaded before sign-on.
      * 10/15/2026 - every supervisor override approved or refused
      *              at the terminal is now written to ovrdlog.dat
      *              with the operator and the approving supervisor.
      *              An operator can be linked to their own customer
      *              number (asked on Add Operator, or Operator
      *              Maintenance 5) for the nightly activity review.
      * 10/15/2026 - Archived Book Inquiry (option 33): rows the
      *              monthly retention purge has moved out of the
      *              working books are found through the purgecat.dat
      *              catalog and listed from their dated archives, by
      *              account number (or batch file ID for the batch
      *              register).
      * 10/15/2026 - branch vault: each branch's vault is held by
      *              denomination on vault.dat and every movement is
      *              journalled on vaultmov.dat. Once a branch has a
      *              vault (its first cash-centre shipment in), the
      *              opening float is counted out of it, Vault Cash
      *              (option 34) buys cash into the drawer and sells
      *              it back, the sign-off count goes back into it
      *              by denomination, and Load ATM Cash draws the
      *              notes from it. Supervisors record cash-centre
      *              shipments in and out there. A withdrawal paid
      *              by the station's note dispenser now comes out of
      *              the machine's notes only; the drawer carries it
      *              as a memo instead of as cash out.
      * 10/15/2026 - Official Checks (option 35): an official check
      *              is issued against a customer account - debited
      *              as OC-ISSUE, credited to the settlement account
      *              named by OFFCHK-SETTLE-ACCT as OC-SETTLE - and
      *              entered on the offchk.dat register. Supervisors
      *              stop, void (money back to the remitter) or
      *              reissue a stopped check there. Close Account can
      *              pay the closing balance out by official check
      *              instead of by hand.
      * 10/15/2026 - Bill Payment (option 36): a payee directory per
      *              customer (name, remittance routing and account,
      *              the customer's reference with the payee) kept on
      *              payees.dat, every change audited as record type
      *              "P", and one-time future-dated payments to a
      *              saved payee scheduled on billpay.dat for the
      *              BillPayExec cycle step to pay. External
      *              transfers are now priced off feesched.dat as
      *              EXT-XFER, the same as a bill payment.
      * 10/15/2026 - Customer Maintenance option 8, Merge Duplicate
      *              Customers: a supervisor names the surviving and
      *              the losing CustomerNumber for a person on file
      *              twice (the DuplicateCustomerScan report lists
      *              the likely pairs). The loser's accounts, loans,
      *              payees and bill payments move to the survivor -
      *              cards and standing orders travel with their
      *              accounts - and the losing record is retired as
      *              merged, never deleted. Every change is on
      *              mntaudit.dat, the two records' name, address
      *              and phone as before and after images. A merged
      *              customer cannot be given a new account.
      * 10/15/2026 - accounts are opened on a product from
      *              prodmast.dat instead of a bare type letter: the
      *              teller picks an on-sale product code and the
      *              account takes its ProductCode and the product's
      *              account type. Every rule that used to follow
      *              the letter now follows the product
      *              (ProductLookup): the term-deposit lock and its
      *              early-withdrawal penalty rate, overdraft and
      *              its limit, the monthly withdrawal count,
      *              overdraft-protection eligibility on both sides
      *              of the link, and the fee plan. Update Account
      *              changes the product (audited as PRODUCT-CODE);
      *              View Account shows it; Parameter Maintenance
      *              option 5 lists the product master. The
      *              OVERDRAFT-LIMIT, SAVINGS-WD-LIMIT and
      *              CD-PENALTY-RATE parameters are no longer read
      *              here; they live on in the standard products.
      * 10/15/2026 - option 37, Report Library (supervisor): lists the
      *              reports the end-of-day cycle filed on
      *              rptindex.dat and reprints any retained one by
      *              report name and business date, at the terminal
      *              and to rptprint.dat.
      * 10/15/2026 - the product master is read at its full 97-byte
      *              row (the listing and the on-sale list were
      *              reading split rows), and a bad read stops the
      *              listing. The supervisor override now holds the
      *              supervisor's password to the sign-on rules: a
      *              wrong one counts against the ID and locks it at
      *              MAX-SIGNON-FAILS, a good one clears the count,
      *              and an expired one is refused. A dispute
      *              resolution is stamped with the open business
      *              date, so its notice goes out when that day
      *              settles.
      * 10/15/2026 - a customer merge relinks any operator linked to
      *              the losing record to the survivor, audited per
      *              operator. An operator cannot change their own
      *              customer link, and an applied role change is
      *              audited like a status change. A loan written
      *              before the charge-off, interest-from and
      *              late-charge fields reads back with them zero,
      *              and loan servicing ages a loan against the open
      *              business date. An external transfer queued at
      *              the terminal carries a blank remittance
      *              reference. The report library menu stays up
      *              until Return is chosen.
      * 10/15/2026 - a product rule (overdraft, withdrawal limit,
      *              interest, minimum balance, maintenance fee,
      *              penalty rate or on-sale status) is changed from
      *              Parameter Maintenance one field at a time through
      *              dual control; on approval that field of the
      *              prodmast.dat row is rewritten and audited.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL_ATM.

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.

           SELECT FeeScheduleFile ASSIGN TO "feesched.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEESCHED-STATUS.

           SELECT ProductFile ASSIGN TO "prodmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-STATUS.

           SELECT PendingChangeFile ASSIGN TO "pendchg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT CustomerFile ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT OverrideLogFile ASSIGN TO "ovrdlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OVRDLOG-STATUS.

           SELECT LoanFile ASSIGN TO "loanmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOANCTL-STATUS.

           SELECT LoanLossFile ASSIGN TO "lnloss.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LNLOSS-STATUS.

           SELECT FraudCaseFile ASSIGN TO "fraudcse.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SCRDISP-STATUS.

           SELECT HolidayFile ASSIGN TO "holiday.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT DisputeFile ASSIGN TO "dispute.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT PodFile ASSIGN TO "podbene.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POD-STATUS.

           SELECT BureauRejectFile ASSIGN TO "cbrej.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CBREJ-STATUS.

           SELECT VaultFile ASSIGN TO "vault.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VAULT-STATUS.

           SELECT VaultMovementFile ASSIGN TO "vaultmov.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VAULTMOV-STATUS.

           SELECT OfficialCheckFile ASSIGN TO "offchk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OFFCHK-STATUS.

           SELECT PayeeFile ASSIGN TO "payees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAYEE-STATUS.

           SELECT BillPaymentFile ASSIGN TO "billpay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BILLPAY-STATUS.

           SELECT PurgeCatalogFile ASSIGN TO "purgecat.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PURGECAT-STATUS.

           SELECT PurgeArchiveFile ASSIGN USING WS-PURGE-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PURGEARC-STATUS.

           SELECT ReportIndexFile ASSIGN TO "rptindex.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPTINDEX-STATUS.

           SELECT LibraryCopyFile ASSIGN USING WS-LIBRARY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LIBCOPY-STATUS.

           SELECT ReprintFile ASSIGN TO "rptprint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AccountFile.
       COPY STNDORD.

       FD  OperatorFile.
       COPY OPERREC.

       FD  FxRateFile.
       COPY FXRATES.

       FD  FeeScheduleFile.
       COPY FEESCHED.

       FD  ProductFile.
       01  ProductFileLine         PIC X(97).

       FD  PendingChangeFile.
       COPY PENDCHG.

       FD  CustomerFile.
       COPY CUSTREC.

       FD  MaintAuditFile.
       COPY MAINTAUD.

       FD  OverrideLogFile.
       COPY OVRDLOG.

       FD  LoanFile.
       COPY LOANREC.

       01  LoanControlRecord.
           02 CtlNextLoanNumber   PIC 9(8).

       FD  LoanLossFile.
       COPY LNLOSS.

       FD  FraudCaseFile.
       COPY FRAUDCSE.

       FD  ScreenDispFile.
       COPY SCRDISP.

       FD  HolidayFile.
       COPY HOLIDAY.

       FD  DisputeFile.
       COPY DISPUTE.

       FD  PodFile.
       COPY PODBENE.

       FD  BureauRejectFile.
       COPY CBREJ.

       FD  ParamHistFile.
       01  ParamHistRecord.
           02 PhKey               PIC X(20).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PhTimestamp         PIC 9(14).

       FD  VaultFile.
       COPY VAULT.

       FD  VaultMovementFile.
       COPY VAULTMOV.

       FD  OfficialCheckFile.
       COPY OFFCHK.

       FD  PayeeFile.
       COPY PAYEE.

       FD  BillPaymentFile.
       COPY BILLPAY.

       FD  PurgeCatalogFile.
       COPY PURGECAT.

       FD  PurgeArchiveFile.
       01  PurgeArchiveLine        PIC X(200).

       FD  ReportIndexFile.
       COPY RPTINDEX.

       FD  LibraryCopyFile.
       01  LibraryCopyLine         PIC X(132).

       FD  ReprintFile.
       01  ReprintLine             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-USER-INPUT           PIC X(20).
       01  WS-TRANSACTION-AMOUNT   PIC 9(10)V99.
       01  WS-CURRENT-YEAR         PIC 9(4).
       01  WS-CURRENT-MONTH        PIC 9(2).
       01  WS-CARD-VALID           PIC X(01).
       01  WS-CURRENT-YYYYMM       PIC 9(6).
       01  WS-WITHDRAWAL-OK        PIC X(01).
       01  WS-CVV-INPUT            PIC 999.
       01  WS-HASH-INPUT           PIC 9(18).
       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC 9(10)V9(4).
       01  WS-PARM-FOUND           PIC X(01).
       COPY PRODMAST.
       01  WS-PRODUCT-FOUND        PIC X(01).
       01  WS-PARM-OLD-VALUE       PIC 9(10)V9(4).
       01  WS-PARM-NEW-VALUE       PIC 9(10)V9(4).
       01  WS-PARM-DATE-INPUT      PIC 9(8).
       01  WS-REV-ALREADY          PIC X(01).
       01  WS-REV-DIRECTION        PIC X(02).
       01  WS-EOF-REVLOG           PIC X(01).
       01  WS-CD-PENALTY           PIC 9(10)V99.
       01  WS-TERM-MONTHS-INPUT    PIC 9(3).
       01  WS-TERM-RATE-INPUT      PIC 9V9(4).
       01  WS-EFFECTIVE-LIMIT      PIC 9(10)V99.
       01  WS-DRAWER-STATUS        PIC XX.
       01  WS-DRAWER-TABLE.
           02 WS-DRAWER-REC OCCURS 100 TIMES PIC X(154).
       01  WS-DRAWER-COUNT         PIC 9(03) COMP VALUE ZERO.
       01  WS-DRAWER-IX            PIC 9(03) COMP.
       01  WS-DRAWER-HIT           PIC 9(03) COMP.
       01  WS-OLD-EXPIRY           PIC X(7).
       01  WS-NEW-EXPIRY           PIC X(7).
       01  WS-OLD-ACCT-TYPE        PIC X(01).
       01  WS-OLD-PRODUCT-CODE     PIC X(04).
       01  WS-OLD-CVV-HASH         PIC 9(9).
       01  WS-OLD-CUST-NAME        PIC X(20).
       01  WS-OLD-CUST-ADDR        PIC X(40).
       01  WS-LOAN-DUE-YYYY        PIC 9(4).
       01  WS-LOAN-DUE-MM          PIC 9(2).
       01  WS-LOAN-DUE-DD          PIC 9(2).
      * Loan servicing: charge-off and recovery.
       01  WS-LNLOSS-STATUS        PIC XX.
       01  WS-CHARGEOFF-DAYS       PIC 9(3) VALUE 120.
       01  WS-LOAN-SEARCH          PIC 9(8).
       01  WS-LOAN-AGE-FROM        PIC 9(8).
       01  WS-LOAN-DAYS-PAST       PIC S9(5).
       01  WS-LOAN-AMOUNT-INPUT    PIC 9(10)V99.
       01  WS-LOAN-UNRECOVERED     PIC 9(10)V99.
       01  WS-LOAN-AMOUNT-EDIT     PIC Z(9)9.99.
       01  WS-LOAN-BALANCE-EDIT    PIC -(10)9.99.
      * Loan servicing: payoff quotes and teller loan payments.
       01  WS-PAYOFF-DATE          PIC 9(8).
       01  WS-PAYOFF-FROM          PIC 9(8).
       01  WS-PAYOFF-DAYS          PIC S9(5).
       01  WS-PAYOFF-INTEREST      PIC 9(10)V99.
       01  WS-PAYOFF-PER-DIEM      PIC 9(8)V9(4).
       01  WS-PAYOFF-TOTAL         PIC 9(10)V99.
       01  WS-PAYOFF-DAYS-EDIT     PIC Z(4)9.
       01  WS-PER-DIEM-EDIT        PIC Z(7)9.9999.
       01  WS-LOAN-PAY-CHOICE      PIC X(01).
       01  WS-LOAN-LEG-TYPE        PIC X(12).
       01  WS-LOAN-LEG-AMOUNT      PIC 9(10)V99.
       01  WS-LOAN-OLD-PAYMENT     PIC 9(10)V99.
       01  WS-LOAN-ACCOUNT-OK      PIC X(01).
      * Loan servicing: the credit bureau reject register.
       01  WS-CBREJ-STATUS         PIC XX.
       01  WS-CBREJ-TABLE.
           02 WS-CBREJ-REC OCCURS 500 TIMES PIC X(88).
       01  WS-CBREJ-COUNT          PIC 9(03) COMP VALUE ZERO.
       01  WS-CBREJ-IX             PIC 9(03) COMP.
       01  WS-CBREJ-OVERFLOW       PIC X(01) VALUE "N".
       01  WS-CBREJ-LISTED         PIC 9(03) VALUE ZERO.
       01  WS-CBREJ-MARKED         PIC 9(03) VALUE ZERO.
       01  WS-CBREJ-PERIOD         PIC 9(6).
       01  WS-CASE-STATUS          PIC XX.
       01  WS-CASE-TABLE.
           02 WS-CASE-REC OCCURS 500 TIMES PIC X(140).
       01  WS-FEE-AMOUNT           PIC 9(8)V99.
       01  WS-FEE-ALLOWANCE        PIC 9(3).
       01  WS-FEE-FOUND            PIC X(01).
       01  WS-FEESCHED-STATUS      PIC XX.
       01  WS-EOF-FEES             PIC X(01).
       01  WS-PRODUCT-STATUS       PIC XX.
       01  WS-EOF-PRODUCTS         PIC X(01).
       01  WS-PRODUCT-CODE-INPUT   PIC X(04).
       01  WS-PRODUCT-TYPE         PIC X(01).
       01  WS-PRODUCT-OK           PIC X(01).
       01  WS-PRODUCT-RATE-EDIT    PIC 9.9(4).
       01  WS-PRODUCT-AMT-EDIT     PIC Z(9)9.99.
       01  WS-PROD-TABLE.
           02 WS-PROD-REC OCCURS 100 TIMES PIC X(97).
       01  WS-PROD-COUNT           PIC 9(03) COMP VALUE ZERO.
       01  WS-PROD-IX              PIC 9(03) COMP.
       01  WS-PROD-HIT             PIC 9(03) COMP.
       01  WS-PROD-UNSAFE          PIC X(01).
       01  WS-PROD-FIELD-CHOICE    PIC X(01).
       01  WS-PROD-AMOUNT-INPUT    PIC 9(10)V99.
       01  WS-PROD-RATE-INPUT      PIC 9V9(4).
       01  WS-PROD-COUNT-INPUT     PIC 9(03).
       01  WS-PROD-FLAG-INPUT      PIC X(01).
       01  WS-PROD-FIELD-TEXT      PIC X(40).
      * A product rule change as it is carried in PcPayload: the
      * product, the one field changed and its new value in the
      * picture that field takes.
       01  WS-PROD-CHANGE.
           02 WS-PCH-CODE          PIC X(04).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WS-PCH-FIELD         PIC X(15).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WS-PCH-AMOUNT        PIC 9(10)V99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WS-PCH-RATE          PIC 9V9(4).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WS-PCH-COUNT         PIC 9(03).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WS-PCH-FLAG          PIC X(01).
       01  WS-FEE-TIER-INPUT       PIC 9(1).
       01  WS-FEE-AMOUNT-INPUT     PIC 9(8)V99.
       01  WS-FEE-ALLOW-INPUT      PIC 9(3).
       01  WS-FEE-EDIT             PIC Z(7)9.99.
      * Dual control: the pending-change queue.
       01  WS-PEND-STATUS          PIC XX.
       01  WS-PEND-TABLE.
           02 WS-PEND-REC OCCURS 500 TIMES PIC X(238).
       01  WS-PEND-COUNT           PIC 9(03) COMP VALUE ZERO.
       01  WS-PEND-IX              PIC 9(03) COMP.
       01  WS-PEND-OVERFLOW        PIC X(01) VALUE "N".
       01  WS-PEND-NEXT-ID         PIC 9(6).
       01  WS-PEND-EXPIRY-HOURS    PIC 9(4) VALUE 24.
       01  WS-PEND-AGE-HOURS       PIC S9(7).
       01  WS-PEND-NOW             PIC 9(14).
       01  WS-PEND-NOW-PARTS REDEFINES WS-PEND-NOW.
           02 WS-PEND-NOW-DATE     PIC 9(8).
           02 WS-PEND-NOW-HOUR     PIC 9(2).
           02 FILLER               PIC 9(4).
       01  WS-PEND-MADE            PIC 9(14).
       01  WS-PEND-MADE-PARTS REDEFINES WS-PEND-MADE.
           02 WS-PEND-MADE-DATE    PIC 9(8).
           02 WS-PEND-MADE-HOUR    PIC 9(2).
           02 FILLER               PIC 9(4).
       01  WS-PEND-LISTED          PIC 9(03).
       01  WS-PEND-CHOICE          PIC 9(6).
       01  WS-PEND-FOUND           PIC X(01).
       01  WS-PEND-APPLIED         PIC X(01).
       01  WS-PEND-TYPE            PIC X(01).
       01  WS-PEND-KEY             PIC X(24).
       01  WS-PEND-OLD             PIC X(40).
       01  WS-PEND-NEW             PIC X(40).
       01  WS-PEND-PAYLOAD         PIC X(80).
       01  WS-PARM-EDIT            PIC Z(9)9.9(4).
       01  WS-RATE-EDIT            PIC Z(3)9.9(6).
       01  WS-OPER-TABLE.
           02 WS-OPER-REC OCCURS 200 TIMES PIC X(80).
       01  WS-OPER-COUNT           PIC 9(03) COMP VALUE ZERO.
       01  WS-OPER-IX              PIC 9(03) COMP.
       01  WS-OPER-HOLD            PIC X(80).
       01  WS-OPER-SAVED           PIC X(01).
       01  WS-MAX-SIGNON-FAILS     PIC 9(2) VALUE 5.
       01  WS-PWD-EXPIRY-DAYS      PIC 9(4) VALUE 90.
       01  WS-PWD-AGE-DAYS         PIC S9(7).
       01  WS-OVERRIDE-DATE        PIC 9(8).
       01  WS-OP-PWD-CONFIRM       PIC 9(6).
       01  WS-OP-STATUS-INPUT      PIC X(01).
       01  WS-OP-NEW-STATUS        PIC X(01).
       01  WS-OP-NEW-HASH          PIC 9(9).
       01  WS-OP-NEW-PWD-DATE      PIC 9(8).
       01  WS-OP-CUST-INPUT        PIC 9(8).
       01  WS-OVRDLOG-STATUS       PIC XX.
       01  WS-PURGECAT-STATUS      PIC XX.
       01  WS-PURGEARC-STATUS      PIC XX.
       01  WS-PURGE-ARCHIVE-NAME   PIC X(20).
       01  WS-PURGE-BOOK           PIC X(8).
       01  WS-PURGE-FILE-ID        PIC X(16).
       01  WS-PURGE-MATCH          PIC X(01).
       01  WS-PURGE-HITS           PIC 9(05).
       01  WS-EOF-PURGECAT         PIC X(01).
       01  WS-EOF-PURGEARC         PIC X(01).
       01  WS-RPTINDEX-STATUS      PIC XX.
       01  WS-LIBCOPY-STATUS       PIC XX.
       01  WS-REPRINT-STATUS       PIC XX.
       01  WS-LIBRARY-FILE-NAME    PIC X(24).
       01  WS-LIB-REPORT-NAME      PIC X(8).
       01  WS-LIB-DATE-INPUT       PIC X(8).
       01  WS-LIB-DATE             PIC 9(8).
       01  WS-LIB-FOUND-DATE       PIC 9(8).
       01  WS-LIB-FOUND-STAMP      PIC 9(14).
       01  WS-LIB-HITS             PIC 9(05).
       01  WS-LIB-LINES            PIC 9(7).
       01  WS-EOF-RPTINDEX         PIC X(01).
       01  WS-EOF-LIBCOPY          PIC X(01).
       01  WS-VAULT-STATUS         PIC XX.
       01  WS-VAULTMOV-STATUS      PIC XX.
       01  WS-VAULT-TABLE.
           02 WS-VAULT-REC OCCURS 200 TIMES PIC X(44).
       01  WS-VAULT-COUNT          PIC 9(03) COMP VALUE ZERO.
       01  WS-VAULT-IX             PIC 9(03) COMP.
       01  WS-VAULT-HIT            PIC 9(03) COMP.
       01  WS-VAULT-OVERFLOW       PIC X(01) VALUE "N".
       01  WS-VAULT-ON-FILE        PIC X(01).
       01  WS-VAULT-COVERED        PIC X(01).
       01  WS-VAULT-VALUE          PIC 9(11)V99.
      * One counted movement of cash, by denomination; denomination
      * 000 is loose coin, carried by value.
       01  WS-BRK-TABLE.
           02 WS-BRK-ENTRY OCCURS 11 TIMES.
               03 WS-BRK-DENOM    PIC 9(3).
               03 WS-BRK-COUNT    PIC 9(7).
               03 WS-BRK-VALUE    PIC 9(10)V99.
       01  WS-BRK-LINES            PIC 9(02) COMP VALUE ZERO.
       01  WS-BRK-IX               PIC 9(02) COMP.
       01  WS-BRK-HIT              PIC 9(02) COMP.
       01  WS-BRK-TOTAL            PIC 9(10)V99.
       01  WS-BRK-DONE             PIC X(01).
       01  WS-COIN-INPUT           PIC 9(8)V99.
       01  WS-VM-TYPE              PIC X(8).
       01  WS-VM-DIRECTION         PIC X(01).
       01  WS-VM-REFERENCE         PIC X(16).
       01  WS-CASH-BRANCH          PIC X(4).
       01  WS-OFFCHK-STATUS        PIC XX.
       01  WS-OC-SETTLE-ACCT       PIC 9(8) VALUE ZERO.
       01  WS-OC-TABLE.
           02 WS-OC-REC OCCURS 2000 TIMES PIC X(106).
       01  WS-OC-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-OC-IX                PIC 9(04) COMP.
       01  WS-OC-HIT               PIC 9(04) COMP.
       01  WS-OC-OVERFLOW          PIC X(01) VALUE "N".
       01  WS-OC-NEXT-NUMBER       PIC 9(6).
       01  WS-OC-CHOICE            PIC 9(6).
       01  WS-OC-PAYEE             PIC X(30).
       01  WS-OC-REMITTER          PIC 9(8).
       01  WS-OC-AMOUNT            PIC 9(10)V99.
       01  WS-OC-PAYOUT            PIC X(01).
       01  WS-OC-SETTLE-OK         PIC X(01).
       01  WS-OC-LISTED            PIC 9(05).
       01  WS-PAYEE-STATUS         PIC XX.
       01  WS-BILLPAY-STATUS       PIC XX.
       01  WS-BP-CUSTOMER          PIC 9(8) VALUE ZERO.
       01  WS-PY-TABLE.
           02 WS-PY-REC OCCURS 2000 TIMES PIC X(104).
       01  WS-PY-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-PY-IX                PIC 9(04) COMP.
       01  WS-PY-HIT               PIC 9(04) COMP.
       01  WS-PY-OVERFLOW          PIC X(01) VALUE "N".
       01  WS-PY-NEXT-NUMBER       PIC 9(4).
       01  WS-PY-CHOICE            PIC 9(4).
       01  WS-PY-LISTED            PIC 9(05).
       01  WS-PY-NAME              PIC X(30).
       01  WS-PY-REF               PIC X(20).
       01  WS-PY-FIELD             PIC X(20).
       01  WS-BP-TABLE.
           02 WS-BP-REC OCCURS 2000 TIMES PIC X(110).
       01  WS-BP-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-BP-IX                PIC 9(04) COMP.
       01  WS-BP-HIT               PIC 9(04) COMP.
       01  WS-BP-OVERFLOW          PIC X(01) VALUE "N".
       01  WS-BP-NEXT-NUMBER       PIC 9(6).
       01  WS-BP-CHOICE            PIC 9(6).
       01  WS-BP-LISTED            PIC 9(05).
       01  WS-BP-AMOUNT-EDIT       PIC Z(9)9.99.
       01  WS-NEW-PIN-1            PIC 9(4).
       01  WS-NEW-PIN-2            PIC 9(4).
       01  WS-BD-OPEN-DATE         PIC 9(8).
       01  WS-BD-PRIOR-DATE        PIC 9(8).
       01  WS-BD-FOUND             PIC X(01).
       01  WS-HOLIDAY-STATUS       PIC XX.
       01  WS-HOLIDAY-TABLE.
           02 WS-HOLIDAY-REC OCCURS 400 TIMES PIC X(44).
       01  WS-HOLIDAY-COUNT        PIC 9(03) COMP VALUE ZERO.
       01  WS-HOLIDAY-IX           PIC 9(03) COMP.
       01  WS-HOLIDAY-OVERFLOW     PIC X(01) VALUE "N".
       01  WS-HOLIDAY-FOUND        PIC X(01).
       01  WS-HOLIDAY-DATE-INPUT   PIC 9(8).
       01  WS-HOLIDAY-DESC-INPUT   PIC X(30).
       01  WS-HOLIDAY-ROLLED       PIC 9(8).
       01  WS-HOLIDAY-CANDIDATE    PIC 9(8).
       01  WS-OD-NEEDED            PIC 9(10)V99.
       01  WS-OD-COVER             PIC 9(10)V99 VALUE ZERO.
       01  WS-OD-SAVINGS-AVAILABLE PIC S9(10)V99.
       01  WS-OD-SAVINGS-OK        PIC X(01).
       01  WS-OD-CHECKING-NUMBER   PIC 9(8).
       01  WS-OD-SAVINGS-NUMBER    PIC 9(8).
       01  WS-OD-CHECKING-IMAGE    PIC X(300).
       01  WS-OD-LINK-INPUT        PIC 9(8).
       01  WS-OD-OLD-LINK          PIC 9(8).
       01  WS-DISPUTE-STATUS       PIC XX.
       01  WS-DISPUTE-TABLE.
           02 WS-DISPUTE-REC OCCURS 500 TIMES PIC X(160).
       01  WS-DISPUTE-COUNT        PIC 9(03) COMP VALUE ZERO.
       01  WS-DISPUTE-IX           PIC 9(03) COMP.
       01  WS-DISPUTE-HIT          PIC 9(03) COMP.
       01  WS-DISPUTE-OVERFLOW     PIC X(01) VALUE "N".
       01  WS-DISPUTE-CHOICE       PIC 9(6).
       01  WS-DISPUTE-NEXT         PIC 9(6).
       01  WS-DISPUTE-NOTE-INPUT   PIC X(40).
       01  WS-DISPUTE-PROV-DAYS    PIC 9(3) VALUE 10.
       01  WS-DISPUTE-DEADLINE-DAYS PIC 9(3) VALUE 45.
       01  WS-DISPUTE-WORK-DATE    PIC 9(8).
       01  WS-DISPUTE-INT          PIC 9(8).
       01  WS-DISPUTE-POSTED       PIC X(01).
       01  WS-DISPUTE-UNDER-CLAIM  PIC 9(6).
      * The account's ten most recent WITHDRAWAL entries, offered
      * when a claim is opened (the tail of the log, like the
      * reversal table).
       01  WS-DISP-WD-TABLE.
           02 WS-DISP-WD-ENTRY OCCURS 10 TIMES.
               03 WS-DISP-WD-STAMP    PIC 9(14).
               03 WS-DISP-WD-AMOUNT   PIC 9(10)V99.
               03 WS-DISP-WD-BRANCH   PIC X(4).
               03 WS-DISP-WD-OPERATOR PIC 9(4).
       01  WS-DISP-WD-COUNT        PIC 9(02) COMP VALUE ZERO.
       01  WS-DISP-WD-IX           PIC 9(02) COMP.
       01  WS-DISP-WD-CHOICE       PIC 9(02).
      * Evidence gathered for the resolution screen: the branch's
      * dispensed total that day and the operators who posted there.
       01  WS-DISP-EVIDENCE-DATE   PIC 9(8).
       01  WS-DISP-DISPENSED       PIC 9(10)V99.
       01  WS-DISP-BRANCH-OS       PIC S9(10)V99.
       01  WS-DISP-OS-EDIT         PIC -(10)9.99.
       01  WS-DISP-OP-TABLE.
           02 WS-DISP-OP-ID OCCURS 20 TIMES PIC 9(4).
       01  WS-DISP-OP-COUNT        PIC 9(02) COMP VALUE ZERO.
       01  WS-DISP-OP-IX           PIC 9(02) COMP.
       01  WS-DISP-OP-KNOWN        PIC X(01).
       01  WS-DISP-OWN-DRAWER      PIC X(01).
       01  WS-EOF-DISP-DRAWERS     PIC X(01).
       01  WS-DEATH-DATE-INPUT     PIC 9(8).
       01  WS-DEATH-CUSTOMER       PIC 9(8).
       01  WS-DEATH-NAME           PIC X(20).
       01  WS-DEATH-APPROVER       PIC 9(4).
      * The deceased customer's accounts as the estate hold found
      * them: "Y" where the customer owned it alone (held), "N"
      * where a joint holder survives.
       01  WS-ESTATE-TABLE.
           02 WS-ESTATE-ENTRY OCCURS 50 TIMES.
               03 WS-ESTATE-ACCOUNT   PIC 9(8).
               03 WS-ESTATE-SOLE      PIC X(01).
       01  WS-ESTATE-COUNT         PIC 9(02) COMP VALUE ZERO.
       01  WS-ESTATE-IX            PIC 9(02) COMP.
       01  WS-ESTATE-HIT           PIC 9(02) COMP.
       01  WS-ESTATE-CARDS         PIC 9(03) VALUE ZERO.
       01  WS-ESTATE-ORDERS        PIC 9(03) VALUE ZERO.
      * Customer merge: the surviving and the losing record as the
      * supervisor confirmed them, and the accounts moved across so
      * their cards and standing orders can be counted.
       01  WS-MERGE-SURVIVOR       PIC 9(8).
       01  WS-MERGE-LOSER          PIC 9(8).
       01  WS-MERGE-SURV-NAME      PIC X(20).
       01  WS-MERGE-SURV-ADDR      PIC X(40).
       01  WS-MERGE-SURV-PHONE     PIC X(12).
       01  WS-MERGE-SURV-DECEASED  PIC X(01).
       01  WS-MERGE-LOSE-NAME      PIC X(20).
       01  WS-MERGE-LOSE-ADDR      PIC X(40).
       01  WS-MERGE-LOSE-PHONE     PIC X(12).
       01  WS-MERGE-LOSE-DECEASED  PIC X(01).
       01  WS-MERGE-ACCT-TABLE.
           02 WS-MERGE-ACCOUNT OCCURS 100 TIMES PIC 9(8).
       01  WS-MERGE-ACCT-COUNT     PIC 9(03) COMP VALUE ZERO.
       01  WS-MERGE-ACCT-IX        PIC 9(03) COMP.
       01  WS-MERGE-ACCT-HIT       PIC X(01).
       01  WS-MERGE-ACCOUNTS       PIC 9(03) VALUE ZERO.
       01  WS-MERGE-LOANS          PIC 9(03) VALUE ZERO.
       01  WS-MERGE-PAYEES         PIC 9(04) VALUE ZERO.
       01  WS-MERGE-PAYMENTS       PIC 9(04) VALUE ZERO.
       01  WS-MERGE-CARDS          PIC 9(03) VALUE ZERO.
       01  WS-MERGE-ORDERS         PIC 9(03) VALUE ZERO.
       01  WS-MERGE-OPERATORS      PIC 9(03) VALUE ZERO.
       01  WS-MERGE-OLD-PAYEE      PIC 9(4).
       01  WS-MERGE-MATCH-ACCOUNT  PIC 9(8).
       01  WS-POD-STATUS           PIC XX.
       01  WS-POD-TABLE.
           02 WS-POD-REC OCCURS 500 TIMES PIC X(61).
       01  WS-POD-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-POD-IX               PIC 9(03) COMP.
       01  WS-POD-OVERFLOW         PIC X(01) VALUE "N".
       01  WS-POD-TOTAL-PCT        PIC 9(3)V99.
       01  WS-POD-SHARE-INPUT      PIC 9(3)V99.
       01  WS-POD-NAME-INPUT       PIC X(30).
       01  WS-POD-CHOICE           PIC 9(03).
       01  WS-POD-LISTED           PIC 9(03).
       01  WS-POD-HIT              PIC 9(03) COMP.
       01  WS-POD-PCT-EDIT         PIC ZZ9.99.
      * Customer identification capture and completeness check.
       01  WS-KYC-OK               PIC X(01).
       01  WS-KYC-REASON           PIC X(40).
       01  WS-KYC-DATE-INPUT       PIC 9(8).
       01  WS-KYC-TYPE-INPUT       PIC X(02).
       01  WS-KYC-TEXT-INPUT       PIC X(20).
       01  WS-OLD-KYC-DOB          PIC 9(8).
       01  WS-OLD-KYC-ID-TYPE      PIC X(02).
       01  WS-OLD-KYC-ID-NUMBER    PIC X(20).
       01  WS-OLD-KYC-ID-EXPIRY    PIC 9(8).
       01  WS-OLD-KYC-TAX-ID       PIC X(11).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Welcome to COBOL Bank ATM System."
           PERFORM LOAD-TERMINAL-CONFIG
           PERFORM CHECK-CARD-MASTER
           PERFORM LOAD-PARAMETERS
           PERFORM OPERATOR-SIGN-ON
           PERFORM OPEN-TELLER-DRAWER
           PERFORM LOAD-NEXT-ACCOUNT-NUMBER
           PERFORM DISPLAY-MENU.

           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-DAILY-LIMIT
           END-IF
           MOVE "OVERRIDE-LIMIT" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-OVERRIDE-THRESHOLD
           END-IF
           MOVE "HOLD-THRESHOLD" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-EXT-SETTLE-ACCT
           END-IF
           MOVE "OFFCHK-SETTLE-ACCT" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-OC-SETTLE-ACCT
           END-IF
           MOVE "TIER-LIMIT-MULT" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-SCREEN-MIN
           END-IF
           MOVE "DISPUTE-PROV-DAYS" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-DISPUTE-PROV-DAYS
           END-IF
           MOVE "DISPUTE-RESOLVE-DAYS" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-DISPUTE-DEADLINE-DAYS
           END-IF
           MOVE "CHARGEOFF-DAYS" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-CHARGEOFF-DAYS
           END-IF
           MOVE "PENDING-EXPIRY-HOURS" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-PEND-EXPIRY-HOURS
           END-IF
           MOVE "MAX-SIGNON-FAILS" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-MAX-SIGNON-FAILS
           END-IF
           MOVE "PASSWORD-EXPIRY-DAYS" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-PWD-EXPIRY-DAYS
           END-IF.

       GET-PARAMETER.
               WS-PARM-FOUND.

      * Demands a valid operator ID and password before the menu is
      * offered. Three failed attempts end the session; every bad
      * password also counts against the ID on file, which locks at
      * MAX-SIGNON-FAILS in a row. A locked, disabled or revoked ID
      * is refused whatever password is keyed. On a brand-new
      * installation (no operator.dat yet) the first supervisor is
      * set up interactively so the terminal is never unreachable.
       OPERATOR-SIGN-ON.
               ACCEPT WS-OP-PWD-INPUT
               PERFORM FIND-OPERATOR
               IF WS-OP-FOUND = "Y"
                   IF OP-ACTIVE
                       COMPUTE WS-HASH-INPUT =
                           OpId * 1000000 + WS-OP-PWD-INPUT
                       PERFORM COMPUTE-HASH
                       IF WS-HASH-RESULT = OpPwdHash
                           MOVE OpId TO WS-OPERATOR-ID
                           MOVE OpRole TO WS-OPERATOR-ROLE
                           MOVE ZERO TO OpFailedAttempts
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO OpLastSignOnDate
                       ELSE
                           ADD 1 TO OpFailedAttempts
                           IF OpFailedAttempts NOT <
                                   WS-MAX-SIGNON-FAILS
                               SET OP-LOCKED TO TRUE
                               DISPLAY "Operator ID " OpId
                                   " is now locked - see a "
                                   "supervisor."
                           END-IF
                       END-IF
                       PERFORM SAVE-OPERATOR-RECORD
                   ELSE
                       EVALUATE TRUE
                           WHEN OP-LOCKED
                               DISPLAY "Operator ID is locked - "
                                   "see a supervisor."
                           WHEN OP-DISABLED
                               DISPLAY "Operator ID is disabled."
                           WHEN OTHER
                               DISPLAY "Operator ID is revoked."
                       END-EVALUATE
                   END-IF
               END-IF
               IF WS-OPERATOR-ID = ZERO
               DISPLAY "Too many failed sign-on attempts. Goodbye."
               STOP RUN
           END-IF
           PERFORM CHECK-PASSWORD-EXPIRY
           DISPLAY "Signed on: operator " WS-OPERATOR-ID
               " (" WS-OPERATOR-ROLE ")".

      * A password with no change date on file (set by a supervisor,
      * or from before dates were kept) or older than
      * PASSWORD-EXPIRY-DAYS must be replaced before the menu is
      * offered. OperatorRecord still holds the signed-on operator.
       CHECK-PASSWORD-EXPIRY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF OpPwdChangedDate = ZERO
               DISPLAY "Your password must be changed before you "
                   "continue."
           ELSE
               COMPUTE WS-PWD-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(OpPwdChangedDate)
               IF WS-PWD-AGE-DAYS < WS-PWD-EXPIRY-DAYS
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Your password is " WS-PWD-AGE-DAYS
                   " days old and has expired."
           END-IF
           MOVE "N" TO WS-INPUT-VALID
           PERFORM UNTIL WS-INPUT-VALID = "Y"
               DISPLAY "New password (6 digits): "
               ACCEPT WS-OP-PWD-INPUT
               DISPLAY "Key the new password again: "
               ACCEPT WS-OP-PWD-CONFIRM
               COMPUTE WS-HASH-INPUT =
                   OpId * 1000000 + WS-OP-PWD-INPUT
               PERFORM COMPUTE-HASH
               EVALUATE TRUE
                   WHEN WS-OP-PWD-INPUT NOT = WS-OP-PWD-CONFIRM
                       DISPLAY "The two entries do not match."
                   WHEN WS-OP-PWD-INPUT = ZERO
                       DISPLAY "Password 000000 is not allowed."
                   WHEN WS-HASH-RESULT = OpPwdHash
                       DISPLAY "The new password must differ from "
                           "the old one."
                   WHEN OTHER
                       MOVE "Y" TO WS-INPUT-VALID
               END-EVALUATE
           END-PERFORM
           MOVE WS-HASH-RESULT TO OpPwdHash
           MOVE WS-TODAY TO OpPwdChangedDate
           PERFORM SAVE-OPERATOR-RECORD
           IF WS-OPER-SAVED = "Y"
               DISPLAY "Password changed."
           END-IF.

      * Replaces the row on operator.dat for the operator now in
      * OperatorRecord, leaving every other row as it was. Sets
      * WS-OPER-SAVED to "N" if the row could not be written.
       SAVE-OPERATOR-RECORD.
           MOVE "N" TO WS-OPER-SAVED
           MOVE OperatorRecord TO WS-OPER-HOLD
           MOVE ZERO TO WS-OPER-COUNT
           MOVE "N" TO WS-EOF-OPERATORS
           OPEN INPUT OperatorFile
           IF WS-OPERATOR-STATUS NOT = "00"
               DISPLAY "Operator file is not available."
               MOVE WS-OPER-HOLD TO OperatorRecord
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-OPERATORS = "Y"
               READ OperatorFile INTO OperatorRecord
                   AT END
                       MOVE "Y" TO WS-EOF-OPERATORS
                   NOT AT END
                       IF WS-OPER-COUNT = 200
                           MOVE "O" TO WS-OPER-SAVED
                           MOVE "Y" TO WS-EOF-OPERATORS
                       ELSE
                           ADD 1 TO WS-OPER-COUNT
                           MOVE OperatorRecord
                               TO WS-OPER-REC(WS-OPER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OperatorFile
           MOVE WS-OPER-HOLD TO OperatorRecord
           IF WS-OPER-SAVED = "O"
               MOVE "N" TO WS-OPER-SAVED
               DISPLAY "Operator file exceeds 200 rows - "
                   "cannot update it safely."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OPER-IX FROM 1 BY 1
                   UNTIL WS-OPER-IX > WS-OPER-COUNT
               IF WS-OPER-REC(WS-OPER-IX)(1:4) = OpId
                   MOVE WS-OPER-HOLD TO WS-OPER-REC(WS-OPER-IX)
                   MOVE "Y" TO WS-OPER-SAVED
               END-IF
           END-PERFORM
           IF WS-OPER-SAVED NOT = "Y"
               DISPLAY "Operator " OpId " is no longer on file."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OperatorFile
           PERFORM VARYING WS-OPER-IX FROM 1 BY 1
                   UNTIL WS-OPER-IX > WS-OPER-COUNT
               MOVE WS-OPER-REC(WS-OPER-IX) TO OperatorRecord
               WRITE OperatorRecord
           END-PERFORM
           CLOSE OperatorFile
           MOVE WS-OPER-HOLD TO OperatorRecord.

      * First-run setup: records the initial supervisor so every later
      * session has someone who can sign on and add more operators.
       BOOTSTRAP-FIRST-SUPERVISOR.
           PERFORM COMPUTE-HASH
           MOVE WS-HASH-RESULT TO OpPwdHash
           SET OP-ROLE-SUPERVISOR TO TRUE
           SET OP-ACTIVE TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO OpPwdChangedDate
           MOVE ZERO TO OpFailedAttempts
           MOVE OpPwdChangedDate TO OpLastSignOnDate
           MOVE ZERO TO OpCustomerNumber
           OPEN OUTPUT OperatorFile
           WRITE OperatorRecord
           CLOSE OperatorFile
                       IF OpId = WS-OP-SEARCH-ID
                           MOVE "Y" TO WS-OP-FOUND
                           MOVE "Y" TO WS-EOF-OPERATORS
                           PERFORM NORMALIZE-OPERATOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OperatorFile.

      * A row written before status and dates were kept reads back
      * blank in those fields: active, never signed on, and a
      * password with no change date.
       NORMALIZE-OPERATOR.
           IF OpStatus = SPACE
               SET OP-ACTIVE TO TRUE
           END-IF
           IF OpPwdChangedDate NOT NUMERIC
               MOVE ZERO TO OpPwdChangedDate
           END-IF
           IF OpFailedAttempts NOT NUMERIC
               MOVE ZERO TO OpFailedAttempts
           END-IF
           IF OpLastSignOnDate NOT NUMERIC
               MOVE ZERO TO OpLastSignOnDate
           END-IF
           IF OpCustomerNumber NOT NUMERIC
               MOVE ZERO TO OpCustomerNumber
           END-IF.

      * A loan written before charge-off, interest-from and late
      * charges were kept reads back blank in those fields: nothing
      * charged off or recovered, no late charge outstanding, and
      * interest running from the last due date (zero).
       NORMALIZE-LOAN.
           IF LoanChargeOffDate NOT NUMERIC
               MOVE ZERO TO LoanChargeOffDate
           END-IF
           IF LoanChargeOffAmount NOT NUMERIC
               MOVE ZERO TO LoanChargeOffAmount
           END-IF
           IF LoanChargeOffBy NOT NUMERIC
               MOVE ZERO TO LoanChargeOffBy
           END-IF
           IF LoanRecoveredAmount NOT NUMERIC
               MOVE ZERO TO LoanRecoveredAmount
           END-IF
           IF LoanInterestFrom NOT NUMERIC
               MOVE ZERO TO LoanInterestFrom
           END-IF
           IF LoanLateChargeDue NOT NUMERIC
               MOVE ZERO TO LoanLateChargeDue
           END-IF
           IF LoanLateChargeFor NOT NUMERIC
               MOVE ZERO TO LoanLateChargeFor
           END-IF
           IF LoanLateChargeTotal NOT NUMERIC
               MOVE ZERO TO LoanLateChargeTotal
           END-IF.

      * Stops a teller at any function reserved for supervisors.
      * Leaves WS-OVERRIDE-OK "Y" when the signed-on operator is a
      * supervisor, "N" otherwise (with the refusal displayed).
      * supervisor keys their own ID and password at the terminal to
      * approve it. Sets WS-OVERRIDE-OK "Y"/"N".
       SUPERVISOR-OVERRIDE.
           DISPLAY "Amount exceeds the teller limit. Supervisor "
               "approval required."
           PERFORM SUPERVISOR-SIGN-OFF
           IF WS-OVERRIDE-OK = "Y"
               DISPLAY "Override approved by supervisor "
                   OpId "."
           ELSE
               DISPLAY "Override refused."
           END-IF
           PERFORM WRITE-OVERRIDE-LOG.

      * One row on ovrdlog.dat per override asked for: who was
      * signed on, which supervisor ID was keyed, and the outcome.
       WRITE-OVERRIDE-LOG.
           MOVE SPACES TO OverrideLogRecord
           MOVE FUNCTION CURRENT-DATE(1:14) TO OvTimestamp
           MOVE WS-OPERATOR-ID TO OvOperatorId
           MOVE WS-OP-SEARCH-ID TO OvApproverId
           MOVE WS-TRANSACTION-AMOUNT TO OvAmount
           IF WS-OVERRIDE-OK = "Y"
               SET OV-APPROVED TO TRUE
           ELSE
               SET OV-REFUSED TO TRUE
           END-IF
           MOVE WS-BRANCH-ID TO OvBranchId
           MOVE WS-TERMINAL-ID TO OvTerminalId
           OPEN EXTEND OverrideLogFile
           IF WS-OVRDLOG-STATUS = "35"
               CLOSE OverrideLogFile
               OPEN OUTPUT OverrideLogFile
           END-IF
           WRITE OverrideLogRecord
           CLOSE OverrideLogFile.

      * The supervisor's ID and password keyed at the terminal,
      * checked against operator.dat. Leaves WS-OVERRIDE-OK "Y"/"N"
      * and, when approved, the supervisor's record in the operator
      * fields (OpId). The password is held to the sign-on rules: a
      * wrong one counts against the ID on file and locks it at
      * MAX-SIGNON-FAILS, a right one clears the count, and one past
      * PASSWORD-EXPIRY-DAYS (or never changed) approves nothing
      * until it is changed at sign-on.
       SUPERVISOR-SIGN-OFF.
           MOVE "N" TO WS-OVERRIDE-OK
           DISPLAY "Supervisor ID: "
           ACCEPT WS-OP-SEARCH-ID
           DISPLAY "Password: "
           ACCEPT WS-OP-PWD-INPUT
           PERFORM FIND-OPERATOR
           IF WS-OP-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF NOT OP-ACTIVE
               DISPLAY "Supervisor ID is not active."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HASH-INPUT =
               OpId * 1000000 + WS-OP-PWD-INPUT
           PERFORM COMPUTE-HASH
           IF WS-HASH-RESULT NOT = OpPwdHash
               ADD 1 TO OpFailedAttempts
               IF OpFailedAttempts NOT < WS-MAX-SIGNON-FAILS
                   SET OP-LOCKED TO TRUE
                   DISPLAY "Operator ID " OpId
                       " is now locked - see a supervisor."
               END-IF
               PERFORM SAVE-OPERATOR-RECORD
               EXIT PARAGRAPH
           END-IF
           IF OpFailedAttempts NOT = ZERO
               MOVE ZERO TO OpFailedAttempts
               PERFORM SAVE-OPERATOR-RECORD
           END-IF
           IF NOT OP-ROLE-SUPERVISOR
               EXIT PARAGRAPH
           END-IF
           IF OpPwdChangedDate = ZERO
               DISPLAY "Supervisor password has expired - change "
                   "it at sign-on first."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-OVERRIDE-DATE
           COMPUTE WS-PWD-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-OVERRIDE-DATE)
             - FUNCTION INTEGER-OF-DATE(OpPwdChangedDate)
           IF WS-PWD-AGE-DAYS NOT < WS-PWD-EXPIRY-DAYS
               DISPLAY "Supervisor password has expired - change "
                   "it at sign-on first."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-OVERRIDE-OK.

       DISPLAY-MENU.
           DISPLAY "1. Create Account"
           DISPLAY "25. Legal Orders (Supervisor)"
           DISPLAY "26. Card Maintenance"
           DISPLAY "27. Change PIN"
           DISPLAY "28. Holiday Calendar (Supervisor)"
           DISPLAY "29. Overdraft Protection Link"
           DISPLAY "30. ATM Dispute Claims"
           DISPLAY "31. Loan Servicing"
           DISPLAY "32. Dual Control Approvals (Supervisor)"
           DISPLAY "33. Archived Book Inquiry"
           DISPLAY "34. Vault Cash"
           DISPLAY "35. Official Checks"
           DISPLAY "36. Bill Payment"
           DISPLAY "37. Report Library (Supervisor)"
           ACCEPT WS-USER-INPUT
           EVALUATE WS-USER-INPUT
               WHEN "1"
                   PERFORM CARD-MAINTENANCE
               WHEN "27"
                   PERFORM CHANGE-PIN
               WHEN "28"
                   PERFORM HOLIDAY-CALENDAR-MENU
               WHEN "29"
                   PERFORM OVERDRAFT-LINK-MAINTENANCE
               WHEN "30"
                   PERFORM DISPUTE-CLAIM-MENU
               WHEN "31"
                   PERFORM LOAN-SERVICING-MENU
               WHEN "32"
                   PERFORM DUAL-CONTROL-APPROVALS
               WHEN "33"
                   PERFORM ARCHIVED-BOOK-INQUIRY
               WHEN "34"
                   PERFORM VAULT-CASH-MENU
               WHEN "35"
                   PERFORM OFFICIAL-CHECK-MENU
               WHEN "36"
                   PERFORM BILL-PAY-MENU
               WHEN "37"
                   PERFORM REPORT-LIBRARY-MENU
               WHEN OTHER
                   DISPLAY "Invalid option. Please try again."
           END-EVALUATE
              IF WS-FILE-STATUS = "93"
                DISPLAY "Account is closed. Transaction declined."
              ELSE
              PERFORM LOAD-ACCOUNT-PRODUCT
              IF PRODUCT-TERM-DEPOSIT
                      AND WS-TODAY < MaturityDate OF AccountData
                DISPLAY "A term deposit accepts no deposits before "
                    "maturity. Transaction declined."
                       - HeldAmount OF AccountData
               MOVE "N" TO WS-WITHDRAWAL-OK
               MOVE ZERO TO WS-CD-PENALTY
               MOVE ZERO TO WS-OD-COVER
               PERFORM LOAD-ACCOUNT-PRODUCT
               IF PRODUCT-TERM-DEPOSIT
                 PERFORM CHECK-TERM-WITHDRAWAL
               ELSE
               IF PRODUCT-OVERDRAFT-ALLOWED
                 IF WS-AVAILABLE-BALANCE < WS-TRANSACTION-AMOUNT
                   COMPUTE WS-OD-NEEDED =
                       WS-TRANSACTION-AMOUNT - WS-AVAILABLE-BALANCE
                   PERFORM CHECK-OVERDRAFT-COVER
                 END-IF
                 IF WS-AVAILABLE-BALANCE + WS-OD-COVER
                       - WS-TRANSACTION-AMOUNT < -PdOverdraftLimit
                   DISPLAY "Transaction would exceed overdraft limit."
                 ELSE
                   MOVE "Y" TO WS-WITHDRAWAL-OK
                 END-IF
               ELSE
                 IF WS-AVAILABLE-BALANCE
                         < WS-TRANSACTION-AMOUNT
                   DISPLAY "Insufficient available balance. "
                       "Transaction declined."
                 ELSE
                   MOVE "Y" TO WS-WITHDRAWAL-OK
                 END-IF
               END-IF
               END-IF
               IF WS-WITHDRAWAL-OK = "Y"
                       AND PdWithdrawLimit > ZERO
                       AND SavingsWithdrawCount OF AccountData
                           NOT < PdWithdrawLimit
                 DISPLAY "Monthly withdrawal limit for this "
                     "product reached."
                 MOVE "N" TO WS-WITHDRAWAL-OK
                 MOVE ZERO TO WS-CD-PENALTY
                 MOVE ZERO TO WS-OD-COVER
               END-IF
               IF WS-WITHDRAWAL-OK = "Y"
                 PERFORM RESOLVE-EFFECTIVE-DAILY-LIMIT
                 IF DailyWithdrawnAmt OF AccountData
                   DISPLAY "Amount cannot be paid with the notes "
                       "on hand. Transaction declined."
                  ELSE
                   IF WS-OD-COVER > ZERO
                       PERFORM POST-OVERDRAFT-COVER
                   END-IF
                   SUBTRACT WS-TRANSACTION-AMOUNT
                       FROM AccountBalance OF AccountData
                   ADD WS-TRANSACTION-AMOUNT
                       TO DailyWithdrawnAmt OF AccountData
                   IF PdWithdrawLimit > ZERO
                       ADD 1 TO SavingsWithdrawCount OF AccountData
                   END-IF
                   PERFORM MARK-ACCOUNT-ACTIVE
                       PERFORM COMMIT-CASH-DISPENSE
                       MOVE WS-TRANSACTION-AMOUNT
                           TO WS-DRAWER-DELTA
                       MOVE "D" TO WS-DRAWER-SIDE
                       PERFORM POST-DRAWER-MOVEMENT
                       MOVE "WITHDRAWAL" TO WS-FEE-TXN-TYPE
                       PERFORM ASSESS-TXN-FEE
                       SecondaryHolderName OF AccountData
               END-IF
               DISPLAY "Card Number: " CardNumber OF AccountData
               PERFORM LOAD-ACCOUNT-PRODUCT
               DISPLAY "Product: " PdProductCode " "
                   PdProductName " (type " AccountType OF AccountData
                   ")"
               MOVE AccountBalance OF AccountData TO WS-BALANCE-DISPLAY
               DISPLAY "Ledger Balance: " CurrencyCode OF AccountData
                   " " WS-BALANCE-DISPLAY
               IF HeldAmount OF AccountData > ZERO
                   PERFORM LIST-PENDING-HOLDS
               END-IF
               IF OverdraftLinkAccount OF AccountData IS NUMERIC
                       AND OverdraftLinkAccount OF AccountData > ZERO
                   DISPLAY "Overdraft Protection From: "
                       OverdraftLinkAccount OF AccountData
               END-IF
               IF ACCOUNT-CLOSED OF AccountData
                   DISPLAY "Status: Closed"
               ELSE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ACCOUNT-PRODUCT
           IF PRODUCT-TERM-DEPOSIT
                   AND WS-TODAY < MaturityDate OF AccountData
               DISPLAY "Term deposit does not mature until "
                   MaturityDate OF AccountData ". Use an early "
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ACCOUNT-PRODUCT
           IF PRODUCT-TERM-DEPOSIT
                   AND WS-TODAY < MaturityDate OF AccountData
               DISPLAY "Destination is a term deposit and accepts "
                   "nothing before maturity."

      * Marks the account closed instead of removing its record, so a
      * mistaken closure can be undone later with REOPEN-ACCOUNT.
      * A closing balance can be paid out by official check, entered
      * on the register against the closed account.
       CLOSE-ACCOUNT.
           PERFORM REQUIRE-SUPERVISOR
           IF WS-OVERRIDE-OK NOT = "Y"
           IF ACCOUNT-CLOSED OF AccountData
               DISPLAY "Account is already closed."
           ELSE
               MOVE "N" TO WS-OC-PAYOUT
               IF AccountBalance OF AccountData > ZERO
                       AND WS-OC-SETTLE-ACCT NOT = ZERO
                   DISPLAY "Pay the closing balance by official "
                       "check? (Y/N): "
                   ACCEPT WS-OC-PAYOUT
                   IF WS-OC-PAYOUT = "y"
                       MOVE "Y" TO WS-OC-PAYOUT
                   END-IF
                   IF WS-OC-PAYOUT = "Y"
                       PERFORM PREPARE-CLOSE-PAYOUT
                   END-IF
               END-IF
               MOVE AccountBalance OF AccountData TO WS-TEMP-BALANCE
               MOVE ZERO TO AccountBalance OF AccountData
               SET ACCOUNT-CLOSED OF AccountData TO TRUE
                   MOVE AccountBalance OF AccountData TO LogBalance
                   PERFORM WRITE-TRANSACTION-LOG
                   DISPLAY "Account closed successfully."
                   IF WS-OC-PAYOUT = "Y"
                       PERFORM POST-CLOSE-PAYOUT
                   END-IF
               END-IF
           END-IF
           CLOSE AccountFile.
               DELIMITED BY SIZE
               INTO WS-OLD-EXPIRY
           MOVE AccountType OF AccountData TO WS-OLD-ACCT-TYPE
           MOVE ProductCode OF AccountData TO WS-OLD-PRODUCT-CODE
           MOVE CvvHash OF AccountData TO WS-OLD-CVV-HASH
           MOVE "N" TO WS-INPUT-VALID
           PERFORM UNTIL WS-INPUT-VALID = "Y"
                   MOVE "Y" TO WS-INPUT-VALID
               END-IF
           END-PERFORM
           PERFORM LOAD-ACCOUNT-PRODUCT
           IF PRODUCT-TERM-DEPOSIT
               DISPLAY "Term deposits keep their product until "
                   "maturity."
           ELSE
               DISPLAY "Current product: " PdProductCode " "
                   PdProductName
               MOVE "N" TO WS-INPUT-VALID
               PERFORM UNTIL WS-INPUT-VALID = "Y"
                   DISPLAY "New product code (blank to keep): "
                   MOVE SPACES TO WS-PRODUCT-CODE-INPUT
                   ACCEPT WS-PRODUCT-CODE-INPUT
                   IF WS-PRODUCT-CODE-INPUT = SPACES
                       MOVE "Y" TO WS-INPUT-VALID
                   ELSE
                       PERFORM SELECT-PRODUCT
                       IF WS-PRODUCT-OK = "Y"
                               AND PRODUCT-TERM-DEPOSIT
                           DISPLAY "A term deposit is opened as a "
                               "new account, not converted to."
                           MOVE "N" TO WS-PRODUCT-OK
                       END-IF
                       IF WS-PRODUCT-OK = "Y"
                           MOVE "Y" TO WS-INPUT-VALID
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PRODUCT-CODE-INPUT NOT = SPACES
                   MOVE WS-PRODUCT-CODE-INPUT
                       TO ProductCode OF AccountData
                   MOVE PdAccountClass TO AccountType OF AccountData
               END-IF
           END-IF
           REWRITE AccountData
               MOVE AccountType OF AccountData TO WS-AUDIT-NEW
               PERFORM WRITE-MAINT-AUDIT
           END-IF
           IF ProductCode OF AccountData NOT = WS-OLD-PRODUCT-CODE
               MOVE "PRODUCT-CODE" TO WS-AUDIT-FIELD
               MOVE WS-OLD-PRODUCT-CODE TO WS-AUDIT-OLD
               MOVE ProductCode OF AccountData TO WS-AUDIT-NEW
               PERFORM WRITE-MAINT-AUDIT
           END-IF
           IF CvvHash OF AccountData NOT = WS-OLD-CVV-HASH
               MOVE "CVV-HASH" TO WS-AUDIT-FIELD
               MOVE WS-OLD-CVV-HASH TO WS-AUDIT-OLD
                   MOVE "Y" TO WS-INPUT-VALID
               END-IF
           END-PERFORM
           PERFORM LIST-PRODUCTS-ON-SALE
           MOVE "N" TO WS-INPUT-VALID
           PERFORM UNTIL WS-INPUT-VALID = "Y"
               DISPLAY "Product code (e.g. CHK1, SAV1, TRM1): "
               MOVE SPACES TO WS-PRODUCT-CODE-INPUT
               ACCEPT WS-PRODUCT-CODE-INPUT
               PERFORM SELECT-PRODUCT
               IF WS-PRODUCT-OK = "Y"
                   MOVE "Y" TO WS-INPUT-VALID
               END-IF
           END-PERFORM
           MOVE ZERO TO TermMonths OF AccountData
           MOVE ZERO TO TermRate OF AccountData
           MOVE ZERO TO MaturityDate OF AccountData
           MOVE SPACE TO MaturityInstruction OF AccountData
           MOVE WS-PRODUCT-CODE-INPUT TO ProductCode OF AccountData
           MOVE PdAccountClass TO AccountType OF AccountData
           IF PRODUCT-TERM-DEPOSIT
               PERFORM SETUP-TERM-DEPOSIT
           END-IF
           MOVE ZERO TO SavingsWithdrawMonth OF AccountData
           MOVE ZERO TO SavingsWithdrawCount OF AccountData
           MOVE ZERO TO DailyWithdrawnDate OF AccountData
           MOVE WS-TODAY(1:6) TO FeeCountMonth OF AccountData
           MOVE ZERO TO FeeUsedCount OF AccountData
           MOVE WS-BRANCH-ID TO HomeBranchId OF AccountData
           MOVE ZERO TO OverdraftLinkAccount OF AccountData
           MOVE WS-TODAY TO LastActivityDate OF AccountData
           SET ACTIVE-ACCOUNT OF AccountData TO TRUE
           SET ACCOUNT-OPEN OF AccountData TO TRUE
               DISPLAY "Source account not found or closed."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ACCOUNT-PRODUCT
           IF PRODUCT-TERM-DEPOSIT
               DISPLAY "A term deposit cannot fund a standing "
                   "order. Early money out of it is a confirmed, "
                   "penalized withdrawal at the counter."
                       " freq " SoFrequency
                       " next due " SoNextDueDate
               END-IF
               IF SO-SUSPENDED
                   ADD 1 TO WS-LISTED-COUNT
                   DISPLAY "Order " SoOrderNumber ": "
                       SoSourceAccount " -> " SoDestAccount
                       " amount " SoAmount
                       " SUSPENDED (estate hold)"
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = ZERO
               DISPLAY "No active standing orders on file."
           DISPLAY "Operator Maintenance:"
           DISPLAY "1. Add Operator"
           DISPLAY "2. List Operators"
           DISPLAY "3. Change Operator Role"
           DISPLAY "4. Disable, Revoke or Reinstate Operator"
           DISPLAY "5. Link Operator to Customer Number"
           DISPLAY "6. Return to Main Menu"
           ACCEPT WS-USER-INPUT
           EVALUATE WS-USER-INPUT
               WHEN "1"
               WHEN "2"
                   PERFORM LIST-OPERATORS
               WHEN "3"
                   PERFORM CHANGE-OPERATOR-ROLE
               WHEN "4"
                   PERFORM CHANGE-OPERATOR-STATUS
               WHEN "5"
                   PERFORM LINK-OPERATOR-CUSTOMER
               WHEN "6"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Invalid option. Please try again."
           ELSE
               SET OP-ROLE-TELLER TO TRUE
           END-IF
           SET OP-ACTIVE TO TRUE
           MOVE ZERO TO OpPwdChangedDate
           MOVE ZERO TO OpFailedAttempts
           MOVE ZERO TO OpLastSignOnDate
           DISPLAY "Operator's own customer number (0 if none): "
           ACCEPT WS-OP-CUST-INPUT
           MOVE WS-OP-CUST-INPUT TO OpCustomerNumber
           MOVE "O" TO WS-PEND-TYPE
           MOVE SPACES TO WS-PEND-KEY
           MOVE OpId TO WS-PEND-KEY(1:4)
           MOVE "NOT ON FILE" TO WS-PEND-OLD
           MOVE SPACES TO WS-PEND-NEW
           STRING OpName DELIMITED BY SIZE
               " ROLE " DELIMITED BY SIZE
               OpRole DELIMITED BY SIZE
               INTO WS-PEND-NEW
           MOVE OperatorRecord TO WS-PEND-PAYLOAD
           PERFORM STAGE-PENDING-CHANGE.

      * Taking access away is immediate: a supervisor disables an
      * ID (temporarily) or revokes it (for good) and the row stays
      * on file as its history. Giving access back - unlocking or
      * re-enabling - is staged for a second supervisor, with an
      * optional temporary password the operator must change at
      * the next sign-on.
       CHANGE-OPERATOR-STATUS.
           DISPLAY "Operator ID: "
           ACCEPT WS-OP-SEARCH-ID
           IF WS-OP-SEARCH-ID = WS-OPERATOR-ID
               DISPLAY "You cannot change your own operator status."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPERATOR
           IF WS-OP-FOUND NOT = "Y"
               DISPLAY "Operator not found."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Operator " OpId " " OpName " role " OpRole
               " status " OpStatus " failed sign-ons "
               OpFailedAttempts
           IF OP-REVOKED
               DISPLAY "A revoked operator ID cannot be changed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "(D)isable, (R)evoke or re(I)nstate: "
           ACCEPT WS-OP-STATUS-INPUT
           MOVE FUNCTION UPPER-CASE(WS-OP-STATUS-INPUT)
               TO WS-OP-STATUS-INPUT
           EVALUATE WS-OP-STATUS-INPUT
               WHEN "D"
               WHEN "R"
                   IF WS-OP-STATUS-INPUT = OpStatus
                       DISPLAY "Operator already has that status."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE OpStatus TO WS-AUDIT-OLD
                   MOVE WS-OP-STATUS-INPUT TO OpStatus
                   PERFORM SAVE-OPERATOR-RECORD
                   IF WS-OPER-SAVED = "Y"
                       MOVE "O" TO WS-AUDIT-TYPE
                       MOVE OpId TO WS-AUDIT-KEY
                       MOVE "OPERATOR-STATUS" TO WS-AUDIT-FIELD
                       MOVE OpStatus TO WS-AUDIT-NEW
                       PERFORM WRITE-MAINT-AUDIT
                       IF OP-REVOKED
                           DISPLAY "Operator " OpId " revoked."
                       ELSE
                           DISPLAY "Operator " OpId " disabled."
                       END-IF
                   END-IF
               WHEN "I"
                   IF OP-ACTIVE
                       DISPLAY "Operator is already active."
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM STAGE-OPERATOR-REINSTATE
               WHEN OTHER
                   DISPLAY "Enter D, R or I."
           END-EVALUATE.

       STAGE-OPERATOR-REINSTATE.
           MOVE "S" TO WS-PEND-TYPE
           MOVE SPACES TO WS-PEND-KEY
           MOVE OpId TO WS-PEND-KEY(1:4)
           MOVE SPACES TO WS-PEND-OLD
           STRING OpName DELIMITED BY SIZE
               " STATUS " DELIMITED BY SIZE
               OpStatus DELIMITED BY SIZE
               INTO WS-PEND-OLD
           DISPLAY "Temporary password (6 digits, 0 to keep the "
               "current one): "
           ACCEPT WS-OP-PWD-INPUT
           MOVE SPACES TO WS-PEND-NEW
           IF WS-OP-PWD-INPUT NOT = ZERO
               COMPUTE WS-HASH-INPUT =
                   OpId * 1000000 + WS-OP-PWD-INPUT
               PERFORM COMPUTE-HASH
               MOVE WS-HASH-RESULT TO OpPwdHash
               MOVE ZERO TO OpPwdChangedDate
               STRING OpName DELIMITED BY SIZE
                   " STATUS A NEW PWD" DELIMITED BY SIZE
                   INTO WS-PEND-NEW
           ELSE
               STRING OpName DELIMITED BY SIZE
                   " STATUS A" DELIMITED BY SIZE
                   INTO WS-PEND-NEW
           END-IF
           SET OP-ACTIVE TO TRUE
           MOVE ZERO TO OpFailedAttempts
           MOVE OperatorRecord TO WS-PEND-PAYLOAD
           PERFORM STAGE-PENDING-CHANGE.

      * Records the operator's own customer number so the nightly
      * activity review can spot them moving money on accounts they
      * own. Zero removes the link.
       LINK-OPERATOR-CUSTOMER.
           DISPLAY "Operator ID: "
           ACCEPT WS-OP-SEARCH-ID
           IF WS-OP-SEARCH-ID = WS-OPERATOR-ID
               DISPLAY "You cannot change your own operator link."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPERATOR
           IF WS-OP-FOUND NOT = "Y"
               DISPLAY "Operator not found."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Operator " OpId " " OpName " linked to customer "
               OpCustomerNumber
           DISPLAY "Customer number (0 for none): "
           ACCEPT WS-OP-CUST-INPUT
           IF WS-OP-CUST-INPUT = OpCustomerNumber
               DISPLAY "No change."
               EXIT PARAGRAPH
           END-IF
           MOVE OpCustomerNumber TO WS-AUDIT-OLD
           MOVE WS-OP-CUST-INPUT TO OpCustomerNumber
           PERFORM SAVE-OPERATOR-RECORD
           IF WS-OPER-SAVED = "Y"
               MOVE "O" TO WS-AUDIT-TYPE
               MOVE OpId TO WS-AUDIT-KEY
               MOVE "OP-CUSTOMER-LINK" TO WS-AUDIT-FIELD
               MOVE OpCustomerNumber TO WS-AUDIT-NEW
               PERFORM WRITE-MAINT-AUDIT
               DISPLAY "Operator " OpId " linked to customer "
                   OpCustomerNumber "."
           END-IF.

      * Stages a teller/supervisor role change for an operator
      * already on file.
       CHANGE-OPERATOR-ROLE.
           DISPLAY "Operator ID: "
           ACCEPT WS-OP-SEARCH-ID
           PERFORM FIND-OPERATOR
           IF WS-OP-FOUND NOT = "Y"
               DISPLAY "Operator not found."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Operator " OpId " " OpName " role " OpRole
           DISPLAY "New role - (T)eller or (S)upervisor: "
           ACCEPT WS-OP-ROLE-INPUT
           EVALUATE WS-OP-ROLE-INPUT
               WHEN "t"
               WHEN "T"
                   MOVE "T" TO WS-OP-ROLE-INPUT
               WHEN "s"
               WHEN "S"
                   MOVE "S" TO WS-OP-ROLE-INPUT
               WHEN OTHER
                   DISPLAY "Enter T or S."
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-OP-ROLE-INPUT = OpRole
               DISPLAY "Operator already has that role."
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-PEND-TYPE
           MOVE SPACES TO WS-PEND-KEY
           MOVE OpId TO WS-PEND-KEY(1:4)
           MOVE SPACES TO WS-PEND-OLD
           STRING OpName DELIMITED BY SIZE
               " ROLE " DELIMITED BY SIZE
               OpRole DELIMITED BY SIZE
               INTO WS-PEND-OLD
           MOVE WS-OP-ROLE-INPUT TO OpRole
           MOVE SPACES TO WS-PEND-NEW
           STRING OpName DELIMITED BY SIZE
               " ROLE " DELIMITED BY SIZE
               OpRole DELIMITED BY SIZE
               INTO WS-PEND-NEW
           MOVE OperatorRecord TO WS-PEND-PAYLOAD
           PERFORM STAGE-PENDING-CHANGE.

       LIST-OPERATORS.
           MOVE "N" TO WS-EOF-OPERATORS
                   AT END
                       MOVE "Y" TO WS-EOF-OPERATORS
                   NOT AT END
                       PERFORM NORMALIZE-OPERATOR
                       DISPLAY "  " OpId " " OpName " role " OpRole
                           " status " OpStatus " last on "
                           OpLastSignOnDate " pwd set "
                           OpPwdChangedDate
               END-READ
           END-PERFORM
           CLOSE OperatorFile.
           IF WS-FX-DATE-INPUT = ZERO
               MOVE WS-TODAY TO WS-FX-DATE-INPUT
           END-IF
           PERFORM LOOKUP-EXCHANGE-RATE
           MOVE "X" TO WS-PEND-TYPE
           MOVE SPACES TO WS-PEND-KEY
           STRING WS-FX-FROM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-FX-TO DELIMITED BY SIZE
               INTO WS-PEND-KEY
           IF WS-FX-FOUND = "Y"
               MOVE WS-FX-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO WS-PEND-OLD
           ELSE
               MOVE "NO RATE ON FILE" TO WS-PEND-OLD
           END-IF
           MOVE WS-FX-RATE-INPUT TO WS-RATE-EDIT
           MOVE SPACES TO WS-PEND-NEW
           STRING WS-RATE-EDIT DELIMITED BY SIZE
               " EFFECTIVE " DELIMITED BY SIZE
               WS-FX-DATE-INPUT DELIMITED BY SIZE
               INTO WS-PEND-NEW
           MOVE SPACES TO FxRateRecord
           MOVE WS-FX-FROM TO FxFromCurrency
           MOVE WS-FX-TO TO FxToCurrency
           MOVE WS-FX-RATE-INPUT TO FxRate
           MOVE WS-FX-DATE-INPUT TO FxEffectiveDate
           MOVE FxRateRecord TO WS-PEND-PAYLOAD
           PERFORM STAGE-PENDING-CHANGE.

       LIST-EXCHANGE-RATES.
           MOVE "N" TO WS-EOF-FX
           ELSE
               PERFORM FIND-CUSTOMER
               IF WS-CUST-FOUND = "Y"
                       AND CUSTOMER-DECEASED OF CustomerData
                   DISPLAY "Customer is recorded as deceased - no "
                       "new accounts."
                   EXIT PARAGRAPH
               END-IF
               IF WS-CUST-FOUND = "Y"
                       AND CUSTOMER-MERGED OF CustomerData
                   DISPLAY "Customer was merged into customer "
                       MergedIntoCustomer OF CustomerData
                       " - open the account there."
                   EXIT PARAGRAPH
               END-IF
               IF WS-CUST-FOUND NOT = "Y"
                   DISPLAY "Customer not found."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Customer: "
                   CustomerName OF CustomerData
               PERFORM CHECK-IDENTITY-COMPLETE
               IF WS-KYC-OK NOT = "Y"
                   PERFORM COMPLETE-IDENTITY-FOR-ACCOUNT
               END-IF
               IF WS-KYC-OK = "Y"
                   MOVE WS-CUST-SEARCH TO WS-CUSTOMER-NUMBER
               END-IF
           END-IF.

      * The customer in CustomerData is not fully identified. The
      * teller may key the missing identity now; it is written back
      * to the master (and audited) before the account is opened.
       COMPLETE-IDENTITY-FOR-ACCOUNT.
           DISPLAY "Identification incomplete: " WS-KYC-REASON
           DISPLAY "Complete the identification now? (Y/N): "
           ACCEPT WS-USER-INPUT
           IF WS-USER-INPUT NOT = "y" AND WS-USER-INPUT NOT = "Y"
               DISPLAY "No new account until the customer is fully "
                   "identified."
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-IDENTITY-UPDATE
           IF WS-KYC-OK NOT = "Y"
               DISPLAY "Still incomplete: " WS-KYC-REASON
               DISPLAY "No new account until the customer is fully "
                   "identified."
           END-IF.

      * Keyed read of custmast.dat for WS-CUST-SEARCH, leaving
      * WS-CUST-FOUND "Y"/"N" and the record in CustomerData.
       FIND-CUSTOMER.
           DISPLAY "1. Add Customer"
           DISPLAY "2. Update Customer"
           DISPLAY "3. View Customer"
           DISPLAY "4. Record Date of Death"
           DISPLAY "5. Payable-on-Death Beneficiaries"
           DISPLAY "6. Update Identification"
           DISPLAY "7. Stamp Due-Diligence Review"
           DISPLAY "8. Merge Duplicate Customers (Supervisor)"
           DISPLAY "9. Return to Main Menu"
           ACCEPT WS-USER-INPUT
           EVALUATE WS-USER-INPUT
               WHEN "1"
               WHEN "3"
                   PERFORM VIEW-CUSTOMER
               WHEN "4"
                   PERFORM RECORD-DATE-OF-DEATH
               WHEN "5"
                   PERFORM POD-BENEFICIARY-MENU
               WHEN "6"
                   PERFORM UPDATE-IDENTIFICATION
               WHEN "7"
                   PERFORM STAMP-KYC-REVIEW
               WHEN "8"
                   PERFORM MERGE-CUSTOMERS
               WHEN "9"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Invalid option. Please try again."
           ACCEPT CustomerPhone OF CustomerData
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO CustomerOpenDate OF CustomerData
           MOVE "N" TO DeceasedFlag OF CustomerData
           MOVE ZERO TO DateOfDeath OF CustomerData
           MOVE ZERO TO DeathRecordedBy OF CustomerData
           MOVE ZERO TO DeathApprovedBy OF CustomerData
           MOVE ZERO TO DeathRecordedDate OF CustomerData
           MOVE ZERO TO DateOfBirth OF CustomerData
           MOVE ZERO TO IdExpiryDate OF CustomerData
           MOVE ZERO TO KycReviewDate OF CustomerData
           MOVE ZERO TO KycReviewedBy OF CustomerData
           MOVE SPACE TO CustomerStatus OF CustomerData
           MOVE ZERO TO MergedIntoCustomer OF CustomerData
           MOVE ZERO TO MergedDate OF CustomerData
           MOVE ZERO TO MergedApprovedBy OF CustomerData
           PERFORM CAPTURE-IDENTITY
           OPEN I-O CustomerFile
           IF WS-CUSTOMER-STATUS = "35"
               OPEN OUTPUT CustomerFile
           END-IF
           CLOSE CustomerFile
           PERFORM SAVE-NEXT-CUSTOMER-NUMBER
           DISPLAY "Customer " WS-CUST-SEARCH " added."
           PERFORM CHECK-IDENTITY-COMPLETE
           IF WS-KYC-OK NOT = "Y"
               DISPLAY "Identification incomplete: " WS-KYC-REASON
               DISPLAY "No account can be opened until it is "
                   "completed (Update Identification)."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUST-SEARCH TO WS-CUSTOMER-NUMBER.

       UPDATE-CUSTOMER.
           DISPLAY "Enter Customer Number: "
           DISPLAY "Address: " CustomerAddress OF CustomerData
           DISPLAY "Phone: " CustomerPhone OF CustomerData
           DISPLAY "On file since: "
               CustomerOpenDate OF CustomerData
           IF CUSTOMER-DECEASED OF CustomerData
               DISPLAY "DECEASED - date of death "
                   DateOfDeath OF CustomerData ", recorded "
                   DeathRecordedDate OF CustomerData
                   " by operator " DeathRecordedBy OF CustomerData
                   ", signed off by supervisor "
                   DeathApprovedBy OF CustomerData
           END-IF
           IF CUSTOMER-MERGED OF CustomerData
               DISPLAY "MERGED into customer "
                   MergedIntoCustomer OF CustomerData " on "
                   MergedDate OF CustomerData " by supervisor "
                   MergedApprovedBy OF CustomerData
           END-IF
           PERFORM NORMALISE-IDENTITY-FIELDS
           DISPLAY "Date of birth: " DateOfBirth OF CustomerData
           DISPLAY "ID document: " IdType OF CustomerData " "
               IdNumber OF CustomerData " expires "
               IdExpiryDate OF CustomerData
           IF TaxId OF CustomerData = SPACES
               DISPLAY "Tax ID: NOT ON FILE"
           ELSE
               DISPLAY "Tax ID: on file"
           END-IF
           PERFORM CHECK-IDENTITY-COMPLETE
           IF WS-KYC-OK NOT = "Y"
               DISPLAY "NOT FULLY IDENTIFIED - " WS-KYC-REASON
           END-IF
           IF KycReviewDate OF CustomerData = ZERO
               DISPLAY "Due-diligence review: never"
           ELSE
               DISPLAY "Due-diligence review: "
                   KycReviewDate OF CustomerData
                   " by supervisor " KycReviewedBy OF CustomerData
           END-IF.

      * Merges a customer on file twice. The signed-on supervisor
      * names the record that survives and the one that goes; both
      * must be on file, different and not already merged, and a
      * deceased record is only merged with another deceased one so
      * an estate hold is never lifted or spread by a merge. The
      * payee and bill-payment books are loaded first so a merge
      * that cannot finish is refused before anything changes, and
      * so is operator.dat. The losing record is retired, then its
      * accounts, loans, payees and bill payments are moved under
      * the survivor, and any operator linked to it is relinked.
       MERGE-CUSTOMERS.
           PERFORM REQUIRE-SUPERVISOR
           IF WS-OVERRIDE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Surviving Customer Number: "
           ACCEPT WS-CUST-SEARCH
           PERFORM FIND-CUSTOMER
           IF WS-CUST-FOUND NOT = "Y"
               DISPLAY "Customer not found."
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMER-MERGED OF CustomerData
               DISPLAY "Customer " WS-CUST-SEARCH
                   " was itself merged into customer "
                   MergedIntoCustomer OF CustomerData "."
               EXIT PARAGRAPH
           END-IF
           MOVE CustomerNumber OF CustomerData TO WS-MERGE-SURVIVOR
           MOVE CustomerName OF CustomerData TO WS-MERGE-SURV-NAME
           MOVE CustomerAddress OF CustomerData
               TO WS-MERGE-SURV-ADDR
           MOVE CustomerPhone OF CustomerData TO WS-MERGE-SURV-PHONE
           MOVE "N" TO WS-MERGE-SURV-DECEASED
           IF CUSTOMER-DECEASED OF CustomerData
               MOVE "Y" TO WS-MERGE-SURV-DECEASED
           END-IF
           DISPLAY "Customer Number to merge away: "
           ACCEPT WS-CUST-SEARCH
           IF WS-CUST-SEARCH = WS-MERGE-SURVIVOR
               DISPLAY "A customer cannot be merged into itself."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CUSTOMER
           IF WS-CUST-FOUND NOT = "Y"
               DISPLAY "Customer not found."
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMER-MERGED OF CustomerData
               DISPLAY "Customer " WS-CUST-SEARCH
                   " was already merged into customer "
                   MergedIntoCustomer OF CustomerData "."
               EXIT PARAGRAPH
           END-IF
           MOVE CustomerNumber OF CustomerData TO WS-MERGE-LOSER
           MOVE CustomerName OF CustomerData TO WS-MERGE-LOSE-NAME
           MOVE CustomerAddress OF CustomerData
               TO WS-MERGE-LOSE-ADDR
           MOVE CustomerPhone OF CustomerData TO WS-MERGE-LOSE-PHONE
           MOVE "N" TO WS-MERGE-LOSE-DECEASED
           IF CUSTOMER-DECEASED OF CustomerData
               MOVE "Y" TO WS-MERGE-LOSE-DECEASED
           END-IF
           IF WS-MERGE-SURV-DECEASED NOT = WS-MERGE-LOSE-DECEASED
               DISPLAY "Only one of the two is recorded as deceased "
                   "- refer the pair to the estates desk."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Keep:     " WS-MERGE-SURVIVOR " "
               WS-MERGE-SURV-NAME " " WS-MERGE-SURV-PHONE
           DISPLAY "          " WS-MERGE-SURV-ADDR
           DISPLAY "Merge in: " WS-MERGE-LOSER " "
               WS-MERGE-LOSE-NAME " " WS-MERGE-LOSE-PHONE
           DISPLAY "          " WS-MERGE-LOSE-ADDR
           DISPLAY "Move everything of customer " WS-MERGE-LOSER
               " to customer " WS-MERGE-SURVIVOR "? (Y/N): "
           ACCEPT WS-USER-INPUT
           IF WS-USER-INPUT NOT = "y" AND WS-USER-INPUT NOT = "Y"
               DISPLAY "Nothing merged."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MERGE-SURVIVOR TO WS-BP-CUSTOMER
           PERFORM LOAD-PAYEES
           PERFORM LOAD-BILL-PAYMENTS
           IF WS-PY-OVERFLOW = "Y" OR WS-BP-OVERFLOW = "Y"
               DISPLAY "payees.dat or billpay.dat is too large to "
                   "rewrite here - nothing merged."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-MERGE-OPERATORS
           IF WS-OPER-SAVED = "O"
               DISPLAY "Operator file exceeds 200 rows - "
                   "nothing merged."
               EXIT PARAGRAPH
           END-IF
           PERFORM RETIRE-MERGED-CUSTOMER
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "Error updating customer. Nothing merged."
               EXIT PARAGRAPH
           END-IF
           PERFORM MOVE-MERGED-ACCOUNTS
           PERFORM MOVE-MERGED-LOANS
           PERFORM MOVE-MERGED-PAYEES
           PERFORM MOVE-MERGED-OPERATORS
           PERFORM COUNT-MERGED-CARDS
           PERFORM COUNT-MERGED-ORDERS
           DISPLAY "Customer " WS-MERGE-LOSER " merged into "
               WS-MERGE-SURVIVOR "."
           DISPLAY "Accounts moved: " WS-MERGE-ACCOUNTS
               ", loans: " WS-MERGE-LOANS
               ", payees: " WS-MERGE-PAYEES
               ", bill payments: " WS-MERGE-PAYMENTS
               ", operators: " WS-MERGE-OPERATORS
           DISPLAY "Cards following their accounts: " WS-MERGE-CARDS
               ", standing orders: " WS-MERGE-ORDERS.

      * Stamps the losing record merged and writes the before and
      * after images: the loser's name, address and phone against
      * the survivor's that now stand for them, and its status.
       RETIRE-MERGED-CUSTOMER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN I-O CustomerFile
           MOVE WS-MERGE-LOSER TO CustomerNumber OF CustomerData
           READ CustomerFile
               INVALID KEY
                   MOVE "23" TO WS-CUSTOMER-STATUS
                   CLOSE CustomerFile
                   EXIT PARAGRAPH
           END-READ
           SET CUSTOMER-MERGED OF CustomerData TO TRUE
           MOVE WS-MERGE-SURVIVOR
               TO MergedIntoCustomer OF CustomerData
           MOVE WS-TODAY TO MergedDate OF CustomerData
           MOVE WS-OPERATOR-ID TO MergedApprovedBy OF CustomerData
           REWRITE CustomerData
           IF WS-CUSTOMER-STATUS NOT = "00"
               CLOSE CustomerFile
               EXIT PARAGRAPH
           END-IF
           CLOSE CustomerFile
           MOVE "C" TO WS-AUDIT-TYPE
           MOVE WS-MERGE-LOSER TO WS-AUDIT-KEY
           MOVE "MERGED-NAME" TO WS-AUDIT-FIELD
           MOVE WS-MERGE-LOSE-NAME TO WS-AUDIT-OLD
           MOVE WS-MERGE-SURV-NAME TO WS-AUDIT-NEW
           PERFORM WRITE-MAINT-AUDIT
           MOVE "MERGED-ADDRESS" TO WS-AUDIT-FIELD
           MOVE WS-MERGE-LOSE-ADDR TO WS-AUDIT-OLD
           MOVE WS-MERGE-SURV-ADDR TO WS-AUDIT-NEW
           PERFORM WRITE-MAINT-AUDIT
           MOVE "MERGED-PHONE" TO WS-AUDIT-FIELD
           MOVE WS-MERGE-LOSE-PHONE TO WS-AUDIT-OLD
           MOVE WS-MERGE-SURV-PHONE TO WS-AUDIT-NEW
           PERFORM WRITE-MAINT-AUDIT
           MOVE "CUSTOMER-STATUS" TO WS-AUDIT-FIELD
           MOVE "ACTIVE" TO WS-AUDIT-OLD
           MOVE SPACES TO WS-AUDIT-NEW
           STRING "MERGED INTO " DELIMITED BY SIZE
               WS-MERGE-SURVIVOR DELIMITED BY SIZE
               INTO WS-AUDIT-NEW
           PERFORM WRITE-MAINT-AUDIT
           MOVE "00" TO WS-CUSTOMER-STATUS.

      * Holds operator.dat in WS-OPER-TABLE for MOVE-MERGED-OPERATORS,
      * the way SAVE-OPERATOR-RECORD does. WS-OPER-SAVED comes back
      * "O" when the file is too large to rewrite; a missing file
      * loads as empty.
       LOAD-MERGE-OPERATORS.
           MOVE "N" TO WS-OPER-SAVED
           MOVE ZERO TO WS-OPER-COUNT
           MOVE "N" TO WS-EOF-OPERATORS
           OPEN INPUT OperatorFile
           IF WS-OPERATOR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-OPERATORS = "Y"
               READ OperatorFile INTO OperatorRecord
                   AT END
                       MOVE "Y" TO WS-EOF-OPERATORS
                   NOT AT END
                       IF WS-OPER-COUNT = 200
                           MOVE "O" TO WS-OPER-SAVED
                           MOVE "Y" TO WS-EOF-OPERATORS
                       ELSE
                           ADD 1 TO WS-OPER-COUNT
                           MOVE OperatorRecord
                               TO WS-OPER-REC(WS-OPER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OperatorFile.

      * An operator linked to the loser as their own customer record
      * is relinked to the survivor, so the nightly activity review
      * still spots them on the accounts that moved. operator.dat is
      * rewritten only when a row changed, with an audit row for
      * each operator as LINK-OPERATOR-CUSTOMER writes.
       MOVE-MERGED-OPERATORS.
           MOVE ZERO TO WS-MERGE-OPERATORS
           PERFORM VARYING WS-OPER-IX FROM 1 BY 1
                   UNTIL WS-OPER-IX > WS-OPER-COUNT
               MOVE WS-OPER-REC(WS-OPER-IX) TO OperatorRecord
               PERFORM NORMALIZE-OPERATOR
               IF OpCustomerNumber = WS-MERGE-LOSER
                   ADD 1 TO WS-MERGE-OPERATORS
               END-IF
           END-PERFORM
           IF WS-MERGE-OPERATORS = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OperatorFile
           PERFORM VARYING WS-OPER-IX FROM 1 BY 1
                   UNTIL WS-OPER-IX > WS-OPER-COUNT
               MOVE WS-OPER-REC(WS-OPER-IX) TO OperatorRecord
               PERFORM NORMALIZE-OPERATOR
               IF OpCustomerNumber = WS-MERGE-LOSER
                   PERFORM MOVE-ONE-MERGED-OPERATOR
               ELSE
                   MOVE WS-OPER-REC(WS-OPER-IX) TO OperatorRecord
                   WRITE OperatorRecord
               END-IF
           END-PERFORM
           CLOSE OperatorFile.

       MOVE-ONE-MERGED-OPERATOR.
           MOVE WS-MERGE-SURVIVOR TO OpCustomerNumber
           WRITE OperatorRecord
           MOVE "O" TO WS-AUDIT-TYPE
           MOVE OpId TO WS-AUDIT-KEY
           MOVE "OP-CUSTOMER-LINK" TO WS-AUDIT-FIELD
           MOVE WS-MERGE-LOSER TO WS-AUDIT-OLD
           MOVE WS-MERGE-SURVIVOR TO WS-AUDIT-NEW
           PERFORM WRITE-MAINT-AUDIT.

      * Every account of the loser, open or closed, is relinked to
      * the survivor so its history follows too.
       MOVE-MERGED-ACCOUNTS.
           MOVE ZERO TO WS-MERGE-ACCOUNTS
           MOVE ZERO TO WS-MERGE-ACCT-COUNT
           OPEN I-O AccountFile
           IF WS-FILE-STATUS = "35"
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           MOVE "00" TO WS-FILE-STATUS
           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ AccountFile NEXT RECORD INTO AccountData
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF CustomerNumber OF AccountData
                               = WS-MERGE-LOSER
                           PERFORM MOVE-ONE-MERGED-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AccountFile.

       MOVE-ONE-MERGED-ACCOUNT.
           MOVE WS-MERGE-SURVIVOR TO CustomerNumber OF AccountData
           REWRITE AccountData
           ADD 1 TO WS-MERGE-ACCOUNTS
           IF WS-MERGE-ACCT-COUNT < 100
               ADD 1 TO WS-MERGE-ACCT-COUNT
               MOVE AccountNumber OF AccountData
                   TO WS-MERGE-ACCOUNT(WS-MERGE-ACCT-COUNT)
           END-IF
           MOVE "A" TO WS-AUDIT-TYPE
           MOVE AccountNumber OF AccountData TO WS-AUDIT-KEY
           MOVE "CUSTOMER-NUMBER" TO WS-AUDIT-FIELD
           MOVE WS-MERGE-LOSER TO WS-AUDIT-OLD
           MOVE WS-MERGE-SURVIVOR TO WS-AUDIT-NEW
           PERFORM WRITE-MAINT-AUDIT.

       MOVE-MERGED-LOANS.
           MOVE ZERO TO WS-MERGE-LOANS
           OPEN I-O LoanFile
           IF WS-LOAN-STATUS = "35"
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF
           MOVE "00" TO WS-LOAN-STATUS
           PERFORM UNTIL WS-LOAN-STATUS = "10"
               READ LoanFile NEXT RECORD INTO LoanData
                   AT END
                       MOVE "10" TO WS-LOAN-STATUS
                   NOT AT END
                       PERFORM NORMALIZE-LOAN
                       IF LoanCustomerNumber = WS-MERGE-LOSER
                           MOVE WS-MERGE-SURVIVOR
                               TO LoanCustomerNumber
                           REWRITE LoanData
                           ADD 1 TO WS-MERGE-LOANS
                           MOVE "L" TO WS-AUDIT-TYPE
                           MOVE LoanNumber TO WS-AUDIT-KEY
                           MOVE "CUSTOMER-NUMBER" TO WS-AUDIT-FIELD
                           MOVE WS-MERGE-LOSER TO WS-AUDIT-OLD
                           MOVE WS-MERGE-SURVIVOR TO WS-AUDIT-NEW
                           PERFORM WRITE-MAINT-AUDIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LoanFile.

      * Payee numbers are per customer, so each of the loser's
      * payees takes the survivor's next number and its bill
      * payments are renumbered with it; BillPayExec matches a
      * payment to its payee on both. A payment left under the
      * loser with no payee on file still moves to the survivor.
       MOVE-MERGED-PAYEES.
           MOVE ZERO TO WS-MERGE-PAYEES
           MOVE ZERO TO WS-MERGE-PAYMENTS
           PERFORM VARYING WS-PY-IX FROM 1 BY 1
                   UNTIL WS-PY-IX > WS-PY-COUNT
               MOVE WS-PY-REC(WS-PY-IX) TO PayeeRecord
               IF PyCustomerNumber = WS-MERGE-LOSER
                   PERFORM MOVE-ONE-MERGED-PAYEE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BP-IX FROM 1 BY 1
                   UNTIL WS-BP-IX > WS-BP-COUNT
               MOVE WS-BP-REC(WS-BP-IX) TO BillPaymentRecord
               IF BpCustomerNumber = WS-MERGE-LOSER
                   MOVE WS-MERGE-SURVIVOR TO BpCustomerNumber
                   MOVE BillPaymentRecord TO WS-BP-REC(WS-BP-IX)
                   ADD 1 TO WS-MERGE-PAYMENTS
               END-IF
           END-PERFORM
           IF WS-MERGE-PAYEES > ZERO
               PERFORM SAVE-PAYEES
           END-IF
           IF WS-MERGE-PAYMENTS > ZERO
               PERFORM SAVE-BILL-PAYMENTS
           END-IF.

       MOVE-ONE-MERGED-PAYEE.
           MOVE PyPayeeNumber TO WS-MERGE-OLD-PAYEE
           MOVE WS-MERGE-SURVIVOR TO PyCustomerNumber
           MOVE WS-PY-NEXT-NUMBER TO PyPayeeNumber
           ADD 1 TO WS-PY-NEXT-NUMBER
           MOVE PayeeRecord TO WS-PY-REC(WS-PY-IX)
           ADD 1 TO WS-MERGE-PAYEES
           MOVE SPACES TO WS-PY-FIELD
           STRING "PAYEE-" DELIMITED BY SIZE
               PyPayeeNumber DELIMITED BY SIZE
               "-MERGED" DELIMITED BY SIZE
               INTO WS-PY-FIELD
           MOVE SPACES TO WS-AUDIT-OLD
           STRING "CUSTOMER " DELIMITED BY SIZE
               WS-MERGE-LOSER DELIMITED BY SIZE
               " PAYEE " DELIMITED BY SIZE
               WS-MERGE-OLD-PAYEE DELIMITED BY SIZE
               INTO WS-AUDIT-OLD
           MOVE PyPayeeName TO WS-AUDIT-NEW
           PERFORM AUDIT-PAYEE-CHANGE
           PERFORM VARYING WS-BP-IX FROM 1 BY 1
                   UNTIL WS-BP-IX > WS-BP-COUNT
               MOVE WS-BP-REC(WS-BP-IX) TO BillPaymentRecord
               IF BpCustomerNumber = WS-MERGE-LOSER
                       AND BpPayeeNumber = WS-MERGE-OLD-PAYEE
                   MOVE WS-MERGE-SURVIVOR TO BpCustomerNumber
                   MOVE PyPayeeNumber TO BpPayeeNumber
                   MOVE BillPaymentRecord TO WS-BP-REC(WS-BP-IX)
                   ADD 1 TO WS-MERGE-PAYMENTS
               END-IF
           END-PERFORM.

      * Cards and standing orders hang off account numbers, not the
      * customer, so they have already moved with their accounts;
      * they are counted for the supervisor's confirmation.
       COUNT-MERGED-CARDS.
           MOVE ZERO TO WS-MERGE-CARDS
           IF WS-HAVE-CARDMAST NOT = "Y"
                   OR WS-MERGE-ACCT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CardFile
           IF WS-CARD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CARD-STATUS = "10"
               READ CardFile NEXT RECORD INTO CardData
                   AT END
                       MOVE "10" TO WS-CARD-STATUS
                   NOT AT END
                       MOVE CmAccountNumber TO WS-MERGE-MATCH-ACCOUNT
                       PERFORM CHECK-MERGED-ACCOUNT
                       IF WS-MERGE-ACCT-HIT = "Y"
                           ADD 1 TO WS-MERGE-CARDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CardFile.

       COUNT-MERGED-ORDERS.
           MOVE ZERO TO WS-MERGE-ORDERS
           IF WS-MERGE-ACCT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-STANDING-ORDERS
           PERFORM VARYING WS-ORDER-IX FROM 1 BY 1
                   UNTIL WS-ORDER-IX > WS-ORDER-COUNT
               MOVE WS-ORDER-REC(WS-ORDER-IX) TO StandingOrderRecord
               MOVE SoSourceAccount TO WS-MERGE-MATCH-ACCOUNT
               PERFORM CHECK-MERGED-ACCOUNT
               IF WS-MERGE-ACCT-HIT = "Y"
                   ADD 1 TO WS-MERGE-ORDERS
               END-IF
           END-PERFORM.

       CHECK-MERGED-ACCOUNT.
           MOVE "N" TO WS-MERGE-ACCT-HIT
           PERFORM VARYING WS-MERGE-ACCT-IX FROM 1 BY 1
                   UNTIL WS-MERGE-ACCT-IX > WS-MERGE-ACCT-COUNT
               IF WS-MERGE-ACCOUNT(WS-MERGE-ACCT-IX)
                       = WS-MERGE-MATCH-ACCOUNT
                   MOVE "Y" TO WS-MERGE-ACCT-HIT
               END-IF
           END-PERFORM.

      * Walks card.dat listing every account owned by one customer -
      * the other direction of the new CustomerNumber link.
      * denomination first so the dispense planner can work greedily.
       LOAD-CASH-POSITION.
           MOVE ZERO TO WS-CASH-DENOMS
           MOVE SPACES TO WS-CASH-BRANCH
           MOVE "N" TO WS-EOF-CASH
           OPEN INPUT CashPositionFile
           IF WS-CASH-STATUS NOT = "00"
                   AT END
                       MOVE "Y" TO WS-EOF-CASH
                   NOT AT END
                       IF CpBranchId NOT = SPACES
                           MOVE CpBranchId TO WS-CASH-BRANCH
                       END-IF
                       PERFORM INSERT-CASH-ENTRY
               END-READ
           END-PERFORM
               MOVE SPACES TO CashPositionRecord
               MOVE WS-CASH-DENOM(WS-CASH-IX) TO CpDenomination
               MOVE WS-CASH-COUNT(WS-CASH-IX) TO CpNoteCount
               MOVE WS-CASH-BRANCH TO CpBranchId
               WRITE CashPositionRecord
           END-PERFORM
           CLOSE CashPositionFile.
               DISPLAY "Nothing loaded."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-BRANCH-VAULT
           IF WS-VAULT-ON-FILE = "Y"
               MOVE 1 TO WS-BRK-LINES
               MOVE WS-DENOM-INPUT TO WS-BRK-DENOM(1)
               MOVE WS-COUNT-INPUT TO WS-BRK-COUNT(1)
               COMPUTE WS-BRK-VALUE(1) =
                   WS-DENOM-INPUT * WS-COUNT-INPUT
               MOVE WS-BRK-VALUE(1) TO WS-BRK-TOTAL
               PERFORM CHECK-VAULT-COVERS
               IF WS-VAULT-COVERED NOT = "Y"
                   DISPLAY "Nothing loaded."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "N" TO WS-CASH-FOUND
           PERFORM VARYING WS-CASH-IX FROM 1 BY 1
                   UNTIL WS-CASH-IX > WS-CASH-DENOMS
               MOVE WS-COUNT-INPUT TO CpNoteCount
               PERFORM INSERT-CASH-ENTRY
           END-IF
           MOVE WS-BRANCH-ID TO WS-CASH-BRANCH
           PERFORM SAVE-CASH-POSITION
           IF WS-VAULT-ON-FILE = "Y"
               MOVE "ATM-LOAD" TO WS-VM-TYPE
               MOVE "O" TO WS-VM-DIRECTION
               MOVE SPACES TO WS-VM-REFERENCE
               PERFORM APPLY-VAULT-BREAKDOWN
           END-IF
           DISPLAY "Loaded " WS-COUNT-INPUT " x " WS-DENOM-INPUT "."
           PERFORM SHOW-CASH-POSITION.

           DISPLAY "1. List Parameters"
           DISPLAY "2. Set Parameter"
           DISPLAY "3. Show Change History"
           DISPLAY "4. Fee Schedule"
           DISPLAY "5. Product Master"
           DISPLAY "6. Return to Main Menu"
           ACCEPT WS-USER-INPUT
           EVALUATE WS-USER-INPUT
               WHEN "1"
               WHEN "3"
                   PERFORM SHOW-PARAMETER-HISTORY
               WHEN "4"
                   PERFORM FEE-SCHEDULE-MAINTENANCE
               WHEN "5"
                   PERFORM PRODUCT-MASTER-MAINTENANCE
               WHEN "6"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Invalid option. Please try again."
           IF WS-PARM-DATE-INPUT = ZERO
               MOVE WS-TODAY TO WS-PARM-DATE-INPUT
           END-IF
           MOVE "P" TO WS-PEND-TYPE
           MOVE WS-PARM-KEY TO WS-PEND-KEY
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-OLD-VALUE TO WS-PARM-EDIT
               MOVE WS-PARM-EDIT TO WS-PEND-OLD
           ELSE
               MOVE "NOT ON FILE" TO WS-PEND-OLD
           END-IF
           MOVE WS-PARM-NEW-VALUE TO WS-PARM-EDIT
           MOVE SPACES TO WS-PEND-NEW
           STRING WS-PARM-EDIT DELIMITED BY SIZE
               " EFFECTIVE " DELIMITED BY SIZE
               WS-PARM-DATE-INPUT DELIMITED BY SIZE
               INTO WS-PEND-NEW
           MOVE SPACES TO ParamRecord
           MOVE WS-PARM-KEY TO PrKey
           MOVE WS-PARM-NEW-VALUE TO PrValue
           MOVE WS-PARM-DATE-INPUT TO PrEffectiveDate
           MOVE ParamRecord TO WS-PEND-PAYLOAD
           PERFORM STAGE-PENDING-CHANGE.

      * The per-transaction fee schedule. A new row is dated like a
      * parameter and, like every pricing change, goes through dual
      * control before it is written.
       FEE-SCHEDULE-MAINTENANCE.
           DISPLAY "Fee Schedule:"
           DISPLAY "1. List Fee Schedule"
           DISPLAY "2. Add Fee Schedule Row"
           DISPLAY "3. Return"
           ACCEPT WS-USER-INPUT
           EVALUATE WS-USER-INPUT
               WHEN "1"
                   PERFORM LIST-FEE-SCHEDULE
               WHEN "2"
                   PERFORM ADD-FEE-SCHEDULE-ROW
               WHEN "3"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Invalid option. Please try again."
           END-EVALUATE
           PERFORM FEE-SCHEDULE-MAINTENANCE.

       LIST-FEE-SCHEDULE.
           MOVE "N" TO WS-EOF-FEES
           OPEN INPUT FeeScheduleFile
           IF WS-FEESCHED-STATUS NOT = "00"
               DISPLAY "No fee schedule on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FEES = "Y"
               READ FeeScheduleFile INTO FeeScheduleRecord
                   AT END
                       MOVE "Y" TO WS-EOF-FEES
                   NOT AT END
                       MOVE FsFeeAmount TO WS-FEE-EDIT
                       DISPLAY "  " FsTxnType " acct " FsAcctType
                           " tier " FsTier " fee " WS-FEE-EDIT
                           " free " FsFreeAllowance
                           " effective " FsEffectiveDate
               END-READ
           END-PERFORM
           CLOSE FeeScheduleFile.

      * The product master - the rules each product holds its
      * accounts to. ProductConversion seeds the standard rows; a
      * rule on an existing product is changed here, one field at a
      * time, and like every pricing change goes through dual
      * control before prodmast.dat is rewritten.
       PRODUCT-MASTER-MAINTENANCE.
           DISPLAY "Product Master:"
           DISPLAY "1. List Product Master"
           DISPLAY "2. Change a Product Rule"
           DISPLAY "3. Return"
           ACCEPT WS-USER-INPUT
           EVALUATE WS-USER-INPUT
               WHEN "1"
                   PERFORM LIST-PRODUCT-MASTER
               WHEN "2"
                   PERFORM CHANGE-PRODUCT-RULE
               WHEN "3"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Invalid option. Please try again."
           END-EVALUATE
           PERFORM PRODUCT-MASTER-MAINTENANCE.

       LIST-PRODUCT-MASTER.
           MOVE "N" TO WS-EOF-PRODUCTS
           OPEN INPUT ProductFile
           IF WS-PRODUCT-STATUS NOT = "00"
               DISPLAY "No product master on file - accounts run on "
                   "the standard CHK1/SAV1/TRM1 rules from the "
                   "parameter file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-PRODUCTS = "Y"
               READ ProductFile INTO ProductRecord
                   AT END
                       MOVE "Y" TO WS-EOF-PRODUCTS
                   NOT AT END
                       IF WS-PRODUCT-STATUS NOT = "00"
                           DISPLAY "Product master row unreadable "
                               "(status " WS-PRODUCT-STATUS
                               ") - listing stopped."
                           MOVE "Y" TO WS-EOF-PRODUCTS
                       ELSE
                           PERFORM SHOW-PRODUCT-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ProductFile.

       SHOW-PRODUCT-ROW.
           DISPLAY "  " PdProductCode " " PdProductName
               " type " PdAccountClass
               " status " PdStatus OF ProductRecord
               " fee plan " PdFeePlan
           MOVE PdOverdraftLimit TO WS-PRODUCT-AMT-EDIT
           DISPLAY "      overdraft " PdOverdraftAllowed
               " limit " WS-PRODUCT-AMT-EDIT
               " withdrawals/month " PdWithdrawLimit
               " checks " PdChecksAllowed
           MOVE PdInterestRate TO WS-PRODUCT-RATE-EDIT
           DISPLAY "      interest " WS-PRODUCT-RATE-EDIT
               " frequency " PdInterestFrequency
           MOVE PdMinimumBalance TO WS-PRODUCT-AMT-EDIT
           DISPLAY "      minimum balance " WS-PRODUCT-AMT-EDIT
           MOVE PdMaintenanceFee TO WS-PRODUCT-AMT-EDIT
           DISPLAY "      maintenance fee " WS-PRODUCT-AMT-EDIT
           IF PRODUCT-TERM-DEPOSIT
               MOVE PdPenaltyRate TO WS-PRODUCT-RATE-EDIT
               DISPLAY "      term deposit, early penalty "
                   WS-PRODUCT-RATE-EDIT " converts to "
                   PdMaturityProduct
           END-IF.

      * Stages one field of one product for a second supervisor. The
      * before and after values shown on the approval screen are
      * the product's as it stands now and with the change made.
       CHANGE-PRODUCT-RULE.
           DISPLAY "Product code: "
           ACCEPT WS-PRODUCT-CODE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-PRODUCT-CODE-INPUT)
               TO WS-PRODUCT-CODE-INPUT
           PERFORM LOAD-PRODUCT-TABLE
           IF WS-PROD-UNSAFE = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-PROD-HIT = ZERO
               DISPLAY "Product " WS-PRODUCT-CODE-INPUT
                   " is not on the product master."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROD-REC(WS-PROD-HIT) TO ProductRecord
           PERFORM SHOW-PRODUCT-ROW
           DISPLAY "Rule to change:"
           DISPLAY "1. Overdraft allowed     2. Overdraft limit"
           DISPLAY "3. Withdrawals/month     4. Interest rate"
           DISPLAY "5. Interest frequency    6. Minimum balance"
           DISPLAY "7. Maintenance fee       8. Early penalty rate"
           DISPLAY "9. On sale / withdrawn"
           ACCEPT WS-PROD-FIELD-CHOICE
           MOVE SPACES TO WS-PROD-CHANGE
           MOVE PdProductCode TO WS-PCH-CODE
           MOVE ZERO TO WS-PCH-AMOUNT WS-PCH-RATE WS-PCH-COUNT
           MOVE SPACE TO WS-PCH-FLAG
           EVALUATE WS-PROD-FIELD-CHOICE
               WHEN "1"
                   MOVE "OVERDRAFT-FLAG" TO WS-PCH-FIELD
                   DISPLAY "Overdraft allowed (Y/N): "
                   PERFORM ACCEPT-PRODUCT-FLAG
                   IF WS-PROD-FLAG-INPUT NOT = "Y"
                           AND WS-PROD-FLAG-INPUT NOT = "N"
                       DISPLAY "Enter Y or N."
                       EXIT PARAGRAPH
                   END-IF
               WHEN "2"
                   MOVE "OVERDRAFT-LIMIT" TO WS-PCH-FIELD
                   DISPLAY "Overdraft limit: "
                   ACCEPT WS-PROD-AMOUNT-INPUT
                   MOVE WS-PROD-AMOUNT-INPUT TO WS-PCH-AMOUNT
               WHEN "3"
                   MOVE "WITHDRAW-LIMIT" TO WS-PCH-FIELD
                   DISPLAY "Withdrawals and transfers out a month "
                       "(0 for no limit): "
                   ACCEPT WS-PROD-COUNT-INPUT
                   MOVE WS-PROD-COUNT-INPUT TO WS-PCH-COUNT
               WHEN "4"
                   MOVE "INTEREST-RATE" TO WS-PCH-FIELD
                   DISPLAY "Interest rate (e.g. 0.0150): "
                   ACCEPT WS-PROD-RATE-INPUT
                   MOVE WS-PROD-RATE-INPUT TO WS-PCH-RATE
               WHEN "5"
                   MOVE "INTEREST-FREQ" TO WS-PCH-FIELD
                   DISPLAY "Interest (M)onthly, (Q)uarterly, "
                       "(A)nnually or (N)ever: "
                   PERFORM ACCEPT-PRODUCT-FLAG
                   IF WS-PROD-FLAG-INPUT NOT = "M"
                           AND WS-PROD-FLAG-INPUT NOT = "Q"
                           AND WS-PROD-FLAG-INPUT NOT = "A"
                           AND WS-PROD-FLAG-INPUT NOT = "N"
                       DISPLAY "Enter M, Q, A or N."
                       EXIT PARAGRAPH
                   END-IF
               WHEN "6"
                   MOVE "MINIMUM-BALANCE" TO WS-PCH-FIELD
                   DISPLAY "Minimum balance: "
                   ACCEPT WS-PROD-AMOUNT-INPUT
                   MOVE WS-PROD-AMOUNT-INPUT TO WS-PCH-AMOUNT
               WHEN "7"
                   MOVE "MAINTENANCE-FEE" TO WS-PCH-FIELD
                   DISPLAY "Monthly maintenance fee: "
                   ACCEPT WS-PROD-AMOUNT-INPUT
                   IF WS-PROD-AMOUNT-INPUT > 99999999.99
                       DISPLAY "Fee is too large."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-PROD-AMOUNT-INPUT TO WS-PCH-AMOUNT
               WHEN "8"
                   IF NOT PRODUCT-TERM-DEPOSIT
                       DISPLAY "Only a term-deposit product has an "
                           "early withdrawal penalty."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "PENALTY-RATE" TO WS-PCH-FIELD
                   DISPLAY "Early withdrawal penalty rate: "
                   ACCEPT WS-PROD-RATE-INPUT
                   MOVE WS-PROD-RATE-INPUT TO WS-PCH-RATE
               WHEN "9"
                   MOVE "PRODUCT-STATUS" TO WS-PCH-FIELD
                   DISPLAY "(A) on sale or (W) withdrawn from sale: "
                   PERFORM ACCEPT-PRODUCT-FLAG
                   IF WS-PROD-FLAG-INPUT NOT = "A"
                           AND WS-PROD-FLAG-INPUT NOT = "W"
                       DISPLAY "Enter A or W."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Invalid option."
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM PRODUCT-FIELD-TEXT
           MOVE WS-PROD-FIELD-TEXT TO WS-PEND-OLD
           PERFORM SET-PRODUCT-FIELD
           PERFORM PRODUCT-FIELD-TEXT
           MOVE WS-PROD-FIELD-TEXT TO WS-PEND-NEW
           IF WS-PEND-NEW = WS-PEND-OLD
               DISPLAY "No change."
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO WS-PEND-TYPE
           MOVE SPACES TO WS-PEND-KEY
           STRING WS-PCH-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PCH-FIELD DELIMITED BY SIZE
               INTO WS-PEND-KEY
           MOVE WS-PROD-CHANGE TO WS-PEND-PAYLOAD
           PERFORM STAGE-PENDING-CHANGE.

       ACCEPT-PRODUCT-FLAG.
           ACCEPT WS-PROD-FLAG-INPUT
           MOVE FUNCTION UPPER-CASE(WS-PROD-FLAG-INPUT)
               TO WS-PROD-FLAG-INPUT
           MOVE WS-PROD-FLAG-INPUT TO WS-PCH-FLAG.

      * Holds prodmast.dat in WS-PROD-TABLE so one row can be
      * replaced, leaving WS-PROD-HIT on the row for
      * WS-PRODUCT-CODE-INPUT (zero when it is not on file).
      * WS-PROD-UNSAFE comes back "Y" when the file is too large or
      * a row cannot be read, so it must not be rewritten.
       LOAD-PRODUCT-TABLE.
           MOVE "N" TO WS-PROD-UNSAFE
           MOVE ZERO TO WS-PROD-COUNT
           MOVE ZERO TO WS-PROD-HIT
           MOVE "N" TO WS-EOF-PRODUCTS
           OPEN INPUT ProductFile
           IF WS-PRODUCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-PRODUCTS = "Y"
               READ ProductFile INTO ProductRecord
                   AT END
                       MOVE "Y" TO WS-EOF-PRODUCTS
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WS-PRODUCT-STATUS NOT = "00"
                               DISPLAY "Product master row unreadable "
                                   "(status " WS-PRODUCT-STATUS
                                   ") - cannot update it safely."
                               MOVE "Y" TO WS-PROD-UNSAFE
                               MOVE "Y" TO WS-EOF-PRODUCTS
                           WHEN WS-PROD-COUNT = 100
                               DISPLAY "Product master exceeds 100 "
                                   "rows - cannot update it safely."
                               MOVE "Y" TO WS-PROD-UNSAFE
                               MOVE "Y" TO WS-EOF-PRODUCTS
                           WHEN OTHER
                               ADD 1 TO WS-PROD-COUNT
                               MOVE ProductRecord
                                   TO WS-PROD-REC(WS-PROD-COUNT)
                               IF PdProductCode = WS-PRODUCT-CODE-INPUT
                                   MOVE WS-PROD-COUNT TO WS-PROD-HIT
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ProductFile.

      * Makes the change in WS-PROD-CHANGE to the row in
      * ProductRecord.
       SET-PRODUCT-FIELD.
           EVALUATE WS-PCH-FIELD
               WHEN "OVERDRAFT-FLAG"
                   MOVE WS-PCH-FLAG TO PdOverdraftAllowed
               WHEN "OVERDRAFT-LIMIT"
                   MOVE WS-PCH-AMOUNT TO PdOverdraftLimit
               WHEN "WITHDRAW-LIMIT"
                   MOVE WS-PCH-COUNT TO PdWithdrawLimit
               WHEN "INTEREST-RATE"
                   MOVE WS-PCH-RATE TO PdInterestRate
               WHEN "INTEREST-FREQ"
                   MOVE WS-PCH-FLAG TO PdInterestFrequency
               WHEN "MINIMUM-BALANCE"
                   MOVE WS-PCH-AMOUNT TO PdMinimumBalance
               WHEN "MAINTENANCE-FEE"
                   MOVE WS-PCH-AMOUNT TO PdMaintenanceFee
               WHEN "PENALTY-RATE"
                   MOVE WS-PCH-RATE TO PdPenaltyRate
               WHEN "PRODUCT-STATUS"
                   MOVE WS-PCH-FLAG TO PdStatus OF ProductRecord
           END-EVALUATE.

      * The value of the field named in WS-PCH-FIELD, as it stands
      * in ProductRecord, edited for the queue and the audit trail.
       PRODUCT-FIELD-TEXT.
           MOVE SPACES TO WS-PROD-FIELD-TEXT
           EVALUATE WS-PCH-FIELD
               WHEN "OVERDRAFT-FLAG"
                   MOVE PdOverdraftAllowed TO WS-PROD-FIELD-TEXT
               WHEN "OVERDRAFT-LIMIT"
                   MOVE PdOverdraftLimit TO WS-PRODUCT-AMT-EDIT
                   MOVE WS-PRODUCT-AMT-EDIT TO WS-PROD-FIELD-TEXT
               WHEN "WITHDRAW-LIMIT"
                   MOVE PdWithdrawLimit TO WS-PROD-FIELD-TEXT
               WHEN "INTEREST-RATE"
                   MOVE PdInterestRate TO WS-PRODUCT-RATE-EDIT
                   MOVE WS-PRODUCT-RATE-EDIT TO WS-PROD-FIELD-TEXT
               WHEN "INTEREST-FREQ"
                   MOVE PdInterestFrequency TO WS-PROD-FIELD-TEXT
               WHEN "MINIMUM-BALANCE"
                   MOVE PdMinimumBalance TO WS-PRODUCT-AMT-EDIT
                   MOVE WS-PRODUCT-AMT-EDIT TO WS-PROD-FIELD-TEXT
               WHEN "MAINTENANCE-FEE"
                   MOVE PdMaintenanceFee TO WS-PRODUCT-AMT-EDIT
                   MOVE WS-PRODUCT-AMT-EDIT TO WS-PROD-FIELD-TEXT
               WHEN "PENALTY-RATE"
                   MOVE PdPenaltyRate TO WS-PRODUCT-RATE-EDIT
                   MOVE WS-PRODUCT-RATE-EDIT TO WS-PROD-FIELD-TEXT
               WHEN "PRODUCT-STATUS"
                   MOVE PdStatus OF ProductRecord
                       TO WS-PROD-FIELD-TEXT
           END-EVALUATE.

       ADD-FEE-SCHEDULE-ROW.
           MOVE SPACES TO WS-FEE-TXN-TYPE
           DISPLAY "Transaction type (e.g. WITHDRAWAL): "
           ACCEPT WS-FEE-TXN-TYPE
           IF WS-FEE-TXN-TYPE = SPACES
               DISPLAY "Transaction type cannot be blank."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Account type (C, S, or * for any): "
           ACCEPT WS-FEE-ACCT-TYPE
           IF WS-FEE-ACCT-TYPE = SPACE
               MOVE "*" TO WS-FEE-ACCT-TYPE
           END-IF
           DISPLAY "Relationship tier (1-9, 0 for any): "
           ACCEPT WS-FEE-TIER-INPUT
           DISPLAY "Fee amount: "
           ACCEPT WS-FEE-AMOUNT-INPUT
           DISPLAY "Free transactions per month: "
           ACCEPT WS-FEE-ALLOW-INPUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY "Effective date (YYYYMMDD, 0 for today): "
           ACCEPT WS-PARM-DATE-INPUT
           IF WS-PARM-DATE-INPUT = ZERO
               MOVE WS-TODAY TO WS-PARM-DATE-INPUT
           END-IF
           CALL "FeeLookup" USING WS-FEE-TXN-TYPE
               WS-FEE-ACCT-TYPE WS-FEE-TIER-INPUT
               WS-FEE-AMOUNT WS-FEE-ALLOWANCE WS-FEE-FOUND
           MOVE "F" TO WS-PEND-TYPE
           MOVE SPACES TO WS-PEND-KEY
           STRING WS-FEE-TXN-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FEE-ACCT-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FEE-TIER-INPUT DELIMITED BY SIZE
               INTO WS-PEND-KEY
           IF WS-FEE-FOUND = "Y"
               MOVE WS-FEE-AMOUNT TO WS-FEE-EDIT
               MOVE SPACES TO WS-PEND-OLD
               STRING WS-FEE-EDIT DELIMITED BY SIZE
                   " FREE " DELIMITED BY SIZE
                   WS-FEE-ALLOWANCE DELIMITED BY SIZE
                   INTO WS-PEND-OLD
           ELSE
               MOVE "NO FEE ON FILE" TO WS-PEND-OLD
           END-IF
           MOVE WS-FEE-AMOUNT-INPUT TO WS-FEE-EDIT
           MOVE SPACES TO WS-PEND-NEW
           STRING WS-FEE-EDIT DELIMITED BY SIZE
               " FREE " DELIMITED BY SIZE
               WS-FEE-ALLOW-INPUT DELIMITED BY SIZE
               " EFF " DELIMITED BY SIZE
               WS-PARM-DATE-INPUT DELIMITED BY SIZE
               INTO WS-PEND-NEW
           MOVE SPACES TO FeeScheduleRecord
           MOVE WS-FEE-TXN-TYPE TO FsTxnType
           MOVE WS-FEE-ACCT-TYPE TO FsAcctType
           MOVE WS-FEE-TIER-INPUT TO FsTier
           MOVE WS-FEE-AMOUNT-INPUT TO FsFeeAmount
           MOVE WS-FEE-ALLOW-INPUT TO FsFreeAllowance
           MOVE WS-PARM-DATE-INPUT TO FsEffectiveDate
           MOVE FeeScheduleRecord TO WS-PEND-PAYLOAD
           PERFORM STAGE-PENDING-CHANGE.

       WRITE-PARAMETER-HISTORY.
           MOVE SPACES TO ParamHistRecord
           MOVE WS-PARM-KEY TO PhKey
           MOVE WS-PARM-OLD-VALUE TO PhOldValue
           MOVE WS-PARM-NEW-VALUE TO PhNewValue
           MOVE WS-PARM-DATE-INPUT TO PhEffectiveDate
           MOVE WS-OPERATOR-ID TO PhOperatorId
           MOVE FUNCTION CURRENT-DATE(1:14) TO PhTimestamp
           OPEN EXTEND ParamHistFile
           IF WS-PARMHIST-STATUS = "35"
               CLOSE ParamHistFile
               OPEN OUTPUT ParamHistFile
           END-IF
           WRITE ParamHistRecord
           CLOSE ParamHistFile.

       SHOW-PARAMETER-HISTORY.
           MOVE "N" TO WS-EOF-PARMS
           OPEN INPUT ParamHistFile
           IF WS-PARMHIST-STATUS NOT = "00"
               DISPLAY "No parameter changes on record."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-PARMS = "Y"
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           IF WS-REV-TYPE(WS-REV-IX) = "WITHDRAWAL"
               PERFORM CHECK-ENTRY-UNDER-CLAIM
               IF WS-DISPUTE-UNDER-CLAIM NOT = ZERO
                   DISPLAY "That withdrawal is under dispute claim "
                       WS-DISPUTE-UNDER-CLAIM
                       " - resolve it through the claim."
                   CLOSE AccountFile
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE WS-REV-TYPE(WS-REV-IX)
               WHEN "DEPOSIT"
                   MOVE "DR" TO WS-REV-DIRECTION
       CHECK-TERM-WITHDRAWAL.
           IF WS-TODAY < MaturityDate OF AccountData
               COMPUTE WS-CD-PENALTY ROUNDED =
                   WS-TRANSACTION-AMOUNT * PdPenaltyRate
               DISPLAY "Term deposit does not mature until "
                   MaturityDate OF AccountData "."
               DISPLAY "Early withdrawal penalty: " WS-CD-PENALTY
           DISPLAY "Last activity: "
               LastActivityDate OF ArchiveAccountData.

      * Finds rows the monthly retention purge moved out of one of
      * the working books. The purgecat.dat catalog names every
      * dated archive taken from the book, and each is searched in
      * turn for the account (the batch register by file ID).
       ARCHIVED-BOOK-INQUIRY.
           DISPLAY "Archived Book Inquiry:"
           DISPLAY "1. Deposit Holds"
           DISPLAY "2. Stop Payments"
           DISPLAY "3. Standing Orders"
           DISPLAY "4. Fraud Cases"
           DISPLAY "5. Legal Orders"
           DISPLAY "6. Batch File Register"
           DISPLAY "7. External Transfers"
           DISPLAY "8. Return to Main Menu"
           ACCEPT WS-USER-INPUT
           EVALUATE WS-USER-INPUT
               WHEN "1"
                   MOVE "holds" TO WS-PURGE-BOOK
               WHEN "2"
                   MOVE "stoppay" TO WS-PURGE-BOOK
               WHEN "3"
                   MOVE "stndord" TO WS-PURGE-BOOK
               WHEN "4"
                   MOVE "fraudcse" TO WS-PURGE-BOOK
               WHEN "5"
                   MOVE "legalord" TO WS-PURGE-BOOK
               WHEN "6"
                   MOVE "batchreg" TO WS-PURGE-BOOK
               WHEN "7"
                   MOVE "exttxn" TO WS-PURGE-BOOK
               WHEN "8"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Invalid option. Please try again."
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-PURGE-BOOK = "batchreg"
               DISPLAY "Enter the batch File ID: "
               ACCEPT WS-PURGE-FILE-ID
           ELSE
               DISPLAY "Enter the Account Number: "
               ACCEPT WS-ENTRY-NUMBER
               PERFORM VALIDATE-ACCOUNT-ENTRY
               IF WS-ENTRY-VALID NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ZERO TO WS-PURGE-HITS
           MOVE "N" TO WS-EOF-PURGECAT
           OPEN INPUT PurgeCatalogFile
           IF WS-PURGECAT-STATUS NOT = "00"
               DISPLAY "Nothing has been purged from the books yet."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-PURGECAT = "Y"
               READ PurgeCatalogFile
                   AT END
                       MOVE "Y" TO WS-EOF-PURGECAT
                   NOT AT END
                       IF PgBookName = WS-PURGE-BOOK
                           MOVE PgFileName TO WS-PURGE-ARCHIVE-NAME
                           PERFORM SEARCH-PURGE-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PurgeCatalogFile
           IF WS-PURGE-HITS = ZERO
               DISPLAY "No archived rows found."
           ELSE
               DISPLAY WS-PURGE-HITS " archived row(s) found."
           END-IF.

       SEARCH-PURGE-ARCHIVE.
           MOVE "N" TO WS-EOF-PURGEARC
           OPEN INPUT PurgeArchiveFile
           IF WS-PURGEARC-STATUS NOT = "00"
               DISPLAY "Archive " WS-PURGE-ARCHIVE-NAME
                   " is not on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-PURGEARC = "Y"
               READ PurgeArchiveFile
                   AT END
                       MOVE "Y" TO WS-EOF-PURGEARC
                   NOT AT END
                       PERFORM SHOW-PURGED-ROW
               END-READ
           END-PERFORM
           CLOSE PurgeArchiveFile.

      * Lays the archived line over its book's record and shows it
      * when it belongs to the account (or file ID) asked for.
       SHOW-PURGED-ROW.
           MOVE "N" TO WS-PURGE-MATCH
           EVALUATE WS-PURGE-BOOK
               WHEN "holds"
                   MOVE PurgeArchiveLine TO HoldRecord
                   IF HoldAccountNumber = WS-ENTRY-NUMBER
                       MOVE "Y" TO WS-PURGE-MATCH
                       DISPLAY "Hold " HoldAmount
                           " placed " HoldPlacedDate
                           " release " HoldReleaseDate
                           " status " HoldStatus
                   END-IF
               WHEN "stoppay"
                   MOVE PurgeArchiveLine TO StopPayRecord
                   IF SpAccountNumber = WS-ENTRY-NUMBER
                       MOVE "Y" TO WS-PURGE-MATCH
                       DISPLAY "Stop order " SpOrderNumber
                           " check " SpCheckNumber
                           " amount " SpAmount
                           " expires " SpExpiryDate
                           " status " SpStatus
                   END-IF
               WHEN "stndord"
                   MOVE PurgeArchiveLine TO StandingOrderRecord
                   IF SoSourceAccount = WS-ENTRY-NUMBER
                           OR SoDestAccount = WS-ENTRY-NUMBER
                       MOVE "Y" TO WS-PURGE-MATCH
                       DISPLAY "Standing order " SoOrderNumber ": "
                           SoSourceAccount " -> " SoDestAccount
                           " amount " SoAmount
                           " last due " SoNextDueDate
                           " status " SoStatus
                   END-IF
               WHEN "fraudcse"
                   MOVE PurgeArchiveLine TO FraudCaseRecord
                   IF FcAccountNumber = WS-ENTRY-NUMBER
                       MOVE "Y" TO WS-PURGE-MATCH
                       DISPLAY "Fraud case " FcCaseNumber
                           " opened " FcOpenedDate
                           " status " FcStatus
                           " by " FcOperatorId
                           " " FcNote
                   END-IF
               WHEN "legalord"
                   MOVE PurgeArchiveLine TO LegalOrderRecord
                   IF LoAccountNumber = WS-ENTRY-NUMBER
                       MOVE "Y" TO WS-PURGE-MATCH
                       DISPLAY "Legal order " LoOrderNumber
                           " type " LoOrderType
                           " amount " LoAmount
                           " collected " LoCollected
                           " status " LoStatus
                           " case " LoCaseRef
                   END-IF
               WHEN "batchreg"
                   IF PurgeArchiveLine(1:16) = WS-PURGE-FILE-ID
                       MOVE "Y" TO WS-PURGE-MATCH
                       DISPLAY "Batch file " PurgeArchiveLine(1:80)
                   END-IF
               WHEN "exttxn"
                   MOVE PurgeArchiveLine TO ExtTransferRecord
                   IF ExtSourceAccount = WS-ENTRY-NUMBER
                       MOVE "Y" TO WS-PURGE-MATCH
                       DISPLAY "External transfer " ExtSeqNumber
                           " to " ExtRoutingNumber "/" ExtDestAccount
                           " amount " ExtAmount
                           " captured " ExtCapturedDate
                           " status " ExtStatus
                   END-IF
           END-EVALUATE
           IF WS-PURGE-MATCH = "Y"
               ADD 1 TO WS-PURGE-HITS
               DISPLAY "    (archive " WS-PURGE-ARCHIVE-NAME ")"
           END-IF.

      * Lists and reprints the reports the end-of-day cycle filed in
      * the dated report library. rptindex.dat names every retained
      * copy by report and business date; a reprint shows the copy
      * at the terminal and writes it to rptprint.dat for printing.
       REPORT-LIBRARY-MENU.
           PERFORM REQUIRE-SUPERVISOR
           IF WS-OVERRIDE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Report Library:"
           DISPLAY "1. List Filed Reports"
           DISPLAY "2. Reprint a Report"
           DISPLAY "3. Return to Main Menu"
           ACCEPT WS-USER-INPUT
           EVALUATE WS-USER-INPUT
               WHEN "1"
                   PERFORM LIST-LIBRARY-REPORTS
               WHEN "2"
                   PERFORM REPRINT-LIBRARY-REPORT
               WHEN "3"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Invalid option. Please try again."
           END-EVALUATE
           PERFORM REPORT-LIBRARY-MENU.

       LIST-LIBRARY-REPORTS.
           DISPLAY "Enter the report name (e.g. reconrpt), or blank "
               "for every report: "
           ACCEPT WS-LIB-REPORT-NAME
           MOVE FUNCTION LOWER-CASE(WS-LIB-REPORT-NAME)
               TO WS-LIB-REPORT-NAME
           MOVE ZERO TO WS-LIB-HITS
           MOVE "N" TO WS-EOF-RPTINDEX
           OPEN INPUT ReportIndexFile
           IF WS-RPTINDEX-STATUS NOT = "00"
               DISPLAY "No reports have been filed in the library yet."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REPORT   BUS DATE  LINES    FILED          STEP"
           PERFORM UNTIL WS-EOF-RPTINDEX = "Y"
               READ ReportIndexFile
                   AT END
                       MOVE "Y" TO WS-EOF-RPTINDEX
                   NOT AT END
                       IF WS-LIB-REPORT-NAME = SPACES
                               OR RiReportName = WS-LIB-REPORT-NAME
                           ADD 1 TO WS-LIB-HITS
                           DISPLAY RiReportName " " RiBusinessDate
                               " " RiLineCount " " RiRunTimestamp
                               " " RiStepName
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ReportIndexFile
           IF WS-LIB-HITS = ZERO
               DISPLAY "No filed copies found."
           ELSE
               DISPLAY WS-LIB-HITS " filed cop(ies) listed."
           END-IF.

      * Finds the copy filed for the report on the business date
      * asked for. A report that was not filed that day (it was
      * unchanged from its last filing, so that filing stands) is
      * served from the latest copy filed before it, and the
      * operator is told which date that is.
       REPRINT-LIBRARY-REPORT.
           DISPLAY "Enter the report name (e.g. reconrpt): "
           ACCEPT WS-LIB-REPORT-NAME
           MOVE FUNCTION LOWER-CASE(WS-LIB-REPORT-NAME)
               TO WS-LIB-REPORT-NAME
           DISPLAY "Enter the business date (YYYYMMDD): "
           ACCEPT WS-LIB-DATE-INPUT
           IF WS-LIB-REPORT-NAME = SPACES
                   OR WS-LIB-DATE-INPUT IS NOT NUMERIC
               DISPLAY "A report name and an 8-digit date are "
                   "required."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LIB-DATE-INPUT TO WS-LIB-DATE
           MOVE ZERO TO WS-LIB-FOUND-DATE
           MOVE SPACES TO WS-LIBRARY-FILE-NAME
           MOVE "N" TO WS-EOF-RPTINDEX
           OPEN INPUT ReportIndexFile
           IF WS-RPTINDEX-STATUS NOT = "00"
               DISPLAY "No reports have been filed in the library yet."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-RPTINDEX = "Y"
               READ ReportIndexFile
                   AT END
                       MOVE "Y" TO WS-EOF-RPTINDEX
                   NOT AT END
                       IF RiReportName = WS-LIB-REPORT-NAME
                               AND RiBusinessDate NOT > WS-LIB-DATE
                               AND RiBusinessDate > WS-LIB-FOUND-DATE
                           MOVE RiBusinessDate TO WS-LIB-FOUND-DATE
                           MOVE RiFileName TO WS-LIBRARY-FILE-NAME
                           MOVE RiRunTimestamp TO WS-LIB-FOUND-STAMP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ReportIndexFile
           IF WS-LIBRARY-FILE-NAME = SPACES
               DISPLAY "No copy of " WS-LIB-REPORT-NAME
                   " filed on or before " WS-LIB-DATE
                   " is retained."
               EXIT PARAGRAPH
           END-IF
           IF WS-LIB-FOUND-DATE NOT = WS-LIB-DATE
               DISPLAY WS-LIB-REPORT-NAME " was not filed again for "
                   WS-LIB-DATE " - it was unchanged or not produced."
               DISPLAY "Showing the copy filed for "
                   WS-LIB-FOUND-DATE "."
           END-IF
           PERFORM PRINT-LIBRARY-COPY.

      * Shows the filed copy at the terminal and writes it, under a
      * reprint banner, to rptprint.dat.
       PRINT-LIBRARY-COPY.
           MOVE ZERO TO WS-LIB-LINES
           MOVE "N" TO WS-EOF-LIBCOPY
           OPEN INPUT LibraryCopyFile
           IF WS-LIBCOPY-STATUS NOT = "00"
               DISPLAY "Filed copy " WS-LIBRARY-FILE-NAME
                   " is no longer on file."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ReprintFile
           MOVE SPACES TO ReprintLine
           STRING "REPRINT OF " DELIMITED BY SIZE
               WS-LIB-REPORT-NAME DELIMITED BY SPACE
               "  BUSINESS DATE " DELIMITED BY SIZE
               WS-LIB-FOUND-DATE DELIMITED BY SIZE
               "  FILED " DELIMITED BY SIZE
               WS-LIB-FOUND-STAMP DELIMITED BY SIZE
               "  REPRINTED BY OPERATOR " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO ReprintLine
           WRITE ReprintLine
           DISPLAY ReprintLine
           PERFORM UNTIL WS-EOF-LIBCOPY = "Y"
               READ LibraryCopyFile
                   AT END
                       MOVE "Y" TO WS-EOF-LIBCOPY
                   NOT AT END
                       ADD 1 TO WS-LIB-LINES
                       MOVE LibraryCopyLine TO ReprintLine
                       WRITE ReprintLine
                       DISPLAY LibraryCopyLine
               END-READ
           END-PERFORM
           CLOSE LibraryCopyFile
           CLOSE ReprintFile
           DISPLAY WS-LIB-LINES " line(s) reprinted to rptprint.dat.".

      * Lists an account's transactions straight off the keyed
      * history: START at the account's first entry and READ NEXT
      * until the account number changes. No full-log rescan.
           COMPUTE WS-HOLD-RELEASE-INT =
               FUNCTION INTEGER-OF-DATE(HoldPlacedDate)
                   + WS-HOLD-DAYS
           COMPUTE WS-HOLIDAY-CANDIDATE =
               FUNCTION DATE-OF-INTEGER(WS-HOLD-RELEASE-INT)
           CALL "NextBusinessDay" USING WS-HOLIDAY-CANDIDATE
               WS-HOLIDAY-ROLLED
           MOVE WS-HOLIDAY-ROLLED TO HoldReleaseDate
           SET HOLD-OPEN TO TRUE
           OPEN EXTEND HoldFile
           IF WS-HOLD-STATUS = "35"
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ACCOUNT-PRODUCT
           IF PRODUCT-TERM-DEPOSIT
                   AND WS-TODAY < MaturityDate OF AccountData
               DISPLAY "Term deposit does not mature until "
                   MaturityDate OF AccountData ". Use an early "
           MOVE WS-TRANSACTION-AMOUNT TO WS-RECEIPT-AMOUNT
           MOVE WS-TEMP-BALANCE TO WS-RECEIPT-BALANCE
           PERFORM WRITE-RECEIPT
           MOVE "EXT-XFER" TO WS-FEE-TXN-TYPE
           PERFORM ASSESS-TXN-FEE

           MOVE WS-EXT-SETTLE-ACCT TO AccountNumber OF AccountData
           READ AccountFile
           MOVE FUNCTION CURRENT-DATE(1:8) TO ExtCapturedDate
           SET EXT-PENDING TO TRUE
           MOVE SPACES TO ExtReturnReason
           MOVE SPACES TO ExtReference
           OPEN EXTEND ExtTransferFile
           IF WS-EXT-STATUS = "35"
               CLOSE ExtTransferFile
      * the closing count. The row is stamped with the open
      * business date, the same date TranLogger stamps the cash
      * movements with, so the drawer and its log entries settle
      * in the same accounting day. At a branch with a vault the
      * float is counted out of the vault by denomination.
       OPEN-TELLER-DRAWER.
           PERFORM LOAD-DRAWER-BOOK
           IF WS-DRAWER-OVERFLOW = "Y"
                   TdOpeningFloat ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-BRANCH-VAULT
           IF WS-VAULT-ON-FILE = "Y"
               DISPLAY "Opening cash drawer. Float drawn from the "
                   "vault:"
               PERFORM ACCEPT-VAULT-OUTFLOW
               MOVE WS-BRK-TOTAL TO WS-DRAWER-FLOAT-INPUT
           ELSE
               DISPLAY "Opening cash drawer. Counted float: "
               ACCEPT WS-DRAWER-FLOAT-INPUT
           END-IF
           MOVE SPACES TO TellerDrawerRecord
           MOVE WS-OPERATOR-ID TO TdOperatorId
           MOVE WS-BD-OPEN-DATE TO TdBusinessDate
           MOVE ZERO TO TdOverShort
           MOVE FUNCTION CURRENT-DATE(1:14) TO TdOpenTimestamp
           MOVE ZERO TO TdCloseTimestamp
           MOVE WS-BRANCH-ID TO TdBranchId
           MOVE ZERO TO TdBoughtIn
           MOVE ZERO TO TdSoldBack
           MOVE ZERO TO TdDispensed
           OPEN EXTEND TellerDrawerFile
           IF WS-DRAWER-STATUS = "35"
               CLOSE TellerDrawerFile
           END-IF
           WRITE TellerDrawerRecord
           CLOSE TellerDrawerFile
           IF WS-VAULT-ON-FILE = "Y"
               MOVE "FLOAT" TO WS-VM-TYPE
               MOVE "O" TO WS-VM-DIRECTION
               MOVE SPACES TO WS-VM-REFERENCE
               PERFORM APPLY-VAULT-BREAKDOWN
           END-IF
           DISPLAY "Drawer opened for operator " WS-OPERATOR-ID
               ".".

      * Sign-off is the forced closing count: the expected figure is
      * float plus cash bought minus cash sold back plus cash in
      * minus cash out, the operator counts the drawer, and any
      * difference is stamped on the row and logged as DRW-OVER or
      * DRW-SHORT under their operator id - the over/short entry the
      * morning review works from. At a branch with a vault the
      * count is keyed by denomination and goes back into the vault.
       CLOSE-TELLER-DRAWER.
           PERFORM LOAD-DRAWER-BOOK
           IF WS-DRAWER-OVERFLOW = "Y"
           MOVE WS-DRAWER-REC(WS-DRAWER-HIT)
               TO TellerDrawerRecord
           COMPUTE WS-DRAWER-EXPECTED =
               TdOpeningFloat + TdBoughtIn - TdSoldBack
                   + TdCashIn - TdCashOut
           DISPLAY "Closing drawer. Expected cash: "
               WS-DRAWER-EXPECTED
           PERFORM CHECK-BRANCH-VAULT
           IF WS-VAULT-ON-FILE = "Y"
               DISPLAY "Counted closing cash, returned to the vault:"
               PERFORM ACCEPT-CASH-BREAKDOWN
               MOVE WS-BRK-TOTAL TO WS-DRAWER-DECLARED
           ELSE
               DISPLAY "Counted closing cash: "
               ACCEPT WS-DRAWER-DECLARED
           END-IF
           COMPUTE WS-DRAWER-DIFFERENCE =
               WS-DRAWER-DECLARED - WS-DRAWER-EXPECTED
           MOVE WS-DRAWER-DECLARED TO TdDeclaredClose
           MOVE TellerDrawerRecord
               TO WS-DRAWER-REC(WS-DRAWER-HIT)
           PERFORM SAVE-DRAWER-BOOK
           IF WS-VAULT-ON-FILE = "Y"
               MOVE "CLOSE" TO WS-VM-TYPE
               MOVE "I" TO WS-VM-DIRECTION
               MOVE SPACES TO WS-VM-REFERENCE
               PERFORM APPLY-VAULT-BREAKDOWN
           END-IF
           IF WS-DRAWER-DIFFERENCE = ZERO
               DISPLAY "Drawer balanced."
           ELSE

      * Adds one cash movement to the signed-on operator's open
      * drawer row: side "I" is cash taken in, side "O" cash paid
      * out, "B" cash bought from the vault, "S" cash sold back to
      * it, and "D" a withdrawal the note dispenser paid out (a
      * memo only - the notes left the machine, not the drawer).
      * A session without an open drawer (book overflow at sign-on)
      * simply skips the posting.
       POST-DRAWER-MOVEMENT.
           PERFORM LOAD-DRAWER-BOOK
           IF WS-DRAWER-OVERFLOW = "Y"
           END-IF
           MOVE WS-DRAWER-REC(WS-DRAWER-HIT)
               TO TellerDrawerRecord
           EVALUATE WS-DRAWER-SIDE
               WHEN "I"
                   ADD WS-DRAWER-DELTA TO TdCashIn
               WHEN "B"
                   ADD WS-DRAWER-DELTA TO TdBoughtIn
               WHEN "S"
                   ADD WS-DRAWER-DELTA TO TdSoldBack
               WHEN "D"
                   ADD WS-DRAWER-DELTA TO TdDispensed
               WHEN OTHER
                   ADD WS-DRAWER-DELTA TO TdCashOut
           END-EVALUATE
           MOVE TellerDrawerRecord
               TO WS-DRAWER-REC(WS-DRAWER-HIT)
           PERFORM SAVE-DRAWER-BOOK.
                       IF WS-DRAWER-COUNT = 100
                           MOVE "Y" TO WS-DRAWER-OVERFLOW
                       ELSE
                           PERFORM NORMALIZE-DRAWER-ROW
                           ADD 1 TO WS-DRAWER-COUNT
                           MOVE TellerDrawerRecord
                               TO WS-DRAWER-REC(WS-DRAWER-COUNT)
           END-PERFORM
           CLOSE TellerDrawerFile.

      * Drawer rows written before the vault fields existed read
      * back blank there; they carry no vault movements.
       NORMALIZE-DRAWER-ROW.
           IF TdBoughtIn NOT NUMERIC
               MOVE ZERO TO TdBoughtIn
           END-IF
           IF TdSoldBack NOT NUMERIC
               MOVE ZERO TO TdSoldBack
           END-IF
           IF TdDispensed NOT NUMERIC
               MOVE ZERO TO TdDispensed
           END-IF.

      * Cash between the drawer, the branch vault and the cash
      * centre. Buying and selling back need the operator's open
      * drawer; shipments are a supervisor's.
       VAULT-CASH-MENU.
           DISPLAY "Vault Cash (branch " WS-BRANCH-ID "):"
           DISPLAY "1. Buy Cash from the Vault"
           DISPLAY "2. Sell Cash Back to the Vault"
           DISPLAY "3. Shipment In from Cash Centre (Supervisor)"
           DISPLAY "4. Shipment Out to Cash Centre (Supervisor)"
           DISPLAY "5. Vault Position"
           DISPLAY "6. Return to Main Menu"
           ACCEPT WS-USER-INPUT
           EVALUATE WS-USER-INPUT
               WHEN "1"
                   PERFORM BUY-VAULT-CASH
               WHEN "2"
                   PERFORM SELL-BACK-VAULT-CASH
               WHEN "3"
                   PERFORM VAULT-SHIPMENT-IN
               WHEN "4"
                   PERFORM VAULT-SHIPMENT-OUT
               WHEN "5"
                   PERFORM SHOW-VAULT-POSITION
               WHEN "6"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Invalid option. Please try again."
           END-EVALUATE
           PERFORM VAULT-CASH-MENU.

       BUY-VAULT-CASH.
           PERFORM LOAD-DRAWER-BOOK
           PERFORM FIND-OPEN-DRAWER
           IF WS-DRAWER-OVERFLOW = "Y" OR WS-DRAWER-HIT = ZERO
               DISPLAY "You have no open drawer to buy cash into."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-BRANCH-VAULT
           IF WS-VAULT-ON-FILE NOT = "Y"
               DISPLAY "No vault on file for branch " WS-BRANCH-ID
                   "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cash bought from the vault:"
           PERFORM ACCEPT-VAULT-OUTFLOW
           IF WS-BRK-TOTAL = ZERO
               DISPLAY "Nothing bought."
               EXIT PARAGRAPH
           END-IF
           MOVE "BUY" TO WS-VM-TYPE
           MOVE "O" TO WS-VM-DIRECTION
           MOVE SPACES TO WS-VM-REFERENCE
           PERFORM APPLY-VAULT-BREAKDOWN
           MOVE WS-BRK-TOTAL TO WS-DRAWER-DELTA
           MOVE "B" TO WS-DRAWER-SIDE
           PERFORM POST-DRAWER-MOVEMENT
           DISPLAY "Bought " WS-BRK-TOTAL " into your drawer.".

      * A drawer cannot sell back more than it should be holding.
       SELL-BACK-VAULT-CASH.
           PERFORM LOAD-DRAWER-BOOK
           PERFORM FIND-OPEN-DRAWER
           IF WS-DRAWER-OVERFLOW = "Y" OR WS-DRAWER-HIT = ZERO
               DISPLAY "You have no open drawer to sell cash from."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DRAWER-REC(WS-DRAWER-HIT) TO TellerDrawerRecord
           COMPUTE WS-DRAWER-EXPECTED =
               TdOpeningFloat + TdBoughtIn - TdSoldBack
                   + TdCashIn - TdCashOut
           PERFORM CHECK-BRANCH-VAULT
           IF WS-VAULT-ON-FILE NOT = "Y"
               DISPLAY "No vault on file for branch " WS-BRANCH-ID
                   "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cash sold back to the vault:"
           PERFORM ACCEPT-CASH-BREAKDOWN
           IF WS-BRK-TOTAL = ZERO
               DISPLAY "Nothing sold back."
               EXIT PARAGRAPH
           END-IF
           IF WS-BRK-TOTAL > WS-DRAWER-EXPECTED
               DISPLAY "Your drawer should hold only "
                   WS-DRAWER-EXPECTED " - nothing sold back."
               EXIT PARAGRAPH
           END-IF
           MOVE "SELLBACK" TO WS-VM-TYPE
           MOVE "I" TO WS-VM-DIRECTION
           MOVE SPACES TO WS-VM-REFERENCE
           PERFORM APPLY-VAULT-BREAKDOWN
           MOVE WS-BRK-TOTAL TO WS-DRAWER-DELTA
           MOVE "S" TO WS-DRAWER-SIDE
           PERFORM POST-DRAWER-MOVEMENT
           DISPLAY "Sold " WS-BRK-TOTAL " back to the vault.".

      * A branch's first shipment in opens its vault.
       VAULT-SHIPMENT-IN.
           PERFORM REQUIRE-SUPERVISOR
           IF WS-OVERRIDE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-BRANCH-VAULT
           IF WS-VAULT-OVERFLOW = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Shipment reference (manifest or seal number): "
           ACCEPT WS-VM-REFERENCE
           DISPLAY "Cash received from the cash centre:"
           PERFORM ACCEPT-CASH-BREAKDOWN
           IF WS-BRK-TOTAL = ZERO
               DISPLAY "Nothing received."
               EXIT PARAGRAPH
           END-IF
           MOVE "SHIP-IN" TO WS-VM-TYPE
           MOVE "I" TO WS-VM-DIRECTION
           PERFORM APPLY-VAULT-BREAKDOWN
           DISPLAY "Shipment of " WS-BRK-TOTAL
               " received into the vault."
           PERFORM SHOW-VAULT-POSITION.

       VAULT-SHIPMENT-OUT.
           PERFORM REQUIRE-SUPERVISOR
           IF WS-OVERRIDE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-BRANCH-VAULT
           IF WS-VAULT-ON-FILE NOT = "Y"
               DISPLAY "No vault on file for branch " WS-BRANCH-ID
                   "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Shipment reference (manifest or seal number): "
           ACCEPT WS-VM-REFERENCE
           DISPLAY "Cash sent to the cash centre:"
           PERFORM ACCEPT-VAULT-OUTFLOW
           IF WS-BRK-TOTAL = ZERO
               DISPLAY "Nothing shipped."
               EXIT PARAGRAPH
           END-IF
           MOVE "SHIP-OUT" TO WS-VM-TYPE
           MOVE "O" TO WS-VM-DIRECTION
           PERFORM APPLY-VAULT-BREAKDOWN
           DISPLAY "Shipment of " WS-BRK-TOTAL
               " sent from the vault."
           PERFORM SHOW-VAULT-POSITION.

       SHOW-VAULT-POSITION.
           PERFORM CHECK-BRANCH-VAULT
           IF WS-VAULT-ON-FILE NOT = "Y"
               DISPLAY "No vault on file for branch " WS-BRANCH-ID
                   "."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-VAULT-VALUE
           DISPLAY "Vault position, branch " WS-BRANCH-ID ":"
           PERFORM VARYING WS-VAULT-IX FROM 1 BY 1
                   UNTIL WS-VAULT-IX > WS-VAULT-COUNT
               MOVE WS-VAULT-REC(WS-VAULT-IX) TO VaultRecord
               IF VtBranchId = WS-BRANCH-ID
                   IF VtDenomination = ZERO
                       DISPLAY "  coin        = " VtValue
                   ELSE
                       DISPLAY "  " VtDenomination " x "
                           VtNoteCount " = " VtValue
                   END-IF
                   ADD VtValue TO WS-VAULT-VALUE
               END-IF
           END-PERFORM
           DISPLAY "Total in the vault: " WS-VAULT-VALUE.

      * Loads vault.dat and leaves WS-VAULT-ON-FILE "Y" when this
      * station's branch has a vault. A branch without one keeps
      * the drawer-only float and count.
       CHECK-BRANCH-VAULT.
           PERFORM LOAD-VAULT-BOOK
           MOVE "N" TO WS-VAULT-ON-FILE
           IF WS-VAULT-OVERFLOW = "Y"
               DISPLAY "vault.dat holds more than 200 rows - "
                   "vault cash cannot be moved safely."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-VAULT-IX FROM 1 BY 1
                   UNTIL WS-VAULT-IX > WS-VAULT-COUNT
               MOVE WS-VAULT-REC(WS-VAULT-IX) TO VaultRecord
               IF VtBranchId = WS-BRANCH-ID
                   MOVE "Y" TO WS-VAULT-ON-FILE
               END-IF
           END-PERFORM.

      * Counts cash by denomination into WS-BRK-TABLE: notes first,
      * one denomination at a time, then any loose coin by value.
       ACCEPT-CASH-BREAKDOWN.
           MOVE ZERO TO WS-BRK-LINES
           MOVE ZERO TO WS-BRK-TOTAL
           MOVE "N" TO WS-BRK-DONE
           PERFORM UNTIL WS-BRK-DONE = "Y"
               DISPLAY "  Denomination (0 when done): "
               ACCEPT WS-DENOM-INPUT
               IF WS-DENOM-INPUT = ZERO
                   MOVE "Y" TO WS-BRK-DONE
               ELSE
                   DISPLAY "  Number of notes: "
                   ACCEPT WS-COUNT-INPUT
                   PERFORM ADD-BREAKDOWN-LINE
               END-IF
           END-PERFORM
           DISPLAY "  Coin (amount, 0 if none): "
           ACCEPT WS-COIN-INPUT
           IF WS-COIN-INPUT > ZERO
               MOVE ZERO TO WS-DENOM-INPUT
               MOVE ZERO TO WS-COUNT-INPUT
               PERFORM ADD-BREAKDOWN-LINE
           END-IF
           DISPLAY "  Total counted: " WS-BRK-TOTAL.

       ADD-BREAKDOWN-LINE.
           MOVE ZERO TO WS-BRK-HIT
           PERFORM VARYING WS-BRK-IX FROM 1 BY 1
                   UNTIL WS-BRK-IX > WS-BRK-LINES
               IF WS-BRK-DENOM(WS-BRK-IX) = WS-DENOM-INPUT
                   MOVE WS-BRK-IX TO WS-BRK-HIT
               END-IF
           END-PERFORM
           IF WS-BRK-HIT = ZERO
               IF WS-BRK-LINES = 11
                   DISPLAY "  No more than 11 lines in one count."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BRK-LINES
               MOVE WS-BRK-LINES TO WS-BRK-HIT
               MOVE WS-DENOM-INPUT TO WS-BRK-DENOM(WS-BRK-HIT)
               MOVE ZERO TO WS-BRK-COUNT(WS-BRK-HIT)
               MOVE ZERO TO WS-BRK-VALUE(WS-BRK-HIT)
           END-IF
           IF WS-DENOM-INPUT = ZERO
               ADD WS-COIN-INPUT TO WS-BRK-VALUE(WS-BRK-HIT)
               ADD WS-COIN-INPUT TO WS-BRK-TOTAL
           ELSE
               ADD WS-COUNT-INPUT TO WS-BRK-COUNT(WS-BRK-HIT)
               COMPUTE WS-BRK-VALUE(WS-BRK-HIT) =
                   WS-BRK-VALUE(WS-BRK-HIT)
                       + WS-DENOM-INPUT * WS-COUNT-INPUT
               COMPUTE WS-BRK-TOTAL =
                   WS-BRK-TOTAL + WS-DENOM-INPUT * WS-COUNT-INPUT
           END-IF.

      * Cash leaving the vault is counted again until the vault can
      * cover every denomination of it (counting nothing always can).
       ACCEPT-VAULT-OUTFLOW.
           MOVE "N" TO WS-VAULT-COVERED
           PERFORM UNTIL WS-VAULT-COVERED = "Y"
               PERFORM ACCEPT-CASH-BREAKDOWN
               PERFORM CHECK-VAULT-COVERS
               IF WS-VAULT-COVERED NOT = "Y"
                   DISPLAY "The vault cannot cover that - count "
                       "it again."
               END-IF
           END-PERFORM.

       CHECK-VAULT-COVERS.
           MOVE "Y" TO WS-VAULT-COVERED
           PERFORM VARYING WS-BRK-IX FROM 1 BY 1
                   UNTIL WS-BRK-IX > WS-BRK-LINES
               PERFORM FIND-VAULT-ROW
               IF WS-VAULT-HIT = ZERO
                   MOVE "N" TO WS-VAULT-COVERED
                   DISPLAY "  The vault holds no "
                       WS-BRK-DENOM(WS-BRK-IX) " denomination."
               ELSE
                   MOVE WS-VAULT-REC(WS-VAULT-HIT) TO VaultRecord
                   IF (VtDenomination > ZERO
                           AND VtNoteCount < WS-BRK-COUNT(WS-BRK-IX))
                       OR VtValue < WS-BRK-VALUE(WS-BRK-IX)
                       MOVE "N" TO WS-VAULT-COVERED
                       DISPLAY "  The vault holds only " VtNoteCount
                           " x " VtDenomination " (" VtValue ")."
                   END-IF
               END-IF
           END-PERFORM.

      * Leaves WS-VAULT-HIT on this branch's vault row for the
      * denomination of breakdown line WS-BRK-IX (zero if none).
       FIND-VAULT-ROW.
           MOVE ZERO TO WS-VAULT-HIT
           PERFORM VARYING WS-VAULT-IX FROM 1 BY 1
                   UNTIL WS-VAULT-IX > WS-VAULT-COUNT
               MOVE WS-VAULT-REC(WS-VAULT-IX) TO VaultRecord
               IF VtBranchId = WS-BRANCH-ID
                       AND VtDenomination = WS-BRK-DENOM(WS-BRK-IX)
                   MOVE WS-VAULT-IX TO WS-VAULT-HIT
               END-IF
           END-PERFORM.

      * Moves the counted breakdown into (WS-VM-DIRECTION "I") or
      * out of ("O") this branch's vault, saves vault.dat and
      * journals one vaultmov.dat row per denomination under
      * WS-VM-TYPE. Outflows have already been checked as covered.
       APPLY-VAULT-BREAKDOWN.
           CALL "BusinessDay" USING WS-BD-OPEN-DATE
               WS-BD-PRIOR-DATE WS-BD-FOUND
           PERFORM VARYING WS-BRK-IX FROM 1 BY 1
                   UNTIL WS-BRK-IX > WS-BRK-LINES
               PERFORM FIND-VAULT-ROW
               IF WS-VAULT-HIT = ZERO
                   IF WS-VAULT-COUNT = 200
                       MOVE "Y" TO WS-VAULT-OVERFLOW
                   ELSE
                       ADD 1 TO WS-VAULT-COUNT
                       MOVE WS-VAULT-COUNT TO WS-VAULT-HIT
                       MOVE SPACES TO VaultRecord
                       MOVE WS-BRANCH-ID TO VtBranchId
                       MOVE WS-BRK-DENOM(WS-BRK-IX) TO VtDenomination
                       MOVE ZERO TO VtNoteCount
                       MOVE ZERO TO VtValue
                   END-IF
               ELSE
                   MOVE WS-VAULT-REC(WS-VAULT-HIT) TO VaultRecord
               END-IF
               IF WS-VAULT-HIT NOT = ZERO
                   IF WS-VM-DIRECTION = "I"
                       ADD WS-BRK-COUNT(WS-BRK-IX) TO VtNoteCount
                       ADD WS-BRK-VALUE(WS-BRK-IX) TO VtValue
                   ELSE
                       SUBTRACT WS-BRK-COUNT(WS-BRK-IX)
                           FROM VtNoteCount
                       SUBTRACT WS-BRK-VALUE(WS-BRK-IX) FROM VtValue
                   END-IF
                   MOVE FUNCTION CURRENT-DATE(1:14) TO VtLastMoved
                   MOVE VaultRecord TO WS-VAULT-REC(WS-VAULT-HIT)
               END-IF
           END-PERFORM
           IF WS-VAULT-OVERFLOW = "Y"
               DISPLAY "vault.dat holds more than 200 rows - "
                   "vault not updated."
               EXIT PARAGRAPH
           END-IF
           PERFORM SAVE-VAULT-BOOK
           OPEN EXTEND VaultMovementFile
           IF WS-VAULTMOV-STATUS = "35"
               CLOSE VaultMovementFile
               OPEN OUTPUT VaultMovementFile
           END-IF
           PERFORM VARYING WS-BRK-IX FROM 1 BY 1
                   UNTIL WS-BRK-IX > WS-BRK-LINES
               MOVE SPACES TO VaultMovementRecord
               MOVE FUNCTION CURRENT-DATE(1:14) TO VmTimestamp
               MOVE WS-BD-OPEN-DATE TO VmBusinessDate
               MOVE WS-BRANCH-ID TO VmBranchId
               MOVE WS-VM-TYPE TO VmMoveType
               MOVE WS-VM-DIRECTION TO VmDirection
               MOVE WS-OPERATOR-ID TO VmOperatorId
               MOVE WS-BRK-DENOM(WS-BRK-IX) TO VmDenomination
               MOVE WS-BRK-COUNT(WS-BRK-IX) TO VmNoteCount
               MOVE WS-BRK-VALUE(WS-BRK-IX) TO VmAmount
               MOVE WS-VM-REFERENCE TO VmReference
               WRITE VaultMovementRecord
           END-PERFORM
           CLOSE VaultMovementFile.

       LOAD-VAULT-BOOK.
           MOVE ZERO TO WS-VAULT-COUNT
           MOVE "N" TO WS-VAULT-OVERFLOW
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
           CLOSE VaultFile.

       SAVE-VAULT-BOOK.
           OPEN OUTPUT VaultFile
           PERFORM VARYING WS-VAULT-IX FROM 1 BY 1
                   UNTIL WS-VAULT-IX > WS-VAULT-COUNT
               MOVE WS-VAULT-REC(WS-VAULT-IX) TO VaultRecord
               WRITE VaultRecord
           END-PERFORM
           CLOSE VaultFile.

      * Originates a loan: the principal is disbursed into the
      * customer's checking account here and now (LOAN-DISB on the
      * log), the amortized monthly payment is computed from the
      * principal, rate and term, and the loan record goes on
      * loanmast.dat for the LoanPaymentPost cycle step to collect
      * against. The disbursement account must belong to the
      * customer, be open checking, and not be locked.
       LOAN-ORIGINATION.
           PERFORM REQUIRE-SUPERVISOR
           IF WS-OVERRIDE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer Number: "
           ACCEPT WS-CUST-SEARCH
           PERFORM FIND-CUSTOMER
           IF WS-CUST-FOUND NOT = "Y"
               DISPLAY "Customer not found."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer: " CustomerName OF CustomerData
           PERFORM PROMPT-FOR-ACCOUNT-NUMBER
           OPEN I-O AccountFile
           IF WS-FILE-STATUS = "35"
               DISPLAY "Account not found."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEARCH-NUMBER TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   DISPLAY "Account not found."
                   CLOSE AccountFile
                   EXIT PARAGRAPH
           END-READ
           IF CustomerNumber OF AccountData NOT = WS-CUST-SEARCH
               DISPLAY "That account does not belong to customer "
                   WS-CUST-SEARCH "."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ACCOUNT-PRODUCT
           IF NOT PRODUCT-CLASS-CHECKING
               DISPLAY "Loans disburse into a checking account."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-CLOSED OF AccountData
                   OR ACCOUNT-LOCKED OF AccountData
               DISPLAY "Account is closed or locked."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-INPUT-VALID
           PERFORM UNTIL WS-INPUT-VALID = "Y"
               DISPLAY "Principal amount: "
               ACCEPT WS-LOAN-PRINCIPAL
           MOVE ZERO TO LoanOldestUnpaid
           SET LOAN-ACTIVE TO TRUE
           MOVE WS-TODAY TO LoanOriginationDate
           MOVE ZERO TO LoanChargeOffDate
           MOVE ZERO TO LoanChargeOffAmount
           MOVE ZERO TO LoanChargeOffBy
           MOVE ZERO TO LoanRecoveredAmount
           MOVE WS-TODAY TO LoanInterestFrom
           MOVE ZERO TO LoanLateChargeDue
           MOVE ZERO TO LoanLateChargeFor
           MOVE ZERO TO LoanLateChargeTotal
           OPEN I-O LoanFile
           IF WS-LOAN-STATUS = "35"
               OPEN OUTPUT LoanFile
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-ESTATE-HOLD OF AccountData
               DISPLAY "Account is held for a deceased owner's "
                   "estate - settle it from the estate report."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Lift the restriction? (Y/N): "
           ACCEPT WS-USER-INPUT
           IF WS-USER-INPUT NOT = "y" AND WS-USER-INPUT NOT = "Y"
      * that statements cannot explain.
       ASSESS-TXN-FEE.
           PERFORM LOOKUP-ACCOUNT-TIER
           PERFORM LOAD-ACCOUNT-PRODUCT
           MOVE PdFeePlan TO WS-FEE-ACCT-TYPE
           CALL "FeeLookup" USING WS-FEE-TXN-TYPE
               WS-FEE-ACCT-TYPE WS-ACCOUNT-TIER
               WS-FEE-AMOUNT WS-FEE-ALLOWANCE WS-FEE-FOUND
               MOVE WS-HASH-RESULT TO PinHash OF AccountData
           END-IF.

      * Checks the official-check payout of a closing balance can
      * go ahead - register loadable, settlement account on file -
      * and takes the payee. Leaves the account being closed back
      * in AccountData; WS-OC-PAYOUT drops to "N" (pay by hand) if
      * anything is missing.
       PREPARE-CLOSE-PAYOUT.
           MOVE AccountNumber OF AccountData TO WS-OC-REMITTER
           PERFORM LOAD-OFFICIAL-CHECKS
           IF WS-OC-OVERFLOW = "Y"
               DISPLAY "offchk.dat holds more than 2000 rows - "
                   "cannot update it safely."
               MOVE "N" TO WS-OC-PAYOUT
           END-IF
           IF WS-OC-PAYOUT = "Y"
               DISPLAY "Pay to the order of (blank for "
                   AccountName OF AccountData "): "
               ACCEPT WS-OC-PAYEE
               IF WS-OC-PAYEE = SPACES
                   MOVE AccountName OF AccountData TO WS-OC-PAYEE
               END-IF
               PERFORM READ-OC-SETTLEMENT
               IF WS-OC-SETTLE-OK NOT = "Y"
                   MOVE "N" TO WS-OC-PAYOUT
               END-IF
           END-IF
           MOVE WS-OC-REMITTER TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   MOVE "N" TO WS-OC-PAYOUT
           END-READ
           IF WS-OC-PAYOUT NOT = "Y"
               DISPLAY "The balance must be paid out by hand."
           END-IF.

      * The closing balance (WS-TEMP-BALANCE, already logged as
      * CLOSE) goes into the settlement account behind a new
      * official check payable to WS-OC-PAYEE.
       POST-CLOSE-PAYOUT.
           MOVE WS-TEMP-BALANCE TO WS-OC-AMOUNT
           PERFORM READ-OC-SETTLEMENT
           IF WS-OC-SETTLE-OK NOT = "Y"
               DISPLAY "The balance must be paid out by hand."
               EXIT PARAGRAPH
           END-IF
           PERFORM CREDIT-OC-SETTLEMENT
           PERFORM WRITE-NEW-OFFICIAL-CHECK.

      * Official checks: drawn by the bank on itself, the money held
      * in the OFFCHK-SETTLE-ACCT settlement account until the check
      * clears (CheckInclearing), is voided back to the remitter, or
      * goes to the state (Escheatment).
       OFFICIAL-CHECK-MENU.
           DISPLAY "Official Checks:"
           DISPLAY "1. Issue Official Check"
           DISPLAY "2. Stop Official Check (Supervisor)"
           DISPLAY "3. Void Official Check (Supervisor)"
           DISPLAY "4. Reissue Stopped Check (Supervisor)"
           DISPLAY "5. Official Check Inquiry"
           DISPLAY "6. Return to Main Menu"
           ACCEPT WS-USER-INPUT
           EVALUATE WS-USER-INPUT
               WHEN "1"
                   PERFORM ISSUE-OFFICIAL-CHECK
               WHEN "2"
                   PERFORM STOP-OFFICIAL-CHECK
               WHEN "3"
                   PERFORM VOID-OFFICIAL-CHECK
               WHEN "4"
                   PERFORM REISSUE-OFFICIAL-CHECK
               WHEN "5"
                   PERFORM OFFICIAL-CHECK-INQUIRY
               WHEN "6"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Invalid option. Please try again."
           END-EVALUATE
           PERFORM OFFICIAL-CHECK-MENU.

      * Issues an official check against a customer account with
      * the guards any other debit faces. The customer leg posts as
      * OC-ISSUE (priced off feesched.dat as OFFICIAL-CHK) and the
      * money moves into the settlement account as OC-SETTLE.
       ISSUE-OFFICIAL-CHECK.
           IF WS-OC-SETTLE-ACCT = ZERO
               DISPLAY "No settlement account configured "
                   "(OFFCHK-SETTLE-ACCT). Official checks are "
                   "not available."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-OFFICIAL-CHECKS
           IF WS-OC-OVERFLOW = "Y"
               DISPLAY "offchk.dat holds more than 2000 rows - "
                   "cannot update it safely."
               EXIT PARAGRAPH
           END-IF
           PERFORM PROMPT-FOR-ACCOUNT-NUMBER
           DISPLAY "Pay to the order of: "
           ACCEPT WS-OC-PAYEE
           IF WS-OC-PAYEE = SPACES
               DISPLAY "Payee cannot be blank."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter the amount of the check: "
           ACCEPT WS-TRANSACTION-AMOUNT
           IF WS-TRANSACTION-AMOUNT = ZERO
               DISPLAY "Amount must be greater than zero."
               EXIT PARAGRAPH
           END-IF
           IF WS-TRANSACTION-AMOUNT > WS-OVERRIDE-THRESHOLD
                   AND WS-OPERATOR-ROLE NOT = "S"
               PERFORM SUPERVISOR-OVERRIDE
               IF WS-OVERRIDE-OK NOT = "Y"
                   DISPLAY "Transaction declined."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN I-O AccountFile
           IF WS-FILE-STATUS = "35"
               DISPLAY "Account not found."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEARCH-NUMBER TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   DISPLAY "Account not found."
                   CLOSE AccountFile
                   EXIT PARAGRAPH
           END-READ
           PERFORM VERIFY-PIN
           IF WS-FILE-STATUS = "94"
               DISPLAY "Account is locked. Transaction declined."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-STATUS = "91"
               DISPLAY "Invalid PIN. Transaction declined."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-STATUS = "95"
               DISPLAY "Card not accepted. Transaction declined."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CARD-EXPIRATION
           IF WS-FILE-STATUS = "92"
               DISPLAY "Card has expired."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-STATUS
           IF WS-FILE-STATUS = "93"
               DISPLAY "Account is closed."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-RESTRICTED OF AccountData
               DISPLAY "Account is restricted pending fraud "
                   "review. Official checks are declined."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LEGAL-FREEZE
           IF WS-LEGAL-FROZEN = "Y"
               DISPLAY "Account is frozen under a legal order. "
                   "Debits are declined."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM LOAD-ACCOUNT-PRODUCT
           IF PRODUCT-TERM-DEPOSIT
                   AND WS-TODAY < MaturityDate OF AccountData
               DISPLAY "Term deposit does not mature until "
                   MaturityDate OF AccountData ". Use an early "
                   "withdrawal at the counter instead."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AVAILABLE-BALANCE =
               AccountBalance OF AccountData
                   - HeldAmount OF AccountData
           IF WS-AVAILABLE-BALANCE < WS-TRANSACTION-AMOUNT
               DISPLAY "Insufficient available balance. "
                   "Transaction declined."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-OC-SETTLEMENT
           IF WS-OC-SETTLE-OK NOT = "Y"
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SEARCH-NUMBER TO AccountNumber OF AccountData
           READ AccountFile
           SUBTRACT WS-TRANSACTION-AMOUNT
               FROM AccountBalance OF AccountData
           MOVE AccountBalance OF AccountData TO WS-TEMP-BALANCE
           PERFORM MARK-ACCOUNT-ACTIVE
           REWRITE AccountData
           MOVE WS-SEARCH-NUMBER TO LogAccountNumber
           MOVE "OC-ISSUE" TO LogTransactionType
           MOVE WS-TRANSACTION-AMOUNT TO LogAmount
           MOVE WS-TEMP-BALANCE TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG
           MOVE WS-SEARCH-NUMBER TO WS-RECEIPT-ACCOUNT
           MOVE "OC-ISSUE" TO WS-RECEIPT-TYPE
           MOVE WS-TRANSACTION-AMOUNT TO WS-RECEIPT-AMOUNT
           MOVE WS-TEMP-BALANCE TO WS-RECEIPT-BALANCE
           PERFORM WRITE-RECEIPT
           MOVE "OFFICIAL-CHK" TO WS-FEE-TXN-TYPE
           PERFORM ASSESS-TXN-FEE

           MOVE WS-SEARCH-NUMBER TO WS-OC-REMITTER
           MOVE WS-TRANSACTION-AMOUNT TO WS-OC-AMOUNT
           PERFORM READ-OC-SETTLEMENT
           PERFORM CREDIT-OC-SETTLEMENT
           CLOSE AccountFile
           PERFORM WRITE-NEW-OFFICIAL-CHECK.

      * Keyed read of the official-check settlement account with
      * AccountFile open; leaves it in AccountData and
      * WS-OC-SETTLE-OK "Y" when it is on file and open.
       READ-OC-SETTLEMENT.
           MOVE "Y" TO WS-OC-SETTLE-OK
           MOVE WS-OC-SETTLE-ACCT TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   DISPLAY "Settlement account "
                       WS-OC-SETTLE-ACCT " is not on the master. "
                       "Transaction declined."
                   MOVE "N" TO WS-OC-SETTLE-OK
           END-READ
           IF WS-OC-SETTLE-OK = "Y"
                   AND ACCOUNT-CLOSED OF AccountData
               DISPLAY "Settlement account is closed. Transaction "
                   "declined."
               MOVE "N" TO WS-OC-SETTLE-OK
           END-IF.

      * Credits WS-OC-AMOUNT to the settlement account just read.
       CREDIT-OC-SETTLEMENT.
           ADD WS-OC-AMOUNT TO AccountBalance OF AccountData
           REWRITE AccountData
           MOVE WS-OC-SETTLE-ACCT TO LogAccountNumber
           MOVE "OC-SETTLE" TO LogTransactionType
           MOVE WS-OC-AMOUNT TO LogAmount
           MOVE AccountBalance OF AccountData TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG.

      * Enters the next-numbered check on the register, outstanding,
      * for WS-OC-REMITTER / WS-OC-PAYEE / WS-OC-AMOUNT.
       WRITE-NEW-OFFICIAL-CHECK.
           MOVE SPACES TO OfficialCheckRecord
           MOVE WS-OC-NEXT-NUMBER TO OcCheckNumber
           MOVE WS-OC-REMITTER TO OcRemitterAccount
           MOVE WS-OC-PAYEE TO OcPayee
           MOVE WS-OC-AMOUNT TO OcAmount
           MOVE FUNCTION CURRENT-DATE(1:8) TO OcIssueDate
           SET OC-OUTSTANDING TO TRUE
           MOVE OcIssueDate TO OcStatusDate
           MOVE WS-OPERATOR-ID TO OcOperatorId
           MOVE WS-BRANCH-ID TO OcBranchId
           OPEN EXTEND OfficialCheckFile
           IF WS-OFFCHK-STATUS = "35"
               CLOSE OfficialCheckFile
               OPEN OUTPUT OfficialCheckFile
           END-IF
           WRITE OfficialCheckRecord
           CLOSE OfficialCheckFile
           ADD 1 TO WS-OC-NEXT-NUMBER
           DISPLAY "Official check " OcCheckNumber " for "
               OcAmount " payable to " OcPayee " issued.".

      * A stopped check is refused when presented; the money stays
      * in the settlement account until the check is voided or
      * reissued.
       STOP-OFFICIAL-CHECK.
           PERFORM REQUIRE-SUPERVISOR
           IF WS-OVERRIDE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OFFICIAL-CHECK
           IF WS-OC-HIT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF NOT OC-OUTSTANDING
               DISPLAY "Only an outstanding check can be stopped."
               EXIT PARAGRAPH
           END-IF
           SET OC-STOPPED TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO OcStatusDate
           MOVE OfficialCheckRecord TO WS-OC-REC(WS-OC-HIT)
           PERFORM SAVE-OFFICIAL-CHECKS
           DISPLAY "Official check " OcCheckNumber " stopped.".

      * Voiding gives the money back: the settlement account is
      * debited (OC-VOID-DR) and the remitter's account credited
      * (OC-VOID). A remitter account that has since closed cannot
      * take the refund - stop and reissue the check instead.
       VOID-OFFICIAL-CHECK.
           PERFORM REQUIRE-SUPERVISOR
           IF WS-OVERRIDE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OFFICIAL-CHECK
           IF WS-OC-HIT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF NOT OC-OUTSTANDING AND NOT OC-STOPPED
               DISPLAY "Only an outstanding or stopped check can "
                   "be voided."
               EXIT PARAGRAPH
           END-IF
           MOVE OcAmount TO WS-OC-AMOUNT
           MOVE OcRemitterAccount TO WS-OC-REMITTER
           OPEN I-O AccountFile
           IF WS-FILE-STATUS = "35"
               DISPLAY "Account not found."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OC-REMITTER TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   DISPLAY "Remitter account " WS-OC-REMITTER
                       " is not on the master."
                   CLOSE AccountFile
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-CLOSED OF AccountData
               DISPLAY "Remitter account is closed - stop the "
                   "check and reissue it instead."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-OC-SETTLEMENT
           IF WS-OC-SETTLE-OK NOT = "Y"
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-OC-AMOUNT FROM AccountBalance OF AccountData
           REWRITE AccountData
           MOVE WS-OC-SETTLE-ACCT TO LogAccountNumber
           MOVE "OC-VOID-DR" TO LogTransactionType
           MOVE WS-OC-AMOUNT TO LogAmount
           MOVE AccountBalance OF AccountData TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG
           MOVE WS-OC-REMITTER TO AccountNumber OF AccountData
           READ AccountFile
           ADD WS-OC-AMOUNT TO AccountBalance OF AccountData
           PERFORM MARK-ACCOUNT-ACTIVE
           REWRITE AccountData
           MOVE WS-OC-REMITTER TO LogAccountNumber
           MOVE "OC-VOID" TO LogTransactionType
           MOVE WS-OC-AMOUNT TO LogAmount
           MOVE AccountBalance OF AccountData TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG
           CLOSE AccountFile
           MOVE WS-OC-REC(WS-OC-HIT) TO OfficialCheckRecord
           SET OC-VOIDED TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO OcStatusDate
           MOVE OfficialCheckRecord TO WS-OC-REC(WS-OC-HIT)
           PERFORM SAVE-OFFICIAL-CHECKS
           DISPLAY "Official check " OcCheckNumber " voided; "
               WS-OC-AMOUNT " returned to account "
               WS-OC-REMITTER ".".

      * A stopped check (lost, stolen, wrong payee) is replaced by a
      * new number for the same remitter and amount. No money moves
      * - the settlement account keeps holding it for the new item.
       REISSUE-OFFICIAL-CHECK.
           PERFORM REQUIRE-SUPERVISOR
           IF WS-OVERRIDE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OFFICIAL-CHECK
           IF WS-OC-HIT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF NOT OC-STOPPED
               DISPLAY "Only a stopped check can be reissued."
               EXIT PARAGRAPH
           END-IF
           IF WS-OC-COUNT = 2000
               DISPLAY "Official check register is full."
               EXIT PARAGRAPH
           END-IF
           MOVE OcRemitterAccount TO WS-OC-REMITTER
           MOVE OcAmount TO WS-OC-AMOUNT
           DISPLAY "Pay to the order of (blank for " OcPayee "): "
           ACCEPT WS-OC-PAYEE
           IF WS-OC-PAYEE = SPACES
               MOVE OcPayee TO WS-OC-PAYEE
           END-IF
           SET OC-VOIDED TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO OcStatusDate
           MOVE SPACES TO OcReference
           STRING "REISSUED " DELIMITED BY SIZE
               WS-OC-NEXT-NUMBER DELIMITED BY SIZE
               INTO OcReference
           MOVE OfficialCheckRecord TO WS-OC-REC(WS-OC-HIT)
           PERFORM SAVE-OFFICIAL-CHECKS
           PERFORM WRITE-NEW-OFFICIAL-CHECK.

       OFFICIAL-CHECK-INQUIRY.
           DISPLAY "Official check number (0 lists all open items): "
           ACCEPT WS-OC-CHOICE
           PERFORM LOAD-OFFICIAL-CHECKS
           MOVE ZERO TO WS-OC-LISTED
           PERFORM VARYING WS-OC-IX FROM 1 BY 1
                   UNTIL WS-OC-IX > WS-OC-COUNT
               MOVE WS-OC-REC(WS-OC-IX) TO OfficialCheckRecord
               IF (WS-OC-CHOICE = ZERO
                       AND (OC-OUTSTANDING OR OC-STOPPED))
                   OR (WS-OC-CHOICE NOT = ZERO
                       AND OcCheckNumber = WS-OC-CHOICE)
                   ADD 1 TO WS-OC-LISTED
                   PERFORM SHOW-OFFICIAL-CHECK
               END-IF
           END-PERFORM
           IF WS-OC-LISTED = ZERO
               DISPLAY "No official check found."
           END-IF.

       SHOW-OFFICIAL-CHECK.
           DISPLAY "Check " OcCheckNumber " " OcAmount
               " to " OcPayee
           DISPLAY "  remitter " OcRemitterAccount " issued "
               OcIssueDate " branch " OcBranchId " status "
               OcStatus " on " OcStatusDate " " OcReference.

      * Asks for a check number and leaves its register row in
      * OfficialCheckRecord and WS-OC-HIT on it (zero when not
      * found or the register cannot be updated safely).
       FIND-OFFICIAL-CHECK.
           MOVE ZERO TO WS-OC-HIT
           PERFORM LOAD-OFFICIAL-CHECKS
           IF WS-OC-OVERFLOW = "Y"
               DISPLAY "offchk.dat holds more than 2000 rows - "
                   "cannot update it safely."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Official check number: "
           ACCEPT WS-OC-CHOICE
           PERFORM VARYING WS-OC-IX FROM 1 BY 1
                   UNTIL WS-OC-IX > WS-OC-COUNT
               MOVE WS-OC-REC(WS-OC-IX) TO OfficialCheckRecord
               IF OcCheckNumber = WS-OC-CHOICE
                   MOVE WS-OC-IX TO WS-OC-HIT
               END-IF
           END-PERFORM
           IF WS-OC-HIT = ZERO
               DISPLAY "Official check not found."
           ELSE
               MOVE WS-OC-REC(WS-OC-HIT) TO OfficialCheckRecord
               PERFORM SHOW-OFFICIAL-CHECK
           END-IF.

       LOAD-OFFICIAL-CHECKS.
           MOVE ZERO TO WS-OC-COUNT
           MOVE 1 TO WS-OC-NEXT-NUMBER
           MOVE "N" TO WS-OC-OVERFLOW
           OPEN INPUT OfficialCheckFile
           IF WS-OFFCHK-STATUS = "00"
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
                           IF OcCheckNumber NOT <
                                   WS-OC-NEXT-NUMBER
                               COMPUTE WS-OC-NEXT-NUMBER =
                                   OcCheckNumber + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OfficialCheckFile
           END-IF.

       SAVE-OFFICIAL-CHECKS.
           OPEN OUTPUT OfficialCheckFile
           PERFORM VARYING WS-OC-IX FROM 1 BY 1
                   UNTIL WS-OC-IX > WS-OC-COUNT
               MOVE WS-OC-REC(WS-OC-IX) TO OfficialCheckRecord
               WRITE OfficialCheckRecord
           END-PERFORM
           CLOSE OfficialCheckFile.

      * Teller entry point for the bill-payment payee directory and
      * the customer's scheduled payments. Everything on this screen
      * is for one customer, named up front; the BillPayExec cycle
      * step pays what falls due.
       BILL-PAY-MENU.
           DISPLAY "Bill Payment:"
           DISPLAY "1. Add Payee"
           DISPLAY "2. Change Payee"
           DISPLAY "3. Remove Payee"
           DISPLAY "4. List Payees"
           DISPLAY "5. Schedule Payment"
           DISPLAY "6. Cancel Scheduled Payment"
           DISPLAY "7. List Payments"
           DISPLAY "8. Return to Main Menu"
           ACCEPT WS-USER-INPUT
           EVALUATE WS-USER-INPUT
               WHEN "1"
                   PERFORM ADD-PAYEE
               WHEN "2"
                   PERFORM CHANGE-PAYEE
               WHEN "3"
                   PERFORM REMOVE-PAYEE
               WHEN "4"
                   PERFORM LIST-PAYEES
               WHEN "5"
                   PERFORM SCHEDULE-BILL-PAYMENT
               WHEN "6"
                   PERFORM CANCEL-BILL-PAYMENT
               WHEN "7"
                   PERFORM LIST-BILL-PAYMENTS
               WHEN "8"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Invalid option. Please try again."
           END-EVALUATE
           PERFORM BILL-PAY-MENU.

      * Names the customer the screen works for. Leaves
      * WS-BP-CUSTOMER zero when the customer is not on file or
      * is deceased - an estate pays its bills through the
      * executor, not through a directory in the decedent's name.
       SELECT-BILL-PAY-CUSTOMER.
           MOVE ZERO TO WS-BP-CUSTOMER
           DISPLAY "Enter Customer Number: "
           ACCEPT WS-CUST-SEARCH
           PERFORM FIND-CUSTOMER
           IF WS-CUST-FOUND NOT = "Y"
               DISPLAY "Customer not found."
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMER-DECEASED OF CustomerData
               DISPLAY "Customer is recorded as deceased. Bill "
                   "payment is not available."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUST-SEARCH TO WS-BP-CUSTOMER.

       ADD-PAYEE.
           PERFORM SELECT-BILL-PAY-CUSTOMER
           IF WS-BP-CUSTOMER = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PAYEES
           IF WS-PY-OVERFLOW = "Y" OR WS-PY-COUNT = 2000
               DISPLAY "Payee directory is full."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PayeeRecord
           DISPLAY "Payee name: "
           ACCEPT WS-PY-NAME
           IF WS-PY-NAME = SPACES
               DISPLAY "Payee name cannot be blank."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Payee's routing number (9 digits): "
           ACCEPT WS-EXT-ROUTING
           PERFORM VALIDATE-ROUTING-NUMBER
           IF WS-ROUTING-OK NOT = "Y"
               DISPLAY "That routing number fails its check - "
                   "please re-check it."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Payee's account for remittances: "
           ACCEPT WS-EXT-ACCOUNT
           IF WS-EXT-ACCOUNT = SPACES
               DISPLAY "Remittance account cannot be blank."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer's reference with the payee: "
           ACCEPT WS-PY-REF
           MOVE WS-BP-CUSTOMER TO PyCustomerNumber
           MOVE WS-PY-NEXT-NUMBER TO PyPayeeNumber
           MOVE WS-PY-NAME TO PyPayeeName
           MOVE WS-EXT-ROUTING TO PyRoutingNumber
           MOVE WS-EXT-ACCOUNT TO PyRemitAccount
           MOVE WS-PY-REF TO PyCustomerRef
           SET PAYEE-ACTIVE TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO PyAddedDate
           ADD 1 TO WS-PY-COUNT
           MOVE PayeeRecord TO WS-PY-REC(WS-PY-COUNT)
           PERFORM SAVE-PAYEES
           MOVE "PAYEE-" TO WS-PY-FIELD
           MOVE PyPayeeNumber TO WS-PY-FIELD(7:4)
           MOVE "-NAME" TO WS-PY-FIELD(11:)
           MOVE SPACES TO WS-AUDIT-OLD
           MOVE PyPayeeName TO WS-AUDIT-NEW
           PERFORM AUDIT-PAYEE-CHANGE
           DISPLAY "Payee " PyPayeeNumber " added.".

      * Changes a payee's remittance details. A blank (or zero)
      * answer keeps the field as it is; each field actually
      * changed leaves its own audit row. Payments already
      * scheduled go to the corrected details, since BillPayExec
      * reads the directory as it stands on the night.
       CHANGE-PAYEE.
           PERFORM SELECT-BILL-PAY-CUSTOMER
           IF WS-BP-CUSTOMER = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PAYEES
           IF WS-PY-OVERFLOW = "Y"
               DISPLAY "payees.dat holds more than 2000 rows - "
                   "cannot update it safely."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PAYEE
           IF WS-PY-HIT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PY-REC(WS-PY-HIT) TO PayeeRecord
           DISPLAY "New payee name (blank to keep "
               FUNCTION TRIM(PyPayeeName) "): "
           ACCEPT WS-PY-NAME
           DISPLAY "New routing number (0 to keep "
               PyRoutingNumber "): "
           ACCEPT WS-EXT-ROUTING
           IF WS-EXT-ROUTING NOT = ZERO
               PERFORM VALIDATE-ROUTING-NUMBER
               IF WS-ROUTING-OK NOT = "Y"
                   DISPLAY "That routing number fails its check - "
                       "no change made."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "New remittance account (blank to keep "
               FUNCTION TRIM(PyRemitAccount) "): "
           ACCEPT WS-EXT-ACCOUNT
           DISPLAY "New customer reference (blank to keep "
               FUNCTION TRIM(PyCustomerRef) "): "
           ACCEPT WS-PY-REF
           MOVE "PAYEE-" TO WS-PY-FIELD
           MOVE PyPayeeNumber TO WS-PY-FIELD(7:4)
           IF WS-PY-NAME NOT = SPACES
                   AND WS-PY-NAME NOT = PyPayeeName
               MOVE "-NAME" TO WS-PY-FIELD(11:)
               MOVE PyPayeeName TO WS-AUDIT-OLD
               MOVE WS-PY-NAME TO WS-AUDIT-NEW
               PERFORM AUDIT-PAYEE-CHANGE
               MOVE WS-PY-NAME TO PyPayeeName
           END-IF
           IF WS-EXT-ROUTING NOT = ZERO
                   AND WS-EXT-ROUTING NOT = PyRoutingNumber
               MOVE "-ROUTING" TO WS-PY-FIELD(11:)
               MOVE PyRoutingNumber TO WS-AUDIT-OLD
               MOVE WS-EXT-ROUTING TO WS-AUDIT-NEW
               PERFORM AUDIT-PAYEE-CHANGE
               MOVE WS-EXT-ROUTING TO PyRoutingNumber
           END-IF
           IF WS-EXT-ACCOUNT NOT = SPACES
                   AND WS-EXT-ACCOUNT NOT = PyRemitAccount
               MOVE "-ACCOUNT" TO WS-PY-FIELD(11:)
               MOVE PyRemitAccount TO WS-AUDIT-OLD
               MOVE WS-EXT-ACCOUNT TO WS-AUDIT-NEW
               PERFORM AUDIT-PAYEE-CHANGE
               MOVE WS-EXT-ACCOUNT TO PyRemitAccount
           END-IF
           IF WS-PY-REF NOT = SPACES
                   AND WS-PY-REF NOT = PyCustomerRef
               MOVE "-REF" TO WS-PY-FIELD(11:)
               MOVE PyCustomerRef TO WS-AUDIT-OLD
               MOVE WS-PY-REF TO WS-AUDIT-NEW
               PERFORM AUDIT-PAYEE-CHANGE
               MOVE WS-PY-REF TO PyCustomerRef
           END-IF
           MOVE PayeeRecord TO WS-PY-REC(WS-PY-HIT)
           PERFORM SAVE-PAYEES
           DISPLAY "Payee " PyPayeeNumber " updated.".

      * Removes a payee from the directory. The row stays on file
      * marked removed so the audit trail and old payments still
      * name it; payments still scheduled to it are cancelled here
      * rather than left to be skipped on the night.
       REMOVE-PAYEE.
           PERFORM SELECT-BILL-PAY-CUSTOMER
           IF WS-BP-CUSTOMER = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PAYEES
           IF WS-PY-OVERFLOW = "Y"
               DISPLAY "payees.dat holds more than 2000 rows - "
                   "cannot update it safely."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-BILL-PAYMENTS
           IF WS-BP-OVERFLOW = "Y"
               DISPLAY "billpay.dat holds more than 2000 rows - "
                   "cannot update it safely."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PAYEE
           IF WS-PY-HIT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PY-REC(WS-PY-HIT) TO PayeeRecord
           SET PAYEE-REMOVED TO TRUE
           MOVE PayeeRecord TO WS-PY-REC(WS-PY-HIT)
           PERFORM SAVE-PAYEES
           MOVE "PAYEE-" TO WS-PY-FIELD
           MOVE PyPayeeNumber TO WS-PY-FIELD(7:4)
           MOVE "-STATUS" TO WS-PY-FIELD(11:)
           MOVE "A" TO WS-AUDIT-OLD
           MOVE "R" TO WS-AUDIT-NEW
           PERFORM AUDIT-PAYEE-CHANGE
           MOVE ZERO TO WS-BP-LISTED
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM VARYING WS-BP-IX FROM 1 BY 1
                   UNTIL WS-BP-IX > WS-BP-COUNT
               MOVE WS-BP-REC(WS-BP-IX) TO BillPaymentRecord
               IF BpCustomerNumber = WS-BP-CUSTOMER
                       AND BpPayeeNumber = PyPayeeNumber
                       AND BP-SCHEDULED
                   SET BP-CANCELLED TO TRUE
                   MOVE WS-TODAY TO BpStatusDate
                   MOVE WS-OPERATOR-ID TO BpOperatorId
                   MOVE BillPaymentRecord TO WS-BP-REC(WS-BP-IX)
                   ADD 1 TO WS-BP-LISTED
               END-IF
           END-PERFORM
           IF WS-BP-LISTED > ZERO
               PERFORM SAVE-BILL-PAYMENTS
           END-IF
           DISPLAY "Payee " PyPayeeNumber " removed; "
               WS-BP-LISTED " scheduled payment(s) cancelled.".

       LIST-PAYEES.
           PERFORM SELECT-BILL-PAY-CUSTOMER
           IF WS-BP-CUSTOMER = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PAYEES
           MOVE ZERO TO WS-PY-LISTED
           PERFORM VARYING WS-PY-IX FROM 1 BY 1
                   UNTIL WS-PY-IX > WS-PY-COUNT
               MOVE WS-PY-REC(WS-PY-IX) TO PayeeRecord
               IF PyCustomerNumber = WS-BP-CUSTOMER
                       AND PAYEE-ACTIVE
                   ADD 1 TO WS-PY-LISTED
                   DISPLAY PyPayeeNumber " " PyPayeeName
                       " RTN " PyRoutingNumber
                       " ACCT " PyRemitAccount
                   DISPLAY "     Reference: " PyCustomerRef
               END-IF
           END-PERFORM
           IF WS-PY-LISTED = ZERO
               DISPLAY "No payees on file for this customer."
           END-IF.

      * Asks for a payee number and finds it among the customer's
      * active payees; WS-PY-HIT is zero when it is not there.
       FIND-PAYEE.
           MOVE ZERO TO WS-PY-HIT
           DISPLAY "Enter Payee Number: "
           ACCEPT WS-PY-CHOICE
           PERFORM VARYING WS-PY-IX FROM 1 BY 1
                   UNTIL WS-PY-IX > WS-PY-COUNT
                       OR WS-PY-HIT NOT = ZERO
               MOVE WS-PY-REC(WS-PY-IX) TO PayeeRecord
               IF PyCustomerNumber = WS-BP-CUSTOMER
                       AND PyPayeeNumber = WS-PY-CHOICE
                       AND PAYEE-ACTIVE
                   MOVE WS-PY-IX TO WS-PY-HIT
               END-IF
           END-PERFORM
           IF WS-PY-HIT = ZERO
               DISPLAY "Payee not found for this customer."
           END-IF.

      * Every directory change is a non-monetary change to what
      * the customer's money will be sent to, so each one goes on
      * the maintenance audit trail keyed on the customer number.
       AUDIT-PAYEE-CHANGE.
           MOVE "P" TO WS-AUDIT-TYPE
           MOVE WS-BP-CUSTOMER TO WS-AUDIT-KEY
           MOVE WS-PY-FIELD TO WS-AUDIT-FIELD
           PERFORM WRITE-MAINT-AUDIT.

      * Schedules a one-time payment to a saved payee from one of
      * the customer's own accounts. The customer's PIN on that
      * account authorizes it; the money is checked against the
      * account on the due date, not today.
       SCHEDULE-BILL-PAYMENT.
           PERFORM SELECT-BILL-PAY-CUSTOMER
           IF WS-BP-CUSTOMER = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PAYEES
           PERFORM LOAD-BILL-PAYMENTS
           IF WS-BP-OVERFLOW = "Y" OR WS-BP-COUNT = 2000
               DISPLAY "Bill payment book is full."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PAYEE
           IF WS-PY-HIT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PY-REC(WS-PY-HIT) TO PayeeRecord
           PERFORM PROMPT-FOR-ACCOUNT-NUMBER
           OPEN I-O AccountFile
           IF WS-FILE-STATUS = "35"
               DISPLAY "Account not found."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEARCH-NUMBER TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   DISPLAY "Account not found."
                   CLOSE AccountFile
                   EXIT PARAGRAPH
           END-READ
           IF CustomerNumber OF AccountData NOT = WS-BP-CUSTOMER
               DISPLAY "That account does not belong to this "
                   "customer."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-STATUS
           IF WS-FILE-STATUS = "93"
               DISPLAY "Account is closed."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ACCOUNT-PRODUCT
           IF PRODUCT-TERM-DEPOSIT
               DISPLAY "A term deposit cannot fund a bill "
                   "payment. Early money out of it is a confirmed, "
                   "penalized withdrawal at the counter."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFY-PIN
           IF WS-FILE-STATUS = "94"
               DISPLAY "Account is locked. Payment not scheduled."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-STATUS = "91"
               DISPLAY "Invalid PIN. Payment not scheduled."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-STATUS = "95"
               DISPLAY "Card not accepted. Payment not scheduled."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           CLOSE AccountFile
           DISPLAY "Enter the amount to pay: "
           ACCEPT WS-TRANSACTION-AMOUNT
           IF WS-TRANSACTION-AMOUNT = ZERO
               DISPLAY "Amount must be greater than zero."
               EXIT PARAGRAPH
           END-IF
           IF WS-TRANSACTION-AMOUNT > WS-OVERRIDE-THRESHOLD
                   AND WS-OPERATOR-ROLE NOT = "S"
               PERFORM SUPERVISOR-OVERRIDE
               IF WS-OVERRIDE-OK NOT = "Y"
                   DISPLAY "Payment not scheduled."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE "N" TO WS-INPUT-VALID
           PERFORM UNTIL WS-INPUT-VALID = "Y"
               DISPLAY "Enter the date to pay (YYYYMMDD): "
               ACCEPT WS-SO-DUE-INPUT
               IF WS-SO-DUE-INPUT < WS-TODAY
                   DISPLAY "Payment date cannot be in the past."
               ELSE
                   IF WS-SO-DUE-INPUT(5:2) < "01"
                           OR WS-SO-DUE-INPUT(5:2) > "12"
                           OR WS-SO-DUE-INPUT(7:2) < "01"
                           OR WS-SO-DUE-INPUT(7:2) > "31"
                       DISPLAY "That is not a valid date."
                   ELSE
                       MOVE "Y" TO WS-INPUT-VALID
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO BillPaymentRecord
           MOVE WS-BP-NEXT-NUMBER TO BpPaymentNumber
           MOVE WS-BP-CUSTOMER TO BpCustomerNumber
           MOVE PyPayeeNumber TO BpPayeeNumber
           MOVE PyPayeeName TO BpPayeeName
           MOVE WS-SEARCH-NUMBER TO BpSourceAccount
           MOVE WS-TRANSACTION-AMOUNT TO BpAmount
           MOVE WS-SO-DUE-INPUT TO BpDueDate
           SET BP-SCHEDULED TO TRUE
           MOVE WS-TODAY TO BpStatusDate
           MOVE ZERO TO BpExtSeqNumber
           MOVE WS-OPERATOR-ID TO BpOperatorId
           ADD 1 TO WS-BP-COUNT
           MOVE BillPaymentRecord TO WS-BP-REC(WS-BP-COUNT)
           PERFORM SAVE-BILL-PAYMENTS
           DISPLAY "Payment " BpPaymentNumber " to "
               FUNCTION TRIM(BpPayeeName) " scheduled for "
               BpDueDate ".".

       CANCEL-BILL-PAYMENT.
           PERFORM SELECT-BILL-PAY-CUSTOMER
           IF WS-BP-CUSTOMER = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-BILL-PAYMENTS
           IF WS-BP-OVERFLOW = "Y"
               DISPLAY "billpay.dat holds more than 2000 rows - "
                   "cannot update it safely."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Payment Number to cancel: "
           ACCEPT WS-BP-CHOICE
           MOVE ZERO TO WS-BP-HIT
           PERFORM VARYING WS-BP-IX FROM 1 BY 1
                   UNTIL WS-BP-IX > WS-BP-COUNT
                       OR WS-BP-HIT NOT = ZERO
               MOVE WS-BP-REC(WS-BP-IX) TO BillPaymentRecord
               IF BpPaymentNumber = WS-BP-CHOICE
                       AND BpCustomerNumber = WS-BP-CUSTOMER
                   MOVE WS-BP-IX TO WS-BP-HIT
               END-IF
           END-PERFORM
           IF WS-BP-HIT = ZERO
               DISPLAY "Payment not found for this customer."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BP-REC(WS-BP-HIT) TO BillPaymentRecord
           IF NOT BP-SCHEDULED
               DISPLAY "Only a payment still scheduled can be "
                   "cancelled."
               EXIT PARAGRAPH
           END-IF
           SET BP-CANCELLED TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO BpStatusDate
           MOVE WS-OPERATOR-ID TO BpOperatorId
           MOVE BillPaymentRecord TO WS-BP-REC(WS-BP-HIT)
           PERFORM SAVE-BILL-PAYMENTS
           DISPLAY "Payment " BpPaymentNumber " cancelled.".

       LIST-BILL-PAYMENTS.
           PERFORM SELECT-BILL-PAY-CUSTOMER
           IF WS-BP-CUSTOMER = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-BILL-PAYMENTS
           MOVE ZERO TO WS-BP-LISTED
           PERFORM VARYING WS-BP-IX FROM 1 BY 1
                   UNTIL WS-BP-IX > WS-BP-COUNT
               MOVE WS-BP-REC(WS-BP-IX) TO BillPaymentRecord
               IF BpCustomerNumber = WS-BP-CUSTOMER
                   ADD 1 TO WS-BP-LISTED
                   MOVE BpAmount TO WS-BP-AMOUNT-EDIT
                   DISPLAY BpPaymentNumber " " BpDueDate " "
                       BpPayeeName(1:20) " " WS-BP-AMOUNT-EDIT
                       " from " BpSourceAccount " " BpStatus
                       " " BpSkipReason
               END-IF
           END-PERFORM
           IF WS-BP-LISTED = ZERO
               DISPLAY "No bill payments on file for this "
                   "customer."
           ELSE
               DISPLAY "Status S scheduled, P paid, K skipped, "
                   "C cancelled."
           END-IF.

      * The payee number is per customer: one past the customer's
      * highest so far.
       LOAD-PAYEES.
           MOVE ZERO TO WS-PY-COUNT
           MOVE 1 TO WS-PY-NEXT-NUMBER
           MOVE "N" TO WS-PY-OVERFLOW
           OPEN INPUT PayeeFile
           IF WS-PAYEE-STATUS = "00"
               MOVE "00" TO WS-PAYEE-STATUS
               PERFORM UNTIL WS-PAYEE-STATUS = "10"
                   READ PayeeFile INTO PayeeRecord
                       AT END
                           MOVE "10" TO WS-PAYEE-STATUS
                       NOT AT END
                           IF WS-PY-COUNT = 2000
                               MOVE "Y" TO WS-PY-OVERFLOW
                           ELSE
                               ADD 1 TO WS-PY-COUNT
                               MOVE PayeeRecord
                                   TO WS-PY-REC(WS-PY-COUNT)
                           END-IF
                           IF PyCustomerNumber = WS-BP-CUSTOMER
                                   AND PyPayeeNumber NOT <
                                       WS-PY-NEXT-NUMBER
                               COMPUTE WS-PY-NEXT-NUMBER =
                                   PyPayeeNumber + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PayeeFile
           END-IF.

       SAVE-PAYEES.
           OPEN OUTPUT PayeeFile
           PERFORM VARYING WS-PY-IX FROM 1 BY 1
                   UNTIL WS-PY-IX > WS-PY-COUNT
               MOVE WS-PY-REC(WS-PY-IX) TO PayeeRecord
               WRITE PayeeRecord
           END-PERFORM
           CLOSE PayeeFile.

       LOAD-BILL-PAYMENTS.
           MOVE ZERO TO WS-BP-COUNT
           MOVE 1 TO WS-BP-NEXT-NUMBER
           MOVE "N" TO WS-BP-OVERFLOW
           OPEN INPUT BillPaymentFile
           IF WS-BILLPAY-STATUS = "00"
               MOVE "00" TO WS-BILLPAY-STATUS
               PERFORM UNTIL WS-BILLPAY-STATUS = "10"
                   READ BillPaymentFile INTO BillPaymentRecord
                       AT END
                           MOVE "10" TO WS-BILLPAY-STATUS
                       NOT AT END
                           IF WS-BP-COUNT = 2000
                               MOVE "Y" TO WS-BP-OVERFLOW
                           ELSE
                               ADD 1 TO WS-BP-COUNT
                               MOVE BillPaymentRecord
                                   TO WS-BP-REC(WS-BP-COUNT)
                           END-IF
                           IF BpPaymentNumber NOT <
                                   WS-BP-NEXT-NUMBER
                               COMPUTE WS-BP-NEXT-NUMBER =
                                   BpPaymentNumber + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BillPaymentFile
           END-IF.

       SAVE-BILL-PAYMENTS.
           OPEN OUTPUT BillPaymentFile
           PERFORM VARYING WS-BP-IX FROM 1 BY 1
                   UNTIL WS-BP-IX > WS-BP-COUNT
               MOVE WS-BP-REC(WS-BP-IX) TO BillPaymentRecord
               WRITE BillPaymentRecord
           END-PERFORM
           CLOSE BillPaymentFile.

      * Teller entry point for the stop-payment book. Orders live on
      * stoppay.dat; the CheckInclearing batch refuses any presented
      * check matching an active order. The screen follows the
      * standing-order screen's shape.
       STOP-PAYMENT-MENU.
           DISPLAY "Stop Payment Orders:"
           DISPLAY "1. Register Stop Payment"
           DISPLAY "2. Cancel Stop Payment"
           DISPLAY "3. List Stop Payments"
           DISPLAY "4. Return to Main Menu"
           ACCEPT WS-USER-INPUT
           EVALUATE WS-USER-INPUT
               WHEN "1"
                   PERFORM ADD-STOP-PAYMENT
               WHEN "2"
                   PERFORM CANCEL-STOP-PAYMENT
               WHEN "3"
                   PERFORM LIST-STOP-PAYMENTS
               WHEN "4"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Invalid option. Please try again."
           END-EVALUATE
           PERFORM STOP-PAYMENT-MENU.

       LOAD-STOP-PAYMENTS.
           MOVE ZERO TO WS-STOP-COUNT
           MOVE 1 TO WS-NEXT-STOP-NUMBER
           MOVE "N" TO WS-STOP-OVERFLOW
           OPEN INPUT StopPayFile
           IF WS-STOP-STATUS = "00"
               MOVE "00" TO WS-STOP-STATUS
               PERFORM UNTIL WS-STOP-STATUS = "10"
                   READ StopPayFile INTO StopPayRecord
                       AT END
                           MOVE "10" TO WS-STOP-STATUS
                       NOT AT END
                           IF WS-STOP-COUNT = 200
                               MOVE "Y" TO WS-STOP-OVERFLOW
                           ELSE
                               ADD 1 TO WS-STOP-COUNT
                               MOVE StopPayRecord
                                   TO WS-STOP-REC(WS-STOP-COUNT)
                               IF SpOrderNumber NOT <
                                       WS-NEXT-STOP-NUMBER
                                   COMPUTE WS-NEXT-STOP-NUMBER =
                                       SpOrderNumber + 1
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE StopPayFile
           END-IF.

       SAVE-STOP-PAYMENTS.
           OPEN OUTPUT StopPayFile
           PERFORM VARYING WS-STOP-IX FROM 1 BY 1
                   UNTIL WS-STOP-IX > WS-STOP-COUNT
               MOVE WS-STOP-REC(WS-STOP-IX) TO StopPayRecord
               WRITE StopPayRecord
           END-PERFORM
           CLOSE StopPayFile.

      * Registers a stop order: the account must exist and be open,
      * and the order must name a check number or an amount (either
      * may be zero, not both - zero means "any" on that side).
       ADD-STOP-PAYMENT.
           PERFORM LOAD-STOP-PAYMENTS
           IF WS-STOP-COUNT = 200
               DISPLAY "Stop-payment book is full."
               EXIT PARAGRAPH
           END-IF
           PERFORM PROMPT-FOR-ACCOUNT-NUMBER
           MOVE WS-SEARCH-NUMBER TO WS-ORDER-ACCOUNT
           PERFORM CHECK-ORDER-ACCOUNT
           IF WS-ACCOUNT-OK NOT = "Y"
               DISPLAY "Account not found or closed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Check number (0 to stop by amount): "
           ACCEPT WS-STOP-CHECK-INPUT
           DISPLAY "Amount (0 to stop by check number): "
           ACCEPT WS-STOP-AMOUNT-INPUT
           IF WS-STOP-CHECK-INPUT = ZERO
                   AND WS-STOP-AMOUNT-INPUT = ZERO
               DISPLAY "A stop order needs a check number or an "
                   "amount."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE "N" TO WS-INPUT-VALID
           PERFORM UNTIL WS-INPUT-VALID = "Y"
               DISPLAY "Expiry date (YYYYMMDD): "
               ACCEPT WS-STOP-EXPIRY-INPUT
               IF WS-STOP-EXPIRY-INPUT NOT > WS-TODAY
                   DISPLAY "Expiry date must be in the future."
               ELSE
                   MOVE "Y" TO WS-INPUT-VALID
               END-IF
           END-PERFORM
           MOVE SPACES TO StopPayRecord
           MOVE WS-NEXT-STOP-NUMBER TO SpOrderNumber
           MOVE WS-ORDER-ACCOUNT TO SpAccountNumber
           MOVE WS-STOP-CHECK-INPUT TO SpCheckNumber
           MOVE WS-STOP-AMOUNT-INPUT TO SpAmount
           MOVE WS-STOP-EXPIRY-INPUT TO SpExpiryDate
           SET SP-ACTIVE TO TRUE
           MOVE WS-TODAY TO SpPlacedDate
           MOVE WS-OPERATOR-ID TO SpOperatorId
           OPEN EXTEND StopPayFile
           IF WS-STOP-STATUS = "35"
               CLOSE StopPayFile
               OPEN OUTPUT StopPayFile
           END-IF
           WRITE StopPayRecord
           CLOSE StopPayFile
           DISPLAY "Stop payment " SpOrderNumber " registered.".

       CANCEL-STOP-PAYMENT.
           PERFORM LOAD-STOP-PAYMENTS
           IF WS-STOP-OVERFLOW = "Y"
               DISPLAY "stoppay.dat holds more than 200 orders - "
                   "cannot update it safely."
               EXIT PARAGRAPH
           END-IF
           IF WS-STOP-COUNT = ZERO
               DISPLAY "No stop payments on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter the Stop Payment Number to cancel: "
           ACCEPT WS-STOP-CHOICE
           MOVE "N" TO WS-STOP-FOUND
           PERFORM VARYING WS-STOP-IX FROM 1 BY 1
                   IF SP-CANCELLED
                       DISPLAY "Order is already cancelled."
                   ELSE
                       SET SP-CANCELLED TO TRUE
                       MOVE StopPayRecord
                           TO WS-STOP-REC(WS-STOP-IX)
                       DISPLAY "Stop payment " SpOrderNumber
                           " cancelled."
                   END-IF
               END-IF
           END-PERFORM
           IF WS-STOP-FOUND = "Y"
               PERFORM SAVE-STOP-PAYMENTS
           ELSE
               DISPLAY "Stop payment not found."
           END-IF.

       LIST-STOP-PAYMENTS.
           PERFORM LOAD-STOP-PAYMENTS
           MOVE ZERO TO WS-LISTED-COUNT
           PERFORM VARYING WS-STOP-IX FROM 1 BY 1
                   UNTIL WS-STOP-IX > WS-STOP-COUNT
               MOVE WS-STOP-REC(WS-STOP-IX) TO StopPayRecord
               IF SP-ACTIVE
                   ADD 1 TO WS-LISTED-COUNT
                   DISPLAY "Order " SpOrderNumber ": account "
                       SpAccountNumber
                       " check " SpCheckNumber
                       " amount " SpAmount
                       " expires " SpExpiryDate
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = ZERO
               DISPLAY "No active stop payments on file."
           END-IF.

      * Supervisor upkeep of the bank holiday calendar. Weekends are
      * always closed and are never keyed; the rows here are the
      * weekday closures the cutover and the cycle's due-date tests
      * must also skip. The calendar is kept a year ahead.
       HOLIDAY-CALENDAR-MENU.
           PERFORM REQUIRE-SUPERVISOR
           IF WS-OVERRIDE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM HOLIDAY-CALENDAR-OPTIONS.

       HOLIDAY-CALENDAR-OPTIONS.
           DISPLAY "Holiday Calendar:"
           DISPLAY "1. Add Holiday"
           DISPLAY "2. Remove Holiday"
           DISPLAY "3. List Holidays"
           DISPLAY "4. Return to Main Menu"
           ACCEPT WS-USER-INPUT
           EVALUATE WS-USER-INPUT
               WHEN "1"
                   PERFORM ADD-HOLIDAY
               WHEN "2"
                   PERFORM REMOVE-HOLIDAY
               WHEN "3"
                   PERFORM LIST-HOLIDAYS
               WHEN "4"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Invalid option. Please try again."
           END-EVALUATE
           PERFORM HOLIDAY-CALENDAR-OPTIONS.

       LOAD-HOLIDAY-CALENDAR.
           MOVE ZERO TO WS-HOLIDAY-COUNT
           MOVE "N" TO WS-HOLIDAY-OVERFLOW
           OPEN INPUT HolidayFile
           IF WS-HOLIDAY-STATUS = "00"
               MOVE "00" TO WS-HOLIDAY-STATUS
               PERFORM UNTIL WS-HOLIDAY-STATUS = "10"
                   READ HolidayFile INTO HolidayRecord
                       AT END
                           MOVE "10" TO WS-HOLIDAY-STATUS
                       NOT AT END
                           IF WS-HOLIDAY-COUNT = 400
                               MOVE "Y" TO WS-HOLIDAY-OVERFLOW
                           ELSE
                               ADD 1 TO WS-HOLIDAY-COUNT
                               MOVE HolidayRecord
                                   TO WS-HOLIDAY-REC(WS-HOLIDAY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HolidayFile
           END-IF.

       SAVE-HOLIDAY-CALENDAR.
           OPEN OUTPUT HolidayFile
           PERFORM VARYING WS-HOLIDAY-IX FROM 1 BY 1
                   UNTIL WS-HOLIDAY-IX > WS-HOLIDAY-COUNT
               MOVE WS-HOLIDAY-REC(WS-HOLIDAY-IX) TO HolidayRecord
               WRITE HolidayRecord
           END-PERFORM
           CLOSE HolidayFile.

      * A holiday must be a valid date after today, must fall on a
      * weekday (a weekend is closed already), and must not be on
      * the calendar twice.
       ADD-HOLIDAY.
           PERFORM LOAD-HOLIDAY-CALENDAR
           IF WS-HOLIDAY-OVERFLOW = "Y" OR WS-HOLIDAY-COUNT = 400
               DISPLAY "Holiday calendar is full."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY "Holiday date (YYYYMMDD): "
           ACCEPT WS-HOLIDAY-DATE-INPUT
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-HOLIDAY-DATE-INPUT)
                   NOT = ZERO
               DISPLAY "Not a valid date."
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLIDAY-DATE-INPUT NOT > WS-TODAY
               DISPLAY "Holidays are entered ahead of the day."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION MOD(FUNCTION INTEGER-OF-DATE(
                   WS-HOLIDAY-DATE-INPUT), 7) = 6 OR 0
               DISPLAY "That date is a weekend - already closed."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HOLIDAY-FOUND
           PERFORM VARYING WS-HOLIDAY-IX FROM 1 BY 1
                   UNTIL WS-HOLIDAY-IX > WS-HOLIDAY-COUNT
               MOVE WS-HOLIDAY-REC(WS-HOLIDAY-IX) TO HolidayRecord
               IF HdHolidayDate = WS-HOLIDAY-DATE-INPUT
                   MOVE "Y" TO WS-HOLIDAY-FOUND
               END-IF
           END-PERFORM
           IF WS-HOLIDAY-FOUND = "Y"
               DISPLAY "That date is already on the calendar."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Description: "
           ACCEPT WS-HOLIDAY-DESC-INPUT
           MOVE SPACES TO HolidayRecord
           MOVE WS-HOLIDAY-DATE-INPUT TO HdHolidayDate
           MOVE WS-HOLIDAY-DESC-INPUT TO HdDescription
           MOVE WS-OPERATOR-ID TO HdOperatorId
           OPEN EXTEND HolidayFile
           IF WS-HOLIDAY-STATUS = "35"
               CLOSE HolidayFile
               OPEN OUTPUT HolidayFile
           END-IF
           WRITE HolidayRecord
           CLOSE HolidayFile
           DISPLAY "Holiday " HdHolidayDate " added.".

      * Only a future date can come off the calendar: a closed day
      * already behind the cutover has been skipped and stays on
      * file as the record of it.
       REMOVE-HOLIDAY.
           PERFORM LOAD-HOLIDAY-CALENDAR
           IF WS-HOLIDAY-OVERFLOW = "Y"
               DISPLAY "holiday.dat holds more than 400 rows - "
                   "cannot update it safely."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY "Holiday date to remove (YYYYMMDD): "
           ACCEPT WS-HOLIDAY-DATE-INPUT
           IF WS-HOLIDAY-DATE-INPUT NOT > WS-TODAY
               DISPLAY "Only a future holiday can be removed."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HOLIDAY-FOUND
           PERFORM VARYING WS-HOLIDAY-IX FROM 1 BY 1
                   UNTIL WS-HOLIDAY-IX > WS-HOLIDAY-COUNT
               MOVE WS-HOLIDAY-REC(WS-HOLIDAY-IX) TO HolidayRecord
               IF HdHolidayDate = WS-HOLIDAY-DATE-INPUT
                       AND WS-HOLIDAY-FOUND = "N"
                   MOVE "Y" TO WS-HOLIDAY-FOUND
                   PERFORM VARYING WS-HOLIDAY-IX FROM WS-HOLIDAY-IX
                           BY 1
                           UNTIL WS-HOLIDAY-IX NOT < WS-HOLIDAY-COUNT
                       MOVE WS-HOLIDAY-REC(WS-HOLIDAY-IX + 1)
                           TO WS-HOLIDAY-REC(WS-HOLIDAY-IX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-HOLIDAY-COUNT
               END-IF
           END-PERFORM
           IF WS-HOLIDAY-FOUND = "Y"
               PERFORM SAVE-HOLIDAY-CALENDAR
               DISPLAY "Holiday " WS-HOLIDAY-DATE-INPUT " removed."
           ELSE
               DISPLAY "That date is not on the calendar."
           END-IF.

      * Lists the calendar from today forward - the part still to
      * come, which is what a supervisor checks a year ahead.
       LIST-HOLIDAYS.
           PERFORM LOAD-HOLIDAY-CALENDAR
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ZERO TO WS-LISTED-COUNT
           PERFORM VARYING WS-HOLIDAY-IX FROM 1 BY 1
                   UNTIL WS-HOLIDAY-IX > WS-HOLIDAY-COUNT
               MOVE WS-HOLIDAY-REC(WS-HOLIDAY-IX) TO HolidayRecord
               IF HdHolidayDate NOT < WS-TODAY
                   ADD 1 TO WS-LISTED-COUNT
                   DISPLAY "  " HdHolidayDate " " HdDescription
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = ZERO
               DISPLAY "No holidays on the calendar from today."
           END-IF.

      * The product row for the account in AccountData - the rules
      * it is held to (overdraft, withdrawal count, term deposit,
      * fee plan) now that they no longer follow the type letter.
       LOAD-ACCOUNT-PRODUCT.
           CALL "ProductLookup" USING ProductCode OF AccountData
               AccountType OF AccountData ProductRecord
               WS-PRODUCT-FOUND.

      * Checks the product code the teller keyed in
      * WS-PRODUCT-CODE-INPUT and leaves its row in ProductRecord:
      * it must be on prodmast.dat (or be one of the standard
      * CHK1/SAV1/TRM1 products, which ProductLookup serves even
      * before the product master is loaded) and still on sale.
      * Leaves WS-PRODUCT-OK "Y"/"N".
       SELECT-PRODUCT.
           MOVE "N" TO WS-PRODUCT-OK
           MOVE FUNCTION UPPER-CASE(WS-PRODUCT-CODE-INPUT)
               TO WS-PRODUCT-CODE-INPUT
           EVALUATE WS-PRODUCT-CODE-INPUT
               WHEN "SAV1"
                   MOVE "S" TO WS-PRODUCT-TYPE
               WHEN "TRM1"
                   MOVE "T" TO WS-PRODUCT-TYPE
               WHEN OTHER
                   MOVE "C" TO WS-PRODUCT-TYPE
           END-EVALUATE
           CALL "ProductLookup" USING WS-PRODUCT-CODE-INPUT
               WS-PRODUCT-TYPE ProductRecord WS-PRODUCT-FOUND
           IF WS-PRODUCT-CODE-INPUT = SPACES
                   OR PdProductCode NOT = WS-PRODUCT-CODE-INPUT
               DISPLAY "No such product."
               EXIT PARAGRAPH
           END-IF
           IF NOT PRODUCT-ON-SALE
               DISPLAY "Product " PdProductCode
                   " is withdrawn from sale."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-PRODUCT-OK.

      * The products a new account can be opened on, for the teller
      * to choose from.
       LIST-PRODUCTS-ON-SALE.
           MOVE "N" TO WS-EOF-PRODUCTS
           OPEN INPUT ProductFile
           IF WS-PRODUCT-STATUS NOT = "00"
               DISPLAY "Products: CHK1 checking, SAV1 savings, "
                   "TRM1 term deposit."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Products on sale:"
           PERFORM UNTIL WS-EOF-PRODUCTS = "Y"
               READ ProductFile INTO ProductRecord
                   AT END
                       MOVE "Y" TO WS-EOF-PRODUCTS
                   NOT AT END
                       IF WS-PRODUCT-STATUS NOT = "00"
                           DISPLAY "Product master row unreadable "
                               "(status " WS-PRODUCT-STATUS
                               ") - list stopped."
                           MOVE "Y" TO WS-EOF-PRODUCTS
                       ELSE
                           IF PRODUCT-ON-SALE
                               DISPLAY "  " PdProductCode " "
                                   PdProductName " (type "
                                   PdAccountClass ")"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ProductFile.

      * Overdraft protection, first half. The account in
      * AccountData, on a product that may overdraw, is short of
      * WS-OD-NEEDED; when it carries a
      * linked savings account, works out how much of the shortfall
      * the savings side can cover without moving anything yet, so
      * the caller can judge the debit (and its other limits)
      * before any money crosses. Leaves the amount in WS-OD-COVER
      * (zero when the link is absent or the savings account cannot
      * be drawn on) and the checking record back in AccountData
      * exactly as the caller had it.
       CHECK-OVERDRAFT-COVER.
           MOVE ZERO TO WS-OD-COVER
           IF NOT PRODUCT-OVERDRAFT-ALLOWED
               EXIT PARAGRAPH
           END-IF
           IF OverdraftLinkAccount OF AccountData IS NOT NUMERIC
                   OR OverdraftLinkAccount OF AccountData = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE AccountData TO WS-OD-CHECKING-IMAGE
           MOVE AccountNumber OF AccountData TO WS-OD-CHECKING-NUMBER
           MOVE OverdraftLinkAccount OF AccountData
               TO WS-OD-SAVINGS-NUMBER
           PERFORM READ-OVERDRAFT-SAVINGS
           IF WS-OD-SAVINGS-OK = "Y"
               COMPUTE WS-OD-SAVINGS-AVAILABLE =
                   AccountBalance OF AccountData
                       - HeldAmount OF AccountData
               IF WS-OD-SAVINGS-AVAILABLE > ZERO
                   IF WS-OD-SAVINGS-AVAILABLE < WS-OD-NEEDED
                       MOVE WS-OD-SAVINGS-AVAILABLE TO WS-OD-COVER
                   ELSE
                       MOVE WS-OD-NEEDED TO WS-OD-COVER
                   END-IF
               END-IF
           END-IF
           PERFORM RESTORE-OVERDRAFT-CHECKING.

      * Keyed read of the linked savings account with the guards a
      * withdrawal from it would face at the counter: it must be
      * open, on a product that neither overdraws nor is a term
      * deposit, not PIN-locked, not restricted, not frozen under a
      * legal order, with withdrawals left this month under its
      * product. Leaves WS-OD-SAVINGS-OK "Y"/"N" and the savings
      * record in AccountData.
       READ-OVERDRAFT-SAVINGS.
           MOVE "Y" TO WS-OD-SAVINGS-OK
           MOVE WS-OD-SAVINGS-NUMBER TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   MOVE "N" TO WS-OD-SAVINGS-OK
           END-READ
           IF WS-OD-SAVINGS-OK = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ACCOUNT-PRODUCT
           IF PRODUCT-TERM-DEPOSIT
                   OR PRODUCT-OVERDRAFT-ALLOWED
                   OR ACCOUNT-CLOSED OF AccountData
                   OR ACCOUNT-LOCKED OF AccountData
                   OR ACCOUNT-RESTRICTED OF AccountData
               MOVE "N" TO WS-OD-SAVINGS-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LEGAL-FREEZE
           IF WS-LEGAL-FROZEN = "Y"
               MOVE "N" TO WS-OD-SAVINGS-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM RESET-SAVINGS-WITHDRAW-COUNT-IF-NEW-MONTH
           IF PdWithdrawLimit > ZERO
                   AND SavingsWithdrawCount OF AccountData
                       NOT < PdWithdrawLimit
               MOVE "N" TO WS-OD-SAVINGS-OK
           END-IF.

      * Puts the checking account back as the current record, with
      * whatever the caller had already changed on it in memory,
      * and its product back in ProductRecord.
       RESTORE-OVERDRAFT-CHECKING.
           MOVE WS-OD-CHECKING-NUMBER TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-OD-CHECKING-IMAGE TO AccountData
           PERFORM LOAD-ACCOUNT-PRODUCT.

      * Overdraft protection, second half: moves WS-OD-COVER from
      * the linked savings account into the checking account the
      * caller is about to debit. The savings leg counts as one of
      * the month's savings withdrawals and is priced off the fee
      * schedule as OD-XFER; the checking record comes back in
      * AccountData with the credit applied and rewritten, and the
      * available balance the caller is working from rises by the
      * same amount.
       POST-OVERDRAFT-COVER.
           MOVE AccountData TO WS-OD-CHECKING-IMAGE
           MOVE AccountNumber OF AccountData TO WS-OD-CHECKING-NUMBER
           MOVE OverdraftLinkAccount OF AccountData
               TO WS-OD-SAVINGS-NUMBER
           PERFORM READ-OVERDRAFT-SAVINGS
           IF WS-OD-SAVINGS-OK NOT = "Y"
               MOVE ZERO TO WS-OD-COVER
               PERFORM RESTORE-OVERDRAFT-CHECKING
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-OD-COVER FROM AccountBalance OF AccountData
           ADD 1 TO SavingsWithdrawCount OF AccountData
           PERFORM MARK-ACCOUNT-ACTIVE
           REWRITE AccountData
           MOVE WS-OD-SAVINGS-NUMBER TO LogAccountNumber
           MOVE "OD-XFER-OUT" TO LogTransactionType
           MOVE WS-OD-COVER TO LogAmount
           MOVE AccountBalance OF AccountData TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG
           MOVE "OD-XFER" TO WS-FEE-TXN-TYPE
           PERFORM ASSESS-TXN-FEE
           PERFORM RESTORE-OVERDRAFT-CHECKING
           ADD WS-OD-COVER TO AccountBalance OF AccountData
           REWRITE AccountData
           MOVE WS-OD-CHECKING-NUMBER TO LogAccountNumber
           MOVE "OD-XFER-IN" TO LogTransactionType
           MOVE WS-OD-COVER TO LogAmount
           MOVE AccountBalance OF AccountData TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG
           ADD WS-OD-COVER TO WS-AVAILABLE-BALANCE
           DISPLAY "Overdraft protection moved " WS-OD-COVER
               " from savings account " WS-OD-SAVINGS-NUMBER ".".

      * Links (or unlinks) a savings account to an account whose
      * product may overdraw, as its overdraft protection. Only the
      * same customer's open account on a product that neither
      * overdraws nor is a term deposit can be linked; the change
      * leaves a
      * maintenance-audit row like any other account edit.
       OVERDRAFT-LINK-MAINTENANCE.
           PERFORM PROMPT-FOR-ACCOUNT-NUMBER
           OPEN I-O AccountFile
           IF WS-FILE-STATUS = "35"
               DISPLAY "Account not found."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEARCH-NUMBER TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   DISPLAY "Account not found."
                   CLOSE AccountFile
                   EXIT PARAGRAPH
           END-READ
           PERFORM LOAD-ACCOUNT-PRODUCT
           IF NOT PRODUCT-OVERDRAFT-ALLOWED
                   OR ACCOUNT-CLOSED OF AccountData
               DISPLAY "Overdraft protection is set up on an open "
                   "account whose product may overdraw."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           IF OverdraftLinkAccount OF AccountData IS NOT NUMERIC
               MOVE ZERO TO OverdraftLinkAccount OF AccountData
           END-IF
           MOVE OverdraftLinkAccount OF AccountData TO WS-OD-OLD-LINK
           IF WS-OD-OLD-LINK = ZERO
               DISPLAY "No overdraft protection link on file."
           ELSE
               DISPLAY "Currently protected by savings account "
                   WS-OD-OLD-LINK "."
           END-IF
           DISPLAY "Savings account to link (0 to remove the link): "
           ACCEPT WS-OD-LINK-INPUT
           IF WS-OD-LINK-INPUT = ZERO
               IF WS-OD-OLD-LINK = ZERO
                   DISPLAY "Nothing to change."
                   CLOSE AccountFile
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE "V" TO WS-CHECK-MODE
               CALL "AcctCheckDigit" USING WS-OD-LINK-INPUT
                   WS-CHECK-MODE WS-ENTRY-VALID
               IF WS-ENTRY-VALID NOT = "Y"
                   DISPLAY "Invalid account number."
                   CLOSE AccountFile
                   EXIT PARAGRAPH
               END-IF
               MOVE AccountData TO WS-OD-CHECKING-IMAGE
               MOVE AccountNumber OF AccountData
                   TO WS-OD-CHECKING-NUMBER
               MOVE CustomerNumber OF AccountData TO WS-AUDIT-KEY
               MOVE "Y" TO WS-ACCOUNT-OK
               MOVE WS-OD-LINK-INPUT TO AccountNumber OF AccountData
               READ AccountFile
                   INVALID KEY
                       MOVE "N" TO WS-ACCOUNT-OK
               END-READ
               IF WS-ACCOUNT-OK = "Y"
                   PERFORM LOAD-ACCOUNT-PRODUCT
                   IF PRODUCT-TERM-DEPOSIT
                           OR PRODUCT-OVERDRAFT-ALLOWED
                           OR ACCOUNT-CLOSED OF AccountData
                           OR CustomerNumber OF AccountData
                               NOT = WS-AUDIT-KEY
                       MOVE "N" TO WS-ACCOUNT-OK
                   END-IF
               END-IF
               PERFORM RESTORE-OVERDRAFT-CHECKING
               IF WS-ACCOUNT-OK NOT = "Y"
                   DISPLAY "The link must be an open savings account "
                       "of the same customer (a product that neither "
                       "overdraws nor is a term deposit)."
                   CLOSE AccountFile
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-OD-LINK-INPUT TO OverdraftLinkAccount OF AccountData
           REWRITE AccountData
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error updating account. Try again."
           ELSE
               MOVE "A" TO WS-AUDIT-TYPE
               MOVE AccountNumber OF AccountData TO WS-AUDIT-KEY
               MOVE "OD-LINK-ACCOUNT" TO WS-AUDIT-FIELD
               MOVE WS-OD-OLD-LINK TO WS-AUDIT-OLD
               MOVE WS-OD-LINK-INPUT TO WS-AUDIT-NEW
               PERFORM WRITE-MAINT-AUDIT
               IF WS-OD-LINK-INPUT = ZERO
                   DISPLAY "Overdraft protection link removed."
               ELSE
                   DISPLAY "Savings account " WS-OD-LINK-INPUT
                       " now protects this account."
               END-IF
           END-IF
           CLOSE AccountFile.

      * ATM dispense disputes: a customer who says the machine took
      * the money but paid out nothing has a claim opened here
      * against the exact WITHDRAWAL entry; a supervisor works the
      * evidence and closes it paid or denied. The DisputeAging
      * cycle step posts the provisional credit on claims still
      * open at their due date.
       DISPUTE-CLAIM-MENU.
           DISPLAY "ATM Dispute Claims:"
           DISPLAY "1. Open a Claim"
           DISPLAY "2. Resolve a Claim"
           DISPLAY "3. List Open Claims"
           DISPLAY "4. Return to Main Menu"
           ACCEPT WS-USER-INPUT
           EVALUATE WS-USER-INPUT
               WHEN "1"
                   PERFORM OPEN-DISPUTE-CLAIM
               WHEN "2"
                   PERFORM RESOLVE-DISPUTE-CLAIM
               WHEN "3"
                   PERFORM LOAD-DISPUTE-CLAIMS
                   PERFORM LIST-OPEN-DISPUTES
               WHEN "4"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Invalid option. Please try again."
           END-EVALUATE
           PERFORM DISPUTE-CLAIM-MENU.

      * Opens a claim on one of the account's ten most recent
      * withdrawals. An entry already under a claim, or already
      * backed out through REVERSE-TRANSACTION, cannot be claimed.
      * The provisional-credit due date is counted out in business
      * days; the resolution deadline is calendar days from today,
      * rolled forward off a weekend or holiday.
       OPEN-DISPUTE-CLAIM.
           PERFORM LOAD-DISPUTE-CLAIMS
           IF WS-DISPUTE-OVERFLOW = "Y" OR WS-DISPUTE-COUNT = 500
               DISPLAY "dispute.dat holds 500 claims - "
                   "cannot update it safely."
               EXIT PARAGRAPH
           END-IF
           PERFORM PROMPT-FOR-ACCOUNT-NUMBER
           OPEN INPUT AccountFile
           IF WS-FILE-STATUS = "35"
               DISPLAY "Account not found."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEARCH-NUMBER TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   DISPLAY "Account not found."
                   CLOSE AccountFile
                   EXIT PARAGRAPH
           END-READ
           PERFORM COLLECT-RECENT-WITHDRAWALS
           IF WS-DISP-WD-COUNT = ZERO
               DISPLAY "No withdrawals on the log for this account."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DISP-WD-IX FROM 1 BY 1
                   UNTIL WS-DISP-WD-IX > WS-DISP-WD-COUNT
               DISPLAY "  " WS-DISP-WD-IX ") "
                   WS-DISP-WD-AMOUNT(WS-DISP-WD-IX) " at "
                   WS-DISP-WD-STAMP(WS-DISP-WD-IX) " branch "
                   WS-DISP-WD-BRANCH(WS-DISP-WD-IX)
           END-PERFORM
           DISPLAY "Withdrawal in dispute (0 to cancel): "
           ACCEPT WS-DISP-WD-CHOICE
           IF WS-DISP-WD-CHOICE = ZERO
                   OR WS-DISP-WD-CHOICE > WS-DISP-WD-COUNT
               DISPLAY "No claim opened."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DISP-WD-CHOICE TO WS-DISP-WD-IX
           MOVE ZERO TO WS-DISPUTE-NEXT
           MOVE ZERO TO WS-DISPUTE-HIT
           PERFORM VARYING WS-DISPUTE-IX FROM 1 BY 1
                   UNTIL WS-DISPUTE-IX > WS-DISPUTE-COUNT
               MOVE WS-DISPUTE-REC(WS-DISPUTE-IX) TO DisputeRecord
               IF DsClaimNumber > WS-DISPUTE-NEXT
                   MOVE DsClaimNumber TO WS-DISPUTE-NEXT
               END-IF
               IF DsAccountNumber = AccountNumber OF AccountData
                       AND DsWithdrawStamp =
                           WS-DISP-WD-STAMP(WS-DISP-WD-IX)
                   MOVE WS-DISPUTE-IX TO WS-DISPUTE-HIT
               END-IF
           END-PERFORM
           IF WS-DISPUTE-HIT NOT = ZERO
               MOVE WS-DISPUTE-REC(WS-DISPUTE-HIT) TO DisputeRecord
               DISPLAY "That withdrawal is already under claim "
                   DsClaimNumber "."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DISP-WD-STAMP(WS-DISP-WD-IX) TO WS-REV-STAMP(1)
           MOVE 1 TO WS-REV-IX
           PERFORM CHECK-ALREADY-REVERSED
           IF WS-REV-ALREADY = "Y"
               DISPLAY "That withdrawal has already been reversed."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer's account of the event: "
           ACCEPT WS-DISPUTE-NOTE-INPUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE SPACES TO DisputeRecord
           ADD 1 TO WS-DISPUTE-NEXT
           MOVE WS-DISPUTE-NEXT TO DsClaimNumber
           MOVE AccountNumber OF AccountData TO DsAccountNumber
           MOVE WS-DISP-WD-STAMP(WS-DISP-WD-IX) TO DsWithdrawStamp
           MOVE WS-DISP-WD-AMOUNT(WS-DISP-WD-IX) TO DsAmount
           MOVE WS-DISP-WD-BRANCH(WS-DISP-WD-IX) TO DsBranchId
           MOVE WS-DISP-WD-OPERATOR(WS-DISP-WD-IX) TO DsWdOperatorId
           MOVE WS-TODAY TO DsOpenedDate
           MOVE WS-OPERATOR-ID TO DsOpenedBy
           MOVE WS-TODAY TO WS-DISPUTE-WORK-DATE
           PERFORM STEP-ONE-BUSINESS-DAY WS-DISPUTE-PROV-DAYS TIMES
           MOVE WS-DISPUTE-WORK-DATE TO DsProvisionalDue
           COMPUTE WS-DISPUTE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   + WS-DISPUTE-DEADLINE-DAYS
           COMPUTE WS-HOLIDAY-CANDIDATE =
               FUNCTION DATE-OF-INTEGER(WS-DISPUTE-INT)
           CALL "NextBusinessDay" USING WS-HOLIDAY-CANDIDATE
               WS-HOLIDAY-ROLLED
           MOVE WS-HOLIDAY-ROLLED TO DsDeadlineDate
           SET DS-CLAIM-OPEN TO TRUE
           MOVE ZERO TO DsProvisionalDate
           MOVE ZERO TO DsResolvedBy
           MOVE ZERO TO DsResolvedTimestamp
           MOVE WS-DISPUTE-NOTE-INPUT TO DsNote
           ADD 1 TO WS-DISPUTE-COUNT
           MOVE DisputeRecord TO WS-DISPUTE-REC(WS-DISPUTE-COUNT)
           PERFORM SAVE-DISPUTE-CLAIMS
           CLOSE AccountFile
           DISPLAY "Claim " DsClaimNumber " opened for " DsAmount "."
           DISPLAY "Provisional credit due " DsProvisionalDue
               ", resolve by " DsDeadlineDate ".".

      * Advances WS-DISPUTE-WORK-DATE by one business day.
       STEP-ONE-BUSINESS-DAY.
           COMPUTE WS-DISPUTE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DISPUTE-WORK-DATE) + 1
           COMPUTE WS-HOLIDAY-CANDIDATE =
               FUNCTION DATE-OF-INTEGER(WS-DISPUTE-INT)
           CALL "NextBusinessDay" USING WS-HOLIDAY-CANDIDATE
               WS-HOLIDAY-ROLLED
           MOVE WS-HOLIDAY-ROLLED TO WS-DISPUTE-WORK-DATE.

      * Fills WS-DISP-WD-TABLE with the account's ten most recent
      * WITHDRAWAL entries, keeping the branch and operator each
      * was taken under for the evidence screen.
       COLLECT-RECENT-WITHDRAWALS.
           MOVE ZERO TO WS-DISP-WD-COUNT
           MOVE "N" TO WS-EOF-REVLOG
           OPEN INPUT TransactionLog
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-REVLOG = "Y"
               READ TransactionLog INTO TransactionLogRecord
                   AT END
                       MOVE "Y" TO WS-EOF-REVLOG
                   NOT AT END
                       IF LogAccountNumber =
                               AccountNumber OF AccountData
                           AND LogTransactionType = "WITHDRAWAL"
                           PERFORM NOTE-CLAIMABLE-WITHDRAWAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionLog.

       NOTE-CLAIMABLE-WITHDRAWAL.
           IF WS-DISP-WD-COUNT = 10
               PERFORM VARYING WS-DISP-WD-IX FROM 1 BY 1
                       UNTIL WS-DISP-WD-IX > 9
                   MOVE WS-DISP-WD-ENTRY(WS-DISP-WD-IX + 1)
                       TO WS-DISP-WD-ENTRY(WS-DISP-WD-IX)
               END-PERFORM
               MOVE 10 TO WS-DISP-WD-IX
           ELSE
               ADD 1 TO WS-DISP-WD-COUNT
               MOVE WS-DISP-WD-COUNT TO WS-DISP-WD-IX
           END-IF
           MOVE LogTimestamp TO WS-DISP-WD-STAMP(WS-DISP-WD-IX)
           MOVE LogAmount TO WS-DISP-WD-AMOUNT(WS-DISP-WD-IX)
           MOVE LogBranchId TO WS-DISP-WD-BRANCH(WS-DISP-WD-IX)
           MOVE LogOperatorId TO WS-DISP-WD-OPERATOR(WS-DISP-WD-IX).

      * Supervisor resolution. Paid in the customer's favour makes
      * the credit final - posting it now if DisputeAging has not
      * yet; denied takes back a provisional credit already given
      * as DISP-REVERSE, and the customer is noticed either way by
      * the nightly notice run. Both credit legs carry the disputed
      * withdrawal's timestamp as their reversal reference.
       RESOLVE-DISPUTE-CLAIM.
           PERFORM REQUIRE-SUPERVISOR
           IF WS-OVERRIDE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-DISPUTE-CLAIMS
           IF WS-DISPUTE-OVERFLOW = "Y"
               DISPLAY "dispute.dat holds more than 500 claims - "
                   "cannot update it safely."
               EXIT PARAGRAPH
           END-IF
           PERFORM LIST-OPEN-DISPUTES
           IF WS-LISTED-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Claim number to resolve (0 to return): "
           ACCEPT WS-DISPUTE-CHOICE
           IF WS-DISPUTE-CHOICE = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-DISPUTE-HIT
           PERFORM VARYING WS-DISPUTE-IX FROM 1 BY 1
                   UNTIL WS-DISPUTE-IX > WS-DISPUTE-COUNT
               MOVE WS-DISPUTE-REC(WS-DISPUTE-IX) TO DisputeRecord
               IF DsClaimNumber = WS-DISPUTE-CHOICE
                       AND (DS-CLAIM-OPEN OR DS-CLAIM-PROVISIONAL)
                   MOVE WS-DISPUTE-IX TO WS-DISPUTE-HIT
               END-IF
           END-PERFORM
           IF WS-DISPUTE-HIT = ZERO
               DISPLAY "No open claim with that number."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DISPUTE-REC(WS-DISPUTE-HIT) TO DisputeRecord
           PERFORM SHOW-DISPUTE-EVIDENCE
           DISPLAY "Resolution - (P)aid to customer or (D)enied: "
           ACCEPT WS-USER-INPUT
           IF WS-USER-INPUT NOT = "p" AND WS-USER-INPUT NOT = "P"
                   AND WS-USER-INPUT NOT = "d"
                   AND WS-USER-INPUT NOT = "D"
               DISPLAY "Enter P or D. Claim left open."
               EXIT PARAGRAPH
           END-IF
           OPEN I-O AccountFile
           IF WS-FILE-STATUS = "35"
               DISPLAY "Account master unavailable - claim left "
                   "open."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           MOVE DsAccountNumber TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   DISPLAY "Account " DsAccountNumber " not on the "
                       "master - claim left open."
                   CLOSE AccountFile
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-CLOSED OF AccountData
               DISPLAY "Account " DsAccountNumber " is closed - "
                   "settle the claim at the branch."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Resolution note: "
           ACCEPT WS-DISPUTE-NOTE-INPUT
           MOVE "N" TO WS-DISPUTE-POSTED
           MOVE DsWithdrawStamp TO WS-REVERSAL-REF
           IF WS-USER-INPUT = "p" OR "P"
               IF DS-CLAIM-OPEN
                   ADD DsAmount TO AccountBalance OF AccountData
                   REWRITE AccountData
                   MOVE "DISP-CREDIT" TO LogTransactionType
                   MOVE "Y" TO WS-DISPUTE-POSTED
               END-IF
               SET DS-CLAIM-PAID TO TRUE
           ELSE
               IF DS-CLAIM-PROVISIONAL
                   SUBTRACT DsAmount FROM AccountBalance OF AccountData
                   REWRITE AccountData
                   MOVE "DISP-REVERSE" TO LogTransactionType
                   MOVE "Y" TO WS-DISPUTE-POSTED
               END-IF
               SET DS-CLAIM-DENIED TO TRUE
           END-IF
           IF WS-DISPUTE-POSTED = "Y"
               MOVE DsAccountNumber TO LogAccountNumber
               MOVE DsAmount TO LogAmount
               MOVE AccountBalance OF AccountData TO LogBalance
               PERFORM WRITE-TRANSACTION-LOG
           END-IF
           MOVE ZERO TO WS-REVERSAL-REF
           CLOSE AccountFile
           MOVE WS-DISPUTE-NOTE-INPUT TO DsNote
           MOVE WS-OPERATOR-ID TO DsResolvedBy
           CALL "BusinessDay" USING WS-BD-OPEN-DATE
               WS-BD-PRIOR-DATE WS-BD-FOUND
           MOVE FUNCTION CURRENT-DATE(1:14) TO DsResolvedTimestamp
           MOVE WS-BD-OPEN-DATE TO DsResolvedTimestamp(1:8)
           MOVE DisputeRecord TO WS-DISPUTE-REC(WS-DISPUTE-HIT)
           PERFORM SAVE-DISPUTE-CLAIMS
           IF DS-CLAIM-PAID
               DISPLAY "Claim " DsClaimNumber " paid - credit of "
                   DsAmount " is final."
           ELSE
               IF WS-DISPUTE-POSTED = "Y"
                   DISPLAY "Claim " DsClaimNumber " denied - "
                       "provisional credit of " DsAmount
                       " reversed."
               ELSE
                   DISPLAY "Claim " DsClaimNumber " denied."
               END-IF
           END-IF.

      * The resolution screen's evidence for the day of the disputed
      * withdrawal: what the log says the branch dispensed, each
      * teller drawer's over/short for the operators who posted
      * there that day (the withdrawing operator's own row marked),
      * their net as the branch over/short, and the machine's note
      * position as it stands.
       SHOW-DISPUTE-EVIDENCE.
           MOVE DsWithdrawStamp(1:8) TO WS-DISP-EVIDENCE-DATE
           DISPLAY "Claim " DsClaimNumber ": account " DsAccountNumber
               " amount " DsAmount " status " DsStatus
           DISPLAY "  Withdrawn " DsWithdrawStamp " at branch "
               DsBranchId " by operator " DsWdOperatorId
           DISPLAY "  Opened " DsOpenedDate ", provisional due "
               DsProvisionalDue ", deadline " DsDeadlineDate
           DISPLAY "  Customer: " DsNote
           MOVE ZERO TO WS-DISP-DISPENSED
           MOVE ZERO TO WS-DISP-OP-COUNT
           MOVE "N" TO WS-EOF-REVLOG
           OPEN INPUT TransactionLog
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL WS-EOF-REVLOG = "Y"
                   READ TransactionLog INTO TransactionLogRecord
                       AT END
                           MOVE "Y" TO WS-EOF-REVLOG
                       NOT AT END
                           IF LogTransactionType = "WITHDRAWAL"
                                   AND LogTimestamp(1:8) =
                                       WS-DISP-EVIDENCE-DATE
                                   AND LogBranchId = DsBranchId
                               ADD LogAmount TO WS-DISP-DISPENSED
                               PERFORM NOTE-EVIDENCE-OPERATOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TransactionLog
           END-IF
           DISPLAY "  Branch " DsBranchId " dispensed on "
               WS-DISP-EVIDENCE-DATE ": " WS-DISP-DISPENSED
           MOVE ZERO TO WS-DISP-BRANCH-OS
           MOVE "N" TO WS-DISP-OWN-DRAWER
           MOVE "N" TO WS-EOF-DISP-DRAWERS
           OPEN INPUT TellerDrawerFile
           IF WS-DRAWER-STATUS = "00"
               PERFORM UNTIL WS-EOF-DISP-DRAWERS = "Y"
                   READ TellerDrawerFile INTO TellerDrawerRecord
                       AT END
                           MOVE "Y" TO WS-EOF-DISP-DRAWERS
                       NOT AT END
                           IF TdBusinessDate = WS-DISP-EVIDENCE-DATE
                               PERFORM SHOW-EVIDENCE-DRAWER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TellerDrawerFile
           END-IF
           MOVE WS-DISP-BRANCH-OS TO WS-DISP-OS-EDIT
           DISPLAY "  Branch drawer over/short: " WS-DISP-OS-EDIT
           IF WS-DISP-OWN-DRAWER = "N"
               DISPLAY "  No drawer row for operator " DsWdOperatorId
                   " on " WS-DISP-EVIDENCE-DATE "."
           END-IF
           PERFORM LOAD-CASH-POSITION
           PERFORM SHOW-CASH-POSITION.

       NOTE-EVIDENCE-OPERATOR.
           MOVE "N" TO WS-DISP-OP-KNOWN
           PERFORM VARYING WS-DISP-OP-IX FROM 1 BY 1
                   UNTIL WS-DISP-OP-IX > WS-DISP-OP-COUNT
               IF WS-DISP-OP-ID(WS-DISP-OP-IX) = LogOperatorId
                   MOVE "Y" TO WS-DISP-OP-KNOWN
               END-IF
           END-PERFORM
           IF WS-DISP-OP-KNOWN = "N" AND WS-DISP-OP-COUNT < 20
               ADD 1 TO WS-DISP-OP-COUNT
               MOVE LogOperatorId TO WS-DISP-OP-ID(WS-DISP-OP-COUNT)
           END-IF.

       SHOW-EVIDENCE-DRAWER.
           MOVE "N" TO WS-DISP-OP-KNOWN
           PERFORM VARYING WS-DISP-OP-IX FROM 1 BY 1
                   UNTIL WS-DISP-OP-IX > WS-DISP-OP-COUNT
               IF WS-DISP-OP-ID(WS-DISP-OP-IX) = TdOperatorId
                   MOVE "Y" TO WS-DISP-OP-KNOWN
               END-IF
           END-PERFORM
           IF TdOperatorId = DsWdOperatorId
               MOVE "Y" TO WS-DISP-OP-KNOWN
               MOVE "Y" TO WS-DISP-OWN-DRAWER
           END-IF
           IF WS-DISP-OP-KNOWN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE TdOverShort TO WS-DISP-OS-EDIT
           IF TD-DRAWER-CLOSED
               ADD TdOverShort TO WS-DISP-BRANCH-OS
               IF TdOperatorId = DsWdOperatorId
                   DISPLAY "  * Operator " TdOperatorId
                       " drawer over/short " WS-DISP-OS-EDIT
                       "  (withdrawing operator)"
               ELSE
                   DISPLAY "    Operator " TdOperatorId
                       " drawer over/short " WS-DISP-OS-EDIT
               END-IF
           ELSE
               DISPLAY "    Operator " TdOperatorId
                   " drawer still open - not yet counted"
           END-IF.

      * Sets WS-DISPUTE-UNDER-CLAIM to the number of an open or
      * provisionally credited claim on the current account's
      * chosen reversal entry, zero when there is none.
       CHECK-ENTRY-UNDER-CLAIM.
           MOVE ZERO TO WS-DISPUTE-UNDER-CLAIM
           PERFORM LOAD-DISPUTE-CLAIMS
           PERFORM VARYING WS-DISPUTE-IX FROM 1 BY 1
                   UNTIL WS-DISPUTE-IX > WS-DISPUTE-COUNT
               MOVE WS-DISPUTE-REC(WS-DISPUTE-IX) TO DisputeRecord
               IF DsAccountNumber = AccountNumber OF AccountData
                       AND DsWithdrawStamp = WS-REV-STAMP(WS-REV-IX)
                       AND (DS-CLAIM-OPEN OR DS-CLAIM-PROVISIONAL)
                   MOVE DsClaimNumber TO WS-DISPUTE-UNDER-CLAIM
               END-IF
           END-PERFORM.

       LIST-OPEN-DISPUTES.
           MOVE ZERO TO WS-LISTED-COUNT
           PERFORM VARYING WS-DISPUTE-IX FROM 1 BY 1
                   UNTIL WS-DISPUTE-IX > WS-DISPUTE-COUNT
               MOVE WS-DISPUTE-REC(WS-DISPUTE-IX) TO DisputeRecord
               IF DS-CLAIM-OPEN OR DS-CLAIM-PROVISIONAL
                   ADD 1 TO WS-LISTED-COUNT
                   DISPLAY "  Claim " DsClaimNumber ": account "
                       DsAccountNumber " amount " DsAmount
                       " status " DsStatus
                   DISPLAY "    opened " DsOpenedDate
                       " provisional due " DsProvisionalDue
                       " deadline " DsDeadlineDate
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = ZERO
               DISPLAY "No open dispute claims."
           END-IF.

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

      * Date-of-death notification. The operator keys the date, a
      * supervisor signs it off with their own ID and password, and
      * the estate hold goes on: the customer's sole accounts are
      * restricted, their cards cancelled and the standing orders
      * drawn on the held accounts suspended. A joint account with
      * a surviving holder keeps running; only the deceased's own
      * card on it is cancelled.
       RECORD-DATE-OF-DEATH.
           DISPLAY "Enter Customer Number: "
           ACCEPT WS-CUST-SEARCH
           PERFORM FIND-CUSTOMER
           IF WS-CUST-FOUND NOT = "Y"
               DISPLAY "Customer not found."
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMER-DECEASED OF CustomerData
               DISPLAY "Already recorded as deceased - date of "
                   "death " DateOfDeath OF CustomerData "."
               EXIT PARAGRAPH
           END-IF
           MOVE CustomerNumber OF CustomerData TO WS-DEATH-CUSTOMER
           MOVE CustomerName OF CustomerData TO WS-DEATH-NAME
           DISPLAY "Customer: " WS-DEATH-NAME
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY "Date of death (YYYYMMDD): "
           ACCEPT WS-DEATH-DATE-INPUT
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DEATH-DATE-INPUT)
                   NOT = ZERO
               DISPLAY "Not a valid date."
               EXIT PARAGRAPH
           END-IF
           IF WS-DEATH-DATE-INPUT > WS-TODAY
               DISPLAY "The date of death cannot be in the future."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Sole accounts will be held for the estate, "
               "cards cancelled and standing orders suspended."
           DISPLAY "Record the death? (Y/N): "
           ACCEPT WS-USER-INPUT
           IF WS-USER-INPUT NOT = "y" AND WS-USER-INPUT NOT = "Y"
               DISPLAY "Nothing recorded."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Supervisor sign-off required."
           PERFORM SUPERVISOR-SIGN-OFF
           IF WS-OVERRIDE-OK NOT = "Y"
               DISPLAY "Sign-off refused. Nothing recorded."
               EXIT PARAGRAPH
           END-IF
           MOVE OpId TO WS-DEATH-APPROVER
           OPEN I-O CustomerFile
           MOVE WS-DEATH-CUSTOMER TO CustomerNumber OF CustomerData
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Customer not found."
                   CLOSE CustomerFile
                   EXIT PARAGRAPH
           END-READ
           SET CUSTOMER-DECEASED OF CustomerData TO TRUE
           MOVE WS-DEATH-DATE-INPUT TO DateOfDeath OF CustomerData
           MOVE WS-OPERATOR-ID TO DeathRecordedBy OF CustomerData
           MOVE WS-DEATH-APPROVER TO DeathApprovedBy OF CustomerData
           MOVE WS-TODAY TO DeathRecordedDate OF CustomerData
           REWRITE CustomerData
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "Error updating customer. Nothing recorded."
               CLOSE CustomerFile
               EXIT PARAGRAPH
           END-IF
           CLOSE CustomerFile
           MOVE "C" TO WS-AUDIT-TYPE
           MOVE WS-DEATH-CUSTOMER TO WS-AUDIT-KEY
           MOVE "DATE-OF-DEATH" TO WS-AUDIT-FIELD
           MOVE SPACES TO WS-AUDIT-OLD
           MOVE SPACES TO WS-AUDIT-NEW
           STRING WS-DEATH-DATE-INPUT DELIMITED BY SIZE
               " SIGNED OFF BY " DELIMITED BY SIZE
               WS-DEATH-APPROVER DELIMITED BY SIZE
               INTO WS-AUDIT-NEW
           PERFORM WRITE-MAINT-AUDIT
           PERFORM APPLY-ESTATE-HOLDS
           PERFORM CANCEL-ESTATE-CARDS
           PERFORM SUSPEND-ESTATE-ORDERS
           DISPLAY "Death recorded for customer " WS-DEATH-CUSTOMER
               ". Cards cancelled: " WS-ESTATE-CARDS
               ", standing orders suspended: " WS-ESTATE-ORDERS.

      * Walks card.dat for the deceased customer's open accounts:
      * one owned alone goes on the estate hold (logged as a
      * RESTRICT entry), one with a joint holder is left running
      * and noted for the card step.
       APPLY-ESTATE-HOLDS.
           MOVE ZERO TO WS-ESTATE-COUNT
           OPEN I-O AccountFile
           IF WS-FILE-STATUS = "35"
               CLOSE AccountFile
               DISPLAY "No accounts on file."
               EXIT PARAGRAPH
           END-IF
           MOVE "00" TO WS-FILE-STATUS
           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ AccountFile NEXT RECORD INTO AccountData
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF CustomerNumber OF AccountData
                               = WS-DEATH-CUSTOMER
                           AND NOT ACCOUNT-CLOSED OF AccountData
                           PERFORM HOLD-ONE-ESTATE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AccountFile.

       HOLD-ONE-ESTATE-ACCOUNT.
           IF WS-ESTATE-COUNT = 50
               DISPLAY "More than 50 accounts - account "
                   AccountNumber OF AccountData
                   " must be held by hand."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ESTATE-COUNT
           MOVE AccountNumber OF AccountData
               TO WS-ESTATE-ACCOUNT(WS-ESTATE-COUNT)
           IF SecondaryHolderName OF AccountData NOT = SPACES
               MOVE "N" TO WS-ESTATE-SOLE(WS-ESTATE-COUNT)
               DISPLAY "  Account " AccountNumber OF AccountData
                   " is joint - continues with "
                   SecondaryHolderName OF AccountData "."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ESTATE-SOLE(WS-ESTATE-COUNT)
           MOVE "D" TO RestrictedFlag OF AccountData
           REWRITE AccountData
           MOVE AccountNumber OF AccountData TO LogAccountNumber
           MOVE "RESTRICT" TO LogTransactionType
           MOVE ZERO TO LogAmount
           MOVE AccountBalance OF AccountData TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG
           DISPLAY "  Account " AccountNumber OF AccountData
               " held for the estate.".

      * Cancels every active card on a held account, and the
      * deceased's own card (issued in their name) on a joint one.
       CANCEL-ESTATE-CARDS.
           MOVE ZERO TO WS-ESTATE-CARDS
           IF WS-HAVE-CARDMAST NOT = "Y" OR WS-ESTATE-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CardFile
           IF WS-CARD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CARD-STATUS = "10"
               READ CardFile NEXT RECORD INTO CardData
                   AT END
                       MOVE "10" TO WS-CARD-STATUS
                   NOT AT END
                       IF CARD-ACTIVE
                           PERFORM CANCEL-ONE-ESTATE-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CardFile.

       CANCEL-ONE-ESTATE-CARD.
           MOVE ZERO TO WS-ESTATE-HIT
           PERFORM VARYING WS-ESTATE-IX FROM 1 BY 1
                   UNTIL WS-ESTATE-IX > WS-ESTATE-COUNT
               IF WS-ESTATE-ACCOUNT(WS-ESTATE-IX) = CmAccountNumber
                   MOVE WS-ESTATE-IX TO WS-ESTATE-HIT
               END-IF
           END-PERFORM
           IF WS-ESTATE-HIT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-ESTATE-SOLE(WS-ESTATE-HIT) = "N"
                   AND CmHolderName NOT = WS-DEATH-NAME
               EXIT PARAGRAPH
           END-IF
           SET CARD-CANCELLED TO TRUE
           REWRITE CardData
           ADD 1 TO WS-ESTATE-CARDS
           MOVE CmAccountNumber TO LogAccountNumber
           MOVE "CARD-CANCEL" TO LogTransactionType
           MOVE ZERO TO LogAmount
           MOVE ZERO TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG.

       SUSPEND-ESTATE-ORDERS.
           MOVE ZERO TO WS-ESTATE-ORDERS
           IF WS-ESTATE-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-STANDING-ORDERS
           IF WS-ORDER-OVERFLOW = "Y"
               DISPLAY "stndord.dat holds more than 200 orders - "
                   "suspend the estate's orders by hand."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ORDER-IX FROM 1 BY 1
                   UNTIL WS-ORDER-IX > WS-ORDER-COUNT
               MOVE WS-ORDER-REC(WS-ORDER-IX) TO StandingOrderRecord
               IF SO-ACTIVE
                   PERFORM VARYING WS-ESTATE-IX FROM 1 BY 1
                           UNTIL WS-ESTATE-IX > WS-ESTATE-COUNT
                       IF WS-ESTATE-ACCOUNT(WS-ESTATE-IX)
                               = SoSourceAccount
                           AND WS-ESTATE-SOLE(WS-ESTATE-IX) = "Y"
                           SET SO-SUSPENDED TO TRUE
                       END-IF
                   END-PERFORM
                   IF SO-SUSPENDED
                       MOVE StandingOrderRecord
                           TO WS-ORDER-REC(WS-ORDER-IX)
                       ADD 1 TO WS-ESTATE-ORDERS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ESTATE-ORDERS > ZERO
               PERFORM SAVE-STANDING-ORDERS
           END-IF.

      * Payable-on-death designations, kept per account on
      * podbene.dat. An account's active shares may not exceed 100
      * percent; whatever is left undesignated is payable to the
      * estate. Designations are frozen once the owner is recorded
      * deceased.
       POD-BENEFICIARY-MENU.
           DISPLAY "Payable-on-Death Beneficiaries:"
           DISPLAY "1. Add Beneficiary"
           DISPLAY "2. Remove Beneficiary"
           DISPLAY "3. List Beneficiaries"
           DISPLAY "4. Return to Customer Maintenance"
           ACCEPT WS-USER-INPUT
           EVALUATE WS-USER-INPUT
               WHEN "1"
                   PERFORM ADD-POD-BENEFICIARY
               WHEN "2"
                   PERFORM REMOVE-POD-BENEFICIARY
               WHEN "3"
                   PERFORM LIST-POD-BENEFICIARIES
               WHEN "4"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Invalid option. Please try again."
           END-EVALUATE
           PERFORM POD-BENEFICIARY-MENU.

      * Reads the account for a designation change and leaves
      * WS-ACCOUNT-OK "Y" only when it is open and its owner is not
      * recorded deceased.
       CHECK-POD-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-OK
           PERFORM PROMPT-FOR-ACCOUNT-NUMBER
           OPEN INPUT AccountFile
           IF WS-FILE-STATUS = "35"
               DISPLAY "Account not found."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEARCH-NUMBER TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   DISPLAY "Account not found."
                   CLOSE AccountFile
                   EXIT PARAGRAPH
           END-READ
           CLOSE AccountFile
           IF ACCOUNT-CLOSED OF AccountData
               DISPLAY "Account is closed."
               EXIT PARAGRAPH
           END-IF
           MOVE CustomerNumber OF AccountData TO WS-CUST-SEARCH
           PERFORM FIND-CUSTOMER
           IF WS-CUST-FOUND = "Y"
                   AND CUSTOMER-DECEASED OF CustomerData
               DISPLAY "The owner is recorded as deceased - "
                   "designations are frozen."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ACCOUNT-OK.

       ADD-POD-BENEFICIARY.
           PERFORM CHECK-POD-ACCOUNT
           IF WS-ACCOUNT-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-POD-BOOK
           IF WS-POD-OVERFLOW = "Y" OR WS-POD-COUNT = 500
               DISPLAY "podbene.dat holds 500 rows - "
                   "cannot update it safely."
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ACCOUNT-DESIGNATIONS
           DISPLAY "Beneficiary name: "
           ACCEPT WS-POD-NAME-INPUT
           IF WS-POD-NAME-INPUT = SPACES
               DISPLAY "Beneficiary name cannot be blank."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Share of the account in percent (e.g. 50.00): "
           ACCEPT WS-POD-SHARE-INPUT
           IF WS-POD-SHARE-INPUT = ZERO
               DISPLAY "The share must be more than zero."
               EXIT PARAGRAPH
           END-IF
           IF WS-POD-TOTAL-PCT + WS-POD-SHARE-INPUT > 100
               DISPLAY "Shares on this account would exceed 100 "
                   "percent."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PodRecord
           MOVE WS-SEARCH-NUMBER TO PdAccountNumber
           MOVE WS-POD-NAME-INPUT TO PdBeneficiaryName
           MOVE WS-POD-SHARE-INPUT TO PdSharePct
           SET POD-ACTIVE TO TRUE
           MOVE WS-OPERATOR-ID TO PdOperatorId
           MOVE FUNCTION CURRENT-DATE(1:8) TO PdChangeDate
           ADD 1 TO WS-POD-COUNT
           MOVE PodRecord TO WS-POD-REC(WS-POD-COUNT)
           PERFORM SAVE-POD-BOOK
           MOVE "A" TO WS-AUDIT-TYPE
           MOVE WS-SEARCH-NUMBER TO WS-AUDIT-KEY
           MOVE "POD-BENEFICIARY" TO WS-AUDIT-FIELD
           MOVE SPACES TO WS-AUDIT-OLD
           MOVE WS-POD-SHARE-INPUT TO WS-POD-PCT-EDIT
           MOVE SPACES TO WS-AUDIT-NEW
           STRING WS-POD-NAME-INPUT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-POD-PCT-EDIT DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-AUDIT-NEW
           PERFORM WRITE-MAINT-AUDIT
           DISPLAY "Beneficiary added.".

       REMOVE-POD-BENEFICIARY.
           PERFORM CHECK-POD-ACCOUNT
           IF WS-ACCOUNT-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-POD-BOOK
           IF WS-POD-OVERFLOW = "Y"
               DISPLAY "podbene.dat holds more than 500 rows - "
                   "cannot update it safely."
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ACCOUNT-DESIGNATIONS
           IF WS-POD-LISTED = ZERO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Designation to remove (0 to cancel): "
           ACCEPT WS-POD-CHOICE
           IF WS-POD-CHOICE = ZERO OR WS-POD-CHOICE > WS-POD-LISTED
               DISPLAY "Nothing removed."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-POD-LISTED
           MOVE ZERO TO WS-POD-HIT
           PERFORM VARYING WS-POD-IX FROM 1 BY 1
                   UNTIL WS-POD-IX > WS-POD-COUNT
               MOVE WS-POD-REC(WS-POD-IX) TO PodRecord
               IF PdAccountNumber = WS-SEARCH-NUMBER AND POD-ACTIVE
                   ADD 1 TO WS-POD-LISTED
                   IF WS-POD-LISTED = WS-POD-CHOICE
                       MOVE WS-POD-IX TO WS-POD-HIT
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-POD-REC(WS-POD-HIT) TO PodRecord
           SET POD-REMOVED TO TRUE
           MOVE WS-OPERATOR-ID TO PdOperatorId
           MOVE FUNCTION CURRENT-DATE(1:8) TO PdChangeDate
           MOVE PodRecord TO WS-POD-REC(WS-POD-HIT)
           PERFORM SAVE-POD-BOOK
           MOVE "A" TO WS-AUDIT-TYPE
           MOVE WS-SEARCH-NUMBER TO WS-AUDIT-KEY
           MOVE "POD-BENEFICIARY" TO WS-AUDIT-FIELD
           MOVE PdSharePct TO WS-POD-PCT-EDIT
           MOVE SPACES TO WS-AUDIT-OLD
           STRING PdBeneficiaryName DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-POD-PCT-EDIT DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-AUDIT-OLD
           MOVE "REMOVED" TO WS-AUDIT-NEW
           PERFORM WRITE-MAINT-AUDIT
           DISPLAY "Beneficiary " PdBeneficiaryName " removed.".

       LIST-POD-BENEFICIARIES.
           PERFORM PROMPT-FOR-ACCOUNT-NUMBER
           PERFORM LOAD-POD-BOOK
           PERFORM SHOW-ACCOUNT-DESIGNATIONS.

      * Lists the active designations on WS-SEARCH-NUMBER, numbered
      * for REMOVE-POD-BENEFICIARY, and leaves their total share in
      * WS-POD-TOTAL-PCT.
       SHOW-ACCOUNT-DESIGNATIONS.
           MOVE ZERO TO WS-POD-LISTED
           MOVE ZERO TO WS-POD-TOTAL-PCT
           PERFORM VARYING WS-POD-IX FROM 1 BY 1
                   UNTIL WS-POD-IX > WS-POD-COUNT
               MOVE WS-POD-REC(WS-POD-IX) TO PodRecord
               IF PdAccountNumber = WS-SEARCH-NUMBER AND POD-ACTIVE
                   ADD 1 TO WS-POD-LISTED
                   ADD PdSharePct TO WS-POD-TOTAL-PCT
                   MOVE PdSharePct TO WS-POD-PCT-EDIT
                   DISPLAY "  " WS-POD-LISTED ") "
                       PdBeneficiaryName " " WS-POD-PCT-EDIT "%"
               END-IF
           END-PERFORM
           IF WS-POD-LISTED = ZERO
               DISPLAY "No payable-on-death beneficiaries on "
                   "this account."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POD-TOTAL-PCT TO WS-POD-PCT-EDIT
           DISPLAY "  Total designated: " WS-POD-PCT-EDIT "%"
           IF WS-POD-TOTAL-PCT < 100
               DISPLAY "  The remainder is payable to the estate."
           END-IF.

       LOAD-POD-BOOK.
           MOVE ZERO TO WS-POD-COUNT
           MOVE "N" TO WS-POD-OVERFLOW
           OPEN INPUT PodFile
           IF WS-POD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "00" TO WS-POD-STATUS
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

       SAVE-POD-BOOK.
           OPEN OUTPUT PodFile
           PERFORM VARYING WS-POD-IX FROM 1 BY 1
                   UNTIL WS-POD-IX > WS-POD-COUNT
               MOVE WS-POD-REC(WS-POD-IX) TO PodRecord
               WRITE PodRecord
           END-PERFORM
           CLOSE PodFile.

      * Records older than the identification fields carry blanks in
      * them; read those as "not on file".
       NORMALISE-IDENTITY-FIELDS.
           IF DateOfBirth OF CustomerData NOT NUMERIC
               MOVE ZERO TO DateOfBirth OF CustomerData
           END-IF
           IF IdExpiryDate OF CustomerData NOT NUMERIC
               MOVE ZERO TO IdExpiryDate OF CustomerData
           END-IF
           IF KycReviewDate OF CustomerData NOT NUMERIC
               MOVE ZERO TO KycReviewDate OF CustomerData
           END-IF
           IF KycReviewedBy OF CustomerData NOT NUMERIC
               MOVE ZERO TO KycReviewedBy OF CustomerData
           END-IF.

      * Leaves WS-KYC-OK "Y" when the customer in CustomerData is
      * fully identified - date of birth, a known ID document type
      * with its number and an expiry date still to come, and a tax
      * ID - otherwise "N" with the first gap in WS-KYC-REASON.
       CHECK-IDENTITY-COMPLETE.
           PERFORM NORMALISE-IDENTITY-FIELDS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE "N" TO WS-KYC-OK
           EVALUATE TRUE
               WHEN DateOfBirth OF CustomerData = ZERO
                   MOVE "no date of birth" TO WS-KYC-REASON
               WHEN NOT ID-TYPE-KNOWN OF CustomerData
                   MOVE "no ID document type" TO WS-KYC-REASON
               WHEN IdNumber OF CustomerData = SPACES
                   MOVE "no ID document number" TO WS-KYC-REASON
               WHEN IdExpiryDate OF CustomerData = ZERO
                   MOVE "no ID expiry date" TO WS-KYC-REASON
               WHEN IdExpiryDate OF CustomerData NOT > WS-TODAY
                   MOVE "ID document has expired" TO WS-KYC-REASON
               WHEN TaxId OF CustomerData = SPACES
                   MOVE "no tax ID" TO WS-KYC-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-KYC-REASON
                   MOVE "Y" TO WS-KYC-OK
           END-EVALUATE.

      * Keys the identification fields into CustomerData, each one
      * edit-checked. A blank (or zero) answer keeps what is already
      * there, so a customer can be added before every document is
      * to hand - they just cannot open an account until it is.
       CAPTURE-IDENTITY.
           PERFORM NORMALISE-IDENTITY-FIELDS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE "N" TO WS-INPUT-VALID
           PERFORM UNTIL WS-INPUT-VALID = "Y"
               DISPLAY "Date of birth (YYYYMMDD, 0 to keep "
                   DateOfBirth OF CustomerData "): "
               ACCEPT WS-KYC-DATE-INPUT
               EVALUATE TRUE
                   WHEN WS-KYC-DATE-INPUT = ZERO
                       MOVE "Y" TO WS-INPUT-VALID
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-KYC-DATE-INPUT)
                           NOT = ZERO
                       DISPLAY "Not a valid date."
                   WHEN WS-KYC-DATE-INPUT NOT < WS-TODAY
                       DISPLAY "Date of birth must be in the past."
                   WHEN OTHER
                       MOVE WS-KYC-DATE-INPUT
                           TO DateOfBirth OF CustomerData
                       MOVE "Y" TO WS-INPUT-VALID
               END-EVALUATE
           END-PERFORM
           MOVE "N" TO WS-INPUT-VALID
           PERFORM UNTIL WS-INPUT-VALID = "Y"
               DISPLAY "ID type - PP passport, DL driving licence, "
                   "NI national ID (blank to keep "
                   IdType OF CustomerData "): "
               ACCEPT WS-KYC-TYPE-INPUT
               MOVE FUNCTION UPPER-CASE(WS-KYC-TYPE-INPUT)
                   TO WS-KYC-TYPE-INPUT
               IF WS-KYC-TYPE-INPUT = SPACES
                   MOVE "Y" TO WS-INPUT-VALID
               ELSE
                   IF WS-KYC-TYPE-INPUT = "PP" OR "DL" OR "NI"
                       MOVE WS-KYC-TYPE-INPUT TO IdType OF CustomerData
                       MOVE "Y" TO WS-INPUT-VALID
                   ELSE
                       DISPLAY "ID type must be PP, DL or NI."
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "ID number (blank to keep "
               IdNumber OF CustomerData "): "
           ACCEPT WS-KYC-TEXT-INPUT
           IF WS-KYC-TEXT-INPUT NOT = SPACES
               MOVE WS-KYC-TEXT-INPUT TO IdNumber OF CustomerData
           END-IF
           MOVE "N" TO WS-INPUT-VALID
           PERFORM UNTIL WS-INPUT-VALID = "Y"
               DISPLAY "ID expiry date (YYYYMMDD, 0 to keep "
                   IdExpiryDate OF CustomerData "): "
               ACCEPT WS-KYC-DATE-INPUT
               EVALUATE TRUE
                   WHEN WS-KYC-DATE-INPUT = ZERO
                       MOVE "Y" TO WS-INPUT-VALID
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-KYC-DATE-INPUT)
                           NOT = ZERO
                       DISPLAY "Not a valid date."
                   WHEN WS-KYC-DATE-INPUT NOT > WS-TODAY
                       DISPLAY "The ID has expired - an unexpired "
                           "document is required."
                   WHEN OTHER
                       MOVE WS-KYC-DATE-INPUT
                           TO IdExpiryDate OF CustomerData
                       MOVE "Y" TO WS-INPUT-VALID
               END-EVALUATE
           END-PERFORM
           MOVE "N" TO WS-INPUT-VALID
           PERFORM UNTIL WS-INPUT-VALID = "Y"
               DISPLAY "Tax ID (999999999 or 999-99-9999, blank to "
                   "keep): "
               ACCEPT WS-KYC-TEXT-INPUT
               EVALUATE TRUE
                   WHEN WS-KYC-TEXT-INPUT = SPACES
                       MOVE "Y" TO WS-INPUT-VALID
                   WHEN WS-KYC-TEXT-INPUT(1:9) IS NUMERIC
                           AND WS-KYC-TEXT-INPUT(10:11) = SPACES
                       MOVE WS-KYC-TEXT-INPUT TO TaxId OF CustomerData
                       MOVE "Y" TO WS-INPUT-VALID
                   WHEN WS-KYC-TEXT-INPUT(1:3) IS NUMERIC
                           AND WS-KYC-TEXT-INPUT(4:1) = "-"
                           AND WS-KYC-TEXT-INPUT(5:2) IS NUMERIC
                           AND WS-KYC-TEXT-INPUT(7:1) = "-"
                           AND WS-KYC-TEXT-INPUT(8:4) IS NUMERIC
                           AND WS-KYC-TEXT-INPUT(12:9) = SPACES
                       MOVE WS-KYC-TEXT-INPUT TO TaxId OF CustomerData
                       MOVE "Y" TO WS-INPUT-VALID
                   WHEN OTHER
                       DISPLAY "Tax ID must be 9 digits, "
                           "optionally as 999-99-9999."
               END-EVALUATE
           END-PERFORM.

       UPDATE-IDENTIFICATION.
           DISPLAY "Enter Customer Number: "
           ACCEPT WS-CUST-SEARCH
           PERFORM FIND-CUSTOMER
           IF WS-CUST-FOUND NOT = "Y"
               DISPLAY "Customer not found."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer: " CustomerName OF CustomerData
           PERFORM APPLY-IDENTITY-UPDATE
           IF WS-KYC-OK = "Y"
               DISPLAY "Customer is fully identified."
           ELSE
               DISPLAY "Identification still incomplete: "
                   WS-KYC-REASON
           END-IF.

      * Re-reads WS-CUST-SEARCH for update, keys the identification
      * over it and rewrites it, auditing each field that changed.
      * Leaves WS-KYC-OK set from the record as saved.
       APPLY-IDENTITY-UPDATE.
           MOVE "N" TO WS-KYC-OK
           OPEN I-O CustomerFile
           MOVE WS-CUST-SEARCH TO CustomerNumber OF CustomerData
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Customer not found."
                   CLOSE CustomerFile
                   EXIT PARAGRAPH
           END-READ
           PERFORM NORMALISE-IDENTITY-FIELDS
           MOVE DateOfBirth OF CustomerData TO WS-OLD-KYC-DOB
           MOVE IdType OF CustomerData TO WS-OLD-KYC-ID-TYPE
           MOVE IdNumber OF CustomerData TO WS-OLD-KYC-ID-NUMBER
           MOVE IdExpiryDate OF CustomerData TO WS-OLD-KYC-ID-EXPIRY
           MOVE TaxId OF CustomerData TO WS-OLD-KYC-TAX-ID
           PERFORM CAPTURE-IDENTITY
           REWRITE CustomerData
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "Error updating customer. Please try again."
               CLOSE CustomerFile
               EXIT PARAGRAPH
           END-IF
           CLOSE CustomerFile
           PERFORM AUDIT-IDENTITY-CHANGES
           PERFORM CHECK-IDENTITY-COMPLETE.

      * The tax ID is never written to the audit file in clear; only
      * the fact of the change is recorded.
       AUDIT-IDENTITY-CHANGES.
           MOVE "C" TO WS-AUDIT-TYPE
           MOVE CustomerNumber OF CustomerData TO WS-AUDIT-KEY
           IF DateOfBirth OF CustomerData NOT = WS-OLD-KYC-DOB
               MOVE "DATE-OF-BIRTH" TO WS-AUDIT-FIELD
               MOVE WS-OLD-KYC-DOB TO WS-AUDIT-OLD
               MOVE DateOfBirth OF CustomerData TO WS-AUDIT-NEW
               PERFORM WRITE-MAINT-AUDIT
           END-IF
           IF IdType OF CustomerData NOT = WS-OLD-KYC-ID-TYPE
                   OR IdNumber OF CustomerData
                       NOT = WS-OLD-KYC-ID-NUMBER
                   OR IdExpiryDate OF CustomerData
                       NOT = WS-OLD-KYC-ID-EXPIRY
               MOVE "ID-DOCUMENT" TO WS-AUDIT-FIELD
               MOVE SPACES TO WS-AUDIT-OLD
               STRING WS-OLD-KYC-ID-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OLD-KYC-ID-NUMBER DELIMITED BY SPACE
                   " EXP " DELIMITED BY SIZE
                   WS-OLD-KYC-ID-EXPIRY DELIMITED BY SIZE
                   INTO WS-AUDIT-OLD
               MOVE SPACES TO WS-AUDIT-NEW
               STRING IdType OF CustomerData DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   IdNumber OF CustomerData DELIMITED BY SPACE
                   " EXP " DELIMITED BY SIZE
                   IdExpiryDate OF CustomerData DELIMITED BY SIZE
                   INTO WS-AUDIT-NEW
               PERFORM WRITE-MAINT-AUDIT
           END-IF
           IF TaxId OF CustomerData NOT = WS-OLD-KYC-TAX-ID
               MOVE "TAX-ID" TO WS-AUDIT-FIELD
               IF WS-OLD-KYC-TAX-ID = SPACES
                   MOVE "NOT ON FILE" TO WS-AUDIT-OLD
               ELSE
                   MOVE "ON FILE" TO WS-AUDIT-OLD
               END-IF
               MOVE "CHANGED" TO WS-AUDIT-NEW
               PERFORM WRITE-MAINT-AUDIT
           END-IF.

      * The supervisor completing a periodic due-diligence review
      * stamps it here; DueDiligenceReview judges the next review
      * due from this date. Only a fully identified customer can be
      * signed off as reviewed.
       STAMP-KYC-REVIEW.
           PERFORM REQUIRE-SUPERVISOR
           IF WS-OVERRIDE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Customer Number: "
           ACCEPT WS-CUST-SEARCH
           PERFORM FIND-CUSTOMER
           IF WS-CUST-FOUND NOT = "Y"
               DISPLAY "Customer not found."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-IDENTITY-COMPLETE
           IF WS-KYC-OK NOT = "Y"
               DISPLAY "Customer is not fully identified ("
                   FUNCTION TRIM(WS-KYC-REASON)
                   ") - complete the identification first."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer: " CustomerName OF CustomerData
           IF KycReviewDate OF CustomerData NOT = ZERO
               DISPLAY "Last reviewed " KycReviewDate OF CustomerData
                   " by supervisor " KycReviewedBy OF CustomerData
           END-IF
           DISPLAY "Stamp the review completed today? (Y/N): "
           ACCEPT WS-USER-INPUT
           IF WS-USER-INPUT NOT = "y" AND WS-USER-INPUT NOT = "Y"
               DISPLAY "Review not stamped."
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CustomerFile
           MOVE WS-CUST-SEARCH TO CustomerNumber OF CustomerData
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Customer not found."
                   CLOSE CustomerFile
                   EXIT PARAGRAPH
           END-READ
           PERFORM NORMALISE-IDENTITY-FIELDS
           MOVE KycReviewDate OF CustomerData TO WS-AUDIT-OLD
           MOVE WS-TODAY TO KycReviewDate OF CustomerData
           MOVE WS-OPERATOR-ID TO KycReviewedBy OF CustomerData
           REWRITE CustomerData
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "Error updating customer. Review not stamped."
               CLOSE CustomerFile
               EXIT PARAGRAPH
           END-IF
           CLOSE CustomerFile
           MOVE "C" TO WS-AUDIT-TYPE
           MOVE WS-CUST-SEARCH TO WS-AUDIT-KEY
           MOVE "KYC-REVIEW-DATE" TO WS-AUDIT-FIELD
           MOVE WS-TODAY TO WS-AUDIT-NEW
           PERFORM WRITE-MAINT-AUDIT
           DISPLAY "Due-diligence review stamped " WS-TODAY ".".

      * Loan servicing after origination.
       LOAN-SERVICING-MENU.
           DISPLAY "Loan Servicing:"
           DISPLAY "1. Charge Off a Loan (Supervisor)"
           DISPLAY "2. Post a Recovery on a Charged-Off Loan"
           DISPLAY "3. Payoff Quote"
           DISPLAY "4. Loan Payoff or Principal Prepayment"
           DISPLAY "5. Credit Bureau Rejects"
           DISPLAY "6. Return to Main Menu"
           ACCEPT WS-USER-INPUT
           EVALUATE WS-USER-INPUT
               WHEN "1"
                   PERFORM CHARGE-OFF-LOAN
               WHEN "2"
                   PERFORM POST-LOAN-RECOVERY
               WHEN "3"
                   PERFORM LOAN-PAYOFF-QUOTE
               WHEN "4"
                   PERFORM LOAN-TELLER-PAYMENT
               WHEN "5"
                   PERFORM BUREAU-REJECT-MENU
               WHEN "6"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Invalid option. Please try again."
           END-EVALUATE
           PERFORM LOAN-SERVICING-MENU.

      * Days past due the way LoanDelinquency ages a loan: from the
      * oldest unpaid due date, or failing that a due date already
      * behind the open business date, the date LoanChargeOff and
      * LoanDelinquency age against. Leaves WS-LOAN-DAYS-PAST (zero
      * when current).
       AGE-LOAN-FOR-SERVICING.
           MOVE ZERO TO WS-LOAN-DAYS-PAST
           CALL "BusinessDay" USING WS-BD-OPEN-DATE
               WS-BD-PRIOR-DATE WS-BD-FOUND
           MOVE WS-BD-OPEN-DATE TO WS-TODAY
           MOVE ZERO TO WS-LOAN-AGE-FROM
           IF LoanOldestUnpaid NOT = ZERO
               MOVE LoanOldestUnpaid TO WS-LOAN-AGE-FROM
           ELSE
               IF LoanNextDueDate NOT = ZERO
                       AND LoanNextDueDate < WS-TODAY
                   MOVE LoanNextDueDate TO WS-LOAN-AGE-FROM
               END-IF
           END-IF
           IF WS-LOAN-AGE-FROM NOT = ZERO
               COMPUTE WS-LOAN-DAYS-PAST =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                   FUNCTION INTEGER-OF-DATE(WS-LOAN-AGE-FROM)
           END-IF.

      * Supervisor approval of a charge-off. Only an active loan at
      * least CHARGEOFF-DAYS past due (the LoanChargeOff candidate
      * list) qualifies. The whole outstanding balance is written
      * off: logged as CHARGE-OFF against the disbursement account
      * (a GL-only entry - the deposit balance does not move) and
      * entered on the loss register.
       CHARGE-OFF-LOAN.
           PERFORM REQUIRE-SUPERVISOR
           IF WS-OVERRIDE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Loan Number: "
           ACCEPT WS-LOAN-SEARCH
           OPEN I-O LoanFile
           IF WS-LOAN-STATUS = "35"
               DISPLAY "Loan not found."
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAN-SEARCH TO LoanNumber
           READ LoanFile
               INVALID KEY
                   DISPLAY "Loan not found."
                   CLOSE LoanFile
                   EXIT PARAGRAPH
           END-READ
           PERFORM NORMALIZE-LOAN
           IF NOT LOAN-ACTIVE
               DISPLAY "Only an active loan can be charged off."
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF
           PERFORM AGE-LOAN-FOR-SERVICING
           IF WS-LOAN-DAYS-PAST < WS-CHARGEOFF-DAYS
               DISPLAY "Loan is " WS-LOAN-DAYS-PAST
                   " days past due - not a charge-off candidate "
                   "until " WS-CHARGEOFF-DAYS " days."
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF
           MOVE LoanBalance TO WS-LOAN-BALANCE-EDIT
           DISPLAY "Loan " LoanNumber " customer " LoanCustomerNumber
               " - " WS-LOAN-DAYS-PAST " days past due, balance "
               WS-LOAN-BALANCE-EDIT
           DISPLAY "Charge off the outstanding balance? (Y/N): "
           ACCEPT WS-USER-INPUT
           IF WS-USER-INPUT NOT = "y" AND WS-USER-INPUT NOT = "Y"
               DISPLAY "Loan not charged off."
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF
           MOVE LoanBalance TO LoanChargeOffAmount
           MOVE WS-TODAY TO LoanChargeOffDate
           MOVE WS-OPERATOR-ID TO LoanChargeOffBy
           MOVE ZERO TO LoanRecoveredAmount
           MOVE ZERO TO LoanBalance
           MOVE ZERO TO LoanNextDueDate
           SET LOAN-CHARGED-OFF TO TRUE
           REWRITE LoanData
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "Error updating the loan. Not charged off."
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF
           CLOSE LoanFile
           MOVE ZERO TO LogBalance
           OPEN INPUT AccountFile
           IF WS-FILE-STATUS = "00"
               MOVE LoanDisburseAccount TO AccountNumber OF AccountData
               READ AccountFile
                   NOT INVALID KEY
                       MOVE AccountBalance OF AccountData
                           TO LogBalance
               END-READ
           END-IF
           CLOSE AccountFile
           MOVE LoanDisburseAccount TO LogAccountNumber
           MOVE "CHARGE-OFF" TO LogTransactionType
           MOVE LoanChargeOffAmount TO LogAmount
           PERFORM WRITE-TRANSACTION-LOG
           MOVE SPACES TO LoanLossRecord
           SET LL-CHARGE-OFF TO TRUE
           MOVE LoanChargeOffAmount TO LlAmount
           PERFORM WRITE-LOAN-LOSS-ENTRY
           MOVE "L" TO WS-AUDIT-TYPE
           MOVE LoanNumber TO WS-AUDIT-KEY
           MOVE "LOAN-STATUS" TO WS-AUDIT-FIELD
           MOVE "ACTIVE" TO WS-AUDIT-OLD
           MOVE "CHARGED-OFF" TO WS-AUDIT-NEW
           PERFORM WRITE-MAINT-AUDIT
           MOVE LoanChargeOffAmount TO WS-LOAN-AMOUNT-EDIT
           DISPLAY "Loan " LoanNumber " charged off: "
               WS-LOAN-AMOUNT-EDIT " written off.".

      * Money received on a charged-off loan is taken from a deposit
      * account (the disbursement account unless another is named)
      * under the ordinary debit guards, logged as RECOVERY and
      * entered on the loss register. A recovery can never exceed
      * what is still unrecovered of the charge-off.
       POST-LOAN-RECOVERY.
           DISPLAY "Loan Number: "
           ACCEPT WS-LOAN-SEARCH
           OPEN I-O LoanFile
           IF WS-LOAN-STATUS = "35"
               DISPLAY "Loan not found."
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAN-SEARCH TO LoanNumber
           READ LoanFile
               INVALID KEY
                   DISPLAY "Loan not found."
                   CLOSE LoanFile
                   EXIT PARAGRAPH
           END-READ
           PERFORM NORMALIZE-LOAN
           IF NOT LOAN-CHARGED-OFF
               DISPLAY "Loan is not charged off - payments on it "
                   "are collected normally."
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOAN-UNRECOVERED =
               LoanChargeOffAmount - LoanRecoveredAmount
           MOVE WS-LOAN-UNRECOVERED TO WS-LOAN-AMOUNT-EDIT
           DISPLAY "Charged off " LoanChargeOffDate
               ", still unrecovered: " WS-LOAN-AMOUNT-EDIT
           IF WS-LOAN-UNRECOVERED = ZERO
               DISPLAY "The charge-off is fully recovered."
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Recovery amount: "
           ACCEPT WS-LOAN-AMOUNT-INPUT
           IF WS-LOAN-AMOUNT-INPUT = ZERO
                   OR WS-LOAN-AMOUNT-INPUT > WS-LOAN-UNRECOVERED
               DISPLAY "Amount must be more than zero and no more "
                   "than the unrecovered balance."
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Pay from account (0 for the disbursement "
               "account " LoanDisburseAccount "): "
           ACCEPT WS-SEARCH-NUMBER
           IF WS-SEARCH-NUMBER = ZERO
               MOVE LoanDisburseAccount TO WS-SEARCH-NUMBER
           END-IF
           OPEN I-O AccountFile
           IF WS-FILE-STATUS = "35"
               DISPLAY "Account not found."
               CLOSE AccountFile
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEARCH-NUMBER TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   DISPLAY "Account not found."
                   CLOSE AccountFile
                   CLOSE LoanFile
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-CLOSED OF AccountData
                   OR ACCOUNT-LOCKED OF AccountData
                   OR ACCOUNT-RESTRICTED OF AccountData
               DISPLAY "Account is closed, locked or restricted."
               CLOSE AccountFile
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LEGAL-FREEZE
           IF WS-LEGAL-FROZEN = "Y"
               DISPLAY "Account is frozen under a legal order."
               CLOSE AccountFile
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF
           IF AccountBalance OF AccountData - HeldAmount OF AccountData
                   < WS-LOAN-AMOUNT-INPUT
               DISPLAY "Insufficient available balance."
               CLOSE AccountFile
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-LOAN-AMOUNT-INPUT
               FROM AccountBalance OF AccountData
           PERFORM MARK-ACCOUNT-ACTIVE
           REWRITE AccountData
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error updating the account. Nothing posted."
               CLOSE AccountFile
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF
           CLOSE AccountFile
           MOVE WS-SEARCH-NUMBER TO LogAccountNumber
           MOVE "RECOVERY" TO LogTransactionType
           MOVE WS-LOAN-AMOUNT-INPUT TO LogAmount
           MOVE AccountBalance OF AccountData TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG
           ADD WS-LOAN-AMOUNT-INPUT TO LoanRecoveredAmount
           REWRITE LoanData
           CLOSE LoanFile
           MOVE SPACES TO LoanLossRecord
           SET LL-RECOVERY TO TRUE
           MOVE WS-LOAN-AMOUNT-INPUT TO LlAmount
           PERFORM WRITE-LOAN-LOSS-ENTRY
           MOVE WS-LOAN-AMOUNT-INPUT TO WS-LOAN-AMOUNT-EDIT
           DISPLAY "Recovery of " WS-LOAN-AMOUNT-EDIT
               " posted to loan " LoanNumber ".".

      * Quotes what it takes to close an active loan on a chosen
      * day: the balance, interest accrued to that day and any late
      * charges owed. Nothing is updated.
       LOAN-PAYOFF-QUOTE.
           DISPLAY "Loan Number: "
           ACCEPT WS-LOAN-SEARCH
           OPEN INPUT LoanFile
           IF WS-LOAN-STATUS = "35"
               DISPLAY "Loan not found."
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAN-SEARCH TO LoanNumber
           READ LoanFile
               INVALID KEY
                   DISPLAY "Loan not found."
                   CLOSE LoanFile
                   EXIT PARAGRAPH
           END-READ
           PERFORM NORMALIZE-LOAN
           CLOSE LoanFile
           IF NOT LOAN-ACTIVE
               DISPLAY "Only an active loan can be quoted for payoff."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY "Payoff date (YYYYMMDD, 0 for today): "
           ACCEPT WS-PAYOFF-DATE
           IF WS-PAYOFF-DATE = ZERO
               MOVE WS-TODAY TO WS-PAYOFF-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PAYOFF-DATE) NOT = 0
               DISPLAY "That is not a valid date."
               EXIT PARAGRAPH
           END-IF
           IF WS-PAYOFF-DATE < WS-TODAY
               DISPLAY "The payoff date cannot be in the past."
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-LOAN-PAYOFF
           MOVE WS-PAYOFF-DAYS TO WS-PAYOFF-DAYS-EDIT
           MOVE WS-PAYOFF-PER-DIEM TO WS-PER-DIEM-EDIT
           DISPLAY "Payoff quote for loan " LoanNumber
               " as of " WS-PAYOFF-DATE ":"
           MOVE LoanBalance TO WS-LOAN-BALANCE-EDIT
           DISPLAY "  Principal balance:   " WS-LOAN-BALANCE-EDIT
           MOVE WS-PAYOFF-INTEREST TO WS-LOAN-AMOUNT-EDIT
           DISPLAY "  Interest from " WS-PAYOFF-FROM " ("
               WS-PAYOFF-DAYS-EDIT " days): " WS-LOAN-AMOUNT-EDIT
           MOVE LoanLateChargeDue TO WS-LOAN-AMOUNT-EDIT
           DISPLAY "  Late charges owed:   " WS-LOAN-AMOUNT-EDIT
           MOVE WS-PAYOFF-TOTAL TO WS-LOAN-AMOUNT-EDIT
           DISPLAY "  Total to pay off:    " WS-LOAN-AMOUNT-EDIT
           DISPLAY "  Per diem thereafter: " WS-PER-DIEM-EDIT.

      * Payoff figures for the loan in LoanData on WS-PAYOFF-DATE.
      * Interest runs actual/365 from the day it was last collected
      * through; a loan that predates that field measures from its
      * last due date collected (or from origination if no payment
      * has been made). The due day is 01-28, so stepping the month
      * back is exact.
       COMPUTE-LOAN-PAYOFF.
           MOVE LoanInterestFrom TO WS-PAYOFF-FROM
           IF WS-PAYOFF-FROM = ZERO
               IF LoanPaymentsMade = ZERO
                       OR LoanNextDueDate = ZERO
                   MOVE LoanOriginationDate TO WS-PAYOFF-FROM
               ELSE
                   MOVE LoanNextDueDate(1:4) TO WS-LOAN-DUE-YYYY
                   MOVE LoanNextDueDate(5:2) TO WS-LOAN-DUE-MM
                   MOVE LoanNextDueDate(7:2) TO WS-LOAN-DUE-DD
                   IF WS-LOAN-DUE-MM = 1
                       MOVE 12 TO WS-LOAN-DUE-MM
                       SUBTRACT 1 FROM WS-LOAN-DUE-YYYY
                   ELSE
                       SUBTRACT 1 FROM WS-LOAN-DUE-MM
                   END-IF
                   COMPUTE WS-PAYOFF-FROM =
                       WS-LOAN-DUE-YYYY * 10000
                           + WS-LOAN-DUE-MM * 100 + WS-LOAN-DUE-DD
               END-IF
           END-IF
           MOVE ZERO TO WS-PAYOFF-DAYS
           IF WS-PAYOFF-FROM NOT = ZERO
                   AND WS-PAYOFF-FROM < WS-PAYOFF-DATE
               COMPUTE WS-PAYOFF-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-PAYOFF-DATE) -
                   FUNCTION INTEGER-OF-DATE(WS-PAYOFF-FROM)
           END-IF
           COMPUTE WS-PAYOFF-PER-DIEM ROUNDED =
               LoanBalance * LoanAnnualRate / 365
           COMPUTE WS-PAYOFF-INTEREST ROUNDED =
               LoanBalance * LoanAnnualRate * WS-PAYOFF-DAYS / 365
           COMPUTE WS-PAYOFF-TOTAL =
               LoanBalance + WS-PAYOFF-INTEREST + LoanLateChargeDue.

      * Teller payment against an active loan from a deposit
      * account (the disbursement account unless another is named).
      * A full payoff takes today's payoff figure and closes the
      * loan. A principal-only prepayment reduces the balance and
      * re-amortizes what is left over the remaining term, so the
      * loan still matures on schedule at a lower payment; it is
      * only taken on a loan with nothing past due or owed in late
      * charges.
       LOAN-TELLER-PAYMENT.
           DISPLAY "Loan Number: "
           ACCEPT WS-LOAN-SEARCH
           OPEN I-O LoanFile
           IF WS-LOAN-STATUS = "35"
               DISPLAY "Loan not found."
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAN-SEARCH TO LoanNumber
           READ LoanFile
               INVALID KEY
                   DISPLAY "Loan not found."
                   CLOSE LoanFile
                   EXIT PARAGRAPH
           END-READ
           PERFORM NORMALIZE-LOAN
           IF NOT LOAN-ACTIVE
               DISPLAY "Only an active loan can take a payment here."
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-PAYOFF-DATE
           PERFORM COMPUTE-LOAN-PAYOFF
           MOVE LoanBalance TO WS-LOAN-BALANCE-EDIT
           MOVE WS-PAYOFF-TOTAL TO WS-LOAN-AMOUNT-EDIT
           DISPLAY "Loan " LoanNumber " balance " WS-LOAN-BALANCE-EDIT
               ", payoff today " WS-LOAN-AMOUNT-EDIT
           DISPLAY "1. Full Payoff"
           DISPLAY "2. Principal-Only Prepayment"
           ACCEPT WS-LOAN-PAY-CHOICE
           EVALUATE WS-LOAN-PAY-CHOICE
               WHEN "1"
                   MOVE WS-PAYOFF-TOTAL TO WS-LOAN-AMOUNT-INPUT
               WHEN "2"
                   IF LoanPastDueAmount > ZERO
                           OR LoanLateChargeDue > ZERO
                       DISPLAY "The loan has a payment past due or "
                           "late charges owed - bring it current "
                           "or pay it off."
                       CLOSE LoanFile
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "Prepayment amount: "
                   ACCEPT WS-LOAN-AMOUNT-INPUT
                   IF WS-LOAN-AMOUNT-INPUT = ZERO
                           OR WS-LOAN-AMOUNT-INPUT NOT < LoanBalance
                       DISPLAY "A prepayment must be more than zero "
                           "and less than the balance - pay the "
                           "whole balance as a full payoff."
                       CLOSE LoanFile
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Invalid option."
                   CLOSE LoanFile
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Pay from account (0 for the disbursement "
               "account " LoanDisburseAccount "): "
           ACCEPT WS-SEARCH-NUMBER
           IF WS-SEARCH-NUMBER = ZERO
               MOVE LoanDisburseAccount TO WS-SEARCH-NUMBER
           END-IF
           PERFORM OPEN-LOAN-PAYING-ACCOUNT
           IF WS-LOAN-ACCOUNT-OK NOT = "Y"
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF
           IF WS-LOAN-PAY-CHOICE = "1"
               PERFORM APPLY-LOAN-PAYOFF
           ELSE
               PERFORM APPLY-LOAN-PREPAYMENT
           END-IF
           CLOSE AccountFile
           CLOSE LoanFile.

      * Opens AccountFile I-O on WS-SEARCH-NUMBER and applies the
      * ordinary debit guards for WS-LOAN-AMOUNT-INPUT. Leaves
      * WS-LOAN-ACCOUNT-OK "Y" with the file open and the account
      * read, otherwise "N" with the file closed.
       OPEN-LOAN-PAYING-ACCOUNT.
           MOVE "N" TO WS-LOAN-ACCOUNT-OK
           OPEN I-O AccountFile
           IF WS-FILE-STATUS = "35"
               DISPLAY "Account not found."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEARCH-NUMBER TO AccountNumber OF AccountData
           READ AccountFile
               INVALID KEY
                   DISPLAY "Account not found."
                   CLOSE AccountFile
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-CLOSED OF AccountData
                   OR ACCOUNT-LOCKED OF AccountData
                   OR ACCOUNT-RESTRICTED OF AccountData
               DISPLAY "Account is closed, locked or restricted."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LEGAL-FREEZE
           IF WS-LEGAL-FROZEN = "Y"
               DISPLAY "Account is frozen under a legal order."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           IF AccountBalance OF AccountData - HeldAmount OF AccountData
                   < WS-LOAN-AMOUNT-INPUT
               DISPLAY "Insufficient available balance."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-LOAN-ACCOUNT-OK.

      * Collects today's payoff as separate interest, late charge
      * and principal legs, the way LoanPaymentPost logs a payment,
      * and closes the loan.
       APPLY-LOAN-PAYOFF.
           IF WS-PAYOFF-INTEREST > ZERO
               MOVE "LOAN-INT" TO WS-LOAN-LEG-TYPE
               MOVE WS-PAYOFF-INTEREST TO WS-LOAN-LEG-AMOUNT
               PERFORM DEBIT-LOAN-LEG
           END-IF
           IF LoanLateChargeDue > ZERO
               MOVE "LATE-CHARGE" TO WS-LOAN-LEG-TYPE
               MOVE LoanLateChargeDue TO WS-LOAN-LEG-AMOUNT
               PERFORM DEBIT-LOAN-LEG
           END-IF
           MOVE "PRINCIPAL" TO WS-LOAN-LEG-TYPE
           MOVE LoanBalance TO WS-LOAN-LEG-AMOUNT
           PERFORM DEBIT-LOAN-LEG
           MOVE ZERO TO LoanBalance
           MOVE ZERO TO LoanNextDueDate
           MOVE ZERO TO LoanPastDueAmount
           MOVE ZERO TO LoanOldestUnpaid
           MOVE ZERO TO LoanLateChargeDue
           MOVE WS-TODAY TO LoanInterestFrom
           SET LOAN-PAID-OFF TO TRUE
           REWRITE LoanData
           MOVE "L" TO WS-AUDIT-TYPE
           MOVE LoanNumber TO WS-AUDIT-KEY
           MOVE "LOAN-STATUS" TO WS-AUDIT-FIELD
           MOVE "ACTIVE" TO WS-AUDIT-OLD
           MOVE "PAID-OFF" TO WS-AUDIT-NEW
           PERFORM WRITE-MAINT-AUDIT
           MOVE WS-PAYOFF-TOTAL TO WS-LOAN-AMOUNT-EDIT
           DISPLAY "Loan " LoanNumber " paid off: "
               WS-LOAN-AMOUNT-EDIT " from account "
               WS-SEARCH-NUMBER ".".

      * Applies a principal-only prepayment and re-amortizes the
      * balance left over the months still to run.
       APPLY-LOAN-PREPAYMENT.
           MOVE "PRINCIPAL" TO WS-LOAN-LEG-TYPE
           MOVE WS-LOAN-AMOUNT-INPUT TO WS-LOAN-LEG-AMOUNT
           PERFORM DEBIT-LOAN-LEG
           SUBTRACT WS-LOAN-AMOUNT-INPUT FROM LoanBalance
           MOVE LoanMonthlyPayment TO WS-LOAN-OLD-PAYMENT
           IF LoanTermMonths > LoanPaymentsMade
               COMPUTE WS-LOAN-TERM-INPUT =
                   LoanTermMonths - LoanPaymentsMade
           ELSE
               MOVE 1 TO WS-LOAN-TERM-INPUT
           END-IF
           MOVE LoanBalance TO WS-LOAN-PRINCIPAL
           MOVE LoanAnnualRate TO WS-LOAN-RATE-INPUT
           PERFORM COMPUTE-LOAN-PAYMENT
           MOVE WS-LOAN-PAYMENT TO LoanMonthlyPayment
           REWRITE LoanData
           MOVE "L" TO WS-AUDIT-TYPE
           MOVE LoanNumber TO WS-AUDIT-KEY
           MOVE "LOAN-PAYMENT" TO WS-AUDIT-FIELD
           MOVE WS-LOAN-OLD-PAYMENT TO WS-LOAN-AMOUNT-EDIT
           MOVE WS-LOAN-AMOUNT-EDIT TO WS-AUDIT-OLD
           MOVE LoanMonthlyPayment TO WS-LOAN-AMOUNT-EDIT
           MOVE WS-LOAN-AMOUNT-EDIT TO WS-AUDIT-NEW
           PERFORM WRITE-MAINT-AUDIT
           MOVE WS-LOAN-AMOUNT-INPUT TO WS-LOAN-AMOUNT-EDIT
           MOVE LoanBalance TO WS-LOAN-BALANCE-EDIT
           DISPLAY "Prepayment of " WS-LOAN-AMOUNT-EDIT
               " applied; balance now " WS-LOAN-BALANCE-EDIT
           MOVE LoanMonthlyPayment TO WS-LOAN-AMOUNT-EDIT
           DISPLAY "New monthly payment " WS-LOAN-AMOUNT-EDIT
               " over the remaining " WS-LOAN-TERM-INPUT " months.".

      * Takes one leg of a teller loan payment from the account
      * open in AccountData and logs it under WS-LOAN-LEG-TYPE.
       DEBIT-LOAN-LEG.
           SUBTRACT WS-LOAN-LEG-AMOUNT
               FROM AccountBalance OF AccountData
           PERFORM MARK-ACCOUNT-ACTIVE
           REWRITE AccountData
           MOVE WS-SEARCH-NUMBER TO LogAccountNumber
           MOVE WS-LOAN-LEG-TYPE TO LogTransactionType
           MOVE WS-LOAN-LEG-AMOUNT TO LogAmount
           MOVE AccountBalance OF AccountData TO LogBalance
           PERFORM WRITE-TRANSACTION-LOG.

      * Rejects on the credit bureau reject register. Open rows are
      * waiting for the record to be put right; corrected rows go
      * out on the next correction file.
       BUREAU-REJECT-MENU.
           DISPLAY "Credit Bureau Rejects:"
           DISPLAY "1. List Open and Corrected Rejects"
           DISPLAY "2. Mark a Loan Corrected (Supervisor)"
           DISPLAY "3. Return"
           ACCEPT WS-USER-INPUT
           EVALUATE WS-USER-INPUT
               WHEN "1"
                   PERFORM LIST-BUREAU-REJECTS
               WHEN "2"
                   PERFORM MARK-BUREAU-CORRECTED
               WHEN "3"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Invalid option. Please try again."
           END-EVALUATE
           PERFORM BUREAU-REJECT-MENU.

       LIST-BUREAU-REJECTS.
           PERFORM LOAD-BUREAU-REJECTS
           MOVE ZERO TO WS-CBREJ-LISTED
           PERFORM VARYING WS-CBREJ-IX FROM 1 BY 1
                   UNTIL WS-CBREJ-IX > WS-CBREJ-COUNT
               MOVE WS-CBREJ-REC(WS-CBREJ-IX) TO BureauRejectRecord
               IF CJ-OPEN OR CJ-CORRECTED
                   ADD 1 TO WS-CBREJ-LISTED
                   IF CJ-OPEN
                       DISPLAY "Loan " CjLoanNumber " period "
                           CjPeriod " " CjSource "-" CjCode " "
                           CjReason " OPEN"
                   ELSE
                       DISPLAY "Loan " CjLoanNumber " period "
                           CjPeriod " " CjSource "-" CjCode " "
                           CjReason " CORRECTED BY " CjCorrectedBy
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CBREJ-LISTED = ZERO
               DISPLAY "No credit bureau rejects outstanding."
           END-IF.

      * The supervisor confirms the loan's record has been put right
      * (borrower identity through customer maintenance, and so on);
      * every open reject for that loan and month becomes CORRECTED.
       MARK-BUREAU-CORRECTED.
           PERFORM REQUIRE-SUPERVISOR
           IF WS-OVERRIDE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-BUREAU-REJECTS
           IF WS-CBREJ-OVERFLOW = "Y"
               DISPLAY "cbrej.dat holds more than 500 rows - "
                   "cannot update it safely."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Loan Number: "
           ACCEPT WS-LOAN-SEARCH
           DISPLAY "Reporting period (YYYYMM): "
           ACCEPT WS-CBREJ-PERIOD
           MOVE ZERO TO WS-CBREJ-MARKED
           PERFORM VARYING WS-CBREJ-IX FROM 1 BY 1
                   UNTIL WS-CBREJ-IX > WS-CBREJ-COUNT
               MOVE WS-CBREJ-REC(WS-CBREJ-IX) TO BureauRejectRecord
               IF CJ-OPEN
                       AND CjLoanNumber = WS-LOAN-SEARCH
                       AND CjPeriod = WS-CBREJ-PERIOD
                   DISPLAY "  " CjSource "-" CjCode " " CjReason
                   SET CJ-CORRECTED TO TRUE
                   MOVE WS-OPERATOR-ID TO CjCorrectedBy
                   MOVE BureauRejectRecord
                       TO WS-CBREJ-REC(WS-CBREJ-IX)
                   ADD 1 TO WS-CBREJ-MARKED
               END-IF
           END-PERFORM
           IF WS-CBREJ-MARKED = ZERO
               DISPLAY "No open rejects for that loan and period."
               EXIT PARAGRAPH
           END-IF
           PERFORM SAVE-BUREAU-REJECTS
           MOVE "L" TO WS-AUDIT-TYPE
           MOVE WS-LOAN-SEARCH TO WS-AUDIT-KEY
           MOVE "BUREAU-REJECT" TO WS-AUDIT-FIELD
           MOVE "OPEN" TO WS-AUDIT-OLD
           MOVE SPACES TO WS-AUDIT-NEW
           STRING "CORRECTED FOR " DELIMITED BY SIZE
               WS-CBREJ-PERIOD DELIMITED BY SIZE
               INTO WS-AUDIT-NEW
           PERFORM WRITE-MAINT-AUDIT
           DISPLAY WS-CBREJ-MARKED " reject(s) marked corrected; "
               "the loan is re-sent on the next correction file.".

       LOAD-BUREAU-REJECTS.
           MOVE ZERO TO WS-CBREJ-COUNT
           MOVE "N" TO WS-CBREJ-OVERFLOW
           OPEN INPUT BureauRejectFile
           IF WS-CBREJ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "00" TO WS-CBREJ-STATUS
           PERFORM UNTIL WS-CBREJ-STATUS = "10"
               READ BureauRejectFile INTO BureauRejectRecord
                   AT END
                       MOVE "10" TO WS-CBREJ-STATUS
                   NOT AT END
                       IF WS-CBREJ-COUNT = 500
                           MOVE "Y" TO WS-CBREJ-OVERFLOW
                       ELSE
                           ADD 1 TO WS-CBREJ-COUNT
                           MOVE BureauRejectRecord
                               TO WS-CBREJ-REC(WS-CBREJ-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BureauRejectFile.

       SAVE-BUREAU-REJECTS.
           OPEN OUTPUT BureauRejectFile
           PERFORM VARYING WS-CBREJ-IX FROM 1 BY 1
                   UNTIL WS-CBREJ-IX > WS-CBREJ-COUNT
               MOVE WS-CBREJ-REC(WS-CBREJ-IX) TO BureauRejectRecord
               WRITE BureauRejectRecord
           END-PERFORM
           CLOSE BureauRejectFile.

      * Appends one row to the loss register. Callers set the entry
      * type and LlAmount; the loan and account come from LoanData
      * and LogAccountNumber.
       WRITE-LOAN-LOSS-ENTRY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LlEntryDate
           MOVE LoanNumber TO LlLoanNumber
           MOVE LogAccountNumber TO LlAccountNumber
           MOVE WS-OPERATOR-ID TO LlOperatorId
           OPEN EXTEND LoanLossFile
           IF WS-LNLOSS-STATUS = "35"
               CLOSE LoanLossFile
               OPEN OUTPUT LoanLossFile
           END-IF
           WRITE LoanLossRecord
           CLOSE LoanLossFile.

      * Dual control. The maker's change is queued on pendchg.dat
      * rather than written; a second supervisor applies it.
       STAGE-PENDING-CHANGE.
           PERFORM LOAD-PENDING-CHANGES
           IF WS-PEND-OVERFLOW = "Y" OR WS-PEND-COUNT = 500
               DISPLAY "Pending change queue is full - cannot stage "
                   "the change safely."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-PEND-NEXT-ID
           PERFORM VARYING WS-PEND-IX FROM 1 BY 1
                   UNTIL WS-PEND-IX > WS-PEND-COUNT
               MOVE WS-PEND-REC(WS-PEND-IX) TO PendingChangeRecord
               IF PcChangeId > WS-PEND-NEXT-ID
                   MOVE PcChangeId TO WS-PEND-NEXT-ID
               END-IF
           END-PERFORM
           ADD 1 TO WS-PEND-NEXT-ID
           MOVE SPACES TO PendingChangeRecord
           MOVE WS-PEND-NEXT-ID TO PcChangeId
           MOVE WS-PEND-TYPE TO PcChangeType
           MOVE WS-PEND-KEY TO PcKey
           MOVE WS-PEND-OLD TO PcOldValue
           MOVE WS-PEND-NEW TO PcNewValue
           MOVE WS-PEND-PAYLOAD TO PcPayload
           MOVE WS-OPERATOR-ID TO PcMakerId
           MOVE FUNCTION CURRENT-DATE(1:14) TO PcMadeTimestamp
           SET PC-PENDING TO TRUE
           MOVE ZERO TO PcCheckerId
           MOVE ZERO TO PcDecidedTimestamp
           OPEN EXTEND PendingChangeFile
           IF WS-PEND-STATUS = "35"
               CLOSE PendingChangeFile
               OPEN OUTPUT PendingChangeFile
           END-IF
           WRITE PendingChangeRecord
           CLOSE PendingChangeFile
           DISPLAY "Change " PcChangeId " staged for approval by a "
               "second supervisor."
           DISPLAY "  " PcKey
           DISPLAY "  Before: " PcOldValue
           DISPLAY "  After:  " PcNewValue.

      * The checker's screen. Lists what is waiting, expiring
      * anything older than PENDING-EXPIRY-HOURS first, and applies
      * or rejects one change at a time. A supervisor may not
      * decide a change they made, or one to their own operator
      * record.
       DUAL-CONTROL-APPROVALS.
           PERFORM REQUIRE-SUPERVISOR
           IF WS-OVERRIDE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PENDING-CHANGES
           IF WS-PEND-OVERFLOW = "Y"
               DISPLAY "Pending change queue exceeds 500 rows - "
                   "cannot update it safely."
               EXIT PARAGRAPH
           END-IF
           PERFORM EXPIRE-PENDING-CHANGES
           MOVE ZERO TO WS-PEND-LISTED
           DISPLAY "Changes awaiting a second supervisor:"
           PERFORM VARYING WS-PEND-IX FROM 1 BY 1
                   UNTIL WS-PEND-IX > WS-PEND-COUNT
               MOVE WS-PEND-REC(WS-PEND-IX) TO PendingChangeRecord
               IF PC-PENDING
                   ADD 1 TO WS-PEND-LISTED
                   DISPLAY "  " PcChangeId " " PcChangeType " "
                       PcKey " by op " PcMakerId " at "
                       PcMadeTimestamp
               END-IF
           END-PERFORM
           IF WS-PEND-LISTED = ZERO
               DISPLAY "  None."
               PERFORM SAVE-PENDING-CHANGES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Change ID to decide (0 to return): "
           ACCEPT WS-PEND-CHOICE
           IF WS-PEND-CHOICE = ZERO
               PERFORM SAVE-PENDING-CHANGES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PEND-FOUND
           PERFORM VARYING WS-PEND-IX FROM 1 BY 1
                   UNTIL WS-PEND-IX > WS-PEND-COUNT
                      OR WS-PEND-FOUND = "Y"
               MOVE WS-PEND-REC(WS-PEND-IX) TO PendingChangeRecord
               IF PcChangeId = WS-PEND-CHOICE AND PC-PENDING
                   MOVE "Y" TO WS-PEND-FOUND
               END-IF
           END-PERFORM
           IF WS-PEND-FOUND NOT = "Y"
               DISPLAY "No pending change with that ID."
               PERFORM SAVE-PENDING-CHANGES
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-PEND-IX
           IF PcMakerId = WS-OPERATOR-ID
               DISPLAY "You made this change - a different "
                   "supervisor must decide it."
               PERFORM SAVE-PENDING-CHANGES
               EXIT PARAGRAPH
           END-IF
           IF (PC-OPERATOR-ADD OR PC-OPERATOR-ROLE
                   OR PC-OPERATOR-STATUS)
                   AND PcKey(1:4) = WS-OPERATOR-ID
               DISPLAY "You cannot decide a change to your own "
                   "operator record."
               PERFORM SAVE-PENDING-CHANGES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Change " PcChangeId " type " PcChangeType
               " made by op " PcMakerId " at " PcMadeTimestamp
           DISPLAY "  " PcKey
           DISPLAY "  Before: " PcOldValue
           DISPLAY "  After:  " PcNewValue
           DISPLAY "(A)pprove, (R)eject, or any other key to leave "
               "it pending: "
           ACCEPT WS-USER-INPUT
           EVALUATE WS-USER-INPUT
               WHEN "a"
               WHEN "A"
                   PERFORM APPLY-PENDING-CHANGE
                   IF WS-PEND-APPLIED = "Y"
                       SET PC-APPROVED TO TRUE
                       DISPLAY "Change " PcChangeId
                           " approved and applied."
                   ELSE
                       SET PC-REJECTED TO TRUE
                       DISPLAY "Change " PcChangeId
                           " could not be applied and is rejected."
                   END-IF
               WHEN "r"
               WHEN "R"
                   SET PC-REJECTED TO TRUE
                   DISPLAY "Change " PcChangeId " rejected."
               WHEN OTHER
                   DISPLAY "Change left pending."
                   PERFORM SAVE-PENDING-CHANGES
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-OPERATOR-ID TO PcCheckerId
           MOVE FUNCTION CURRENT-DATE(1:14) TO PcDecidedTimestamp
           MOVE PendingChangeRecord TO WS-PEND-REC(WS-PEND-IX)
           PERFORM SAVE-PENDING-CHANGES.

      * Writes the approved payload to its master file. The queue
      * row is kept in WS-PEND-REC so it can be restored after the
      * apply step reuses the record areas.
       APPLY-PENDING-CHANGE.
           MOVE "Y" TO WS-PEND-APPLIED
           EVALUATE TRUE
               WHEN PC-PARAMETER
                   MOVE PcPayload TO ParamRecord
                   MOVE PrKey TO WS-PARM-KEY
                   MOVE ZERO TO WS-PARM-OLD-VALUE
                   PERFORM GET-PARAMETER
                   IF WS-PARM-FOUND = "Y"
                       MOVE WS-PARM-VALUE TO WS-PARM-OLD-VALUE
                   END-IF
                   MOVE PrValue TO WS-PARM-NEW-VALUE
                   MOVE PrEffectiveDate TO WS-PARM-DATE-INPUT
                   OPEN EXTEND ParamFile
                   IF WS-PARMFILE-STATUS = "35"
                       CLOSE ParamFile
                       OPEN OUTPUT ParamFile
                   END-IF
                   WRITE ParamRecord
                   CLOSE ParamFile
                   PERFORM WRITE-PARAMETER-HISTORY
                   PERFORM LOAD-PARAMETERS
               WHEN PC-FX-RATE
                   MOVE PcPayload TO FxRateRecord
                   OPEN EXTEND FxRateFile
                   IF WS-FX-STATUS = "35"
                       CLOSE FxRateFile
                       OPEN OUTPUT FxRateFile
                   END-IF
                   WRITE FxRateRecord
                   CLOSE FxRateFile
               WHEN PC-FEE
                   MOVE PcPayload TO FeeScheduleRecord
                   OPEN EXTEND FeeScheduleFile
                   IF WS-FEESCHED-STATUS = "35"
                       CLOSE FeeScheduleFile
                       OPEN OUTPUT FeeScheduleFile
                   END-IF
                   WRITE FeeScheduleRecord
                   CLOSE FeeScheduleFile
               WHEN PC-OPERATOR-ADD
                   MOVE PcKey(1:4) TO WS-OP-SEARCH-ID
                   PERFORM FIND-OPERATOR
                   IF WS-OP-FOUND = "Y"
                       DISPLAY "Operator " WS-OP-SEARCH-ID
                           " is already on file."
                       MOVE "N" TO WS-PEND-APPLIED
                   ELSE
                       MOVE WS-PEND-REC(WS-PEND-IX)
                           TO PendingChangeRecord
                       MOVE PcPayload TO OperatorRecord
                       OPEN EXTEND OperatorFile
                       IF WS-OPERATOR-STATUS = "35"
                           CLOSE OperatorFile
                           OPEN OUTPUT OperatorFile
                       END-IF
                       WRITE OperatorRecord
                       CLOSE OperatorFile
                   END-IF
               WHEN PC-OPERATOR-ROLE
                   PERFORM APPLY-OPERATOR-ROLE
               WHEN PC-OPERATOR-STATUS
                   PERFORM APPLY-OPERATOR-STATUS
               WHEN PC-PRODUCT
                   PERFORM APPLY-PRODUCT-CHANGE
           END-EVALUATE
           MOVE WS-PEND-REC(WS-PEND-IX) TO PendingChangeRecord.

      * Changes only the one field of the one product, so any other
      * rule approved since the change was staged stands. The
      * audit row is keyed on the product in the field name, e.g.
      * CHK1-OVERDRAFT-LIMIT, the way payee rows carry the payee.
       APPLY-PRODUCT-CHANGE.
           MOVE PcPayload TO WS-PROD-CHANGE
           MOVE WS-PCH-CODE TO WS-PRODUCT-CODE-INPUT
           PERFORM LOAD-PRODUCT-TABLE
           IF WS-PROD-UNSAFE = "Y"
               MOVE "N" TO WS-PEND-APPLIED
               EXIT PARAGRAPH
           END-IF
           IF WS-PROD-HIT = ZERO
               MOVE "N" TO WS-PEND-APPLIED
               DISPLAY "Product " WS-PCH-CODE " is no longer on "
                   "the product master."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROD-REC(WS-PROD-HIT) TO ProductRecord
           PERFORM PRODUCT-FIELD-TEXT
           MOVE WS-PROD-FIELD-TEXT TO WS-AUDIT-OLD
           PERFORM SET-PRODUCT-FIELD
           PERFORM PRODUCT-FIELD-TEXT
           MOVE WS-PROD-FIELD-TEXT TO WS-AUDIT-NEW
           MOVE ProductRecord TO WS-PROD-REC(WS-PROD-HIT)
           OPEN OUTPUT ProductFile
           PERFORM VARYING WS-PROD-IX FROM 1 BY 1
                   UNTIL WS-PROD-IX > WS-PROD-COUNT
               MOVE WS-PROD-REC(WS-PROD-IX) TO ProductFileLine
               WRITE ProductFileLine
           END-PERFORM
           CLOSE ProductFile
           MOVE "D" TO WS-AUDIT-TYPE
           MOVE ZERO TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-FIELD
           STRING WS-PCH-CODE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-PCH-FIELD DELIMITED BY SPACE
               INTO WS-AUDIT-FIELD
           PERFORM WRITE-MAINT-AUDIT.

      * Changes only the role byte of the one operator, so a
      * password or status changed since the change was staged is
      * not overwritten.
       APPLY-OPERATOR-ROLE.
           MOVE PcPayload TO OperatorRecord
           MOVE OpRole TO WS-OP-ROLE-INPUT
           MOVE PcKey(1:4) TO WS-OP-SEARCH-ID
           PERFORM FIND-OPERATOR
           IF WS-OP-FOUND NOT = "Y"
               MOVE "N" TO WS-PEND-APPLIED
               DISPLAY "Operator " WS-OP-SEARCH-ID " is no longer "
                   "on file."
               EXIT PARAGRAPH
           END-IF
           MOVE OpRole TO WS-AUDIT-OLD
           MOVE WS-OP-ROLE-INPUT TO OpRole
           MOVE OpRole TO WS-AUDIT-NEW
           PERFORM SAVE-OPERATOR-RECORD
           MOVE WS-OPER-SAVED TO WS-PEND-APPLIED
           IF WS-OPER-SAVED = "Y"
               MOVE "O" TO WS-AUDIT-TYPE
               MOVE OpId TO WS-AUDIT-KEY
               MOVE "OPERATOR-ROLE" TO WS-AUDIT-FIELD
               PERFORM WRITE-MAINT-AUDIT
           END-IF.

      * Reinstates a locked or disabled operator: status, failed
      * count and, if the maker keyed one, the temporary password
      * come from the payload. A revoked ID is
      * never reinstated.
       APPLY-OPERATOR-STATUS.
           MOVE PcPayload TO OperatorRecord
           MOVE OpStatus TO WS-OP-NEW-STATUS
           MOVE OpPwdHash TO WS-OP-NEW-HASH
           MOVE OpPwdChangedDate TO WS-OP-NEW-PWD-DATE
           MOVE PcKey(1:4) TO WS-OP-SEARCH-ID
           PERFORM FIND-OPERATOR
           IF WS-OP-FOUND NOT = "Y"
               MOVE "N" TO WS-PEND-APPLIED
               DISPLAY "Operator " WS-OP-SEARCH-ID " is no longer "
                   "on file."
               EXIT PARAGRAPH
           END-IF
           IF OP-REVOKED
               MOVE "N" TO WS-PEND-APPLIED
               DISPLAY "Operator " OpId " has since been revoked."
               EXIT PARAGRAPH
           END-IF
           MOVE OpStatus TO WS-AUDIT-OLD
           MOVE WS-OP-NEW-STATUS TO OpStatus
           MOVE ZERO TO OpFailedAttempts
           MOVE WS-OP-NEW-HASH TO OpPwdHash
           MOVE WS-OP-NEW-PWD-DATE TO OpPwdChangedDate
           PERFORM SAVE-OPERATOR-RECORD
           MOVE WS-OPER-SAVED TO WS-PEND-APPLIED
           IF WS-OPER-SAVED = "Y"
               MOVE "O" TO WS-AUDIT-TYPE
               MOVE OpId TO WS-AUDIT-KEY
               MOVE "OPERATOR-STATUS" TO WS-AUDIT-FIELD
               MOVE OpStatus TO WS-AUDIT-NEW
               PERFORM WRITE-MAINT-AUDIT
           END-IF.

      * Marks as expired, unapplied, every pending change made
      * PENDING-EXPIRY-HOURS or more ago.
       EXPIRE-PENDING-CHANGES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-PEND-NOW
           PERFORM VARYING WS-PEND-IX FROM 1 BY 1
                   UNTIL WS-PEND-IX > WS-PEND-COUNT
               MOVE WS-PEND-REC(WS-PEND-IX) TO PendingChangeRecord
               IF PC-PENDING
                   MOVE PcMadeTimestamp TO WS-PEND-MADE
                   COMPUTE WS-PEND-AGE-HOURS =
                       (FUNCTION INTEGER-OF-DATE(WS-PEND-NOW-DATE)
                      - FUNCTION INTEGER-OF-DATE(WS-PEND-MADE-DATE))
                      * 24 + WS-PEND-NOW-HOUR - WS-PEND-MADE-HOUR
                   IF WS-PEND-AGE-HOURS NOT < WS-PEND-EXPIRY-HOURS
                       SET PC-EXPIRED TO TRUE
                       MOVE ZERO TO PcCheckerId
                       MOVE WS-PEND-NOW TO PcDecidedTimestamp
                       MOVE PendingChangeRecord
                           TO WS-PEND-REC(WS-PEND-IX)
                       DISPLAY "Change " PcChangeId " " PcKey
                           " expired unapplied."
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-PENDING-CHANGES.
           MOVE ZERO TO WS-PEND-COUNT
           MOVE "N" TO WS-PEND-OVERFLOW
           OPEN INPUT PendingChangeFile
           IF WS-PEND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "00" TO WS-PEND-STATUS
           PERFORM UNTIL WS-PEND-STATUS = "10"
               READ PendingChangeFile INTO PendingChangeRecord
                   AT END
                       MOVE "10" TO WS-PEND-STATUS
                   NOT AT END
                       IF WS-PEND-COUNT = 500
                           MOVE "Y" TO WS-PEND-OVERFLOW
                       ELSE
                           ADD 1 TO WS-PEND-COUNT
                           MOVE PendingChangeRecord
                               TO WS-PEND-REC(WS-PEND-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PendingChangeFile.

       SAVE-PENDING-CHANGES.
           OPEN OUTPUT PendingChangeFile
           PERFORM VARYING WS-PEND-IX FROM 1 BY 1
                   UNTIL WS-PEND-IX > WS-PEND-COUNT
               MOVE WS-PEND-REC(WS-PEND-IX) TO PendingChangeRecord
               WRITE PendingChangeRecord
           END-PERFORM
           CLOSE PendingChangeFile.
