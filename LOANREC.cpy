      *  collected leaves the due date standing (so it retries next
      * cycle, the standing-order convention) and stamps the
      * past-due fields the delinquency aging report reads.
      * 10/15/2026 - charge-off: LoanStatus "C" is a loan a
      *              supervisor wrote off once it passed the
      *              CHARGEOFF-DAYS past-due threshold. The balance
      *              written off, the day and the approving
      *              supervisor are kept here, and money received
      *              afterwards accumulates in LoanRecoveredAmount.
      *              Collection only ever works active loans, so a
      *              charged-off loan is never dunned again.
      * 10/15/2026 - payoff and late charges: LoanInterestFrom is
      *              the day interest has been collected through
      *              (origination, then each collected due date or
      *              a teller payoff), so a payoff quote accrues
      *              daily interest from it. A payment still
      *              uncollected LATE-GRACE-DAYS past its due date
      *              raises one LATE-CHARGE-AMOUNT late charge,
      *              owed in LoanLateChargeDue until collected;
      *              LoanLateChargeFor is the due date last charged
      *              so an installment is only ever charged once.
       01  LoanData.
           02 LoanNumber          PIC 9(8).
           02 LoanCustomerNumber  PIC 9(8).
           02 LoanStatus          PIC X(01).
               88 LOAN-ACTIVE     VALUE "A".
               88 LOAN-PAID-OFF   VALUE "P".
               88 LOAN-CHARGED-OFF VALUE "C".
           02 LoanOriginationDate PIC 9(8).
           02 LoanChargeOffDate   PIC 9(8).
           02 LoanChargeOffAmount PIC 9(10)V99.
           02 LoanChargeOffBy     PIC 9(4).
           02 LoanRecoveredAmount PIC 9(10)V99.
           02 LoanInterestFrom    PIC 9(8).
           02 LoanLateChargeDue   PIC 9(8)V99.
           02 LoanLateChargeFor   PIC 9(8).
           02 LoanLateChargeTotal PIC 9(8)V99.
