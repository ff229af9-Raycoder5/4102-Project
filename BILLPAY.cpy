      * Shared record layout for billpay.dat, the scheduled bill
      * payments: one row per one-time payment a customer has asked
      * for, from one of their accounts to a saved payee on
      * payees.dat, due on a given date. COBOL_ATM schedules and
      * cancels them; the BillPayExec cycle step pays the ones due
      * on the business date through the external-transfer queue
      * (exttxn.dat) and marks each paid, with the queue item that
      * carried it, or skipped with the reason it could not be
      * made. NoticeGeneration tells the customer about a skip.
      * Reason codes on a skip: NFND/CLSD/LOCK/EXPD source account
      * missing/closed/locked/card expired, RSTR restricted pending
      * fraud review, LGLH frozen under a legal order, TERM
      * unmatured term deposit, NSF insufficient available balance,
      * PAYE payee removed or no longer on file, RTNG payee routing
      * number fails its check, NSET no usable settlement account.
       01  BillPaymentRecord.
           02 BpPaymentNumber     PIC 9(6).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 BpCustomerNumber    PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 BpPayeeNumber       PIC 9(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 BpPayeeName         PIC X(30).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 BpSourceAccount     PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 BpAmount            PIC 9(10)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 BpDueDate           PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 BpStatus            PIC X(01).
               88 BP-SCHEDULED    VALUE "S".
               88 BP-PAID         VALUE "P".
               88 BP-SKIPPED      VALUE "K".
               88 BP-CANCELLED    VALUE "C".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 BpStatusDate        PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 BpExtSeqNumber      PIC 9(6).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 BpSkipReason        PIC X(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 BpOperatorId        PIC 9(4).
