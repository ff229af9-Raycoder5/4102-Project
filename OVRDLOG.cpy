      * Shared record layout for ovrdlog.dat, the supervisor override
      * register. COBOL_ATM appends one row every time a supervisor
      * keys their ID and password at a teller's terminal to approve
      * (or refuses) a transaction above the teller limit; the
      * nightly OperatorActivity step reads it for approvals where
      * the approver was also the operator.
       01  OverrideLogRecord.
           02 OvTimestamp         PIC 9(14).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OvOperatorId        PIC 9(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OvApproverId        PIC 9(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OvAmount            PIC 9(10)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OvResult            PIC X(01).
               88 OV-APPROVED     VALUE "A".
               88 OV-REFUSED      VALUE "R".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OvBranchId          PIC X(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OvTerminalId        PIC X(4).
