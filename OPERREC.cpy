      * Shared record layout for operator.dat, the teller and
      * supervisor sign-on file. COBOL_ATM signs operators on and
      * maintains the file; OperatorAccessReview prints it each
      * quarter. An operator is never deleted: a supervisor disables
      * or revokes the ID and the row stays as its history. Rows
      * written before the status and dates were added read back
      * with those fields blank - treat a blank status as active
      * and a blank date or counter as zero (a password with no
      * change date must be changed at the next sign-on).
      * 10/15/2026 - added OpCustomerNumber: the operator's own
      *              customer number if they bank with us (zero if
      *              not), so OperatorActivity can flag an operator
      *              moving money on their own accounts.
       01  OperatorRecord.
           02 OpId                PIC 9(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OpName              PIC X(20).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OpPwdHash           PIC 9(9).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OpRole              PIC X(01).
               88 OP-ROLE-TELLER     VALUE "T".
               88 OP-ROLE-SUPERVISOR VALUE "S".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OpStatus            PIC X(01).
               88 OP-ACTIVE          VALUE "A" " ".
               88 OP-LOCKED          VALUE "L".
               88 OP-DISABLED        VALUE "D".
               88 OP-REVOKED         VALUE "R".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OpPwdChangedDate    PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OpFailedAttempts    PIC 9(2).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OpLastSignOnDate    PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OpCustomerNumber    PIC 9(8).
