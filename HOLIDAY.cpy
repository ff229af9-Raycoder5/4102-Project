      * Shared record layout for holiday.dat, the bank holiday
      * calendar: one row per date the bank is closed for business
      * on top of Saturdays and Sundays, which are always closed and
      * are never keyed here. Supervisors maintain the rows from the
      * calendar screen in COBOL_ATM (a year ahead is the practice);
      * the NextBusinessDay subprogram reads them so the business-
      * date cutover and the cycle's due-date tests skip closed days.
       01  HolidayRecord.
           02 HdHolidayDate       PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 HdDescription       PIC X(30).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 HdOperatorId        PIC 9(4).
