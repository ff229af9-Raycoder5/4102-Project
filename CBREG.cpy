      * Shared record layout for cbreg.dat, the register of credit
      * bureau files we have produced: one row per file, appended by
      * CreditBureauExtract with its controls. A REGULAR row for a
      * reporting month is what stops that month going out twice;
      * CORRECTION rows number the re-sends made for the month.
       01  BureauRegisterRecord.
           02 CrPeriod            PIC 9(6).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CrFileType          PIC X(01).
               88 CR-REGULAR      VALUE "R".
               88 CR-CORRECTION   VALUE "C".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CrSequence          PIC 9(3).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CrTimestamp         PIC 9(14).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CrRecordCount       PIC 9(7).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CrBalanceTotal      PIC 9(13).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CrHeldCount         PIC 9(7).
