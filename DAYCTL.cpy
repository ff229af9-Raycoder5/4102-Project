      * Shared record layout for dayctl.dat, the control row of the
      * cycle's daily log extract. Early in each end-of-day cycle
      * DailyLogExtract reads translog.dat once and writes every
      * entry stamped with the settled (prior) business date to two
      * extracts in the TRANLOG layout - daylogac.dat in account
      * order and daylogty.dat in transaction-type order - then
      * writes this row: the business date the extracts cover, the
      * entry count, the amount total and the account-number hash
      * (the same three control totals the GL interface trailer
      * carries), how many log lines were read, and when it ran.
      * Both extracts hold the same entries, so one row proves
      * either. The DayExtractCheck subprogram recounts an extract
      * against this row before a step uses it and has the extract
      * rebuilt when it is missing, stale or out of balance.
       01  DayControlRecord.
           02 DcBusinessDate      PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 DcRecordCount       PIC 9(9).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 DcAmountTotal       PIC 9(15)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 DcAccountHash       PIC 9(15).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 DcLogRecords        PIC 9(9).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 DcRunTimestamp      PIC 9(14).
