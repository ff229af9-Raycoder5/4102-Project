      * Shared record layout for rptindex.dat, the index of the dated
      * report library. At the close of each end-of-day cycle
      * ReportLibrary files a copy of every report the cycle's steps
      * produced as <report>-YYYYMMDD.dat, dated by the business date
      * the cycle settled (not the wall clock), and appends a row
      * here naming the report, the step that wrote it, the business
      * date, when it was filed and how many lines it held. A report
      * whose retention (RETAIN-RPT-<report> on parmfile.dat, in
      * days; zero keeps it for good) has run out is deleted and its
      * row dropped. The terminal's report library inquiry reads the
      * index to list and reprint any retained report by name and
      * date.
       01  ReportIndexRecord.
           02 RiReportName        PIC X(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RiBusinessDate      PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RiRunTimestamp      PIC 9(14).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RiLineCount         PIC 9(7).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RiFileName          PIC X(24).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RiStepName          PIC X(20).
