      * Shared record layout for purgecat.dat, the catalog of purged
      * working-book rows. RetentionPurge appends a row each month it
      * moves aged rows out of one of the sequential books (holds,
      * stoppay, stndord, fraudcse, legalord, batchreg, exttxn) into
      * that book's dated archive, <book>-YYYYMM.dat, with the row
      * counts that balanced the purge. The terminal's archived book
      * inquiry reads the catalog to find the archives to search.
       01  PurgeCatalogRecord.
           02 PgBookName          PIC X(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PgPeriod            PIC 9(6).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PgFileName          PIC X(20).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PgBeforeCount       PIC 9(7).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PgArchivedCount     PIC 9(7).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PgKeptCount         PIC 9(7).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PgCutoffDate        PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PgTimestamp         PIC 9(14).
