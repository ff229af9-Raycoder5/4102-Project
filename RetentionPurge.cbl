      * 10/15/2026 - new batch program: the monthly retention purge
      *              of the small sequential working books. Once per
      *              month (posting-period control on postperd.dat)
      *              it moves every row that is finished with and
      *              older than its book's retention period out of
      *              the book and into a dated archive,
      *              <book>-YYYYMM.dat, and records the purge on the
      *              purgecat.dat catalog the way LogRollover records
      *              the log archives on logcatlg.dat. A row is aged
      *              when it is past the cutoff (today less the
      *              RETAIN-xxx-DAYS parameter; zero keeps the book
      *              whole) and:
      *                holds     released or returned, by its
      *                          release date
      *                stoppay   lapsed or cancelled, by its expiry
      *                          date
      *                stndord   cancelled, by its last due date
      *                fraudcse  cleared or confirmed, by the
      *                          disposition date
      *                legalord  satisfied or released, by its
      *                          expiry date
      *                batchreg  by the date the file was applied
      *                exttxn    sent or returned, by its capture
      *                          date
      *              The highest-numbered row of a numbered book
      *              always stays so the next number carries on.
      *              Each book is copied through purge.tmp, and the
      *              counts must balance (rows before = archived +
      *              kept, and the rewritten book = kept) before the
      *              catalog row is written; the before, archived,
      *              kept and after counts are listed to purgerpt.dat.
      * 10/15/2026 - the aged rows are split onto a work file,
      *              <book>-aged.tmp, and only appended to the archive
      *              once the book has been rewritten and recounts in
      *              balance, so a split that fails and is rerun no
      *              longer leaves the same rows in the archive twice.
      *              A book out of balance after the rewrite keeps its
      *              aged rows on the work file for the operator.
      * 10/15/2026 - a book whose aged-row work file still holds rows
      *              from an earlier run is not purged again until the
      *              operator has dealt with them: the book is listed
      *              AGED ROWS HELD and the period stays open, so the
      *              held rows are never overwritten.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetentionPurge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BookFile ASSIGN USING WS-BOOK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT TempBook ASSIGN TO "purge.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.

           SELECT AgedBook ASSIGN USING WS-AGED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AGED-STATUS.

           SELECT ArchiveBook ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT PurgeCatalog ASSIGN TO "purgecat.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT PostPeriodFile ASSIGN TO "postperd.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT ReportFile ASSIGN TO "purgerpt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BookFile.
       01  BookLine                PIC X(200).

       FD  TempBook.
       01  TempLine                PIC X(200).

       FD  AgedBook.
       01  AgedLine                PIC X(200).

       FD  ArchiveBook.
       01  ArchiveLine             PIC X(200).

       FD  PurgeCatalog.
       COPY PURGECAT.

       FD  PostPeriodFile.
       01  PostPeriodRecord.
           02 PpJobName           PIC X(20).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PpLastPeriod        PIC 9(6).

       FD  ReportFile.
       01  ReportLine              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS          PIC XX.
       01  WS-TEMP-STATUS          PIC XX.
       01  WS-AGED-STATUS          PIC XX.
       01  WS-ARCHIVE-STATUS       PIC XX.
       01  WS-CATALOG-STATUS       PIC XX.
       01  WS-PERIOD-STATUS        PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-JOB-NAME             PIC X(20) VALUE "RetentionPurge".
       01  WS-CURRENT-PERIOD       PIC 9(6).
       01  WS-LAST-PERIOD          PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-TABLE.
           02 WS-PERIOD-REC OCCURS 20 TIMES PIC X(27).
       01  WS-PERIOD-COUNT         PIC 9(02) COMP VALUE ZERO.
       01  WS-PERIOD-IX            PIC 9(02) COMP.
       01  WS-PERIOD-FOUND         PIC X(01).
       01  WS-TODAY                PIC 9(8).
       01  WS-EOF-FILE             PIC X(01).

      * The books, their retention parameter and the compiled-in
      * retention in days used when the parameter is not on file.
       01  WS-BOOK-TABLE.
           02 FILLER PIC X(33) VALUE
               "holds   RETAIN-HOLDS-DAYS   00090".
           02 FILLER PIC X(33) VALUE
               "stoppay RETAIN-STOPPAY-DAYS 00365".
           02 FILLER PIC X(33) VALUE
               "stndord RETAIN-STNDORD-DAYS 00365".
           02 FILLER PIC X(33) VALUE
               "fraudcseRETAIN-FRAUDCSE-DAYS00730".
           02 FILLER PIC X(33) VALUE
               "legalordRETAIN-LEGALORD-DAYS02555".
           02 FILLER PIC X(33) VALUE
               "batchregRETAIN-BATCHREG-DAYS00400".
           02 FILLER PIC X(33) VALUE
               "exttxn  RETAIN-EXTTXN-DAYS  00180".
       01  WS-BOOK-ENTRIES REDEFINES WS-BOOK-TABLE.
           02 WS-BOOK-ENTRY OCCURS 7 TIMES.
               03 WS-BOOK-NAME     PIC X(8).
               03 WS-BOOK-PARM     PIC X(20).
               03 WS-BOOK-DAYS     PIC 9(5).
       01  WS-BOOK-IX              PIC 9(02) COMP.
       01  WS-BOOK-FILE-NAME       PIC X(20).
       01  WS-ARCHIVE-NAME         PIC X(20).
       01  WS-AGED-NAME            PIC X(20).
       01  WS-CUTOFF-DATE          PIC 9(8).
       01  WS-ROW-DATE             PIC 9(8).
       01  WS-ROW-NUMBER           PIC 9(6).
       01  WS-HIGH-NUMBER          PIC 9(6).
       01  WS-ROW-AGED             PIC X(01).
       01  WS-ALREADY-PURGED       PIC X(01).
       01  WS-AGED-HELD            PIC X(01).
       01  WS-BEFORE-COUNT         PIC 9(7).
       01  WS-AGED-COUNT           PIC 9(7).
       01  WS-ARCHIVED-COUNT       PIC 9(7).
       01  WS-KEPT-COUNT           PIC 9(7).
       01  WS-AFTER-COUNT          PIC 9(7).
       01  WS-BOOK-RESULT          PIC X(16).
       01  WS-TOTAL-ARCHIVED       PIC 9(7) VALUE ZERO.
       01  WS-OUT-OF-BALANCE       PIC 9(2) VALUE ZERO.

      * batchreg.dat is written by BatchPosting and AchIntake and
      * has no copybook; the applied date is the only field aged
      * here.
       01  WS-BATCH-REGISTER-ROW.
           02 WS-BR-FILE-ID        PIC X(16).
           02 FILLER               PIC X(01).
           02 WS-BR-ORIGINATOR     PIC X(8).
           02 FILLER               PIC X(01).
           02 WS-BR-APPLIED-DATE   PIC 9(8).
           02 FILLER               PIC X(166).

       COPY HOLDS.
       COPY STOPPAY.
       COPY STNDORD.
       COPY FRAUDCSE.
       COPY LEGALORD.
       COPY EXTXFER.

       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC 9(10)V9(4).
       01  WS-PARM-FOUND           PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Checking the working books for aged rows..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY(1:6) TO WS-CURRENT-PERIOD
           PERFORM CHECK-POSTING-PERIOD
           IF WS-LAST-PERIOD = WS-CURRENT-PERIOD
               DISPLAY "Working books already purged for period "
                   WS-CURRENT-PERIOD " - skipping."
               GOBACK
           END-IF
           PERFORM LOAD-PARAMETERS
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ReportLine
           STRING "RETENTION PURGE  " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               "  PERIOD " DELIMITED BY SIZE
               WS-CURRENT-PERIOD DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "  BOOK     CUTOFF    BEFORE  ARCHIVED  "
               DELIMITED BY SIZE
               "    KEPT     AFTER  RESULT           ARCHIVE"
               DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-BOOK-IX FROM 1 BY 1
                   UNTIL WS-BOOK-IX > 7
               PERFORM PURGE-ONE-BOOK
               PERFORM WRITE-BOOK-LINE
           END-PERFORM
           MOVE SPACES TO ReportLine
           STRING "ROWS ARCHIVED: " DELIMITED BY SIZE
               WS-TOTAL-ARCHIVED DELIMITED BY SIZE
               "  BOOKS OUT OF BALANCE: " DELIMITED BY SIZE
               WS-OUT-OF-BALANCE DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           CLOSE ReportFile
      * A book that did not balance is left for the operator; the
      * period stays open so next cycle tries the purge again.
           IF WS-OUT-OF-BALANCE = ZERO
               PERFORM MARK-PERIOD-POSTED
           END-IF
           DISPLAY "Retention purge complete: " WS-TOTAL-ARCHIVED
               " row(s) archived, " WS-OUT-OF-BALANCE
               " book(s) out of balance - see purgerpt.dat."
           GOBACK.

      * Counts the book, counts its aged rows, splits it into the
      * aged-row work file and purge.tmp, then copies purge.tmp back
      * over the book and recounts. Only a book that balances has
      * its aged rows added to the archive and the purge catalogued.
      * A book already purged this period (a rerun after a failure
      * further down) is left alone, and so is a book whose work file
      * still holds aged rows an earlier run could not archive.
       PURGE-ONE-BOOK.
           MOVE ZERO TO WS-BEFORE-COUNT WS-AGED-COUNT
               WS-ARCHIVED-COUNT WS-KEPT-COUNT WS-AFTER-COUNT
               WS-HIGH-NUMBER
           MOVE SPACES TO WS-BOOK-FILE-NAME
           STRING WS-BOOK-NAME(WS-BOOK-IX) DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-BOOK-FILE-NAME
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING WS-BOOK-NAME(WS-BOOK-IX) DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               WS-CURRENT-PERIOD DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME
           MOVE SPACES TO WS-AGED-NAME
           STRING WS-BOOK-NAME(WS-BOOK-IX) DELIMITED BY SPACE
               "-aged.tmp" DELIMITED BY SIZE
               INTO WS-AGED-NAME
           PERFORM CHECK-AGED-ROWS-HELD
           IF WS-AGED-HELD = "Y"
               MOVE ZERO TO WS-CUTOFF-DATE
               MOVE "AGED ROWS HELD" TO WS-BOOK-RESULT
               ADD 1 TO WS-OUT-OF-BALANCE
               DISPLAY WS-AGED-NAME " still holds aged rows from an "
                   "earlier run - " WS-BOOK-FILE-NAME " not purged."
               DISPLAY "  Archive them (or, if they are still on the "
                   "book, discard them) and empty the work file."
               EXIT PARAGRAPH
           END-IF
           IF WS-BOOK-DAYS(WS-BOOK-IX) = ZERO
               MOVE ZERO TO WS-CUTOFF-DATE
               MOVE "KEPT WHOLE" TO WS-BOOK-RESULT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - WS-BOOK-DAYS(WS-BOOK-IX))
           PERFORM CHECK-ALREADY-PURGED
           IF WS-ALREADY-PURGED = "Y"
               MOVE "ALREADY PURGED" TO WS-BOOK-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-BOOK-ROWS
           IF WS-BOOK-STATUS NOT = "00"
               MOVE "NOT ON FILE" TO WS-BOOK-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-AGED-ROWS
           IF WS-AGED-COUNT = ZERO
               MOVE WS-BEFORE-COUNT TO WS-KEPT-COUNT
               MOVE WS-BEFORE-COUNT TO WS-AFTER-COUNT
               MOVE "NOTHING AGED" TO WS-BOOK-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-BOOK
           IF WS-ARCHIVED-COUNT + WS-KEPT-COUNT NOT = WS-BEFORE-COUNT
               MOVE "OUT OF BALANCE" TO WS-BOOK-RESULT
               ADD 1 TO WS-OUT-OF-BALANCE
               DISPLAY WS-BOOK-FILE-NAME " did not split evenly - "
                   "book left as it was."
               EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-BOOK
           PERFORM RECOUNT-BOOK
           IF WS-AFTER-COUNT NOT = WS-KEPT-COUNT
               MOVE "OUT OF BALANCE" TO WS-BOOK-RESULT
               ADD 1 TO WS-OUT-OF-BALANCE
               DISPLAY WS-BOOK-FILE-NAME " holds " WS-AFTER-COUNT
                   " row(s) after the purge, expected "
                   WS-KEPT-COUNT " - aged rows held on "
                   WS-AGED-NAME "."
               EXIT PARAGRAPH
           END-IF
           PERFORM ARCHIVE-AGED-ROWS
           ADD WS-ARCHIVED-COUNT TO WS-TOTAL-ARCHIVED
           MOVE "PURGED" TO WS-BOOK-RESULT
           PERFORM WRITE-CATALOG-ROW
           DISPLAY "Archived " WS-ARCHIVED-COUNT " row(s) of "
               WS-BOOK-FILE-NAME " to " WS-ARCHIVE-NAME.

      * A work file left holding rows means an earlier run rewrote
      * the book (or stopped while splitting it) without archiving
      * them; they may exist nowhere else.
       CHECK-AGED-ROWS-HELD.
           MOVE "N" TO WS-AGED-HELD
           OPEN INPUT AgedBook
           IF WS-AGED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ AgedBook
               NOT AT END
                   MOVE "Y" TO WS-AGED-HELD
           END-READ
           CLOSE AgedBook.

       CHECK-ALREADY-PURGED.
           MOVE "N" TO WS-ALREADY-PURGED
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT PurgeCatalog
           IF WS-CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ PurgeCatalog
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       IF PgBookName = WS-BOOK-NAME(WS-BOOK-IX)
                               AND PgPeriod = WS-CURRENT-PERIOD
                           MOVE "Y" TO WS-ALREADY-PURGED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PurgeCatalog.

      * First pass: the row count before the purge and the highest
      * row number on a numbered book.
       COUNT-BOOK-ROWS.
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT BookFile
           IF WS-BOOK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ BookFile
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       ADD 1 TO WS-BEFORE-COUNT
                       PERFORM CHECK-ROW-AGED
                       IF WS-ROW-NUMBER > WS-HIGH-NUMBER
                           MOVE WS-ROW-NUMBER TO WS-HIGH-NUMBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BookFile
           MOVE "00" TO WS-BOOK-STATUS.

       COUNT-AGED-ROWS.
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT BookFile
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ BookFile
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       PERFORM CHECK-ROW-AGED
                       IF WS-ROW-AGED = "Y"
                           ADD 1 TO WS-AGED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BookFile.

      * Aged rows go to the book's aged-row work file; every other
      * row goes to purge.tmp. Neither the book nor the archive is
      * touched yet.
       SPLIT-BOOK.
           OPEN OUTPUT AgedBook
           OPEN OUTPUT TempBook
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT BookFile
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ BookFile
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       PERFORM CHECK-ROW-AGED
                       IF WS-ROW-AGED = "Y"
                           MOVE BookLine TO AgedLine
                           WRITE AgedLine
                           ADD 1 TO WS-ARCHIVED-COUNT
                       ELSE
                           MOVE BookLine TO TempLine
                           WRITE TempLine
                           ADD 1 TO WS-KEPT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BookFile
           CLOSE TempBook
           CLOSE AgedBook.

       REWRITE-BOOK.
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT TempBook
           OPEN OUTPUT BookFile
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ TempBook
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       MOVE TempLine TO BookLine
                       WRITE BookLine
               END-READ
           END-PERFORM
           CLOSE TempBook
           CLOSE BookFile.

      * The book has been rewritten and balanced: its aged rows are
      * added to the month's archive and the work file is emptied.
       ARCHIVE-AGED-ROWS.
           OPEN EXTEND ArchiveBook
           IF WS-ARCHIVE-STATUS = "35"
               CLOSE ArchiveBook
               OPEN OUTPUT ArchiveBook
           END-IF
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT AgedBook
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ AgedBook
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       MOVE AgedLine TO ArchiveLine
                       WRITE ArchiveLine
               END-READ
           END-PERFORM
           CLOSE AgedBook
           CLOSE ArchiveBook
           OPEN OUTPUT AgedBook
           CLOSE AgedBook.

       RECOUNT-BOOK.
           MOVE "N" TO WS-EOF-FILE
           OPEN INPUT BookFile
           IF WS-BOOK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FILE = "Y"
               READ BookFile
                   AT END
                       MOVE "Y" TO WS-EOF-FILE
                   NOT AT END
                       ADD 1 TO WS-AFTER-COUNT
               END-READ
           END-PERFORM
           CLOSE BookFile.

      * Reads the row in BookLine through its book's layout and
      * sets WS-ROW-AGED, plus WS-ROW-NUMBER for a numbered book
      * (zero otherwise). The highest-numbered row is never aged.
       CHECK-ROW-AGED.
           MOVE "N" TO WS-ROW-AGED
           MOVE ZERO TO WS-ROW-NUMBER
           MOVE ZERO TO WS-ROW-DATE
           EVALUATE WS-BOOK-IX
               WHEN 1
                   MOVE BookLine TO HoldRecord
                   IF (HOLD-RELEASED OR HOLD-RETURNED)
                           AND HoldReleaseDate IS NUMERIC
                       MOVE HoldReleaseDate TO WS-ROW-DATE
                   END-IF
               WHEN 2
                   MOVE BookLine TO StopPayRecord
                   MOVE SpOrderNumber TO WS-ROW-NUMBER
                   IF SpExpiryDate IS NUMERIC
                       MOVE SpExpiryDate TO WS-ROW-DATE
                   END-IF
               WHEN 3
                   MOVE BookLine TO StandingOrderRecord
                   MOVE SoOrderNumber TO WS-ROW-NUMBER
                   IF SO-CANCELLED AND SoNextDueDate IS NUMERIC
                       MOVE SoNextDueDate TO WS-ROW-DATE
                   END-IF
               WHEN 4
                   MOVE BookLine TO FraudCaseRecord
                   MOVE FcCaseNumber TO WS-ROW-NUMBER
                   IF (FC-CASE-CLEARED OR FC-CASE-CONFIRMED)
                           AND FcDispTimestamp IS NUMERIC
                       MOVE FcDispTimestamp(1:8) TO WS-ROW-DATE
                   END-IF
               WHEN 5
                   MOVE BookLine TO LegalOrderRecord
                   MOVE LoOrderNumber TO WS-ROW-NUMBER
                   IF (LO-ORDER-SATISFIED OR LO-ORDER-RELEASED)
                           AND LoExpiryDate IS NUMERIC
                       MOVE LoExpiryDate TO WS-ROW-DATE
                   END-IF
               WHEN 6
                   MOVE BookLine TO WS-BATCH-REGISTER-ROW
                   IF WS-BR-APPLIED-DATE IS NUMERIC
                       MOVE WS-BR-APPLIED-DATE TO WS-ROW-DATE
                   END-IF
               WHEN 7
                   MOVE BookLine TO ExtTransferRecord
                   MOVE ExtSeqNumber TO WS-ROW-NUMBER
                   IF (EXT-SENT OR EXT-RETURNED)
                           AND ExtCapturedDate IS NUMERIC
                       MOVE ExtCapturedDate TO WS-ROW-DATE
                   END-IF
           END-EVALUATE
           IF WS-ROW-NUMBER IS NOT NUMERIC
               MOVE ZERO TO WS-ROW-NUMBER
           END-IF
           IF WS-ROW-DATE > ZERO
                   AND WS-ROW-DATE < WS-CUTOFF-DATE
                   AND (WS-ROW-NUMBER = ZERO
                        OR WS-ROW-NUMBER < WS-HIGH-NUMBER)
               MOVE "Y" TO WS-ROW-AGED
           END-IF.

       WRITE-CATALOG-ROW.
           MOVE SPACES TO PurgeCatalogRecord
           MOVE WS-BOOK-NAME(WS-BOOK-IX) TO PgBookName
           MOVE WS-CURRENT-PERIOD TO PgPeriod
           MOVE WS-ARCHIVE-NAME TO PgFileName
           MOVE WS-BEFORE-COUNT TO PgBeforeCount
           MOVE WS-ARCHIVED-COUNT TO PgArchivedCount
           MOVE WS-KEPT-COUNT TO PgKeptCount
           MOVE WS-CUTOFF-DATE TO PgCutoffDate
           MOVE FUNCTION CURRENT-DATE(1:14) TO PgTimestamp
           OPEN EXTEND PurgeCatalog
           IF WS-CATALOG-STATUS = "35"
               CLOSE PurgeCatalog
               OPEN OUTPUT PurgeCatalog
           END-IF
           WRITE PurgeCatalogRecord
           CLOSE PurgeCatalog.

       WRITE-BOOK-LINE.
           MOVE SPACES TO ReportLine
           STRING "  " DELIMITED BY SIZE
               WS-BOOK-NAME(WS-BOOK-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CUTOFF-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-BEFORE-COUNT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-ARCHIVED-COUNT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-KEPT-COUNT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-AFTER-COUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-BOOK-RESULT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO ReportLine
           IF WS-BOOK-RESULT = "PURGED"
               MOVE WS-ARCHIVE-NAME TO ReportLine(77:20)
           END-IF
           WRITE ReportLine.

      * Reads postperd.dat into a small table and leaves the period
      * this job last ran for in WS-LAST-PERIOD.
       CHECK-POSTING-PERIOD.
           MOVE ZERO TO WS-LAST-PERIOD
           MOVE ZERO TO WS-PERIOD-COUNT
           OPEN INPUT PostPeriodFile
           IF WS-PERIOD-STATUS = "00"
               MOVE "00" TO WS-PERIOD-STATUS
               PERFORM UNTIL WS-PERIOD-STATUS = "10"
                       OR WS-PERIOD-COUNT = 20
                   READ PostPeriodFile INTO PostPeriodRecord
                       AT END
                           MOVE "10" TO WS-PERIOD-STATUS
                       NOT AT END
                           ADD 1 TO WS-PERIOD-COUNT
                           MOVE PostPeriodRecord
                               TO WS-PERIOD-REC(WS-PERIOD-COUNT)
                           IF PpJobName = WS-JOB-NAME
                               MOVE PpLastPeriod TO WS-LAST-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PostPeriodFile
           END-IF.

      * Records WS-CURRENT-PERIOD as this job's last period, updating
      * the job's row in place or adding one, then rewrites
      * postperd.dat from the table.
       MARK-PERIOD-POSTED.
           MOVE "N" TO WS-PERIOD-FOUND
           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                   UNTIL WS-PERIOD-IX > WS-PERIOD-COUNT
               MOVE WS-PERIOD-REC(WS-PERIOD-IX) TO PostPeriodRecord
               IF PpJobName = WS-JOB-NAME
                   MOVE WS-CURRENT-PERIOD TO PpLastPeriod
                   MOVE PostPeriodRecord
                       TO WS-PERIOD-REC(WS-PERIOD-IX)
                   MOVE "Y" TO WS-PERIOD-FOUND
               END-IF
           END-PERFORM
           IF WS-PERIOD-FOUND NOT = "Y"
                   AND WS-PERIOD-COUNT < 20
               ADD 1 TO WS-PERIOD-COUNT
               MOVE SPACES TO PostPeriodRecord
               MOVE WS-JOB-NAME TO PpJobName
               MOVE WS-CURRENT-PERIOD TO PpLastPeriod
               MOVE PostPeriodRecord
                   TO WS-PERIOD-REC(WS-PERIOD-COUNT)
           END-IF
           OPEN OUTPUT PostPeriodFile
           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                   UNTIL WS-PERIOD-IX > WS-PERIOD-COUNT
               MOVE WS-PERIOD-REC(WS-PERIOD-IX) TO PostPeriodRecord
               WRITE PostPeriodRecord
           END-PERFORM
           CLOSE PostPeriodFile.

      * Each book's retention in days from the central parameter
      * file, keeping the compiled-in default when a key is not on
      * file.
       LOAD-PARAMETERS.
           PERFORM VARYING WS-BOOK-IX FROM 1 BY 1
                   UNTIL WS-BOOK-IX > 7
               MOVE WS-BOOK-PARM(WS-BOOK-IX) TO WS-PARM-KEY
               PERFORM GET-PARAMETER
               IF WS-PARM-FOUND = "Y"
                   MOVE WS-PARM-VALUE TO WS-BOOK-DAYS(WS-BOOK-IX)
               END-IF
           END-PERFORM.

       GET-PARAMETER.
           CALL "ParamLookup" USING WS-PARM-KEY WS-PARM-VALUE
               WS-PARM-FOUND.
