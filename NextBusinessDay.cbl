      * 10/15/2026 - new callable subprogram (the ParamLookup
      *              pattern): rolls a date forward to the first
      *              business day on or after it. Saturdays and
      *              Sundays are always closed; any date on the
      *              holiday.dat calendar is closed too. A date that
      *              is already a business day comes back unchanged,
      *              so callers can pass every due date through it
      *              and only the ones landing on a closed day move.
      *              With no calendar on file only weekends roll.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NextBusinessDay.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HolidayFile ASSIGN TO "holiday.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HolidayFile.
       COPY HOLIDAY.

       WORKING-STORAGE SECTION.
       01  WS-HOLIDAY-STATUS       PIC XX.
       01  WS-HOLIDAY-TABLE.
           02 WS-HOLIDAY-DATE OCCURS 400 TIMES PIC 9(8).
       01  WS-HOLIDAY-COUNT        PIC 9(03) COMP VALUE ZERO.
       01  WS-HOLIDAY-IX           PIC 9(03) COMP.
       01  WS-DATE-INTEGER         PIC 9(8).
       01  WS-DAY-OF-WEEK          PIC 9(1).
       01  WS-CLOSED               PIC X(01).
       01  WS-ROLL-DAYS            PIC 9(03) COMP.

       LINKAGE SECTION.
       01  LS-DATE-IN              PIC 9(8).
       01  LS-DATE-OUT             PIC 9(8).

       PROCEDURE DIVISION USING LS-DATE-IN LS-DATE-OUT.
       MAIN-LOGIC.
           MOVE LS-DATE-IN TO LS-DATE-OUT
           IF LS-DATE-IN = ZERO
               GOBACK
           END-IF
           PERFORM LOAD-HOLIDAY-CALENDAR
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(LS-DATE-IN)
           MOVE ZERO TO WS-ROLL-DAYS
           PERFORM CHECK-DAY-CLOSED
           PERFORM UNTIL WS-CLOSED = "N" OR WS-ROLL-DAYS > 31
               ADD 1 TO WS-DATE-INTEGER
               ADD 1 TO WS-ROLL-DAYS
               PERFORM CHECK-DAY-CLOSED
           END-PERFORM
           COMPUTE LS-DATE-OUT =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           GOBACK.

      * The calendar is read fresh on every call, the way ParamLookup
      * rereads parmfile.dat, so a row a supervisor adds at the
      * terminal takes effect at once. Rows past the table are
      * ignored; a year ahead is a few dozen rows at most.
       LOAD-HOLIDAY-CALENDAR.
           MOVE ZERO TO WS-HOLIDAY-COUNT
           OPEN INPUT HolidayFile
           IF WS-HOLIDAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOLIDAY-STATUS = "10"
               READ HolidayFile INTO HolidayRecord
                   AT END
                       MOVE "10" TO WS-HOLIDAY-STATUS
                   NOT AT END
                       IF WS-HOLIDAY-COUNT < 400
                           ADD 1 TO WS-HOLIDAY-COUNT
                           MOVE HdHolidayDate
                               TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HolidayFile.

      * Day 1 of the integer calendar (01/01/1601) was a Monday, so
      * the remainder mod 7 is 6 on a Saturday and 0 on a Sunday.
       CHECK-DAY-CLOSED.
           MOVE "N" TO WS-CLOSED
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INTEGER, 7)
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE "Y" TO WS-CLOSED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HOLIDAY-IX FROM 1 BY 1
                   UNTIL WS-HOLIDAY-IX > WS-HOLIDAY-COUNT
               IF WS-HOLIDAY-DATE(WS-HOLIDAY-IX) =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                   MOVE "Y" TO WS-CLOSED
               END-IF
           END-PERFORM.
