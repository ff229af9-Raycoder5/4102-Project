      *              behave exactly as wall-clock dating always
      *              did. The driver's own run control keeps a
      *              same-day rerun from advancing the date twice.
      * 10/15/2026 - the open date now advances to the next business
      *              day rather than the next calendar day: weekends
      *              and the holidays on holiday.dat are skipped
      *              (NextBusinessDay), so a Friday cutover opens
      *              Monday and a closed day never becomes its own
      *              accounting day.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BusinessDateRoll.

       01  WS-TODAY                PIC 9(8).
       01  WS-OLD-OPEN             PIC 9(8) VALUE ZERO.
       01  WS-NEW-OPEN             PIC 9(8).
       01  WS-NEXT-DAY             PIC 9(8).
       01  WS-DATE-INTEGER         PIC 9(8).
       01  WS-HAVE-CONTROL         PIC X(01) VALUE "N".

           END-IF
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-OLD-OPEN) + 1
           COMPUTE WS-NEXT-DAY =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           CALL "NextBusinessDay" USING WS-NEXT-DAY WS-NEW-OPEN
           IF WS-NEW-OPEN NOT = WS-NEXT-DAY
               DISPLAY "Closed day(s) from " WS-NEXT-DAY
                   " skipped by the calendar."
           END-IF
           MOVE WS-OLD-OPEN TO BdPriorDate
           MOVE WS-NEW-OPEN TO BdOpenDate
           MOVE FUNCTION CURRENT-DATE(1:14)
