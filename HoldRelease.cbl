      *              as the audit trail. Runs first in the
      *              end-of-day cycle so the day's money movement
      *              sees the freshly freed funds.
      * 10/15/2026 - a release date landing on a weekend or a
      *              holiday.dat closed day is rolled to the next
      *              business day (NextBusinessDay) before it is
      *              judged, so funds never free on a closed day.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldRelease.

       01  WS-FILE-STATUS          PIC XX.
       01  WS-HOLD-STATUS          PIC XX.
       01  WS-TODAY                PIC 9(8).
       01  WS-EFFECTIVE-DUE        PIC 9(8).
       01  WS-HOLD-TABLE.
           02 WS-HOLD-REC OCCURS 500 TIMES PIC X(42).
       01  WS-HOLD-COUNT           PIC 9(03) COMP VALUE ZERO.
               MOVE WS-HOLD-REC(WS-HOLD-IX) TO HoldRecord
               IF HOLD-OPEN
                       AND HoldReleaseDate NOT > WS-TODAY
                   CALL "NextBusinessDay" USING HoldReleaseDate
                       WS-EFFECTIVE-DUE
                   IF WS-EFFECTIVE-DUE NOT > WS-TODAY
                       PERFORM RELEASE-ONE-HOLD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE AccountFile
