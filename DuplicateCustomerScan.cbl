      * 10/15/2026 - new batch program: the duplicate-customer scan.
      *              The same person can sit on custmast.dat more than
      *              once - a different spelling, an old address, or
      *              a second record added at account opening instead
      *              of linking the first - which splits their tier,
      *              statements and tax summary. Every pair of active
      *              customers is scored the NameScreen way: the
      *              names (exact 100, one inside the other 85, else
      *              30/20/10 per matching, one-letter-off or
      *              same-prefix word, capped at 100), the addresses
      *              by the same rules, and the phones on their
      *              digits alone (all digits 100, the last seven 60).
      *              The pair score weighs them 5:3:2, and pairs at or
      *              above DUP-MATCH-MIN (default 60) print to
      *              dupcand.dat ranked best-first (the FraudScan
      *              exchange-sort convention) for a supervisor to
      *              work through the terminal's customer merge.
      *              Customers already merged away are left out. Run
      *              standalone, like the sanctions rescan.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DuplicateCustomerScan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerNumber OF CustomerData
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT ReportFile ASSIGN TO "dupcand.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CustomerFile.
       COPY CUSTREC.

       FD  ReportFile.
       01  ReportLine              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-STATUS      PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-EOF-CUSTOMERS        PIC X(01) VALUE "N".
       01  WS-TODAY                PIC 9(8).
       01  WS-MATCH-MIN            PIC 9(3) VALUE 60.
       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC 9(10)V9(4).
       01  WS-PARM-FOUND           PIC X(01).
      * The active customers, names and addresses in upper case and
      * phones reduced to their digits, ready for pairing.
       01  WS-CUST-TABLE.
           02 WS-CUST-ROW OCCURS 1000 TIMES.
               03 WS-CUS-NUMBER   PIC 9(8).
               03 WS-CUS-NAME     PIC X(40).
               03 WS-CUS-ADDRESS  PIC X(40).
               03 WS-CUS-PHONE    PIC X(12).
               03 WS-CUS-PHONE-LEN PIC 9(02).
       01  WS-CUST-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-CUS-IX               PIC 9(04) COMP.
       01  WS-CUS-JX               PIC 9(04) COMP.
       01  WS-CUST-OVERFLOW        PIC X(01) VALUE "N".
       01  WS-PHONE-IN             PIC X(12).
       01  WS-PHONE-IX             PIC 9(02) COMP.
      * Candidate pairs for the report.
       01  WS-PAIR-TABLE.
           02 WS-PAIR-ROW OCCURS 500 TIMES.
               03 WS-PR-SCORE     PIC 9(3).
               03 WS-PR-NAME-SCORE PIC 9(3).
               03 WS-PR-ADDR-SCORE PIC 9(3).
               03 WS-PR-PHONE-SCORE PIC 9(3).
               03 WS-PR-FIRST-IX  PIC 9(4).
               03 WS-PR-SECOND-IX PIC 9(4).
       01  WS-SWAP-ROW             PIC X(20).
       01  WS-PAIR-COUNT           PIC 9(03) COMP VALUE ZERO.
       01  WS-PR-IX                PIC 9(03) COMP.
       01  WS-PR-JX                PIC 9(03) COMP.
       01  WS-PAIR-OVERFLOW        PIC X(01) VALUE "N".
       01  WS-NAME-SCORE           PIC 9(3).
       01  WS-ADDR-SCORE           PIC 9(3).
       01  WS-PHONE-SCORE          PIC 9(3).
       01  WS-PAIR-TOTAL           PIC 9(3).
      * The NameScreen matcher's working fields: one text against
      * another, the result left in WS-ROW-SCORE.
       01  WS-CAND-NAME            PIC X(40).
       01  WS-LIST-NAME            PIC X(40).
       01  WS-CAND-LEN             PIC 9(02) COMP.
       01  WS-LIST-LEN             PIC 9(02) COMP.
       01  WS-SCAN-POS             PIC 9(02) COMP.
       01  WS-CONTAINS             PIC X(01).
       01  WS-ROW-SCORE            PIC 9(3).
       01  WS-CAND-WORDS.
           02 WS-CAND-WORD OCCURS 5 TIMES PIC X(20).
       01  WS-LIST-WORDS.
           02 WS-LIST-WORD OCCURS 5 TIMES PIC X(20).
       01  WS-CAND-WORD-COUNT      PIC 9(02) COMP.
       01  WS-LIST-WORD-COUNT      PIC 9(02) COMP.
       01  WS-CW-IX                PIC 9(02) COMP.
       01  WS-LW-IX                PIC 9(02) COMP.
       01  WS-WORD-SCORE           PIC 9(3).
       01  WS-WORD-PAIR-SCORE      PIC 9(3).
       01  WS-CHAR-IX              PIC 9(02) COMP.
       01  WS-DIFF-COUNT           PIC 9(02) COMP.
       01  WS-WORD-LEN-C           PIC 9(02) COMP.
       01  WS-WORD-LEN-L           PIC 9(02) COMP.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Scanning the customer master for duplicates..."
           PERFORM LOAD-PARAMETERS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT CustomerFile
           IF WS-CUSTOMER-STATUS = "35"
               DISPLAY "No customers on file."
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF-CUSTOMERS = "Y"
               READ CustomerFile NEXT RECORD INTO CustomerData
                   AT END
                       MOVE "Y" TO WS-EOF-CUSTOMERS
                   NOT AT END
                       PERFORM TABLE-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           PERFORM VARYING WS-CUS-IX FROM 1 BY 1
                   UNTIL WS-CUS-IX > WS-CUST-COUNT
               COMPUTE WS-CUS-JX = WS-CUS-IX + 1
               PERFORM UNTIL WS-CUS-JX > WS-CUST-COUNT
                   PERFORM SCORE-CUSTOMER-PAIR
                   ADD 1 TO WS-CUS-JX
               END-PERFORM
           END-PERFORM
           PERFORM RANK-PAIRS
           PERFORM WRITE-CANDIDATE-REPORT
           DISPLAY "Duplicate scan: " WS-CUST-COUNT
               " customer(s) compared, " WS-PAIR-COUNT
               " candidate pair(s) on dupcand.dat."
           IF WS-CUST-OVERFLOW = "Y"
               DISPLAY "WARNING: customer table full - only the "
                   "first 1000 customers were compared."
           END-IF
           IF WS-PAIR-OVERFLOW = "Y"
               DISPLAY "WARNING: candidate table full - report is "
                   "incomplete, run again after working it off."
           END-IF
           GOBACK.

      * Pulls this job's business numbers from the central
      * parameter file, keeping the compiled-in defaults when a key
      * is not on file.
       LOAD-PARAMETERS.
           MOVE "DUP-MATCH-MIN" TO WS-PARM-KEY
           PERFORM GET-PARAMETER
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-MATCH-MIN
           END-IF.

       GET-PARAMETER.
           CALL "ParamLookup" USING WS-PARM-KEY WS-PARM-VALUE
               WS-PARM-FOUND.

       TABLE-ONE-CUSTOMER.
           IF CUSTOMER-MERGED OF CustomerData
               EXIT PARAGRAPH
           END-IF
           IF WS-CUST-COUNT = 1000
               MOVE "Y" TO WS-CUST-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUST-COUNT
           MOVE CustomerNumber OF CustomerData
               TO WS-CUS-NUMBER(WS-CUST-COUNT)
           MOVE FUNCTION UPPER-CASE(CustomerName OF CustomerData)
               TO WS-CUS-NAME(WS-CUST-COUNT)
           MOVE FUNCTION UPPER-CASE(CustomerAddress OF CustomerData)
               TO WS-CUS-ADDRESS(WS-CUST-COUNT)
           MOVE CustomerPhone OF CustomerData TO WS-PHONE-IN
           MOVE SPACES TO WS-CUS-PHONE(WS-CUST-COUNT)
           MOVE ZERO TO WS-CUS-PHONE-LEN(WS-CUST-COUNT)
           PERFORM VARYING WS-PHONE-IX FROM 1 BY 1
                   UNTIL WS-PHONE-IX > 12
               IF WS-PHONE-IN(WS-PHONE-IX:1) IS NUMERIC
                   ADD 1 TO WS-CUS-PHONE-LEN(WS-CUST-COUNT)
                   MOVE WS-PHONE-IN(WS-PHONE-IX:1)
                       TO WS-CUS-PHONE(WS-CUST-COUNT)
                           (WS-CUS-PHONE-LEN(WS-CUST-COUNT):1)
               END-IF
           END-PERFORM.

      * One pair: the name, address and phone scores weighed 5:3:2
      * into the pair score out of 100.
       SCORE-CUSTOMER-PAIR.
           MOVE WS-CUS-NAME(WS-CUS-IX) TO WS-CAND-NAME
           MOVE WS-CUS-NAME(WS-CUS-JX) TO WS-LIST-NAME
           PERFORM SCORE-TEXT-PAIR
           MOVE WS-ROW-SCORE TO WS-NAME-SCORE
           MOVE WS-CUS-ADDRESS(WS-CUS-IX) TO WS-CAND-NAME
           MOVE WS-CUS-ADDRESS(WS-CUS-JX) TO WS-LIST-NAME
           PERFORM SCORE-TEXT-PAIR
           MOVE WS-ROW-SCORE TO WS-ADDR-SCORE
           PERFORM SCORE-PHONE-PAIR
           COMPUTE WS-PAIR-TOTAL ROUNDED =
               (WS-NAME-SCORE * 5 + WS-ADDR-SCORE * 3
                   + WS-PHONE-SCORE * 2) / 10
           IF WS-PAIR-TOTAL < WS-MATCH-MIN
               EXIT PARAGRAPH
           END-IF
           IF WS-PAIR-COUNT = 500
               MOVE "Y" TO WS-PAIR-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAIR-COUNT
           MOVE WS-PAIR-TOTAL TO WS-PR-SCORE(WS-PAIR-COUNT)
           MOVE WS-NAME-SCORE TO WS-PR-NAME-SCORE(WS-PAIR-COUNT)
           MOVE WS-ADDR-SCORE TO WS-PR-ADDR-SCORE(WS-PAIR-COUNT)
           MOVE WS-PHONE-SCORE TO WS-PR-PHONE-SCORE(WS-PAIR-COUNT)
           MOVE WS-CUS-IX TO WS-PR-FIRST-IX(WS-PAIR-COUNT)
           MOVE WS-CUS-JX TO WS-PR-SECOND-IX(WS-PAIR-COUNT).

      * Phones compare on their digits only, so punctuation and
      * spacing do not matter: every digit the same scores 100, the
      * same last seven (the number without its area code) 60.
       SCORE-PHONE-PAIR.
           MOVE ZERO TO WS-PHONE-SCORE
           IF WS-CUS-PHONE-LEN(WS-CUS-IX) < 7
                   OR WS-CUS-PHONE-LEN(WS-CUS-JX) < 7
               EXIT PARAGRAPH
           END-IF
           IF WS-CUS-PHONE(WS-CUS-IX) = WS-CUS-PHONE(WS-CUS-JX)
               MOVE 100 TO WS-PHONE-SCORE
               EXIT PARAGRAPH
           END-IF
           IF WS-CUS-PHONE(WS-CUS-IX)
                   (WS-CUS-PHONE-LEN(WS-CUS-IX) - 6:7) =
               WS-CUS-PHONE(WS-CUS-JX)
                   (WS-CUS-PHONE-LEN(WS-CUS-JX) - 6:7)
               MOVE 60 TO WS-PHONE-SCORE
           END-IF.

      * The NameScreen rules, one text against another: 100 equal,
      * 85 one whole inside the other, otherwise by words.
       SCORE-TEXT-PAIR.
           MOVE ZERO TO WS-ROW-SCORE
           IF WS-CAND-NAME = SPACES OR WS-LIST-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CAND-NAME) =
                   FUNCTION TRIM(WS-LIST-NAME)
               MOVE 100 TO WS-ROW-SCORE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CONTAINMENT
           IF WS-CONTAINS = "Y"
               MOVE 85 TO WS-ROW-SCORE
               EXIT PARAGRAPH
           END-IF
           PERFORM SCORE-BY-WORDS.

      * "Y" when either trimmed text appears whole inside the
      * other - a shortened or suffixed form.
       CHECK-CONTAINMENT.
           MOVE "N" TO WS-CONTAINS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CAND-NAME))
               TO WS-CAND-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LIST-NAME))
               TO WS-LIST-LEN
           IF WS-CAND-LEN = ZERO OR WS-LIST-LEN = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-CAND-LEN NOT > WS-LIST-LEN
               PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                       UNTIL WS-SCAN-POS >
                           WS-LIST-LEN - WS-CAND-LEN + 1
                           OR WS-CONTAINS = "Y"
                   IF WS-LIST-NAME
                           (WS-SCAN-POS:WS-CAND-LEN) =
                           WS-CAND-NAME(1:WS-CAND-LEN)
                       MOVE "Y" TO WS-CONTAINS
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                       UNTIL WS-SCAN-POS >
                           WS-CAND-LEN - WS-LIST-LEN + 1
                           OR WS-CONTAINS = "Y"
                   IF WS-CAND-NAME
                           (WS-SCAN-POS:WS-LIST-LEN) =
                           WS-LIST-NAME(1:WS-LIST-LEN)
                       MOVE "Y" TO WS-CONTAINS
                   END-IF
               END-PERFORM
           END-IF.

      * TALLYING IN adds to its counter, so both counts reset
      * before every UNSTRING.
       SCORE-BY-WORDS.
           MOVE SPACES TO WS-CAND-WORDS
           MOVE SPACES TO WS-LIST-WORDS
           MOVE ZERO TO WS-CAND-WORD-COUNT
           MOVE ZERO TO WS-LIST-WORD-COUNT
           UNSTRING WS-CAND-NAME DELIMITED BY ALL SPACE
               INTO WS-CAND-WORD(1) WS-CAND-WORD(2)
                   WS-CAND-WORD(3) WS-CAND-WORD(4)
                   WS-CAND-WORD(5)
               TALLYING IN WS-CAND-WORD-COUNT
           END-UNSTRING
           UNSTRING WS-LIST-NAME DELIMITED BY ALL SPACE
               INTO WS-LIST-WORD(1) WS-LIST-WORD(2)
                   WS-LIST-WORD(3) WS-LIST-WORD(4)
                   WS-LIST-WORD(5)
               TALLYING IN WS-LIST-WORD-COUNT
           END-UNSTRING
           MOVE ZERO TO WS-ROW-SCORE
           PERFORM VARYING WS-CW-IX FROM 1 BY 1
                   UNTIL WS-CW-IX > WS-CAND-WORD-COUNT
               IF WS-CAND-WORD(WS-CW-IX) NOT = SPACES
                   MOVE ZERO TO WS-WORD-SCORE
                   PERFORM VARYING WS-LW-IX FROM 1 BY 1
                           UNTIL WS-LW-IX > WS-LIST-WORD-COUNT
                       PERFORM SCORE-WORD-PAIR
                       IF WS-WORD-PAIR-SCORE > WS-WORD-SCORE
                           MOVE WS-WORD-PAIR-SCORE
                               TO WS-WORD-SCORE
                       END-IF
                   END-PERFORM
                   ADD WS-WORD-SCORE TO WS-ROW-SCORE
               END-IF
           END-PERFORM
           IF WS-ROW-SCORE > 100
               MOVE 100 TO WS-ROW-SCORE
           END-IF.

      * One word against one word: 30 exact, 20 same length with a
      * single letter off, 10 sharing the first four letters.
       SCORE-WORD-PAIR.
           MOVE ZERO TO WS-WORD-PAIR-SCORE
           IF WS-LIST-WORD(WS-LW-IX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CAND-WORD(WS-CW-IX) =
                   WS-LIST-WORD(WS-LW-IX)
               MOVE 30 TO WS-WORD-PAIR-SCORE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
               WS-CAND-WORD(WS-CW-IX))) TO WS-WORD-LEN-C
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
               WS-LIST-WORD(WS-LW-IX))) TO WS-WORD-LEN-L
           IF WS-WORD-LEN-C = WS-WORD-LEN-L
                   AND WS-WORD-LEN-C > 2
               MOVE ZERO TO WS-DIFF-COUNT
               PERFORM VARYING WS-CHAR-IX FROM 1 BY 1
                       UNTIL WS-CHAR-IX > WS-WORD-LEN-C
                   IF WS-CAND-WORD(WS-CW-IX)(WS-CHAR-IX:1)
                           NOT = WS-LIST-WORD(WS-LW-IX)
                               (WS-CHAR-IX:1)
                       ADD 1 TO WS-DIFF-COUNT
                   END-IF
               END-PERFORM
               IF WS-DIFF-COUNT NOT > 1
                   MOVE 20 TO WS-WORD-PAIR-SCORE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-WORD-LEN-C > 3 AND WS-WORD-LEN-L > 3
               IF WS-CAND-WORD(WS-CW-IX)(1:4) =
                       WS-LIST-WORD(WS-LW-IX)(1:4)
                   MOVE 10 TO WS-WORD-PAIR-SCORE
               END-IF
           END-IF.

      * Simple exchange sort, highest score first, so the likeliest
      * duplicates head the report.
       RANK-PAIRS.
           IF WS-PAIR-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PR-IX FROM 1 BY 1
                   UNTIL WS-PR-IX = WS-PAIR-COUNT
               COMPUTE WS-PR-JX = WS-PR-IX + 1
               PERFORM UNTIL WS-PR-JX > WS-PAIR-COUNT
                   IF WS-PR-SCORE(WS-PR-JX) >
                           WS-PR-SCORE(WS-PR-IX)
                       MOVE WS-PAIR-ROW(WS-PR-IX)
                           TO WS-SWAP-ROW
                       MOVE WS-PAIR-ROW(WS-PR-JX)
                           TO WS-PAIR-ROW(WS-PR-IX)
                       MOVE WS-SWAP-ROW
                           TO WS-PAIR-ROW(WS-PR-JX)
                   END-IF
                   ADD 1 TO WS-PR-JX
               END-PERFORM
           END-PERFORM.

      * Two lines a pair: the score and the two customers, then the
      * component scores with each customer's address and phone.
       WRITE-CANDIDATE-REPORT.
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ReportLine
           STRING "DUPLICATE CUSTOMER CANDIDATES  " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               "  MINIMUM SCORE " DELIMITED BY SIZE
               WS-MATCH-MIN DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "SCORE CUSTOMER NAME" DELIMITED BY SIZE
               "                                     "
                   DELIMITED BY SIZE
               "CUSTOMER NAME" DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-PR-IX FROM 1 BY 1
                   UNTIL WS-PR-IX > WS-PAIR-COUNT
               MOVE WS-PR-FIRST-IX(WS-PR-IX) TO WS-CUS-IX
               MOVE WS-PR-SECOND-IX(WS-PR-IX) TO WS-CUS-JX
               MOVE SPACES TO ReportLine
               STRING WS-PR-SCORE(WS-PR-IX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-CUS-NUMBER(WS-CUS-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CUS-NAME(WS-CUS-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CUS-NUMBER(WS-CUS-JX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CUS-NAME(WS-CUS-JX) DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
               MOVE SPACES TO ReportLine
               STRING "      N" DELIMITED BY SIZE
                   WS-PR-NAME-SCORE(WS-PR-IX) DELIMITED BY SIZE
                   " A" DELIMITED BY SIZE
                   WS-PR-ADDR-SCORE(WS-PR-IX) DELIMITED BY SIZE
                   " P" DELIMITED BY SIZE
                   WS-PR-PHONE-SCORE(WS-PR-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CUS-ADDRESS(WS-CUS-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CUS-PHONE(WS-CUS-IX) DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   WS-CUS-ADDRESS(WS-CUS-JX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CUS-PHONE(WS-CUS-JX) DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-PERFORM
           CLOSE ReportFile.
