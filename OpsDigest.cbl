      *              says so in as many words - silence is never
      *              mistaken for success. The first ten items of
      *              each source print inline; the rest are counted.
      * 10/15/2026 - the returned deposited-item rejects
      *              (retitrej.dat) join the money-movement rejects.
      * 10/15/2026 - the ATM dispute claim aging report
      *              (dispage.dat) joins the review items: every
      *              claim still open or provisionally credited.
      * 10/15/2026 - CHGOFF-CAND source: loans LoanChargeOff lists as
      *              past the charge-off threshold, awaiting a
      *              supervisor's decision at the terminal.
      * 10/15/2026 - BUREAU-REJ source: credit bureau rejects still
      *              open on cbrej.dat, from CreditBureauExtract.
      * 10/15/2026 - SOD-EXCEPT source: OperatorActivity's
      *              segregation-of-duties findings on sodrpt.dat.
      * 10/15/2026 - BP-SKIPS source: scheduled bill payments
      *              BillPayExec could not make (bpskip.dat).
      * 10/15/2026 - OLB-REJ source: online banking instructions
      *              OnlineBankingIntake rejected (olbrej.dat).
      * 10/15/2026 - IB-EXCEPT source: branch pairs GlExtract could
      *              not prove net to zero, from ibexcp.dat. Any such
      *              pair is an out-of-balance condition.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpsDigest.

               "INCLRREJ    inclrrej.dat        02".
           02 FILLER PIC X(34) VALUE
               "EXTRETREJ   extrrej.dat         02".
           02 FILLER PIC X(34) VALUE
               "RETITEMREJ  retitrej.dat        02".
           02 FILLER PIC X(34) VALUE
               "SO-SKIPS    soskip.dat          02".
           02 FILLER PIC X(34) VALUE
               "OD-CEILING  odceil.dat          03".
           02 FILLER PIC X(34) VALUE
               "ESCHEAT     eschrpt.dat         13".
           02 FILLER PIC X(34) VALUE
               "DISPUTES    dispage.dat         13".
           02 FILLER PIC X(34) VALUE
               "CHGOFF-CAND chgcand.dat         13".
           02 FILLER PIC X(34) VALUE
               "BUREAU-REJ  crbrpt.dat          42".
           02 FILLER PIC X(34) VALUE
               "SOD-EXCEPT  sodrpt.dat          23".
           02 FILLER PIC X(34) VALUE
               "BP-SKIPS    bpskip.dat          02".
           02 FILLER PIC X(34) VALUE
               "OLB-REJ     olbrej.dat          02".
           02 FILLER PIC X(34) VALUE
               "IB-EXCEPT   ibexcp.dat          11".
       01  WS-SOURCE-ENTRIES REDEFINES WS-SOURCE-TABLE.
           02 WS-SOURCE-ENTRY OCCURS 16 TIMES.
               03 WS-SRC-LABEL    PIC X(12).
               03 WS-SRC-FILE     PIC X(20).
               03 WS-SRC-SKIP     PIC 9(1).
               03 WS-SRC-RANK     PIC 9(1).
       01  WS-SOURCE-COUNT         PIC 9(02) VALUE 16.
       01  WS-SRC-IX               PIC 9(02) COMP.
       01  WS-RANK-IX              PIC 9(02) COMP.
       01  WS-SOURCE-NAME          PIC X(20).
       01  WS-OOB-SEEN             PIC X(01) VALUE "N".
       01  WS-OOB-SCRATCH          PIC 9(3).
       01  WS-TODAY-COUNTS.
           02 WS-NEW-COUNT OCCURS 16 TIMES PIC 9(7).
       01  WS-PRIOR-COUNTS.
           02 WS-PRIOR-ENTRY OCCURS 16 TIMES.
               03 WS-PRIOR-COUNT  PIC 9(7).
               03 WS-PRIOR-KNOWN  PIC X(01).
       01  WS-DELTA                PIC S9(7).
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           IF WS-SRC-LABEL(WS-SRC-IX) = "IB-EXCEPT"
               MOVE "Y" TO WS-OOB-SEEN
           END-IF
           PERFORM SHOW-SOURCE-LINE.

      * Only an out-of-balance result counts as an item from the
