      *              after the settled day; a hold released later
      *              than that carries no action date of its own
      *              and is not re-noticed.
      * 10/15/2026 - a deposited check charged back by
      *              ReturnedItemPost (DEP-RETURN) is noticed off
      *              the log, alongside the returned-item FEE.
      * 10/15/2026 - ATM dispute claims: a DISP-CREDIT (provisional
      *              or at resolution) and a DISP-REVERSE taking a
      *              denied claim's credit back are noticed off the
      *              log; claims resolved paid, or denied without a
      *              credit ever posting, are noticed off dispute.dat.
      * 10/15/2026 - a scheduled bill payment that BillPayExec could
      *              not make is noticed off billpay.dat, so the
      *              customer knows the payee was not paid.
      * 10/15/2026 - a maturing deposit is any account on a
      *              term-deposit product on prodmast.dat
      *              (ProductLookup), not just type "T".
      * 10/15/2026 - log events are read off the cycle's proved
      *              account-order day extract (daylogac.dat) for the
      *              settled business date instead of a sweep of the
      *              whole log. Tonight's own batch postings carry
      *              the open date, so they are noticed by the next
      *              cycle, when that day settles - once, where the
      *              open-date match used to notice them tonight and
      *              again the following night.
      * 10/15/2026 - dispute resolutions and bill-pay skips are each
      *              matched on the one date their writer stamps, so
      *              none is noticed on two nights: a resolution
      *              carries the business date it was keyed on and is
      *              noticed when that day settles; BillPayExec
      *              stamps a skip with the open date, so it is
      *              noticed the night it happens.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NoticeGeneration.

               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT TransactionLog ASSIGN USING WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REISSUE-STATUS.

           SELECT DisputeFile ASSIGN TO "dispute.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT BillPaymentFile ASSIGN TO "billpay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BILLPAY-STATUS.

           SELECT NoticeFile ASSIGN TO "notices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RiExpireYYYY        PIC 9(4).

       FD  DisputeFile.
       COPY DISPUTE.

       FD  BillPaymentFile.
       COPY BILLPAY.

       FD  NoticeFile.
       01  NoticeLine              PIC X(80).

       01  WS-HOLD-STATUS          PIC XX.
       01  WS-REISSUE-STATUS       PIC XX.
       01  WS-NOTICE-STATUS        PIC XX.
       01  WS-DISPUTE-STATUS       PIC XX.
       01  WS-EOF-DISPUTES         PIC X(01).
       01  WS-BILLPAY-STATUS       PIC XX.
       01  WS-EOF-BILLPAY          PIC X(01).
       01  WS-EOF-LOG              PIC X(01).
       01  WS-EOF-HOLDS            PIC X(01).
       01  WS-EOF-REISSUE          PIC X(01).
       01  WS-TODAY                PIC 9(8).
       01  WS-BD-OPEN-DATE         PIC 9(8).
       01  WS-BD-FOUND             PIC X(01).
       01  WS-LOG-FILE-NAME        PIC X(12).
       01  WS-DAY-EXTRACT-OK       PIC X(01).
       01  WS-NOTICE-DAYS          PIC 9(3) VALUE 14.
       01  WS-NOTICE-CUTOFF        PIC 9(8).
       01  WS-CUTOFF-INTEGER       PIC 9(8).
       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC 9(10)V9(4).
       01  WS-PARM-FOUND           PIC X(01).
       COPY PRODMAST.
       01  WS-PRODUCT-FOUND        PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM GATHER-HOLD-RELEASES
           PERFORM GATHER-CARD-REISSUES
           PERFORM GATHER-MATURING-DEPOSITS
           PERFORM GATHER-DISPUTE-RESOLUTIONS
           PERFORM GATHER-BILL-PAY-SKIPS
           PERFORM WRITE-NOTICES
           DISPLAY "Notices written for " WS-LETTER-COUNT
               " customer(s) to notices.dat."

       GATHER-LOG-EVENTS.
           MOVE "N" TO WS-EOF-LOG
           PERFORM CHOOSE-DAY-SOURCE
           OPEN INPUT TransactionLog
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
                       MOVE "Y" TO WS-EOF-LOG
                   NOT AT END
                       IF LogTimestamp(1:8) = WS-TODAY
                           PERFORM EXAMINE-LOG-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionLog.

      * The settled day's entries come off the cycle's day extract
      * once DayExtractCheck has proved it against its control
      * totals; failing that the whole log is swept for the day as
      * it always was.
       CHOOSE-DAY-SOURCE.
           MOVE "daylogac.dat" TO WS-LOG-FILE-NAME
           CALL "DayExtractCheck" USING WS-LOG-FILE-NAME
               WS-TODAY WS-DAY-EXTRACT-OK
           IF WS-DAY-EXTRACT-OK NOT = "Y"
               MOVE "translog.dat" TO WS-LOG-FILE-NAME
               DISPLAY "WARNING: day extract not usable - the "
                   "whole log is swept instead."
           END-IF.

       EXAMINE-LOG-ENTRY.
           MOVE LogAmount TO WS-AMOUNT-EDIT
           EVALUATE LogTransactionType
                   MOVE "Your term deposit matured and became a "
                       & "savings account." TO WS-EVENT-TEXT
                   PERFORM NOTE-LOG-EVENT
               WHEN "DEP-RETURN"
                   MOVE SPACES TO WS-EVENT-TEXT
                   STRING "A deposited check of "
                       DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       " was returned unpaid."
                       DELIMITED BY SIZE
                       INTO WS-EVENT-TEXT
                   PERFORM NOTE-LOG-EVENT
               WHEN "DISP-CREDIT"
                   MOVE SPACES TO WS-EVENT-TEXT
                   STRING "A credit of "
                       DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       " was posted on your ATM claim."
                       DELIMITED BY SIZE
                       INTO WS-EVENT-TEXT
                   PERFORM NOTE-LOG-EVENT
               WHEN "DISP-REVERSE"
                   MOVE SPACES TO WS-EVENT-TEXT
                   STRING "ATM claim denied - credit of "
                       DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       " taken back."
                       DELIMITED BY SIZE
                       INTO WS-EVENT-TEXT
                   PERFORM NOTE-LOG-EVENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           END-PERFORM
           CLOSE HoldFile.

      * ATM dispute claims resolved on the settled day (the
      * terminal stamps the open business date). A denial that took
      * back a provisional credit is already noticed off its
      * DISP-REVERSE entry.
       GATHER-DISPUTE-RESOLUTIONS.
           MOVE "N" TO WS-EOF-DISPUTES
           OPEN INPUT DisputeFile
           IF WS-DISPUTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-DISPUTES = "Y"
               READ DisputeFile INTO DisputeRecord
                   AT END
                       MOVE "Y" TO WS-EOF-DISPUTES
                   NOT AT END
                       IF DsResolvedTimestamp(1:8) = WS-TODAY
                           PERFORM NOTE-DISPUTE-RESOLUTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DisputeFile.

       NOTE-DISPUTE-RESOLUTION.
           MOVE SPACES TO WS-EVENT-TEXT
           IF DS-CLAIM-PAID
               STRING "Your ATM claim " DELIMITED BY SIZE
                   DsClaimNumber DELIMITED BY SIZE
                   " was resolved in your favor." DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT
           END-IF
           IF DS-CLAIM-DENIED AND DsProvisionalDate = ZERO
               STRING "Your ATM claim " DELIMITED BY SIZE
                   DsClaimNumber DELIMITED BY SIZE
                   " was reviewed and denied." DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT
           END-IF
           IF WS-EVENT-TEXT NOT = SPACES
               MOVE DsAccountNumber TO WS-EVENT-ACCOUNT
               PERFORM ADD-EVENT
           END-IF.

      * Scheduled bill payments BillPayExec skipped this cycle (it
      * stamps the open business date). Skipped payments are not
      * retried, so the customer has to arrange the payment another
      * way.
       GATHER-BILL-PAY-SKIPS.
           MOVE "N" TO WS-EOF-BILLPAY
           OPEN INPUT BillPaymentFile
           IF WS-BILLPAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-BILLPAY = "Y"
               READ BillPaymentFile INTO BillPaymentRecord
                   AT END
                       MOVE "Y" TO WS-EOF-BILLPAY
                   NOT AT END
                       IF BP-SKIPPED
                               AND BpStatusDate = WS-BD-OPEN-DATE
                           MOVE BpAmount TO WS-AMOUNT-EDIT
                           MOVE SPACES TO WS-EVENT-TEXT
                           STRING "Payment of " DELIMITED BY SIZE
                               WS-AMOUNT-EDIT DELIMITED BY SIZE
                               " to " DELIMITED BY SIZE
                               BpPayeeName(1:20) DELIMITED BY "  "
                               " not made." DELIMITED BY SIZE
                               INTO WS-EVENT-TEXT
                           MOVE BpSourceAccount TO WS-EVENT-ACCOUNT
                           PERFORM ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BillPaymentFile.

       GATHER-CARD-REISSUES.
           MOVE "N" TO WS-EOF-REISSUE
           OPEN INPUT ReissueFile
                   AT END
                       MOVE "Y" TO WS-EOF-ACCOUNTS
                   NOT AT END
                       PERFORM LOAD-ACCOUNT-PRODUCT
                       IF PRODUCT-TERM-DEPOSIT
                               AND NOT ACCOUNT-CLOSED
                                   OF AccountData
                               AND MaturityDate OF AccountData
           END-PERFORM
           CLOSE AccountFile.

      * The product row for the account in AccountData - the rules
      * it is held to (overdraft, withdrawal count, term deposit,
      * fee plan) now that they no longer follow the type letter.
       LOAD-ACCOUNT-PRODUCT.
           CALL "ProductLookup" USING ProductCode OF AccountData
               AccountType OF AccountData ProductRecord
               WS-PRODUCT-FOUND.

      * Resolves the event's account to its customer and stores the
      * event row. Events on accounts with no customer linkage
      * (customer zero) have nowhere to be mailed and are dropped
