      * Record layouts for olback.dat, the acknowledgement returned
      * to the internet banking vendor for each olbin.dat file the
      * OnlineBankingIntake job reads. An "H" header names the file
      * and says whether it was taken (A) or refused whole (R, with
      * the reason); a taken file has one "D" detail per
      * instruction, in file order, accepted (A) or rejected (R)
      * with the reason, and a "T" trailer of counts and the total
      * of the transfers accepted. The reference on an accepted
      * XFER is the timestamp of its XFER-OUT entry; on an accepted
      * STOP it is the stop-payment order number.
      *
      * File refusal reasons: NOHD no header, NOTR no trailer, CTRL
      * trailer count or total does not match, DUPF file id already
      * applied.
      * Item reasons: FMT  a field is not numeric, INST unknown
      * instruction, AMTZ zero amount, CUST customer not on file,
      * DECD customer recorded deceased, CKDG account number fails
      * its check digit, OWNR account does not belong to the
      * customer, SAME from and to account are the same, NFND/CLSD/
      * LOCK/EXPD source account missing/closed/locked/card expired,
      * RSTR restricted pending fraud review, LGLH frozen under a
      * legal order, TERM unmatured term deposit, NSF insufficient
      * available balance, DSTN/DSTC/DSTL destination missing/
      * closed/locked, DSTT destination an unmatured term deposit,
      * NRTE no exchange rate, NOCK stop with neither check number
      * nor amount, EXPY stop expiry not in the future, FULL
      * stop-payment book full.
       01  OlbAckHeader.
           02 OahRecordType       PIC X(1).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OahVendorId         PIC X(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OahFileId           PIC X(16).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OahProcessedDate    PIC 9(8).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OahFileStatus       PIC X(01).
               88 OAH-FILE-TAKEN   VALUE "A".
               88 OAH-FILE-REFUSED VALUE "R".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OahFileReason       PIC X(4).
       01  OlbAckDetail.
           02 OadRecordType       PIC X(1).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OadItemRef          PIC X(16).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OadInstruction      PIC X(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OadResult           PIC X(01).
               88 OAD-ACCEPTED    VALUE "A".
               88 OAD-REJECTED    VALUE "R".
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OadReason           PIC X(4).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OadAmount           PIC 9(10)V99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OadReference        PIC X(14).
       01  OlbAckTrailer.
           02 OatRecordType       PIC X(1).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OatItemCount        PIC 9(7).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OatAcceptedCount    PIC 9(7).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OatRejectedCount    PIC 9(7).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 OatAcceptedTotal    PIC 9(13)V99.
