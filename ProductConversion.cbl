      * 10/15/2026 - new one-time conversion program: puts every
      *              existing account on a product. First it makes
      *              sure prodmast.dat carries the three standard
      *              products that reproduce today's C/S/T rules -
      *              CHK1 checking, SAV1 savings, TRM1 term deposit -
      *              appending any that are missing with the values
      *              the programs run on now (from parmfile.dat, via
      *              ProductLookup); rows already on file are left
      *              as the product owners set them. Then it walks
      *              card.dat and gives each account with no
      *              ProductCode the standard product for its
      *              AccountType letter. An account with no usable
      *              letter (a record older than AccountType) was
      *              treated as checking and goes on CHK1 as "C".
      *              Safe to rerun: an account that already has a
      *              product code is left alone.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProductConversion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AccountFile ASSIGN TO "card.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AccountNumber
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ProductFile ASSIGN TO "prodmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AccountFile.
       COPY ACCTREC.

       FD  ProductFile.
       COPY PRODMAST.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-PRODUCT-STATUS       PIC XX.
       01  WS-EOF-ACCOUNTS         PIC X(01) VALUE "N".
       01  WS-EOF-PRODUCTS         PIC X(01) VALUE "N".
       01  WS-HAVE-CHK1            PIC X(01) VALUE "N".
       01  WS-HAVE-SAV1            PIC X(01) VALUE "N".
       01  WS-HAVE-TRM1            PIC X(01) VALUE "N".
       01  WS-PRODUCT-CODE         PIC X(04).
       01  WS-PRODUCT-TYPE         PIC X(01).
       01  WS-PRODUCT-FOUND        PIC X(01).
       01  WS-PRODUCTS-ADDED       PIC 9(01) VALUE ZERO.
       01  WS-CHECKING-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-SAVINGS-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-TERM-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-UNTYPED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-SKIPPED-COUNT        PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Assigning accounts to products..."
           PERFORM SEED-STANDARD-PRODUCTS
           OPEN I-O AccountFile
           IF WS-FILE-STATUS = "35"
               DISPLAY "No accounts on file. Nothing to convert."
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF-ACCOUNTS = "Y"
               READ AccountFile NEXT RECORD INTO AccountData
                   AT END
                       MOVE "Y" TO WS-EOF-ACCOUNTS
                   NOT AT END
                       PERFORM CONVERT-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE AccountFile
           DISPLAY "Standard products added to prodmast.dat: "
               WS-PRODUCTS-ADDED
           DISPLAY "Accounts put on CHK1: " WS-CHECKING-COUNT
               " (of which untyped: " WS-UNTYPED-COUNT ")"
           DISPLAY "Accounts put on SAV1: " WS-SAVINGS-COUNT
           DISPLAY "Accounts put on TRM1: " WS-TERM-COUNT
           DISPLAY "Already on a product: " WS-SKIPPED-COUNT
           GOBACK.

      * Notes which standard rows prodmast.dat already carries and
      * appends the missing ones as ProductLookup builds them.
       SEED-STANDARD-PRODUCTS.
           OPEN INPUT ProductFile
           IF WS-PRODUCT-STATUS = "00"
               PERFORM UNTIL WS-EOF-PRODUCTS = "Y"
                   READ ProductFile INTO ProductRecord
                       AT END
                           MOVE "Y" TO WS-EOF-PRODUCTS
                       NOT AT END
                           EVALUATE PdProductCode
                               WHEN "CHK1"
                                   MOVE "Y" TO WS-HAVE-CHK1
                               WHEN "SAV1"
                                   MOVE "Y" TO WS-HAVE-SAV1
                               WHEN "TRM1"
                                   MOVE "Y" TO WS-HAVE-TRM1
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE ProductFile
           END-IF
           IF WS-HAVE-CHK1 = "Y" AND WS-HAVE-SAV1 = "Y"
                   AND WS-HAVE-TRM1 = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ProductFile
           IF WS-PRODUCT-STATUS = "35"
               CLOSE ProductFile
               OPEN OUTPUT ProductFile
           END-IF
           IF WS-HAVE-CHK1 NOT = "Y"
               MOVE "C" TO WS-PRODUCT-TYPE
               PERFORM WRITE-STANDARD-PRODUCT
           END-IF
           IF WS-HAVE-SAV1 NOT = "Y"
               MOVE "S" TO WS-PRODUCT-TYPE
               PERFORM WRITE-STANDARD-PRODUCT
           END-IF
           IF WS-HAVE-TRM1 NOT = "Y"
               MOVE "T" TO WS-PRODUCT-TYPE
               PERFORM WRITE-STANDARD-PRODUCT
           END-IF
           CLOSE ProductFile.

       WRITE-STANDARD-PRODUCT.
           MOVE SPACES TO WS-PRODUCT-CODE
           CALL "ProductLookup" USING WS-PRODUCT-CODE
               WS-PRODUCT-TYPE ProductRecord WS-PRODUCT-FOUND
           WRITE ProductRecord
           ADD 1 TO WS-PRODUCTS-ADDED
           DISPLAY "Added product " PdProductCode " "
               PdProductName.

       CONVERT-ONE-ACCOUNT.
           IF ProductCode OF AccountData NOT = SPACES
                   AND ProductCode OF AccountData NOT = LOW-VALUES
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN ACCT-TYPE-SAVINGS OF AccountData
                   MOVE "SAV1" TO ProductCode OF AccountData
                   ADD 1 TO WS-SAVINGS-COUNT
               WHEN ACCT-TYPE-TERM OF AccountData
                   MOVE "TRM1" TO ProductCode OF AccountData
                   ADD 1 TO WS-TERM-COUNT
               WHEN ACCT-TYPE-CHECKING OF AccountData
                   MOVE "CHK1" TO ProductCode OF AccountData
                   ADD 1 TO WS-CHECKING-COUNT
               WHEN OTHER
                   MOVE "CHK1" TO ProductCode OF AccountData
                   SET ACCT-TYPE-CHECKING OF AccountData TO TRUE
                   ADD 1 TO WS-CHECKING-COUNT
                   ADD 1 TO WS-UNTYPED-COUNT
                   DISPLAY "Account " AccountNumber OF AccountData
                       " had no account type - put on CHK1."
           END-EVALUATE
           REWRITE AccountData
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Could not update account "
                   AccountNumber OF AccountData
                   " (status " WS-FILE-STATUS ")."
           END-IF.
