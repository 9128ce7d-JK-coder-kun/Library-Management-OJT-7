      *          requesting operator's ID, instead of staff opening
      *          the raw files in an editor
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - book-sale receipts (book-sale-receipts.csv,
      *                CopyDisposal.cbl) are searched too, by receipt
      *                number or date
      * 15.10.2026 HL - sundry sales receipts (sundry-receipts.csv,
      *                SundrySales.cbl) are searched too, by receipt
      *                number, paying member or date, and reprinted
      *                with their item lines
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReceiptDesk.
           SELECT FINE-RCPT-FILE ASSIGN TO "../fine-receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINE-RCPT-STATUS.
           SELECT SALE-RCPT-FILE ASSIGN TO "../book-sale-receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALE-RCPT-STATUS.
           SELECT SUNDRY-RCPT-FILE ASSIGN TO "../sundry-receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUNDRY-RCPT-STATUS.
           SELECT SUNDRY-LINE-FILE
               ASSIGN TO "../sundry-sale-lines.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUNDRY-LINE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  RETURN-RCPT-REC    PIC X(200).
       FD  FINE-RCPT-FILE.
       01  FINE-RCPT-REC      PIC X(200).
       FD  SALE-RCPT-FILE.
       01  SALE-RCPT-REC      PIC X(200).
       FD  SUNDRY-RCPT-FILE.
       01  SUNDRY-RCPT-REC    PIC X(150).
       FD  SUNDRY-LINE-FILE.
       01  SUNDRY-LINE-REC    PIC X(150).

       WORKING-STORAGE SECTION.
       01  CHECKOUT-RCPT-STATUS PIC XX.
       01  RETURN-RCPT-STATUS PIC XX.
       01  FINE-RCPT-STATUS   PIC XX.
       01  SALE-RCPT-STATUS   PIC XX.
       01  SUNDRY-RCPT-STATUS PIC XX.
       01  SUNDRY-LINE-STATUS PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  LINE-END           PIC X VALUE 'N'.

       01  WS-SEARCH-MODE     PIC 9.
       01  WS-KEY-RAW         PIC X(20).
       01  FN-DATE-F          PIC X(10).
       01  FN-SOURCE-F        PIC X(8).

      * book-sale-receipts.csv: receipt,copy,book,price,date,method,
      * reference,operator,title
       01  SL-RECEIPT-F       PIC X(5).
       01  SL-COPY-F          PIC X(8).
       01  SL-BOOK-F          PIC X(5).
       01  SL-PRICE-F         PIC X(8).
       01  SL-DATE-F          PIC X(10).
       01  SL-METHOD-F        PIC X(8).
       01  SL-REF-F           PIC X(20).
       01  SL-OPERATOR-F      PIC X(5).
       01  SL-TITLE-F         PIC X(30).

      * sundry-receipts.csv: receipt,items,member,total,date,method,
      * reference,operator
       01  SR-RECEIPT-F       PIC X(5).
       01  SR-ITEMS-F         PIC X(3).
       01  SR-MEMBER-F        PIC X(5).
       01  SR-TOTAL-F         PIC X(8).
       01  SR-DATE-F          PIC X(10).
       01  SR-METHOD-F        PIC X(8).
       01  SR-REF-F           PIC X(20).
       01  SR-OPERATOR-F      PIC X(5).

      * sundry-sale-lines.csv: receipt,line,code,description,quantity,
      * unit_price,amount,date
       01  SN-RECEIPT-F       PIC X(5).
       01  SN-LINE-F          PIC X(2).
       01  SN-CODE-F          PIC X(8).
       01  SN-DESC-F          PIC X(30).
       01  SN-QTY-F           PIC X(4).
       01  SN-PRICE-F         PIC X(8).
       01  SN-AMOUNT-F        PIC X(8).
       01  SN-QTY-OUT         PIC Z(5)9.
       01  SN-PRICE-OUT       PIC Z(5)9.
       01  SN-AMOUNT-OUT      PIC Z(8)9.

       01  RECEIPT-LINE       PIC X(50) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*       Receipt Lookup and Reprint        *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "Search by: 1=Transaction/Fine/Receipt No  "
               "2=Member ID"
           DISPLAY "           3=Date (as printed, e.g. 09/02/2026)"
           ACCEPT WS-SEARCH-MODE
           DISPLAY "Search value: "
           PERFORM SEARCH-CHECKOUT-RECEIPTS
           PERFORM SEARCH-RETURN-RECEIPTS
           PERFORM SEARCH-FINE-RECEIPTS
           PERFORM SEARCH-SALE-RECEIPTS
           PERFORM SEARCH-SUNDRY-RECEIPTS

           DISPLAY " "
           IF WS-HIT-COUNT = 0
           DISPLAY "Reprinted by: " WS-OPERATOR-ID-L
           DISPLAY RECEIPT-LINE.

      * A sale has no member on it, so only a receipt number or date
      * search can find one.
       SEARCH-SALE-RECEIPTS.
           MOVE 'N' TO FILE-END
           OPEN INPUT SALE-RCPT-FILE
           IF SALE-RCPT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SALE-RCPT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO SL-TITLE-F
                       UNSTRING SALE-RCPT-REC DELIMITED BY ","
                           INTO SL-RECEIPT-F, SL-COPY-F, SL-BOOK-F,
                                SL-PRICE-F, SL-DATE-F, SL-METHOD-F,
                                SL-REF-F, SL-OPERATOR-F, SL-TITLE-F
                       MOVE 'N' TO WS-MATCH-FLAG
                       EVALUATE WS-SEARCH-MODE
                           WHEN 1
                               IF FUNCTION TRIM(SL-RECEIPT-F) =
                                  WS-SEARCH-KEY
                                   MOVE 'Y' TO WS-MATCH-FLAG
                               END-IF
                           WHEN 2
                               CONTINUE
                           WHEN OTHER
                               IF SL-DATE-F = WS-SEARCH-KEY(1:10)
                                   MOVE 'Y' TO WS-MATCH-FLAG
                               END-IF
                       END-EVALUATE
                       IF WS-MATCH-FLAG = 'Y'
                           PERFORM REPRINT-SALE-RECEIPT
                       END-IF
               END-READ
           END-PERFORM
           IF SALE-RCPT-STATUS = "00" OR SALE-RCPT-STATUS = "10"
               CLOSE SALE-RCPT-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Same face CopyDisposal.cbl's PRINT-SALE-RECEIPT puts on the
      * original.
       REPRINT-SALE-RECEIPT.
           ADD 1 TO WS-HIT-COUNT
           DISPLAY RECEIPT-LINE
           DISPLAY "LIBRARY BOOK SALE RECEIPT  ** REPRINT **"
           DISPLAY RECEIPT-LINE
           DISPLAY "Receipt No  : " SL-RECEIPT-F
           DISPLAY "Item        : " FUNCTION TRIM(SL-TITLE-F)
           DISPLAY "Copy ID     : " SL-COPY-F
           DISPLAY "Sale price  : " FUNCTION TRIM(SL-PRICE-F) " MMK"
           DISPLAY "Paid via    : " SL-METHOD-F
           IF FUNCTION TRIM(SL-REF-F) NOT = SPACES
               DISPLAY "Reference   : " FUNCTION TRIM(SL-REF-F)
           END-IF
           DISPLAY "Date        : " SL-DATE-F
           DISPLAY "Sold by     : " SL-OPERATOR-F
           DISPLAY "Reprinted by: " WS-OPERATOR-ID-L
           DISPLAY RECEIPT-LINE.

       SEARCH-SUNDRY-RECEIPTS.
           MOVE 'N' TO FILE-END
           OPEN INPUT SUNDRY-RCPT-FILE
           IF SUNDRY-RCPT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SUNDRY-RCPT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO SR-REF-F
                       MOVE SPACES TO SR-OPERATOR-F
                       UNSTRING SUNDRY-RCPT-REC DELIMITED BY ","
                           INTO SR-RECEIPT-F, SR-ITEMS-F, SR-MEMBER-F,
                                SR-TOTAL-F, SR-DATE-F, SR-METHOD-F,
                                SR-REF-F, SR-OPERATOR-F
                       MOVE 'N' TO WS-MATCH-FLAG
                       EVALUATE WS-SEARCH-MODE
                           WHEN 1
                               IF FUNCTION TRIM(SR-RECEIPT-F) =
                                  WS-SEARCH-KEY
                                   MOVE 'Y' TO WS-MATCH-FLAG
                               END-IF
                           WHEN 2
                               IF SR-MEMBER-F NOT = SPACES AND
                                  FUNCTION TRIM(SR-MEMBER-F) =
                                  WS-SEARCH-KEY
                                   MOVE 'Y' TO WS-MATCH-FLAG
                               END-IF
                           WHEN OTHER
                               IF SR-DATE-F = WS-SEARCH-KEY(1:10)
                                   MOVE 'Y' TO WS-MATCH-FLAG
                               END-IF
                       END-EVALUATE
                       IF WS-MATCH-FLAG = 'Y'
                           PERFORM REPRINT-SUNDRY-RECEIPT
                       END-IF
               END-READ
           END-PERFORM
           IF SUNDRY-RCPT-STATUS = "00" OR SUNDRY-RCPT-STATUS = "10"
               CLOSE SUNDRY-RCPT-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Same face SundrySales.cbl's PRINT-SUNDRY-RECEIPT puts on the
      * original; the item lines are read back from
      * sundry-sale-lines.csv by receipt number.
       REPRINT-SUNDRY-RECEIPT.
           ADD 1 TO WS-HIT-COUNT
           DISPLAY RECEIPT-LINE
           DISPLAY "LIBRARY SALES RECEIPT  ** REPRINT **"
           DISPLAY RECEIPT-LINE
           DISPLAY "Receipt No  : " SR-RECEIPT-F
           MOVE 'N' TO LINE-END
           OPEN INPUT SUNDRY-LINE-FILE
           IF SUNDRY-LINE-STATUS NOT = "00"
               MOVE 'Y' TO LINE-END
           END-IF
           PERFORM UNTIL LINE-END = 'Y'
               READ SUNDRY-LINE-FILE
                   AT END
                       MOVE 'Y' TO LINE-END
                   NOT AT END
                       UNSTRING SUNDRY-LINE-REC DELIMITED BY ","
                           INTO SN-RECEIPT-F, SN-LINE-F, SN-CODE-F,
                                SN-DESC-F, SN-QTY-F, SN-PRICE-F,
                                SN-AMOUNT-F
                       IF SN-RECEIPT-F = SR-RECEIPT-F
                           MOVE FUNCTION NUMVAL(SN-QTY-F) TO SN-QTY-OUT
                           MOVE FUNCTION NUMVAL(SN-PRICE-F)
                               TO SN-PRICE-OUT
                           MOVE FUNCTION NUMVAL(SN-AMOUNT-F)
                               TO SN-AMOUNT-OUT
                           DISPLAY FUNCTION TRIM(SN-DESC-F)
                           DISPLAY "   " SN-QTY-OUT " @ " SN-PRICE-OUT
                               "    " SN-AMOUNT-OUT " MMK"
                       END-IF
               END-READ
           END-PERFORM
           IF SUNDRY-LINE-STATUS = "00" OR SUNDRY-LINE-STATUS = "10"
               CLOSE SUNDRY-LINE-FILE
           END-IF
           DISPLAY "Total       : " FUNCTION TRIM(SR-TOTAL-F) " MMK"
           DISPLAY "Paid via    : " SR-METHOD-F
           IF SR-MEMBER-F NOT = SPACES
               DISPLAY "Member      : " SR-MEMBER-F
           END-IF
           IF FUNCTION TRIM(SR-REF-F) NOT = SPACES
               DISPLAY "Reference   : " FUNCTION TRIM(SR-REF-F)
           END-IF
           DISPLAY "Date        : " SR-DATE-F
           DISPLAY "Sold by     : " SR-OPERATOR-F
           DISPLAY "Reprinted by: " WS-OPERATOR-ID-L
           DISPLAY RECEIPT-LINE.

       END PROGRAM ReceiptDesk.
