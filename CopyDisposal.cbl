      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Disposal of withdrawn and written-off copies -- every
      *          WITHDRAWN, DAMAGED or LOST copy gets a disposition of
      *          SOLD, DISCARDED, DONATED-OUT or RECYCLED. A book-sale
      *          item takes a sale price and payment method and
      *          prints a numbered sale receipt (appended to
      *          ../book-sale-receipts.csv: receipt_no,copy_id,
      *          book_id,price,sale_date,method,reference,operator,
      *          title), which CashReconcile.cbl counts into the
      *          operator's drawer and ReceiptDesk.cbl can reprint.
      *          Once disposed of, the copy is taken out of
      *          copies.csv so it leaves every active count; where
      *          it went is kept on ../copy-disposals.csv (copy_id,
      *          book_id,disposition,date,operator,price,receipt_no,
      *          prior_status,note) and in catalog-audit.csv.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CopyDisposal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COPIES-FILE ASSIGN TO "../copies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPIES-STATUS.
           SELECT COPIES-TMP-FILE ASSIGN TO "../copies.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-STATUS.
           SELECT DISPOSAL-FILE ASSIGN TO "../copy-disposals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPOSAL-STATUS.
           SELECT SALE-FILE ASSIGN TO "../book-sale-receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "../catalog-audit.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COPIES-FILE.
       01  COPIES-REC         PIC X(100).
       FD  COPIES-TMP-FILE.
       01  COPIES-TMP-REC     PIC X(100).
       FD  BOOK-FILE.
       01  BOOK-REC           PIC X(200).
       FD  DISPOSAL-FILE.
       01  DISPOSAL-REC       PIC X(200).
       FD  SALE-FILE.
       01  SALE-REC           PIC X(200).
       FD  AUDIT-FILE.
       01  AUDIT-REC          PIC X(150).

       WORKING-STORAGE SECTION.
       01  COPIES-STATUS      PIC XX.
       01  BOOK-STATUS        PIC XX.
       01  DISPOSAL-STATUS    PIC XX.
       01  SALE-STATUS        PIC XX.
       01  AUDIT-STATUS       PIC XX.
       01  FILE-END           PIC X VALUE 'N'.

       01  WS-MENU-CHOICE     PIC 9.
       01  WS-DISP-CHOICE     PIC 9.
       01  WS-CONFIRM         PIC X.
       01  WS-COPY-ID-RAW     PIC X(20).
       01  WS-COPY-ID         PIC X(8).
       01  WS-BOOK-ID         PIC X(5).
       01  WS-TITLE           PIC X(30).
       01  WS-OLD-STATUS      PIC X(12).
       01  WS-DISPOSITION     PIC X(12).
       01  WS-NOTE            PIC X(40).
       01  WS-PRICE-RAW       PIC X(10).
       01  WS-PRICE-AMT       PIC 9(6) VALUE 0.
       01  WS-RECEIPT-NO      PIC 9(5) VALUE 0.
       01  WS-LAST-RECEIPT    PIC 9(5) VALUE 0.
       01  WS-SHOWN-COUNT     PIC 9(4) VALUE 0.
       01  TODAY              PIC 9(8).
       01  TODAY-MMDDYYYY     PIC X(10).

      * Payment method for a book sale -- the same choices PayFine.cbl
      * offers, less member credit (buyers at the sale table are as
      * often as not members of the public).
       01  WS-FUND-CHOICE     PIC 9(1).
       01  WS-FUND-SOURCE     PIC X(8) VALUE "CASH".
       01  WS-PAY-REFERENCE   PIC X(20) VALUE SPACES.

       01  CP-ID-F            PIC X(8).
       01  CP-BOOK-ID-F       PIC X(5).
       01  CP-STATUS-F        PIC X(12).
       01  COPIES-DATA.
           05 COPIES-LINE OCCURS 2000 TIMES.
               10 CP-DATA     PIC X(100).
       01  CP-IDX             PIC 9(4) VALUE 0.
       01  CP-TOTAL           PIC 9(4) VALUE 0.
       01  CP-MATCH-IDX       PIC 9(4) VALUE 0.

       01  BK-ID-F            PIC X(5).
       01  BK-NAME-F          PIC X(30).

       01  SL-RECEIPT-F       PIC X(5).
       01  SL-REST-F          PIC X(150).

       01  COPIES-REAL-PATH   PIC X(20) VALUE "../copies.csv".
       01  COPIES-TMP-PATH    PIC X(24) VALUE "../copies.csv.tmp".
       01  RENAME-STATUS      PIC S9(9) COMP-5.

       01  AUDIT-TODAY        PIC 9(8).
       01  HEADER-LINE        PIC X(50) VALUE ALL '-'.
       01  RECEIPT-LINE       PIC X(50) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO TODAY-MMDDYYYY
           STRING TODAY(5:2) DELIMITED BY SIZE "/"
                  TODAY(7:2) DELIMITED BY SIZE "/"
                  TODAY(1:4) DELIMITED BY SIZE
               INTO TODAY-MMDDYYYY

           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*     Copy Disposal and Book Sale         *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Record disposition of a copy"
           DISPLAY "2. List copies awaiting disposition"
           DISPLAY "3. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM RECORD-DISPOSITION
                       THRU RECORD-DISPOSITION-EXIT
               WHEN 2
                   PERFORM LIST-AWAITING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       RECORD-DISPOSITION.
           DISPLAY "Enter/Scan Copy ID (e.g. 20001-01): "
           ACCEPT WS-COPY-ID-RAW
           MOVE FUNCTION TRIM(WS-COPY-ID-RAW) TO WS-COPY-ID

           PERFORM LOAD-COPIES-TABLE THRU LOAD-COPIES-TABLE-EXIT
           IF CP-MATCH-IDX = 0
               DISPLAY "Copy " WS-COPY-ID " is not in copies.csv."
               GO TO RECORD-DISPOSITION-EXIT
           END-IF
           UNSTRING CP-DATA(CP-MATCH-IDX) DELIMITED BY ","
               INTO CP-ID-F, CP-BOOK-ID-F, CP-STATUS-F
           MOVE CP-BOOK-ID-F TO WS-BOOK-ID
           MOVE FUNCTION TRIM(CP-STATUS-F) TO WS-OLD-STATUS
           PERFORM FIND-TITLE

           DISPLAY HEADER-LINE
           DISPLAY "Copy   : " WS-COPY-ID
           DISPLAY "Book   : " WS-BOOK-ID " " FUNCTION TRIM(WS-TITLE)
           DISPLAY "Status : " WS-OLD-STATUS
           DISPLAY HEADER-LINE

      * Only a copy already out of the collection -- withdrawn through
      * CopyMaintain.cbl or written off as DAMAGED/LOST at check-in --
      * can be disposed of.
           IF WS-OLD-STATUS NOT = "WITHDRAWN" AND
              WS-OLD-STATUS NOT = "DAMAGED" AND
              WS-OLD-STATUS NOT = "LOST"
               DISPLAY "Only WITHDRAWN, DAMAGED or LOST copies can be "
                   "disposed of. Withdraw it in Copy Maintenance "
                   "first."
               GO TO RECORD-DISPOSITION-EXIT
           END-IF

           DISPLAY "1. Sold at book sale  (SOLD)"
           DISPLAY "2. Discarded          (DISCARDED)"
           DISPLAY "3. Donated out        (DONATED-OUT)"
           DISPLAY "4. Recycled           (RECYCLED)"
           DISPLAY "5. Exit without changes"
           DISPLAY "Enter your choice: "
           ACCEPT WS-DISP-CHOICE
           EVALUATE WS-DISP-CHOICE
               WHEN 1
                   MOVE "SOLD" TO WS-DISPOSITION
               WHEN 2
                   MOVE "DISCARDED" TO WS-DISPOSITION
               WHEN 3
                   MOVE "DONATED-OUT" TO WS-DISPOSITION
               WHEN 4
                   MOVE "RECYCLED" TO WS-DISPOSITION
               WHEN OTHER
                   DISPLAY "No changes made."
                   GO TO RECORD-DISPOSITION-EXIT
           END-EVALUATE

      * A lost copy isn't on hand to sell, give away or pulp -- it
      * can only be written off.
           IF WS-OLD-STATUS = "LOST" AND
              WS-DISPOSITION NOT = "DISCARDED"
               DISPLAY "A LOST copy is not on hand -- record it as "
                   "DISCARDED to write it off."
               GO TO RECORD-DISPOSITION-EXIT
           END-IF

           MOVE 0 TO WS-PRICE-AMT
           MOVE 0 TO WS-RECEIPT-NO
           MOVE "CASH" TO WS-FUND-SOURCE
           MOVE SPACES TO WS-PAY-REFERENCE
           IF WS-DISPOSITION = "SOLD"
               DISPLAY "Sale price in MMK: "
               MOVE SPACES TO WS-PRICE-RAW
               ACCEPT WS-PRICE-RAW
               IF FUNCTION TRIM(WS-PRICE-RAW) = SPACES
                   DISPLAY "No price entered -- nothing recorded."
                   GO TO RECORD-DISPOSITION-EXIT
               END-IF
               MOVE FUNCTION NUMVAL(WS-PRICE-RAW) TO WS-PRICE-AMT
               IF WS-PRICE-AMT = 0
                   DISPLAY "Sale price must be greater than zero."
                   GO TO RECORD-DISPOSITION-EXIT
               END-IF
               PERFORM CHOOSE-FUNDING-SOURCE
           END-IF

           DISPLAY "Note (buyer/recipient, optional): "
           MOVE SPACES TO WS-NOTE
           ACCEPT WS-NOTE
           INSPECT WS-NOTE REPLACING ALL "," BY " "

           DISPLAY "Record " WS-COPY-ID " as "
               FUNCTION TRIM(WS-DISPOSITION) " (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "No changes made."
               GO TO RECORD-DISPOSITION-EXIT
           END-IF

           IF WS-DISPOSITION = "SOLD"
               PERFORM NEXT-RECEIPT-NO
               PERFORM PRINT-SALE-RECEIPT
           END-IF
           PERFORM WRITE-DISPOSAL-ROW
           PERFORM REMOVE-COPY-ROW
           PERFORM WRITE-AUDIT-ROW
           DISPLAY "Copy " WS-COPY-ID " recorded as "
               FUNCTION TRIM(WS-DISPOSITION)
               " and removed from the collection.".
       RECORD-DISPOSITION-EXIT.
           EXIT.

       LOAD-COPIES-TABLE.
           MOVE 0 TO CP-TOTAL
           MOVE 0 TO CP-MATCH-IDX
           MOVE 'N' TO FILE-END
           OPEN INPUT COPIES-FILE
           IF COPIES-STATUS NOT = "00"
               GO TO LOAD-COPIES-TABLE-EXIT
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ COPIES-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF CP-TOTAL < 2000
                           ADD 1 TO CP-TOTAL
                           MOVE COPIES-REC TO CP-DATA(CP-TOTAL)
                           UNSTRING COPIES-REC DELIMITED BY ","
                               INTO CP-ID-F, CP-BOOK-ID-F, CP-STATUS-F
                           IF FUNCTION TRIM(CP-ID-F) = WS-COPY-ID
                               MOVE CP-TOTAL TO CP-MATCH-IDX
                           END-IF
                       END-IF
           END-READ
           END-PERFORM
           CLOSE COPIES-FILE
           MOVE 'N' TO FILE-END.
       LOAD-COPIES-TABLE-EXIT.
           EXIT.

       FIND-TITLE.
           MOVE "(unknown title)" TO WS-TITLE
           MOVE 'N' TO FILE-END
           OPEN INPUT BOOK-FILE
           IF BOOK-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ BOOK-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING BOOK-REC DELIMITED BY ","
                           INTO BK-ID-F, BK-NAME-F
                       IF BK-ID-F = WS-BOOK-ID
                           MOVE BK-NAME-F TO WS-TITLE
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF BOOK-STATUS = "00" OR BOOK-STATUS = "10"
               CLOSE BOOK-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       CHOOSE-FUNDING-SOURCE.
           DISPLAY "Payment method: 1=Cash  2=KBZPay  3=Wave  "
               "4=Bank transfer"
           ACCEPT WS-FUND-CHOICE
           EVALUATE WS-FUND-CHOICE
               WHEN 2
                   MOVE "KBZPAY" TO WS-FUND-SOURCE
                   PERFORM ACCEPT-PAY-REFERENCE
               WHEN 3
                   MOVE "WAVE" TO WS-FUND-SOURCE
                   PERFORM ACCEPT-PAY-REFERENCE
               WHEN 4
                   MOVE "BANK" TO WS-FUND-SOURCE
                   PERFORM ACCEPT-PAY-REFERENCE
               WHEN OTHER
                   MOVE "CASH" TO WS-FUND-SOURCE
           END-EVALUATE.

       ACCEPT-PAY-REFERENCE.
           DISPLAY "Wallet/transfer reference number: "
           ACCEPT WS-PAY-REFERENCE.

      * Sale receipt numbers run highest-plus-one over the receipt
      * file, the same scheme PayFine.cbl's waiver requests use.
       NEXT-RECEIPT-NO.
           MOVE 0 TO WS-LAST-RECEIPT
           MOVE 'N' TO FILE-END
           OPEN INPUT SALE-FILE
           IF SALE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SALE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING SALE-REC DELIMITED BY ","
                           INTO SL-RECEIPT-F, SL-REST-F
                       IF FUNCTION NUMVAL(SL-RECEIPT-F) >
                          WS-LAST-RECEIPT
                           MOVE FUNCTION NUMVAL(SL-RECEIPT-F)
                               TO WS-LAST-RECEIPT
                       END-IF
               END-READ
           END-PERFORM
           IF SALE-STATUS = "00" OR SALE-STATUS = "10"
               CLOSE SALE-FILE
           END-IF
           MOVE 'N' TO FILE-END
           COMPUTE WS-RECEIPT-NO = WS-LAST-RECEIPT + 1.

      * No attached printer -- the receipt goes to the console as it
      * would be printed and the same facts are appended to
      * ../book-sale-receipts.csv, as PayFine.cbl does for fines.
       PRINT-SALE-RECEIPT.
           DISPLAY RECEIPT-LINE
           DISPLAY "LIBRARY BOOK SALE RECEIPT"
           DISPLAY RECEIPT-LINE
           DISPLAY "Receipt No  : " WS-RECEIPT-NO
           DISPLAY "Item        : " FUNCTION TRIM(WS-TITLE)
           DISPLAY "Copy ID     : " WS-COPY-ID
           DISPLAY "Sale price  : " WS-PRICE-AMT " MMK"
           DISPLAY "Paid via    : " WS-FUND-SOURCE
           IF FUNCTION TRIM(WS-PAY-REFERENCE) NOT = SPACES
               DISPLAY "Reference   : "
                   FUNCTION TRIM(WS-PAY-REFERENCE)
           END-IF
           DISPLAY "Date        : " TODAY-MMDDYYYY
           DISPLAY "Sold by     : " WS-OPERATOR-ID-L
           DISPLAY RECEIPT-LINE

           OPEN EXTEND SALE-FILE
           IF SALE-STATUS = "05" OR SALE-STATUS = "35"
               OPEN OUTPUT SALE-FILE
           END-IF
           INSPECT WS-TITLE REPLACING ALL "," BY " "
           MOVE SPACES TO SALE-REC
           STRING WS-RECEIPT-NO DELIMITED BY SIZE ","
                  WS-COPY-ID DELIMITED BY SIZE ","
                  WS-BOOK-ID DELIMITED BY SIZE ","
                  WS-PRICE-AMT DELIMITED BY SIZE ","
                  TODAY-MMDDYYYY DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-FUND-SOURCE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-PAY-REFERENCE) DELIMITED BY SIZE
                  ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-TITLE) DELIMITED BY SIZE
               INTO SALE-REC
           WRITE SALE-REC
           CLOSE SALE-FILE.

       WRITE-DISPOSAL-ROW.
           OPEN EXTEND DISPOSAL-FILE
           IF DISPOSAL-STATUS = "05" OR DISPOSAL-STATUS = "35"
               OPEN OUTPUT DISPOSAL-FILE
           END-IF
           MOVE SPACES TO DISPOSAL-REC
           STRING WS-COPY-ID DELIMITED BY SIZE ","
                  WS-BOOK-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-DISPOSITION) DELIMITED BY SIZE ","
                  TODAY-MMDDYYYY DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE ","
                  WS-PRICE-AMT DELIMITED BY SIZE ","
                  WS-RECEIPT-NO DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-OLD-STATUS) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-NOTE) DELIMITED BY SIZE
               INTO DISPOSAL-REC
           WRITE DISPOSAL-REC
           CLOSE DISPOSAL-FILE.

      * The copy row is dropped rather than re-statused, so holdings,
      * inventory and export counts that walk copies.csv no longer
      * see it. books.csv's available count needs no change -- a
      * WITHDRAWN/DAMAGED/LOST copy had already come off it.
       REMOVE-COPY-ROW.
           OPEN OUTPUT COPIES-TMP-FILE
           PERFORM VARYING CP-IDX FROM 1 BY 1 UNTIL CP-IDX > CP-TOTAL
               IF CP-IDX NOT = CP-MATCH-IDX
                   MOVE CP-DATA(CP-IDX) TO COPIES-TMP-REC
                   WRITE COPIES-TMP-REC
               END-IF
           END-PERFORM
           CLOSE COPIES-TMP-FILE

           CALL "CBL_RENAME_FILE" USING COPIES-TMP-PATH
               COPIES-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL.

      * Same shape CopyMaintain.cbl writes for a status change.
       WRITE-AUDIT-ROW.
           ACCEPT AUDIT-TODAY FROM DATE YYYYMMDD
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS = "05" OR AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE SPACES TO AUDIT-REC
           STRING AUDIT-TODAY DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE ","
                  "DISPOSAL" DELIMITED BY SIZE ","
                  WS-COPY-ID DELIMITED BY SIZE ","
                  "STATUS" DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-OLD-STATUS) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-DISPOSITION) DELIMITED BY SIZE
               INTO AUDIT-REC
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE.

       LIST-AWAITING.
           MOVE SPACES TO WS-COPY-ID
           PERFORM LOAD-COPIES-TABLE THRU LOAD-COPIES-TABLE-EXIT
           MOVE 0 TO WS-SHOWN-COUNT
           DISPLAY " "
           DISPLAY "COPIES AWAITING DISPOSITION"
           DISPLAY HEADER-LINE
           DISPLAY "COPY ID   BOOK   STATUS"
           DISPLAY HEADER-LINE
           PERFORM VARYING CP-IDX FROM 1 BY 1 UNTIL CP-IDX > CP-TOTAL
               UNSTRING CP-DATA(CP-IDX) DELIMITED BY ","
                   INTO CP-ID-F, CP-BOOK-ID-F, CP-STATUS-F
               IF FUNCTION TRIM(CP-STATUS-F) = "WITHDRAWN" OR
                  FUNCTION TRIM(CP-STATUS-F) = "DAMAGED" OR
                  FUNCTION TRIM(CP-STATUS-F) = "LOST"
                   ADD 1 TO WS-SHOWN-COUNT
                   DISPLAY CP-ID-F "  " CP-BOOK-ID-F "  "
                       FUNCTION TRIM(CP-STATUS-F)
               END-IF
           END-PERFORM
           DISPLAY HEADER-LINE
           DISPLAY WS-SHOWN-COUNT " copy(ies) awaiting disposition.".

       END PROGRAM CopyDisposal.
