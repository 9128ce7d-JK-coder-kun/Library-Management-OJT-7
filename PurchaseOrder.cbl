      *          Quantity and price mismatches between order, receipt
      *          and invoice are flagged on the line.
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - log each receipt to po-receipts.csv with its
      *               date and staff, for VendorScorecard.cbl
      * 15.10.2026 HL - seed a PO line from an ACCEPTED purchase
      *               suggestion and mark the suggestion ORDERED
      * 15.10.2026 HL - catalog received goods from the matched
      *               line's values, not the file's last line
      * 15.10.2026 HL - capture the language of received goods
      *               (title-languages.csv) when cataloging them
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PurchaseOrder.
           SELECT CTR-LOCK-FILE ASSIGN TO "../counters.csv.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTR-LOCK-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "../po-receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-STATUS.
           SELECT SUGG-FILE ASSIGN TO "../purchase-suggestions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUGG-STATUS.
           SELECT SUGG-TMP-FILE
               ASSIGN TO "../purchase-suggestions.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LANGUAGE-FILE ASSIGN TO "../languages.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LANGUAGE-FILE-STATUS.
           SELECT TITLE-LANGUAGE-FILE
               ASSIGN TO "../title-languages.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TITLE-LANGUAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  COUNTER-TMP-REC    PIC X(100).
       FD  CTR-LOCK-FILE.
       01  CTR-LOCK-REC       PIC X(20).
       FD  RECEIPT-FILE.
       01  RECEIPT-REC        PIC X(60).
       FD  SUGG-FILE.
       01  SUGG-REC           PIC X(250).
       FD  SUGG-TMP-FILE.
       01  SUGG-TMP-REC       PIC X(250).
       FD  LANGUAGE-FILE.
       01  LANGUAGE-REC       PIC X(20).
       FD  TITLE-LANGUAGE-FILE.
       01  TITLE-LANGUAGE-REC PIC X(20).

       WORKING-STORAGE SECTION.
      * purchase-orders.csv line layout: po_id,line_no,vendor_id,
       01  PO-AGE-DAYS        PIC 9(5).
       01  HEADER-LINE        PIC X(70) VALUE ALL '-'.

      * ../po-receipts.csv: po_id,line_no,received_date,qty,staff --
      * one row per receipt, the dated trail VendorScorecard.cbl
      * measures lead times and split shipments from.
       01  RECEIPT-STATUS     PIC XX.

      * PurchaseSuggest.cbl's purchase-suggestions.csv (sugg_id,
      * member_id,date,title,author,isbn,status,reason,staff,
      * decided_date,po_id,book_id) -- an ACCEPTED row can seed a PO
      * line's title, and is then marked ORDERED on this PO.
       01  SUGG-STATUS        PIC XX.
       01  SG-ID-F            PIC X(5).
       01  SG-MEMBER-F        PIC X(5).
       01  SG-DATE-F          PIC X(10).
       01  SG-TITLE-F         PIC X(30).
       01  SG-AUTHOR-F        PIC X(30).
       01  SG-ISBN-F          PIC X(17).
       01  SG-STATE-F         PIC X(10).
       01  SG-REASON-F        PIC X(40).
       01  SG-STAFF-F         PIC X(5).
       01  SG-DECIDED-F       PIC X(10).
       01  SG-PO-F            PIC X(5).
       01  SG-BOOK-F          PIC X(5).
       01  WS-SUGG-OPEN       PIC 9(3) VALUE 0.
       01  WS-SUGG-ID-RAW     PIC X(20).
       01  WS-SUGG-ID         PIC X(5).
       01  WS-SUGG-FOUND      PIC X VALUE 'N'.
       01  SUGG-REAL-PATH     PIC X(32)
           VALUE "../purchase-suggestions.csv".
       01  SUGG-TMP-PATH      PIC X(36)
           VALUE "../purchase-suggestions.csv.tmp".

      * Language of the received goods -- the same code list and
      * title-languages.csv row (book_id,code) AddNewBook.cbl writes.
       01  LANGUAGE-FILE-STATUS PIC XX.
       01  TITLE-LANGUAGE-STATUS PIC XX.
       01  LANGUAGE-LIST.
           05  LANGUAGE-ENTRY PIC X(3) OCCURS 20 TIMES.
       01  LANGUAGE-COUNT     PIC 9(2) VALUE 0.
       01  LANGUAGE-IDX       PIC 9(2).
       01  WS-LANGUAGE        PIC X(3).
       01  LANGUAGE-VALID-FLAG PIC X VALUE 'N'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE
           PERFORM NEXT-PO-ID
           DISPLAY "Raising PO " WS-NEW-PO " on "
               FUNCTION TRIM(WS-VENDOR-NAME) "."
           PERFORM SHOW-ACCEPTED-SUGGESTIONS
           DISPLAY "Enter line items; blank title when done."

           MOVE 0 TO WS-LINE-COUNT
           EXIT.

       ADD-PO-LINE.
           MOVE SPACES TO WS-SUGG-ID WS-TITLE
           IF WS-SUGG-OPEN > 0
               DISPLAY "Accepted suggestion ID for this line "
                   "(blank = none): "
               MOVE SPACES TO WS-SUGG-ID-RAW
               ACCEPT WS-SUGG-ID-RAW
               MOVE FUNCTION TRIM(WS-SUGG-ID-RAW) TO WS-SUGG-ID
           END-IF
           IF WS-SUGG-ID NOT = SPACES
               PERFORM FIND-ACCEPTED-SUGGESTION
               IF WS-SUGG-FOUND NOT = 'Y'
                   DISPLAY "No ACCEPTED suggestion with that ID."
                   MOVE SPACES TO WS-SUGG-ID
               ELSE
                   MOVE SG-TITLE-F TO WS-TITLE
                   DISPLAY "Title: " FUNCTION TRIM(WS-TITLE)
               END-IF
           END-IF
           IF WS-SUGG-ID = SPACES
               DISPLAY "Title (blank to finish): "
               ACCEPT WS-TITLE
           END-IF
           IF FUNCTION TRIM(WS-TITLE) = SPACES
               MOVE 'N' TO WS-MORE-LINES
               GO TO ADD-PO-LINE-EXIT
               INTO PO-REC
           WRITE PO-REC
           CLOSE PO-FILE
           DISPLAY "Line " WS-LINE-COUNT " added."
           IF WS-SUGG-ID NOT = SPACES
               PERFORM MARK-SUGGESTION-ORDERED
               SUBTRACT 1 FROM WS-SUGG-OPEN
           END-IF.
       ADD-PO-LINE-EXIT.
           EXIT.

      * Lists the ACCEPTED suggestions still waiting for a PO and
      * counts them, so ADD-PO-LINE only asks when there are some.
       SHOW-ACCEPTED-SUGGESTIONS.
           MOVE 0 TO WS-SUGG-OPEN
           MOVE 'N' TO FILE-END
           OPEN INPUT SUGG-FILE
           IF SUGG-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SUGG-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM SPLIT-SUGG-REC
                       IF SG-STATE-F = "ACCEPTED"
                           IF WS-SUGG-OPEN = 0
                               DISPLAY "Accepted member suggestions "
                                   "not yet ordered:"
                           END-IF
                           ADD 1 TO WS-SUGG-OPEN
                           DISPLAY "  " SG-ID-F " "
                               FUNCTION TRIM(SG-TITLE-F) " / "
                               FUNCTION TRIM(SG-AUTHOR-F)
                       END-IF
               END-READ
           END-PERFORM
           IF SUGG-STATUS = "00" OR SUGG-STATUS = "10"
               CLOSE SUGG-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       FIND-ACCEPTED-SUGGESTION.
           MOVE 'N' TO WS-SUGG-FOUND
           MOVE 'N' TO FILE-END
           OPEN INPUT SUGG-FILE
           IF SUGG-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SUGG-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM SPLIT-SUGG-REC
                       IF FUNCTION TRIM(SG-ID-F) = WS-SUGG-ID AND
                          SG-STATE-F = "ACCEPTED"
                           MOVE 'Y' TO WS-SUGG-FOUND
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF SUGG-STATUS = "00" OR SUGG-STATUS = "10"
               CLOSE SUGG-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       MARK-SUGGESTION-ORDERED.
           MOVE 'N' TO FILE-END
           OPEN INPUT SUGG-FILE
           IF SUGG-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           OPEN OUTPUT SUGG-TMP-FILE
           PERFORM UNTIL FILE-END = 'Y'
               READ SUGG-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM SPLIT-SUGG-REC
                       IF FUNCTION TRIM(SG-ID-F) = WS-SUGG-ID AND
                          SG-STATE-F = "ACCEPTED"
                           MOVE SPACES TO SUGG-TMP-REC
                           STRING FUNCTION TRIM(SG-ID-F)
                                      DELIMITED BY SIZE ","
                                  SG-MEMBER-F DELIMITED BY SIZE ","
                                  SG-DATE-F DELIMITED BY SIZE ","
                                  FUNCTION TRIM(SG-TITLE-F)
                                      DELIMITED BY SIZE ","
                                  FUNCTION TRIM(SG-AUTHOR-F)
                                      DELIMITED BY SIZE ","
                                  FUNCTION TRIM(SG-ISBN-F)
                                      DELIMITED BY SIZE ","
                                  "ORDERED" DELIMITED BY SIZE ","
                                  FUNCTION TRIM(SG-REASON-F)
                                      DELIMITED BY SIZE ","
                                  FUNCTION TRIM(SG-STAFF-F)
                                      DELIMITED BY SIZE ","
                                  FUNCTION TRIM(SG-DECIDED-F)
                                      DELIMITED BY SIZE ","
                                  WS-NEW-PO DELIMITED BY SIZE ","
                                  FUNCTION TRIM(SG-BOOK-F)
                                      DELIMITED BY SIZE
                               INTO SUGG-TMP-REC
                       ELSE
                           MOVE SUGG-REC TO SUGG-TMP-REC
                       END-IF
                       WRITE SUGG-TMP-REC
               END-READ
           END-PERFORM
           IF SUGG-STATUS = "00" OR SUGG-STATUS = "10"
               CLOSE SUGG-FILE
           END-IF
           CLOSE SUGG-TMP-FILE
           MOVE 'N' TO FILE-END
           CALL "CBL_RENAME_FILE" USING SUGG-TMP-PATH SUGG-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL
           DISPLAY "Suggestion " WS-SUGG-ID " marked ORDERED on PO "
               WS-NEW-PO ".".

       SPLIT-SUGG-REC.
           MOVE SPACES TO SG-ID-F SG-MEMBER-F SG-DATE-F SG-TITLE-F
               SG-AUTHOR-F SG-ISBN-F SG-STATE-F SG-REASON-F
               SG-STAFF-F SG-DECIDED-F SG-PO-F SG-BOOK-F
           UNSTRING SUGG-REC DELIMITED BY ","
               INTO SG-ID-F, SG-MEMBER-F, SG-DATE-F, SG-TITLE-F,
                    SG-AUTHOR-F, SG-ISBN-F, SG-STATE-F, SG-REASON-F,
                    SG-STAFF-F, SG-DECIDED-F, SG-PO-F, SG-BOOK-F.

       VALIDATE-VENDOR.
           MOVE 'N' TO WS-VENDOR-OK
           MOVE SPACES TO WS-VENDOR-NAME
           ACCEPT WS-AUTHOR
           DISPLAY "ISBN (blank if unknown): "
           ACCEPT WS-ISBN
           PERFORM CHECK-LANGUAGE-VALID

           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO FILE-END
                           MOVE SPACES TO PO-RECVQTY-F
                           MOVE WS-RECV-QTY TO PO-RECVQTY-F
                           MOVE WS-MISMATCH TO PO-MISMATCH-F
                           MOVE PO-TITLE-F TO WS-TITLE
                           MOVE PO-GENRE-F TO WS-GENRE
                           MOVE PO-BRANCH-F TO WS-BRANCH
                           MOVE PO-VENDOR-F TO WS-VENDOR-ID
                       END-IF
                       PERFORM WRITE-PO-TMP-LINE
               END-READ
           CALL "CBL_RENAME_FILE" USING PO-TMP-PATH PO-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL
           PERFORM LOG-PO-RECEIPT

      * The scan ran on to the end of the file -- put the matched
      * line's values back before cataloging from them.
           MOVE WS-TITLE TO PO-TITLE-F
           MOVE WS-GENRE TO PO-GENRE-F
           MOVE WS-BRANCH TO PO-BRANCH-F
           MOVE WS-VENDOR-ID TO PO-VENDOR-F

           IF WS-RECV-QTY > 0
               PERFORM CATALOG-RECEIVED-GOODS
       RECEIVE-PO-LINE-EXIT.
           EXIT.

       LOG-PO-RECEIPT.
           OPEN EXTEND RECEIPT-FILE
           IF RECEIPT-STATUS = "05" OR RECEIPT-STATUS = "35"
               OPEN OUTPUT RECEIPT-FILE
           END-IF
           MOVE SPACES TO RECEIPT-REC
           STRING WS-PO-ID DELIMITED BY SPACE ","
                  WS-LINE-NO DELIMITED BY SIZE ","
                  WS-DATE-TODAY DELIMITED BY SIZE ","
                  WS-RECV-QTY DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE
               INTO RECEIPT-REC
           WRITE RECEIPT-REC
           CLOSE RECEIPT-FILE.

       SPLIT-PO-LINE.
           MOVE SPACES TO PO-RECVQTY-F
           MOVE SPACES TO PO-INVNO-F
                  FUNCTION TRIM(PO-BRANCH-F) DELIMITED BY SIZE ","
                  WS-RECV-QTY DELIMITED BY SIZE ","
                  WS-UNIT-NUM DELIMITED BY SIZE ","
                  WS-TOTAL-COST DELIMITED BY SIZE ","
                  FUNCTION TRIM(PO-VENDOR-F) DELIMITED BY SIZE
               INTO ACQ-REC
           WRITE ACQ-REC
           CLOSE ACQ-FILE

           OPEN EXTEND TITLE-LANGUAGE-FILE
           IF TITLE-LANGUAGE-STATUS = "05" OR
              TITLE-LANGUAGE-STATUS = "35"
               OPEN OUTPUT TITLE-LANGUAGE-FILE
           END-IF
           MOVE SPACES TO TITLE-LANGUAGE-REC
           STRING NEW-BOOK-ID DELIMITED BY SIZE ","
                  WS-LANGUAGE DELIMITED BY SIZE
               INTO TITLE-LANGUAGE-REC
           WRITE TITLE-LANGUAGE-REC
           CLOSE TITLE-LANGUAGE-FILE

           DISPLAY "Cataloged as Book " NEW-BOOK-ID " with "
               WS-RECV-QTY " cop(y/ies); " WS-TOTAL-COST
               " MMK expensed.".

       CHECK-LANGUAGE-VALID.
           MOVE "MYA" TO LANGUAGE-ENTRY(1)
           MOVE "ENG" TO LANGUAGE-ENTRY(2)
           MOVE "SHN" TO LANGUAGE-ENTRY(3)
           MOVE "CHI" TO LANGUAGE-ENTRY(4)
           MOVE 4 TO LANGUAGE-COUNT
           OPEN INPUT LANGUAGE-FILE
           IF LANGUAGE-FILE-STATUS = "00"
               PERFORM UNTIL LANGUAGE-FILE-STATUS NOT = "00"
                   OR LANGUAGE-COUNT >= 20
                   READ LANGUAGE-FILE
                       AT END
                           MOVE "10" TO LANGUAGE-FILE-STATUS
                       NOT AT END
                           IF FUNCTION TRIM(LANGUAGE-REC) NOT = SPACES
                               ADD 1 TO LANGUAGE-COUNT
                               MOVE FUNCTION UPPER-CASE
                                   (FUNCTION TRIM(LANGUAGE-REC))
                                   TO LANGUAGE-ENTRY(LANGUAGE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LANGUAGE-FILE
           END-IF
           MOVE 'N' TO LANGUAGE-VALID-FLAG
           PERFORM UNTIL LANGUAGE-VALID-FLAG = 'Y'
               DISPLAY "Language code (MYA/ENG/SHN/CHI, blank = MYA): "
               ACCEPT WS-LANGUAGE
               IF WS-LANGUAGE = SPACES
                   MOVE "MYA" TO WS-LANGUAGE
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-LANGUAGE) TO WS-LANGUAGE
               PERFORM VARYING LANGUAGE-IDX FROM 1 BY 1
                       UNTIL LANGUAGE-IDX > LANGUAGE-COUNT
                   IF LANGUAGE-ENTRY(LANGUAGE-IDX) = WS-LANGUAGE
                       MOVE 'Y' TO LANGUAGE-VALID-FLAG
                   END-IF
               END-PERFORM
               IF LANGUAGE-VALID-FLAG = 'N'
                   DISPLAY "Unknown language code. Valid codes:"
                   PERFORM VARYING LANGUAGE-IDX FROM 1 BY 1
                           UNTIL LANGUAGE-IDX > LANGUAGE-COUNT
                       DISPLAY "  " LANGUAGE-ENTRY(LANGUAGE-IDX)
                   END-PERFORM
               END-IF
           END-PERFORM.

      * The invoice is matched against what was RECEIVED (or, if the
      * box never came, what was ordered) -- a different amount
      * flags PRICE on top of any existing QTY flag.
