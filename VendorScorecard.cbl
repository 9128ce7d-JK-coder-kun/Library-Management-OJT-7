      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Vendor performance scorecard -- per vendor and per
      *          fiscal year (the budgets.csv year, taken from the PO
      *          order date as BudgetReport.cbl does), built from
      *          purchase-orders.csv and the dated receipt trail in
      *          po-receipts.csv: average lead time from order to
      *          first receipt, fill rate on received lines, short
      *          lines and split shipments (a PO whose lines arrived
      *          on more than one date), invoiced against ordered
      *          value, and open lines older than 60 days. Lines
      *          received before receipts were dated carry no lead
      *          time and are left out of that average only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VendorScorecard.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-FILE ASSIGN TO "../purchase-orders.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "../po-receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "../vendors.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PO-FILE.
       01  PO-REC             PIC X(200).
       FD  RECEIPT-FILE.
       01  RECEIPT-REC        PIC X(60).
       FD  VENDOR-FILE.
       01  VENDOR-REC         PIC X(120).

       WORKING-STORAGE SECTION.
       01  PO-STATUS          PIC XX.
       01  RECEIPT-STATUS     PIC XX.
       01  VENDOR-STATUS      PIC XX.
       01  FILE-END           PIC X VALUE 'N'.

      * purchase-orders.csv line layout, as PurchaseOrder.cbl writes
      * it.
       01  PO-ID-F            PIC X(5).
       01  PO-LINE-F          PIC X(3).
       01  PO-VENDOR-F        PIC X(5).
       01  PO-DATE-F          PIC X(10).
       01  PO-TITLE-F         PIC X(30).
       01  PO-GENRE-F         PIC X(30).
       01  PO-BRANCH-F        PIC X(10).
       01  PO-QTY-F           PIC X(3).
       01  PO-UNIT-F          PIC X(8).
       01  PO-LSTATUS-F       PIC X(10).
       01  PO-RECVQTY-F       PIC X(3).
       01  PO-INVNO-F         PIC X(12).
       01  PO-INVAMT-F        PIC X(10).
       01  PO-MISMATCH-F      PIC X(10).

       01  VN-ID-F            PIC X(5).
       01  VN-NAME-F          PIC X(30).

      * po-receipts.csv (po_id,line_no,received_date,qty,staff), held
      * whole so each PO line can find its first receipt.
       01  RC-PO-F            PIC X(5).
       01  RC-LINE-F          PIC X(3).
       01  RC-DATE-F          PIC X(10).
       01  RC-QTY-F           PIC X(3).
       01  RECEIPT-TABLE.
           05 RC-ENTRY OCCURS 2000 TIMES.
               10  RC-PO        PIC X(5).
               10  RC-LINE      PIC 9(3).
               10  RC-DATE      PIC X(10).
       01  RC-TOTAL           PIC 9(4) VALUE 0.
       01  RC-IDX             PIC 9(4).
       01  RC-MATCH-IDX       PIC 9(4) VALUE 0.

      * One scorecard row per vendor and fiscal year.
       01  SCORE-TABLE.
           05 VS-ENTRY OCCURS 200 TIMES.
               10  VS-VENDOR      PIC X(5).
               10  VS-YEAR        PIC X(4).
               10  VS-LINES       PIC 9(5).
               10  VS-POS         PIC 9(5).
               10  VS-RECV-LINES  PIC 9(5).
               10  VS-RECV-ORD    PIC 9(7).
               10  VS-RECV-QTY    PIC 9(7).
               10  VS-SHORT       PIC 9(5).
               10  VS-SPLIT       PIC 9(5).
               10  VS-LEAD-LINES  PIC 9(5).
               10  VS-LEAD-DAYS   PIC 9(9).
               10  VS-INV-LINES   PIC 9(5).
               10  VS-INV-EXPECT  PIC 9(11).
               10  VS-INV-AMT     PIC 9(11).
               10  VS-PRICE-FLAGS PIC 9(5).
               10  VS-OPEN-OLD    PIC 9(5).
       01  VS-TOTAL           PIC 9(3) VALUE 0.
       01  VS-IDX             PIC 9(3).
       01  VS-MATCH-IDX       PIC 9(3) VALUE 0.

      * Distinct POs seen, with the first receipt date among their
      * lines -- a second, different date marks a split shipment.
       01  PO-SEEN-TABLE.
           05 PS-ENTRY OCCURS 1000 TIMES.
               10  PS-PO          PIC X(5).
               10  PS-VS-IDX      PIC 9(3).
               10  PS-FIRST-DATE  PIC X(10).
               10  PS-SPLIT       PIC X.
       01  PS-TOTAL           PIC 9(4) VALUE 0.
       01  PS-IDX             PIC 9(4).
       01  PS-MATCH-IDX       PIC 9(4) VALUE 0.

       01  WS-YEAR-RAW        PIC X(10).
       01  WS-YEAR            PIC X(4).
       01  WS-LINE-YEAR       PIC X(4).
       01  WS-LINE-NUM        PIC 9(3).
       01  WS-QTY-NUM         PIC 9(5).
       01  WS-RECV-NUM        PIC 9(5).
       01  WS-UNIT-NUM        PIC 9(8).
       01  WS-EXPECTED-AMT    PIC 9(11).
       01  WS-RECEIVED-LINE   PIC X VALUE 'N'.
       01  WS-VENDOR-NAME     PIC X(30).
       01  WS-OLD-COUNT       PIC 9(5) VALUE 0.
       01  WS-OLD-DAYS        PIC 9(3) VALUE 60.

       01  TODAY              PIC 9(8).
       01  TODAY-INT          PIC 9(8).
       01  PO-DATE-NUM        PIC 9(8).
       01  PO-DATE-INT        PIC 9(8).
       01  RC-DATE-NUM        PIC 9(8).
       01  RC-DATE-INT        PIC 9(8).
       01  PO-AGE-DAYS        PIC 9(5).
       01  WS-LEAD-DAYS       PIC 9(5).

       01  WS-AVG-LEAD        PIC 9(5)V9.
       01  WS-AVG-LEAD-OUT    PIC ZZZZ9.9.
       01  WS-FILL-PCT        PIC 9(3)V9.
       01  WS-FILL-PCT-OUT    PIC ZZ9.9.
       01  WS-VARIANCE        PIC S9(11).
       01  WS-VARIANCE-OUT    PIC -(11)9.
       01  HEADER-LINE        PIC X(70) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY)
           DISPLAY "Fiscal year to score (YYYY, blank = every year "
               "on file): "
           MOVE SPACES TO WS-YEAR-RAW
           ACCEPT WS-YEAR-RAW
           MOVE FUNCTION TRIM(WS-YEAR-RAW) TO WS-YEAR

           PERFORM LOAD-RECEIPTS
           PERFORM TALLY-PO-LINES THRU TALLY-PO-LINES-EXIT
           PERFORM COUNT-SPLIT-SHIPMENTS

           DISPLAY " "
           IF WS-YEAR = SPACES
               DISPLAY "VENDOR PERFORMANCE SCORECARD -- ALL YEARS"
           ELSE
               DISPLAY "VENDOR PERFORMANCE SCORECARD -- FY " WS-YEAR
           END-IF
           DISPLAY HEADER-LINE
           IF VS-TOTAL = 0
               DISPLAY "No purchase-order lines for that year."
               DISPLAY HEADER-LINE
               GOBACK
           END-IF
           PERFORM VARYING VS-IDX FROM 1 BY 1 UNTIL VS-IDX > VS-TOTAL
               PERFORM PRINT-VENDOR-SCORE
           END-PERFORM
           PERFORM LIST-OLD-OPEN-LINES
           GOBACK.

       LOAD-RECEIPTS.
           MOVE 0 TO RC-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT RECEIPT-FILE
           IF RECEIPT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ RECEIPT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO RC-PO-F RC-LINE-F RC-DATE-F
                       UNSTRING RECEIPT-REC DELIMITED BY ","
                           INTO RC-PO-F, RC-LINE-F, RC-DATE-F,
                                RC-QTY-F
                       IF RC-TOTAL < 2000
                           ADD 1 TO RC-TOTAL
                           MOVE FUNCTION TRIM(RC-PO-F)
                               TO RC-PO(RC-TOTAL)
                           MOVE FUNCTION NUMVAL(RC-LINE-F)
                               TO RC-LINE(RC-TOTAL)
                           MOVE RC-DATE-F TO RC-DATE(RC-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF RECEIPT-STATUS = "00" OR RECEIPT-STATUS = "10"
               CLOSE RECEIPT-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       TALLY-PO-LINES.
           MOVE 0 TO VS-TOTAL
           MOVE 0 TO PS-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT PO-FILE
           IF PO-STATUS NOT = "00"
               GO TO TALLY-PO-LINES-EXIT
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ PO-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM SPLIT-PO-LINE
                       MOVE PO-DATE-F(7:4) TO WS-LINE-YEAR
                       IF WS-YEAR = SPACES OR WS-LINE-YEAR = WS-YEAR
                           PERFORM SCORE-ONE-LINE THRU
                               SCORE-ONE-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PO-FILE
           MOVE 'N' TO FILE-END.
       TALLY-PO-LINES-EXIT.
           EXIT.

       SCORE-ONE-LINE.
           PERFORM FIND-OR-ADD-VENDOR-YEAR
           IF VS-MATCH-IDX = 0
               GO TO SCORE-ONE-LINE-EXIT
           END-IF
           PERFORM FIND-OR-ADD-PO
           ADD 1 TO VS-LINES(VS-MATCH-IDX)
           MOVE FUNCTION NUMVAL(PO-QTY-F) TO WS-QTY-NUM
           MOVE FUNCTION NUMVAL(PO-RECVQTY-F) TO WS-RECV-NUM
           MOVE FUNCTION NUMVAL(PO-UNIT-F) TO WS-UNIT-NUM
           MOVE FUNCTION NUMVAL(PO-LINE-F) TO WS-LINE-NUM
           STRING PO-DATE-F(7:4) DELIMITED BY SIZE
                  PO-DATE-F(1:2) DELIMITED BY SIZE
                  PO-DATE-F(4:2) DELIMITED BY SIZE
               INTO PO-DATE-NUM
           COMPUTE PO-DATE-INT = FUNCTION INTEGER-OF-DATE(PO-DATE-NUM)

      * An invoice can be booked before the box arrives, so an
      * INVOICED line only counts as received once it carries a
      * received quantity.
           MOVE 'N' TO WS-RECEIVED-LINE
           IF FUNCTION TRIM(PO-LSTATUS-F) = "RECEIVED"
               MOVE 'Y' TO WS-RECEIVED-LINE
           END-IF
           IF FUNCTION TRIM(PO-LSTATUS-F) = "INVOICED" AND
              WS-RECV-NUM > 0
               MOVE 'Y' TO WS-RECEIVED-LINE
           END-IF

           IF WS-RECEIVED-LINE = 'Y'
               ADD 1 TO VS-RECV-LINES(VS-MATCH-IDX)
               ADD WS-QTY-NUM TO VS-RECV-ORD(VS-MATCH-IDX)
               ADD WS-RECV-NUM TO VS-RECV-QTY(VS-MATCH-IDX)
               IF WS-RECV-NUM < WS-QTY-NUM
                   ADD 1 TO VS-SHORT(VS-MATCH-IDX)
               END-IF
               PERFORM FIND-FIRST-RECEIPT
               IF RC-MATCH-IDX > 0
                   PERFORM SCORE-LEAD-TIME
               END-IF
           END-IF

           IF FUNCTION TRIM(PO-LSTATUS-F) = "INVOICED"
               IF WS-RECV-NUM > 0
                   COMPUTE WS-EXPECTED-AMT = WS-RECV-NUM * WS-UNIT-NUM
               ELSE
                   COMPUTE WS-EXPECTED-AMT = WS-QTY-NUM * WS-UNIT-NUM
               END-IF
               ADD 1 TO VS-INV-LINES(VS-MATCH-IDX)
               ADD WS-EXPECTED-AMT TO VS-INV-EXPECT(VS-MATCH-IDX)
               ADD FUNCTION NUMVAL(PO-INVAMT-F)
                   TO VS-INV-AMT(VS-MATCH-IDX)
               IF FUNCTION TRIM(PO-MISMATCH-F) = "PRICE" OR
                  FUNCTION TRIM(PO-MISMATCH-F) = "QTY+PRICE"
                   ADD 1 TO VS-PRICE-FLAGS(VS-MATCH-IDX)
               END-IF
           END-IF

           IF FUNCTION TRIM(PO-LSTATUS-F) = "OPEN"
               COMPUTE PO-AGE-DAYS = TODAY-INT - PO-DATE-INT
               IF PO-AGE-DAYS > WS-OLD-DAYS
                   ADD 1 TO VS-OPEN-OLD(VS-MATCH-IDX)
               END-IF
           END-IF.
       SCORE-ONE-LINE-EXIT.
           EXIT.

       SCORE-LEAD-TIME.
           STRING RC-DATE(RC-MATCH-IDX)(7:4) DELIMITED BY SIZE
                  RC-DATE(RC-MATCH-IDX)(1:2) DELIMITED BY SIZE
                  RC-DATE(RC-MATCH-IDX)(4:2) DELIMITED BY SIZE
               INTO RC-DATE-NUM
           COMPUTE RC-DATE-INT = FUNCTION INTEGER-OF-DATE(RC-DATE-NUM)
           IF RC-DATE-INT >= PO-DATE-INT
               COMPUTE WS-LEAD-DAYS = RC-DATE-INT - PO-DATE-INT
               ADD 1 TO VS-LEAD-LINES(VS-MATCH-IDX)
               ADD WS-LEAD-DAYS TO VS-LEAD-DAYS(VS-MATCH-IDX)
           END-IF
           IF PS-MATCH-IDX > 0
               IF PS-FIRST-DATE(PS-MATCH-IDX) = SPACES
                   MOVE RC-DATE(RC-MATCH-IDX)
                       TO PS-FIRST-DATE(PS-MATCH-IDX)
               ELSE
                   IF PS-FIRST-DATE(PS-MATCH-IDX) NOT =
                      RC-DATE(RC-MATCH-IDX)
                       MOVE 'Y' TO PS-SPLIT(PS-MATCH-IDX)
                   END-IF
               END-IF
           END-IF.

       FIND-FIRST-RECEIPT.
           MOVE 0 TO RC-MATCH-IDX
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > RC-TOTAL OR RC-MATCH-IDX > 0
               IF RC-PO(RC-IDX) = FUNCTION TRIM(PO-ID-F) AND
                  RC-LINE(RC-IDX) = WS-LINE-NUM
                   MOVE RC-IDX TO RC-MATCH-IDX
               END-IF
           END-PERFORM.

       FIND-OR-ADD-VENDOR-YEAR.
           MOVE 0 TO VS-MATCH-IDX
           PERFORM VARYING VS-IDX FROM 1 BY 1
                   UNTIL VS-IDX > VS-TOTAL OR VS-MATCH-IDX > 0
               IF VS-VENDOR(VS-IDX) = FUNCTION TRIM(PO-VENDOR-F) AND
                  VS-YEAR(VS-IDX) = WS-LINE-YEAR
                   MOVE VS-IDX TO VS-MATCH-IDX
               END-IF
           END-PERFORM
           IF VS-MATCH-IDX = 0 AND VS-TOTAL < 200
               ADD 1 TO VS-TOTAL
               MOVE VS-TOTAL TO VS-MATCH-IDX
               INITIALIZE VS-ENTRY(VS-MATCH-IDX)
               MOVE FUNCTION TRIM(PO-VENDOR-F)
                   TO VS-VENDOR(VS-MATCH-IDX)
               MOVE WS-LINE-YEAR TO VS-YEAR(VS-MATCH-IDX)
           END-IF.

       FIND-OR-ADD-PO.
           MOVE 0 TO PS-MATCH-IDX
           PERFORM VARYING PS-IDX FROM 1 BY 1
                   UNTIL PS-IDX > PS-TOTAL OR PS-MATCH-IDX > 0
               IF PS-PO(PS-IDX) = FUNCTION TRIM(PO-ID-F)
                   MOVE PS-IDX TO PS-MATCH-IDX
               END-IF
           END-PERFORM
           IF PS-MATCH-IDX = 0 AND PS-TOTAL < 1000
               ADD 1 TO PS-TOTAL
               MOVE PS-TOTAL TO PS-MATCH-IDX
               MOVE FUNCTION TRIM(PO-ID-F) TO PS-PO(PS-MATCH-IDX)
               MOVE VS-MATCH-IDX TO PS-VS-IDX(PS-MATCH-IDX)
               MOVE SPACES TO PS-FIRST-DATE(PS-MATCH-IDX)
               MOVE 'N' TO PS-SPLIT(PS-MATCH-IDX)
               ADD 1 TO VS-POS(VS-MATCH-IDX)
           END-IF.

       COUNT-SPLIT-SHIPMENTS.
           PERFORM VARYING PS-IDX FROM 1 BY 1 UNTIL PS-IDX > PS-TOTAL
               IF PS-SPLIT(PS-IDX) = 'Y'
                   ADD 1 TO VS-SPLIT(PS-VS-IDX(PS-IDX))
               END-IF
           END-PERFORM.

       PRINT-VENDOR-SCORE.
           PERFORM LOOKUP-VENDOR-NAME
           DISPLAY "Vendor " VS-VENDOR(VS-IDX) " "
               FUNCTION TRIM(WS-VENDOR-NAME) "   FY " VS-YEAR(VS-IDX)
           DISPLAY "  PO lines ordered    : " VS-LINES(VS-IDX)
               " on " VS-POS(VS-IDX) " PO(s)"
           IF VS-LEAD-LINES(VS-IDX) > 0
               COMPUTE WS-AVG-LEAD ROUNDED =
                   VS-LEAD-DAYS(VS-IDX) / VS-LEAD-LINES(VS-IDX)
               MOVE WS-AVG-LEAD TO WS-AVG-LEAD-OUT
               DISPLAY "  Average lead time   : " WS-AVG-LEAD-OUT
                   " day(s) over " VS-LEAD-LINES(VS-IDX)
                   " dated receipt(s)"
           ELSE
               DISPLAY "  Average lead time   : no dated receipts"
           END-IF
           IF VS-RECV-ORD(VS-IDX) > 0
               COMPUTE WS-FILL-PCT ROUNDED =
                   VS-RECV-QTY(VS-IDX) * 100 / VS-RECV-ORD(VS-IDX)
               MOVE WS-FILL-PCT TO WS-FILL-PCT-OUT
               DISPLAY "  Fill rate           : " WS-FILL-PCT-OUT
                   "% (" VS-RECV-QTY(VS-IDX) " of "
                   VS-RECV-ORD(VS-IDX) " ordered on "
                   VS-RECV-LINES(VS-IDX) " received line(s))"
           ELSE
               DISPLAY "  Fill rate           : nothing received yet"
           END-IF
           DISPLAY "  Short lines         : " VS-SHORT(VS-IDX)
               "   Split shipments: " VS-SPLIT(VS-IDX) " PO(s)"
           IF VS-INV-LINES(VS-IDX) > 0
               COMPUTE WS-VARIANCE =
                   VS-INV-AMT(VS-IDX) - VS-INV-EXPECT(VS-IDX)
               MOVE WS-VARIANCE TO WS-VARIANCE-OUT
               DISPLAY "  Invoiced vs ordered : "
                   VS-INV-AMT(VS-IDX) " vs "
                   VS-INV-EXPECT(VS-IDX) " MMK, variance "
                   FUNCTION TRIM(WS-VARIANCE-OUT) " MMK"
               DISPLAY "                        "
                   VS-PRICE-FLAGS(VS-IDX) " of "
                   VS-INV-LINES(VS-IDX) " invoiced line(s) "
                   "price-flagged"
           ELSE
               DISPLAY "  Invoiced vs ordered : no invoices yet"
           END-IF
           DISPLAY "  Open over " WS-OLD-DAYS " days   : "
               VS-OPEN-OLD(VS-IDX)
           DISPLAY HEADER-LINE.

       LOOKUP-VENDOR-NAME.
           MOVE SPACES TO WS-VENDOR-NAME
           MOVE 'N' TO FILE-END
           OPEN INPUT VENDOR-FILE
           IF VENDOR-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ VENDOR-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING VENDOR-REC DELIMITED BY ","
                           INTO VN-ID-F, VN-NAME-F
                       IF FUNCTION TRIM(VN-ID-F) = VS-VENDOR(VS-IDX)
                           MOVE VN-NAME-F TO WS-VENDOR-NAME
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF VENDOR-STATUS = "00" OR VENDOR-STATUS = "10"
               CLOSE VENDOR-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * The lines behind the "open over 60 days" counts, so the
      * chase list comes with the scorecard.
       LIST-OLD-OPEN-LINES.
           MOVE 0 TO WS-OLD-COUNT
           MOVE 'N' TO FILE-END
           OPEN INPUT PO-FILE
           IF PO-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           DISPLAY "OPEN LINES OLDER THAN " WS-OLD-DAYS " DAYS"
           DISPLAY HEADER-LINE
           PERFORM UNTIL FILE-END = 'Y'
               READ PO-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM SPLIT-PO-LINE
                       MOVE PO-DATE-F(7:4) TO WS-LINE-YEAR
                       IF FUNCTION TRIM(PO-LSTATUS-F) = "OPEN" AND
                          (WS-YEAR = SPACES OR
                           WS-LINE-YEAR = WS-YEAR)
                           STRING PO-DATE-F(7:4) DELIMITED BY SIZE
                                  PO-DATE-F(1:2) DELIMITED BY SIZE
                                  PO-DATE-F(4:2) DELIMITED BY SIZE
                               INTO PO-DATE-NUM
                           COMPUTE PO-DATE-INT =
                               FUNCTION INTEGER-OF-DATE(PO-DATE-NUM)
                           COMPUTE PO-AGE-DAYS =
                               TODAY-INT - PO-DATE-INT
                           IF PO-AGE-DAYS > WS-OLD-DAYS
                               ADD 1 TO WS-OLD-COUNT
                               DISPLAY "Vendor " PO-VENDOR-F " PO "
                                   PO-ID-F " line " PO-LINE-F " -- "
                                   FUNCTION TRIM(PO-TITLE-F) ", "
                                   PO-AGE-DAYS " day(s)"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF PO-STATUS = "00" OR PO-STATUS = "10"
               CLOSE PO-FILE
           END-IF
           MOVE 'N' TO FILE-END
           IF WS-OLD-COUNT = 0
               DISPLAY "None."
           END-IF
           DISPLAY HEADER-LINE.

       SPLIT-PO-LINE.
           MOVE SPACES TO PO-RECVQTY-F
           MOVE SPACES TO PO-INVNO-F
           MOVE SPACES TO PO-INVAMT-F
           MOVE SPACES TO PO-MISMATCH-F
           UNSTRING PO-REC DELIMITED BY ","
               INTO PO-ID-F, PO-LINE-F, PO-VENDOR-F, PO-DATE-F,
                    PO-TITLE-F, PO-GENRE-F, PO-BRANCH-F, PO-QTY-F,
                    PO-UNIT-F, PO-LSTATUS-F, PO-RECVQTY-F,
                    PO-INVNO-F, PO-INVAMT-F, PO-MISMATCH-F.

       END PROGRAM VendorScorecard.
