      *          purchase-orders.csv (an ordered-but-unreceived line
      *          is an encumbrance, not yet an expenditure)
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - earmarked donor gifts (budgets.csv 4th field,
      *                from DonationLedger.cbl) are shown under each
      *                fund's line and in the totals
      * 15.10.2026 HL - open order lines YearEndClose.cbl carried
      *                forward (encumbrance-carry.csv) count as
      *                encumbered in the year they were carried into,
      *                not the year ordered; budgets.csv 5th field
      *                (carried-forward amount) shown under the fund
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudgetReport.
           SELECT PO-FILE ASSIGN TO "../purchase-orders.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-STATUS.
           SELECT CARRY-FILE ASSIGN TO "../encumbrance-carry.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  ACQ-REC            PIC X(120).
       FD  PO-FILE.
       01  PO-REC             PIC X(200).
       FD  CARRY-FILE.
       01  CARRY-REC          PIC X(100).

       WORKING-STORAGE SECTION.
       01  BUDGET-STATUS      PIC XX.
       01  ACQ-STATUS         PIC XX.
       01  PO-STATUS          PIC XX.
       01  CARRY-STATUS       PIC XX.
       01  FILE-END           PIC X VALUE 'N'.

       01  WS-YEAR-RAW        PIC X(10).
              10  FD-ALLOC     PIC 9(9) VALUE 0.
              10  FD-ACTUAL    PIC 9(9) VALUE 0.
              10  FD-ENCUMBERED PIC 9(9) VALUE 0.
              10  FD-GIFTS     PIC 9(9) VALUE 0.
              10  FD-CARRIED   PIC 9(9) VALUE 0.
       01  FD-TOTAL           PIC 9(3) VALUE 0.
       01  FD-IDX             PIC 9(3).
       01  FD-MATCH-IDX       PIC 9(3).
       01  BG-YEAR-F          PIC X(4).
       01  BG-GENRE-F         PIC X(30).
       01  BG-AMOUNT-F        PIC X(10).
       01  BG-GIFTS-F         PIC X(10).
       01  BG-CARRY-F         PIC X(10).

       01  AQ-DATE-F          PIC X(8).
       01  AQ-BOOK-F          PIC X(5).
       01  PO-LSTATUS-F       PIC X(10).
       01  WS-LINE-VALUE      PIC 9(9).

      * encumbrance-carry.csv: to_year,po_id,line_no,genre,
      * amount_mmk,closed_on -- one row per open line each year-end
      * close carried forward.
       01  CY-YEAR-F          PIC X(4).
       01  CY-PO-F            PIC X(5).
       01  CY-LINE-F          PIC X(3).
       01  CARRY-TABLE.
           05 CARRY-ENTRY OCCURS 500 TIMES.
              10  CY-YEAR     PIC X(4).
              10  CY-PO       PIC X(5).
              10  CY-LINE     PIC X(3).
       01  CY-TOTAL           PIC 9(3) VALUE 0.
       01  CY-IDX             PIC 9(3).
       01  WS-YEAR-NUM        PIC 9(4).
       01  WS-NEXT-YEAR       PIC 9(4).
       01  WS-CARRIED-IN      PIC X VALUE 'N'.
       01  WS-CARRIED-OUT     PIC X VALUE 'N'.

       01  TOT-ALLOC          PIC 9(9) VALUE 0.
       01  TOT-ACTUAL         PIC 9(9) VALUE 0.
       01  TOT-ENC            PIC 9(9) VALUE 0.
       01  TOT-GIFTS          PIC 9(9) VALUE 0.
       01  TOT-CARRIED        PIC 9(9) VALUE 0.
       01  HEADER-LINE        PIC X(75) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

           PERFORM LOAD-ALLOCATIONS THRU LOAD-ALLOCATIONS-EXIT
           PERFORM TALLY-ACTUAL-SPEND THRU TALLY-ACTUAL-SPEND-EXIT
           PERFORM LOAD-CARRIED-LINES
           PERFORM TALLY-ENCUMBRANCES THRU TALLY-ENCUMBRANCES-EXIT

           DISPLAY " "
           MOVE 0 TO TOT-ALLOC
           MOVE 0 TO TOT-ACTUAL
           MOVE 0 TO TOT-ENC
           MOVE 0 TO TOT-GIFTS
           MOVE 0 TO TOT-CARRIED
           PERFORM VARYING FD-IDX FROM 1 BY 1 UNTIL FD-IDX > FD-TOTAL
               COMPUTE WS-REMAINING = FD-ALLOC(FD-IDX)
                   - FD-ACTUAL(FD-IDX) - FD-ENCUMBERED(FD-IDX)
                   FD-ACTUAL(FD-IDX) " "
                   FD-ENCUMBERED(FD-IDX) " "
                   WS-REMAINING
               IF FD-GIFTS(FD-IDX) > 0
                   DISPLAY "   incl. earmarked donor gifts "
                       FD-GIFTS(FD-IDX)
                   ADD FD-GIFTS(FD-IDX) TO TOT-GIFTS
               END-IF
               IF FD-CARRIED(FD-IDX) > 0
                   DISPLAY "   incl. carried-forward orders "
                       FD-CARRIED(FD-IDX)
                   ADD FD-CARRIED(FD-IDX) TO TOT-CARRIED
               END-IF
               ADD FD-ALLOC(FD-IDX) TO TOT-ALLOC
               ADD FD-ACTUAL(FD-IDX) TO TOT-ACTUAL
               ADD FD-ENCUMBERED(FD-IDX) TO TOT-ENC
           COMPUTE WS-REMAINING = TOT-ALLOC - TOT-ACTUAL - TOT-ENC
           DISPLAY "TOTAL                          "
               TOT-ALLOC " " TOT-ACTUAL " " TOT-ENC " " WS-REMAINING
           IF TOT-GIFTS > 0
               DISPLAY "   incl. earmarked donor gifts " TOT-GIFTS
           END-IF
           IF TOT-CARRIED > 0
               DISPLAY "   incl. carried-forward orders " TOT-CARRIED
           END-IF
           DISPLAY HEADER-LINE
           IF FD-TOTAL = 0
               DISPLAY "Nothing budgeted, spent or on order for "
               MOVE 0 TO FD-ALLOC(FD-MATCH-IDX)
               MOVE 0 TO FD-ACTUAL(FD-MATCH-IDX)
               MOVE 0 TO FD-ENCUMBERED(FD-MATCH-IDX)
               MOVE 0 TO FD-GIFTS(FD-MATCH-IDX)
               MOVE 0 TO FD-CARRIED(FD-MATCH-IDX)
           END-IF.

       LOAD-ALLOCATIONS.
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO BG-GIFTS-F
                       MOVE SPACES TO BG-CARRY-F
                       UNSTRING BUDGET-REC DELIMITED BY ","
                           INTO BG-YEAR-F, BG-GENRE-F, BG-AMOUNT-F,
                                BG-GIFTS-F, BG-CARRY-F
                       IF BG-YEAR-F = WS-YEAR
                           MOVE BG-GENRE-F TO WS-LOOKUP-GENRE
                           PERFORM FIND-OR-ADD-FUND
                           IF FD-MATCH-IDX > 0
                               MOVE FUNCTION NUMVAL(BG-AMOUNT-F)
                                   TO FD-ALLOC(FD-MATCH-IDX)
                               IF BG-GIFTS-F NOT = SPACES
                                   MOVE FUNCTION NUMVAL(BG-GIFTS-F)
                                       TO FD-GIFTS(FD-MATCH-IDX)
                               END-IF
                               IF BG-CARRY-F NOT = SPACES
                                   MOVE FUNCTION NUMVAL(BG-CARRY-F)
                                       TO FD-CARRIED(FD-MATCH-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
      * (MM/DD/YYYY),title,genre,branch,qty,unit_cost,line_status --
      * an OPEN line is money already committed to a vendor, counted
      * here as encumbered until PurchaseOrder.cbl receives it (which
      * converts it into an acquisitions.csv expenditure). A line a
      * year-end close carried forward belongs to the year it was
      * carried into, and stops counting in the year it left.
       TALLY-ENCUMBRANCES.
           MOVE 'N' TO FILE-END
           OPEN INPUT PO-FILE
                                PO-DATE-F, PO-TITLE-F, PO-GENRE-F,
                                PO-BRANCH-F, PO-QTY-F, PO-UNIT-F,
                                PO-LSTATUS-F
                       PERFORM CHECK-CARRIED-LINE
                       IF FUNCTION TRIM(PO-LSTATUS-F) = "OPEN"
                          AND (PO-DATE-F(7:4) = WS-YEAR OR
                               WS-CARRIED-IN = 'Y')
                          AND WS-CARRIED-OUT = 'N'
                           COMPUTE WS-LINE-VALUE =
                               FUNCTION NUMVAL(PO-QTY-F) *
                               FUNCTION NUMVAL(PO-UNIT-F)
       TALLY-ENCUMBRANCES-EXIT.
           MOVE 'N' TO FILE-END.

       LOAD-CARRIED-LINES.
           MOVE 0 TO CY-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT CARRY-FILE
           IF CARRY-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ CARRY-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING CARRY-REC DELIMITED BY ","
                           INTO CY-YEAR-F, CY-PO-F, CY-LINE-F
                       IF CY-TOTAL < 500
                           ADD 1 TO CY-TOTAL
                           MOVE CY-YEAR-F TO CY-YEAR(CY-TOTAL)
                           MOVE FUNCTION TRIM(CY-PO-F)
                               TO CY-PO(CY-TOTAL)
                           MOVE FUNCTION TRIM(CY-LINE-F)
                               TO CY-LINE(CY-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF CARRY-STATUS = "00" OR CARRY-STATUS = "10"
               CLOSE CARRY-FILE
           END-IF
           MOVE 'N' TO FILE-END
           MOVE WS-YEAR TO WS-YEAR-NUM
           COMPUTE WS-NEXT-YEAR = WS-YEAR-NUM + 1.

       CHECK-CARRIED-LINE.
           MOVE 'N' TO WS-CARRIED-IN
           MOVE 'N' TO WS-CARRIED-OUT
           PERFORM VARYING CY-IDX FROM 1 BY 1 UNTIL CY-IDX > CY-TOTAL
               IF CY-PO(CY-IDX) = FUNCTION TRIM(PO-ID-F) AND
                  CY-LINE(CY-IDX) = FUNCTION TRIM(PO-LINE-F)
                   IF CY-YEAR(CY-IDX) = WS-YEAR
                       MOVE 'Y' TO WS-CARRIED-IN
                   END-IF
                   IF CY-YEAR(CY-IDX) = WS-NEXT-YEAR
                       MOVE 'Y' TO WS-CARRIED-OUT
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM BudgetReport.
