      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Financial year-end close, run once per year by a
      *          MANAGER login after the year has ended. It
      *          - writes the final-year snapshot report
      *            (../archive/year-end-YYYY.txt): fines outstanding,
      *            settled, waived and refunded, and each fund's
      *            allocation, spend and carried encumbrance;
      *          - keeps a closing copy of fine.csv
      *            (../archive/fine-close-YYYY.csv) that
      *            FineAgingReport.cbl can age as at 31 December;
      *          - moves fully settled, waived and refunded fines out
      *            of fine.csv into the dated fine archive
      *            (../archive/fines-YYYY.csv), so fine.csv holds only
      *            what is still open;
      *          - rolls budgets.csv into the new year: each fund's
      *            base allocation is repeated and the still-open
      *            purchase-order lines are carried forward as a 5th
      *            "carried" field (../encumbrance-carry.csv lists
      *            the lines, which BudgetReport.cbl then counts as
      *            encumbered in the new year instead of the old);
      *          - records the close in ../year-end-close.csv
      *            (year,closed_on,operator,fines_archived,
      *            budget_rows,po_lines,carried_mmk) and refuses the
      *            same year twice.
      *          The ID counters in counters.csv run on across years
      *          and are deliberately not reset. log.csv, the loan
      *          archives and the catalogue files are not touched, so
      *          AnnualStatsReturn.cbl still reproduces the closed
      *          year.
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - TRAINING banner on the snapshot report when
      *                run against the practice data set
      *                (TrainingCheck.cbl)
      * 15.10.2026 HL - the fine.csv rewrite goes to the day journal
      *                (DayJournal.cbl) before it replaces the old file
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YearEndClose.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-FILE ASSIGN TO "../year-end-close.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-STATUS.
           SELECT FINE-FILE ASSIGN TO "../fine.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINE-STATUS.
           SELECT FINE-TMP-FILE ASSIGN TO "../fine.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FINE-ARCH-FILE ASSIGN TO DYNAMIC FINE-ARCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINE-ARCH-STATUS.
           SELECT FINE-SNAP-FILE ASSIGN TO DYNAMIC FINE-SNAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINE-SNAP-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "../budgets.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-STATUS.
           SELECT BUDGET-TMP-FILE ASSIGN TO "../budgets.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACQ-FILE ASSIGN TO "../acquisitions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACQ-STATUS.
           SELECT PO-FILE ASSIGN TO "../purchase-orders.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-STATUS.
           SELECT CARRY-FILE ASSIGN TO "../encumbrance-carry.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARRY-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-FILE.
       01  CLOSE-REC          PIC X(100).
       FD  FINE-FILE.
       01  FINE-REC           PIC X(200).
       FD  FINE-TMP-FILE.
       01  FINE-TMP-REC       PIC X(200).
       FD  FINE-ARCH-FILE.
       01  FINE-ARCH-REC      PIC X(200).
       FD  FINE-SNAP-FILE.
       01  FINE-SNAP-REC      PIC X(200).
       FD  BUDGET-FILE.
       01  BUDGET-REC         PIC X(60).
       FD  BUDGET-TMP-FILE.
       01  BUDGET-TMP-REC     PIC X(60).
       FD  ACQ-FILE.
       01  ACQ-REC            PIC X(120).
       FD  PO-FILE.
       01  PO-REC             PIC X(200).
       FD  CARRY-FILE.
       01  CARRY-REC          PIC X(100).
       FD  REPORT-FILE.
       01  REPORT-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  CLOSE-STATUS       PIC XX.
       01  FINE-STATUS        PIC XX.
       01  FINE-ARCH-STATUS   PIC XX.
       01  FINE-SNAP-STATUS   PIC XX.
       01  BUDGET-STATUS      PIC XX.
       01  ACQ-STATUS         PIC XX.
       01  PO-STATUS          PIC XX.
       01  CARRY-STATUS       PIC XX.
       01  REPORT-STATUS      PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  RENAME-STATUS      PIC S9(9) COMP-5.
       01  JNL-MODE           PIC X(4).
       01  JNL-PROGRAM        PIC X(20) VALUE "YearEndClose".
       01  JNL-FILE           PIC X(30).
       01  JNL-IMAGE          PIC X(300).
       01  MKDIR-STATUS       PIC S9(9) COMP-5.

       01  ARCHIVE-DIR-PATH   PIC X(20) VALUE "../archive".
       01  FINE-ARCH-PATH     PIC X(40).
       01  FINE-SNAP-PATH     PIC X(40).
       01  REPORT-PATH        PIC X(40).
       01  FINE-REAL-PATH     PIC X(20) VALUE "../fine.csv".
       01  FINE-TMP-PATH      PIC X(24) VALUE "../fine.csv.tmp".
       01  BUDGET-REAL-PATH   PIC X(20) VALUE "../budgets.csv".
       01  BUDGET-TMP-PATH    PIC X(24) VALUE "../budgets.csv.tmp".

       01  TODAY              PIC 9(8).
       01  TODAY-MMDDYYYY     PIC X(10).
       01  WS-CONFIRM         PIC X.
       01  WS-YEAR-RAW        PIC X(10).
       01  WS-YEAR            PIC X(4).
       01  WS-YEAR-NUM        PIC 9(4).
       01  WS-NEXT-YEAR-NUM   PIC 9(4).
       01  WS-NEXT-YEAR       PIC X(4).
       01  WS-REPORT-OPEN     PIC X VALUE 'N'.

      * year-end-close.csv: year,closed_on,operator,fines_archived,
      * budget_rows,po_lines,carried_mmk
       01  YC-YEAR-F          PIC X(4).
       01  YC-DATE-F          PIC X(10).
       01  YC-OPERATOR-F      PIC X(5).
       01  WS-CLOSED-FLAG     PIC X VALUE 'N'.
       01  WS-CLOSED-ON       PIC X(10).
       01  WS-CLOSED-BY       PIC X(5).

      * fine.csv: fine_id,tran_id,member_id,days,amount,flag,
      * paid_date(MM/DD/YYYY),paid_amount
       01  FINE-ID-F          PIC X(5).
       01  TRAN-ID-F          PIC X(5).
       01  MEMBER-ID-F        PIC X(5).
       01  DIFF-DAYS-F        PIC X(4).
       01  FINE-AMOUNT-F      PIC X(8).
       01  PAID-FLAG-F        PIC X.
       01  PAID-DATE-F        PIC X(10).
       01  PAID-AMOUNT-F      PIC X(8).
       01  WS-FN-AMOUNT       PIC 9(9) VALUE 0.
       01  WS-FN-PAID         PIC 9(9) VALUE 0.
       01  WS-FN-BALANCE      PIC S9(9) VALUE 0.
       01  WS-SETTLED-FLAG    PIC X VALUE 'N'.

       01  FN-CNT-OPEN        PIC 9(5) VALUE 0.
       01  FN-AMT-OPEN        PIC 9(9) VALUE 0.
       01  FN-CNT-PAID        PIC 9(5) VALUE 0.
       01  FN-AMT-PAID        PIC 9(9) VALUE 0.
       01  FN-CNT-WAIVED      PIC 9(5) VALUE 0.
       01  FN-AMT-WAIVED      PIC 9(9) VALUE 0.
       01  FN-CNT-REFUNDED    PIC 9(5) VALUE 0.
       01  FN-CNT-ARCHIVE     PIC 9(5) VALUE 0.
       01  FN-CNT-KEPT        PIC 9(5) VALUE 0.

      * budgets.csv: year,genre,allocation_mmk[,gifts_mmk
      * [,carried_mmk]] -- allocation already includes the gifts and
      * the carried-forward encumbrance.
       01  BG-YEAR-F          PIC X(4).
       01  BG-GENRE-F         PIC X(30).
       01  BG-AMOUNT-F        PIC X(10).
       01  BG-GIFTS-F         PIC X(10).
       01  BG-CARRY-F         PIC X(10).
       01  WS-BG-YEAR         PIC X(4).
       01  WS-BG-GENRE        PIC X(30).
       01  WS-BG-ALLOC        PIC 9(9) VALUE 0.
       01  WS-BG-GIFTS        PIC 9(9) VALUE 0.
       01  WS-BG-CARRY        PIC 9(9) VALUE 0.
       01  WS-BG-BASE         PIC S9(9) VALUE 0.
       01  WS-BUDGET-ROWS     PIC 9(5) VALUE 0.

      * acquisitions.csv: date(YYYYMMDD),book,genre,branch,copies,
      * unit_cost,total_cost[,vendor]
       01  AQ-DATE-F          PIC X(8).
       01  AQ-BOOK-F          PIC X(5).
       01  AQ-GENRE-F         PIC X(30).
       01  AQ-BRANCH-F        PIC X(10).
       01  AQ-COPIES-F        PIC X(3).
       01  AQ-UNIT-F          PIC X(8).
       01  AQ-TOTAL-F         PIC X(10).

      * purchase-orders.csv: po_id,line_no,vendor_id,order_date
      * (MM/DD/YYYY),title,genre,branch,qty,unit_cost,line_status,...
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
       01  WS-LINE-VALUE      PIC 9(9) VALUE 0.

      * encumbrance-carry.csv: to_year,po_id,line_no,genre,
      * amount_mmk,closed_on
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
       01  WS-CARRIED-OUT     PIC X VALUE 'N'.

      * The open lines going forward into the new year
       01  OUT-TABLE.
           05 OUT-ENTRY OCCURS 500 TIMES.
              10  OT-PO       PIC X(5).
              10  OT-LINE     PIC X(3).
              10  OT-GENRE    PIC X(30).
              10  OT-AMOUNT   PIC 9(9).
       01  OT-TOTAL           PIC 9(3) VALUE 0.
       01  OT-IDX             PIC 9(3).
       01  OT-CARRIED-TOTAL   PIC 9(9) VALUE 0.

      * One line per fund touched in the closing year
       01  FUND-TABLE.
           05 FUND-ENTRY OCCURS 100 TIMES.
              10  FD-GENRE     PIC X(30).
              10  FD-ALLOC     PIC 9(9).
              10  FD-GIFTS     PIC 9(9).
              10  FD-CARRY-IN  PIC 9(9).
              10  FD-ACTUAL    PIC 9(9).
              10  FD-CARRY-OUT PIC 9(9).
              10  FD-ROLLED    PIC X.
       01  FD-TOTAL           PIC 9(3) VALUE 0.
       01  FD-IDX             PIC 9(3).
       01  FD-MATCH-IDX       PIC 9(3).
       01  WS-LOOKUP-GENRE    PIC X(30).
       01  TOT-ALLOC          PIC 9(10) VALUE 0.
       01  TOT-ACTUAL         PIC 9(10) VALUE 0.
       01  TOT-CARRY-OUT      PIC 9(10) VALUE 0.
       01  WS-REMAINING       PIC S9(10) VALUE 0.

       01  WS-AMT-OUT         PIC Z(8)9.
       01  WS-CNT-OUT         PIC Z(4)9.
       01  RPT-FUND-LINE.
           05  RF-GENRE       PIC X(20).
           05  FILLER         PIC X VALUE SPACE.
           05  RF-ALLOC       PIC Z(9)9.
           05  FILLER         PIC X VALUE SPACE.
           05  RF-ACTUAL      PIC Z(9)9.
           05  FILLER         PIC X VALUE SPACE.
           05  RF-CARRY       PIC Z(9)9.
           05  FILLER         PIC X VALUE SPACE.
           05  RF-REMAIN      PIC -(10)9.
       01  RPT-CARRY-LINE.
           05  FILLER         PIC X(5) VALUE "  PO ".
           05  RC-PO          PIC X(6).
           05  FILLER         PIC X(5) VALUE "line ".
           05  RC-LINE        PIC X(4).
           05  RC-GENRE       PIC X(30).
           05  RC-AMOUNT      PIC Z(8)9.
       01  HEADER-LINE        PIC X(66) VALUE ALL '-'.
       01  TRAINING-MODE      PIC X VALUE 'N'.
       01  TRAINING-DATE      PIC X(8).

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       01 WS-OPERATOR-ROLE-L PIC X(10).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L,
           WS-OPERATOR-ROLE-L.
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
           DISPLAY "*       Financial Year-End Close          *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           PERFORM CLOSE-YEAR THRU CLOSE-YEAR-EXIT
           GOBACK.

      * Everything is tallied and shown first; nothing on disk changes
      * until the manager confirms.
       CLOSE-YEAR.
           IF FUNCTION TRIM(WS-OPERATOR-ROLE-L) NOT = "MANAGER"
               DISPLAY "Manager role required for this action."
               GO TO CLOSE-YEAR-EXIT
           END-IF
           DISPLAY "Financial year to close (YYYY): "
           MOVE SPACES TO WS-YEAR-RAW
           ACCEPT WS-YEAR-RAW
           MOVE FUNCTION TRIM(WS-YEAR-RAW) TO WS-YEAR
           IF WS-YEAR IS NOT NUMERIC
               DISPLAY "Year must be four digits."
               GO TO CLOSE-YEAR-EXIT
           END-IF
           MOVE WS-YEAR TO WS-YEAR-NUM
           COMPUTE WS-NEXT-YEAR-NUM = WS-YEAR-NUM + 1
           MOVE WS-NEXT-YEAR-NUM TO WS-NEXT-YEAR

      * The year must be over -- 31 December itself is allowed so the
      * close can be run after the last desk shift of the year.
           IF WS-YEAR > TODAY(1:4) OR
              (WS-YEAR = TODAY(1:4) AND TODAY(5:4) NOT = "1231")
               DISPLAY "Financial year " WS-YEAR
                   " has not ended yet."
               GO TO CLOSE-YEAR-EXIT
           END-IF

           PERFORM CHECK-ALREADY-CLOSED
           IF WS-CLOSED-FLAG = 'Y'
               DISPLAY "Financial year " WS-YEAR " was already closed"
                   " on " FUNCTION TRIM(WS-CLOSED-ON) " by "
                   FUNCTION TRIM(WS-CLOSED-BY) "."
               GO TO CLOSE-YEAR-EXIT
           END-IF

           PERFORM TALLY-FINES
           PERFORM LOAD-ALLOCATIONS
           PERFORM TALLY-ACTUAL-SPEND
           PERFORM LOAD-CARRIED-LINES
           PERFORM TALLY-OPEN-ORDERS

           MOVE 'N' TO WS-REPORT-OPEN
           PERFORM PRODUCE-SNAPSHOT
           DISPLAY " "
           MOVE FN-CNT-ARCHIVE TO WS-CNT-OUT
           DISPLAY "Closing moves " FUNCTION TRIM(WS-CNT-OUT)
               " settled fine(s) to the archive and rolls the"
           MOVE FD-TOTAL TO WS-CNT-OUT
           DISPLAY "budgets of " FUNCTION TRIM(WS-CNT-OUT)
               " fund(s) into " WS-NEXT-YEAR "."
           DISPLAY "Close financial year " WS-YEAR " now? (Y/N): "
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
               DISPLAY "Year-end close cancelled. Nothing changed."
               GO TO CLOSE-YEAR-EXIT
           END-IF

           PERFORM ENSURE-ARCHIVE-DIR
           PERFORM SNAPSHOT-FINE-FILE
           PERFORM ARCHIVE-SETTLED-FINES
           PERFORM ROLL-BUDGETS
           PERFORM WRITE-CARRIED-LINES THRU WRITE-CARRIED-LINES-EXIT

           MOVE SPACES TO REPORT-PATH
           STRING "../archive/year-end-" DELIMITED BY SIZE
                  WS-YEAR DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS = "00"
               MOVE 'Y' TO WS-REPORT-OPEN
           END-IF
           PERFORM PRODUCE-SNAPSHOT
           IF WS-REPORT-OPEN = 'Y'
               CLOSE REPORT-FILE
               MOVE 'N' TO WS-REPORT-OPEN
           END-IF

           PERFORM RECORD-CLOSE
           DISPLAY " "
           DISPLAY "Financial year " WS-YEAR " closed."
           DISPLAY "Snapshot report : " FUNCTION TRIM(REPORT-PATH)
           DISPLAY "Fine archive    : " FUNCTION TRIM(FINE-ARCH-PATH)
           DISPLAY "Closing fines   : " FUNCTION TRIM(FINE-SNAP-PATH).
       CLOSE-YEAR-EXIT.
           EXIT.

       CHECK-ALREADY-CLOSED.
           MOVE 'N' TO WS-CLOSED-FLAG
           MOVE 'N' TO FILE-END
           OPEN INPUT CLOSE-FILE
           IF CLOSE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ CLOSE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING CLOSE-REC DELIMITED BY ","
                           INTO YC-YEAR-F, YC-DATE-F, YC-OPERATOR-F
                       IF YC-YEAR-F = WS-YEAR
                           MOVE 'Y' TO WS-CLOSED-FLAG
                           MOVE YC-DATE-F TO WS-CLOSED-ON
                           MOVE YC-OPERATOR-F TO WS-CLOSED-BY
                       END-IF
               END-READ
           END-PERFORM
           IF CLOSE-STATUS = "00" OR CLOSE-STATUS = "10"
               CLOSE CLOSE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * A fine is settled for the archive when it is paid in full,
      * waived or refunded, with its settlement dated in or before
      * the closing year (undated settlements predate the paid-date
      * field and go too). Anything settled after 31 December stays
      * for next year's close.
       CLASSIFY-FINE.
           MOVE 'N' TO WS-SETTLED-FLAG
           IF PAID-FLAG-F = "Y" OR PAID-FLAG-F = "W" OR
              PAID-FLAG-F = "R"
               IF PAID-DATE-F(3:1) NOT = "/"
                   MOVE 'Y' TO WS-SETTLED-FLAG
               ELSE
                   IF PAID-DATE-F(7:4) NOT > WS-YEAR
                       MOVE 'Y' TO WS-SETTLED-FLAG
                   END-IF
               END-IF
           END-IF.

       UNSTRING-FINE.
           MOVE SPACES TO PAID-DATE-F
           MOVE SPACES TO PAID-AMOUNT-F
           UNSTRING FINE-REC DELIMITED BY ","
               INTO FINE-ID-F, TRAN-ID-F, MEMBER-ID-F,
                    DIFF-DAYS-F, FINE-AMOUNT-F, PAID-FLAG-F,
                    PAID-DATE-F, PAID-AMOUNT-F.

       TALLY-FINES.
           MOVE 'N' TO FILE-END
           OPEN INPUT FINE-FILE
           IF FINE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ FINE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM UNSTRING-FINE
                       MOVE 0 TO WS-FN-AMOUNT
                       MOVE 0 TO WS-FN-PAID
                       IF FINE-AMOUNT-F NOT = SPACES
                           MOVE FUNCTION NUMVAL(FINE-AMOUNT-F)
                               TO WS-FN-AMOUNT
                       END-IF
                       IF PAID-AMOUNT-F NOT = SPACES
                           MOVE FUNCTION NUMVAL(PAID-AMOUNT-F)
                               TO WS-FN-PAID
                       END-IF
                       EVALUATE PAID-FLAG-F
                           WHEN "Y"
                               IF PAID-DATE-F(7:4) = WS-YEAR
                                   ADD 1 TO FN-CNT-PAID
                                   ADD WS-FN-PAID TO FN-AMT-PAID
                               END-IF
                           WHEN "W"
                               IF PAID-DATE-F(7:4) = WS-YEAR
                                   ADD 1 TO FN-CNT-WAIVED
                                   COMPUTE FN-AMT-WAIVED =
                                       FN-AMT-WAIVED + WS-FN-AMOUNT
                               END-IF
                           WHEN "R"
                               IF PAID-DATE-F(7:4) = WS-YEAR
                                   ADD 1 TO FN-CNT-REFUNDED
                               END-IF
                           WHEN OTHER
                               COMPUTE WS-FN-BALANCE =
                                   WS-FN-AMOUNT - WS-FN-PAID
                               IF WS-FN-BALANCE > 0
                                   ADD 1 TO FN-CNT-OPEN
                                   ADD WS-FN-BALANCE TO FN-AMT-OPEN
                               END-IF
                       END-EVALUATE
                       PERFORM CLASSIFY-FINE
                       IF WS-SETTLED-FLAG = 'Y'
                           ADD 1 TO FN-CNT-ARCHIVE
                       ELSE
                           ADD 1 TO FN-CNT-KEPT
                       END-IF
               END-READ
           END-PERFORM
           IF FINE-STATUS = "00" OR FINE-STATUS = "10"
               CLOSE FINE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       FIND-OR-ADD-FUND.
           MOVE 0 TO FD-MATCH-IDX
           PERFORM VARYING FD-IDX FROM 1 BY 1 UNTIL FD-IDX > FD-TOTAL
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(FD-GENRE(FD-IDX)))
                  = FUNCTION UPPER-CASE(FUNCTION TRIM
                      (WS-LOOKUP-GENRE))
                   MOVE FD-IDX TO FD-MATCH-IDX
               END-IF
           END-PERFORM
           IF FD-MATCH-IDX = 0 AND FD-TOTAL < 100
               ADD 1 TO FD-TOTAL
               MOVE FD-TOTAL TO FD-MATCH-IDX
               MOVE WS-LOOKUP-GENRE TO FD-GENRE(FD-MATCH-IDX)
               MOVE 0 TO FD-ALLOC(FD-MATCH-IDX)
               MOVE 0 TO FD-GIFTS(FD-MATCH-IDX)
               MOVE 0 TO FD-CARRY-IN(FD-MATCH-IDX)
               MOVE 0 TO FD-ACTUAL(FD-MATCH-IDX)
               MOVE 0 TO FD-CARRY-OUT(FD-MATCH-IDX)
               MOVE 'N' TO FD-ROLLED(FD-MATCH-IDX)
           END-IF.

       UNSTRING-BUDGET.
           MOVE SPACES TO BG-GIFTS-F
           MOVE SPACES TO BG-CARRY-F
           UNSTRING BUDGET-REC DELIMITED BY ","
               INTO BG-YEAR-F, BG-GENRE-F, BG-AMOUNT-F,
                    BG-GIFTS-F, BG-CARRY-F.

       LOAD-ALLOCATIONS.
           MOVE 'N' TO FILE-END
           OPEN INPUT BUDGET-FILE
           IF BUDGET-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ BUDGET-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM UNSTRING-BUDGET
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
                                       TO FD-CARRY-IN(FD-MATCH-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF BUDGET-STATUS = "00" OR BUDGET-STATUS = "10"
               CLOSE BUDGET-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       TALLY-ACTUAL-SPEND.
           MOVE 'N' TO FILE-END
           OPEN INPUT ACQ-FILE
           IF ACQ-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ACQ-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING ACQ-REC DELIMITED BY ","
                           INTO AQ-DATE-F, AQ-BOOK-F, AQ-GENRE-F,
                                AQ-BRANCH-F, AQ-COPIES-F, AQ-UNIT-F,
                                AQ-TOTAL-F
                       IF AQ-DATE-F(1:4) = WS-YEAR
                           MOVE AQ-GENRE-F TO WS-LOOKUP-GENRE
                           PERFORM FIND-OR-ADD-FUND
                           IF FD-MATCH-IDX > 0
                               ADD FUNCTION NUMVAL(AQ-TOTAL-F)
                                   TO FD-ACTUAL(FD-MATCH-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF ACQ-STATUS = "00" OR ACQ-STATUS = "10"
               CLOSE ACQ-FILE
           END-IF
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
           MOVE 'N' TO FILE-END.

      * Every line still OPEN that was ordered in or before the
      * closing year goes forward -- unless an interrupted earlier
      * attempt already carried it into the new year.
       TALLY-OPEN-ORDERS.
           MOVE 0 TO OT-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT PO-FILE
           IF PO-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ PO-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING PO-REC DELIMITED BY ","
                           INTO PO-ID-F, PO-LINE-F, PO-VENDOR-F,
                                PO-DATE-F, PO-TITLE-F, PO-GENRE-F,
                                PO-BRANCH-F, PO-QTY-F, PO-UNIT-F,
                                PO-LSTATUS-F
                       IF FUNCTION TRIM(PO-LSTATUS-F) = "OPEN"
                          AND PO-DATE-F(7:4) NOT > WS-YEAR
                           PERFORM CHECK-CARRIED-OUT
                           IF WS-CARRIED-OUT = 'N'
                               PERFORM ADD-CARRY-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF PO-STATUS = "00" OR PO-STATUS = "10"
               CLOSE PO-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       CHECK-CARRIED-OUT.
           MOVE 'N' TO WS-CARRIED-OUT
           PERFORM VARYING CY-IDX FROM 1 BY 1 UNTIL CY-IDX > CY-TOTAL
               IF CY-YEAR(CY-IDX) = WS-NEXT-YEAR AND
                  CY-PO(CY-IDX) = FUNCTION TRIM(PO-ID-F) AND
                  CY-LINE(CY-IDX) = FUNCTION TRIM(PO-LINE-F)
                   MOVE 'Y' TO WS-CARRIED-OUT
               END-IF
           END-PERFORM.

       ADD-CARRY-LINE.
           COMPUTE WS-LINE-VALUE =
               FUNCTION NUMVAL(PO-QTY-F) * FUNCTION NUMVAL(PO-UNIT-F)
           IF OT-TOTAL < 500
               ADD 1 TO OT-TOTAL
               MOVE FUNCTION TRIM(PO-ID-F) TO OT-PO(OT-TOTAL)
               MOVE FUNCTION TRIM(PO-LINE-F) TO OT-LINE(OT-TOTAL)
               MOVE PO-GENRE-F TO OT-GENRE(OT-TOTAL)
               MOVE WS-LINE-VALUE TO OT-AMOUNT(OT-TOTAL)
               ADD WS-LINE-VALUE TO OT-CARRIED-TOTAL
               MOVE PO-GENRE-F TO WS-LOOKUP-GENRE
               PERFORM FIND-OR-ADD-FUND
               IF FD-MATCH-IDX > 0
                   ADD WS-LINE-VALUE TO FD-CARRY-OUT(FD-MATCH-IDX)
               END-IF
           END-IF.

      * The snapshot goes to the screen on the preview pass and to
      * the report file once the close is confirmed.
       EMIT-LINE.
           IF WS-REPORT-OPEN = 'Y'
               WRITE REPORT-REC
           ELSE
               DISPLAY REPORT-REC
           END-IF.

       PRODUCE-SNAPSHOT.
           MOVE SPACES TO REPORT-REC
           STRING "FINANCIAL YEAR-END SNAPSHOT " DELIMITED BY SIZE
                  WS-YEAR DELIMITED BY SIZE
                  "  (taken " DELIMITED BY SIZE
                  TODAY-MMDDYYYY DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID-L) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO REPORT-REC
           PERFORM EMIT-LINE
           CALL "TrainingCheck" USING TRAINING-MODE, TRAINING-DATE
           IF TRAINING-MODE = 'Y'
               MOVE "*** TRAINING -- PRACTICE DATA, NOT THE BOOKS ***"
                   TO REPORT-REC
               PERFORM EMIT-LINE
           END-IF
           MOVE HEADER-LINE TO REPORT-REC
           PERFORM EMIT-LINE

           MOVE "FINES" TO REPORT-REC
           PERFORM EMIT-LINE
           MOVE FN-CNT-OPEN TO WS-CNT-OUT
           MOVE FN-AMT-OPEN TO WS-AMT-OUT
           MOVE SPACES TO REPORT-REC
           STRING "  Outstanding at close     " DELIMITED BY SIZE
                  WS-CNT-OUT DELIMITED BY SIZE
                  " fines " DELIMITED BY SIZE
                  WS-AMT-OUT DELIMITED BY SIZE " MMK"
                      DELIMITED BY SIZE
               INTO REPORT-REC
           PERFORM EMIT-LINE
           MOVE FN-CNT-PAID TO WS-CNT-OUT
           MOVE FN-AMT-PAID TO WS-AMT-OUT
           MOVE SPACES TO REPORT-REC
           STRING "  Paid in full in year     " DELIMITED BY SIZE
                  WS-CNT-OUT DELIMITED BY SIZE
                  " fines " DELIMITED BY SIZE
                  WS-AMT-OUT DELIMITED BY SIZE " MMK"
                      DELIMITED BY SIZE
               INTO REPORT-REC
           PERFORM EMIT-LINE
           MOVE FN-CNT-WAIVED TO WS-CNT-OUT
           MOVE FN-AMT-WAIVED TO WS-AMT-OUT
           MOVE SPACES TO REPORT-REC
           STRING "  Waived in year           " DELIMITED BY SIZE
                  WS-CNT-OUT DELIMITED BY SIZE
                  " fines " DELIMITED BY SIZE
                  WS-AMT-OUT DELIMITED BY SIZE " MMK"
                      DELIMITED BY SIZE
               INTO REPORT-REC
           PERFORM EMIT-LINE
           MOVE FN-CNT-REFUNDED TO WS-CNT-OUT
           MOVE SPACES TO REPORT-REC
           STRING "  Refunded in year         " DELIMITED BY SIZE
                  WS-CNT-OUT DELIMITED BY SIZE
                  " fines" DELIMITED BY SIZE
               INTO REPORT-REC
           PERFORM EMIT-LINE
           MOVE FN-CNT-ARCHIVE TO WS-CNT-OUT
           MOVE SPACES TO REPORT-REC
           STRING "  Settled, to fine archive " DELIMITED BY SIZE
                  WS-CNT-OUT DELIMITED BY SIZE
                  " fines" DELIMITED BY SIZE
               INTO REPORT-REC
           PERFORM EMIT-LINE
           MOVE FN-CNT-KEPT TO WS-CNT-OUT
           MOVE SPACES TO REPORT-REC
           STRING "  Staying in fine.csv      " DELIMITED BY SIZE
                  WS-CNT-OUT DELIMITED BY SIZE
                  " fines" DELIMITED BY SIZE
               INTO REPORT-REC
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-REC
           PERFORM EMIT-LINE

           MOVE "ACQUISITIONS BUDGET (MMK)" TO REPORT-REC
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-REC
           STRING "GENRE/FUND           ALLOCATION     ACTUAL"
                      DELIMITED BY SIZE
                  "    CARRIED   REMAINING" DELIMITED BY SIZE
               INTO REPORT-REC
           PERFORM EMIT-LINE
           MOVE HEADER-LINE TO REPORT-REC
           PERFORM EMIT-LINE
           MOVE 0 TO TOT-ALLOC
           MOVE 0 TO TOT-ACTUAL
           MOVE 0 TO TOT-CARRY-OUT
           PERFORM VARYING FD-IDX FROM 1 BY 1 UNTIL FD-IDX > FD-TOTAL
               COMPUTE WS-REMAINING = FD-ALLOC(FD-IDX)
                   - FD-ACTUAL(FD-IDX) - FD-CARRY-OUT(FD-IDX)
               MOVE FD-GENRE(FD-IDX) TO RF-GENRE
               MOVE FD-ALLOC(FD-IDX) TO RF-ALLOC
               MOVE FD-ACTUAL(FD-IDX) TO RF-ACTUAL
               MOVE FD-CARRY-OUT(FD-IDX) TO RF-CARRY
               MOVE WS-REMAINING TO RF-REMAIN
               MOVE RPT-FUND-LINE TO REPORT-REC
               PERFORM EMIT-LINE
               ADD FD-ALLOC(FD-IDX) TO TOT-ALLOC
               ADD FD-ACTUAL(FD-IDX) TO TOT-ACTUAL
               ADD FD-CARRY-OUT(FD-IDX) TO TOT-CARRY-OUT
           END-PERFORM
           MOVE HEADER-LINE TO REPORT-REC
           PERFORM EMIT-LINE
           COMPUTE WS-REMAINING = TOT-ALLOC - TOT-ACTUAL
               - TOT-CARRY-OUT
           MOVE "TOTAL" TO RF-GENRE
           MOVE TOT-ALLOC TO RF-ALLOC
           MOVE TOT-ACTUAL TO RF-ACTUAL
           MOVE TOT-CARRY-OUT TO RF-CARRY
           MOVE WS-REMAINING TO RF-REMAIN
           MOVE RPT-FUND-LINE TO REPORT-REC
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-REC
           PERFORM EMIT-LINE

           MOVE SPACES TO REPORT-REC
           STRING "OPEN ORDER LINES CARRIED INTO " DELIMITED BY SIZE
                  WS-NEXT-YEAR DELIMITED BY SIZE
               INTO REPORT-REC
           PERFORM EMIT-LINE
           PERFORM VARYING OT-IDX FROM 1 BY 1 UNTIL OT-IDX > OT-TOTAL
               MOVE OT-PO(OT-IDX) TO RC-PO
               MOVE OT-LINE(OT-IDX) TO RC-LINE
               MOVE OT-GENRE(OT-IDX) TO RC-GENRE
               MOVE OT-AMOUNT(OT-IDX) TO RC-AMOUNT
               MOVE RPT-CARRY-LINE TO REPORT-REC
               PERFORM EMIT-LINE
           END-PERFORM
           IF OT-TOTAL = 0
               MOVE "  None -- every order line was received."
                   TO REPORT-REC
               PERFORM EMIT-LINE
           END-IF
           MOVE HEADER-LINE TO REPORT-REC
           PERFORM EMIT-LINE.

       ENSURE-ARCHIVE-DIR.
           CALL "CBL_CREATE_DIR" USING ARCHIVE-DIR-PATH
               RETURNING MKDIR-STATUS
           END-CALL.

      * fine.csv exactly as it stood at the close, before anything is
      * archived out of it.
       SNAPSHOT-FINE-FILE.
           MOVE SPACES TO FINE-SNAP-PATH
           STRING "../archive/fine-close-" DELIMITED BY SIZE
                  WS-YEAR DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
               INTO FINE-SNAP-PATH
           OPEN OUTPUT FINE-SNAP-FILE
           MOVE 'N' TO FILE-END
           OPEN INPUT FINE-FILE
           IF FINE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ FINE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE FINE-REC TO FINE-SNAP-REC
                       WRITE FINE-SNAP-REC
               END-READ
           END-PERFORM
           IF FINE-STATUS = "00" OR FINE-STATUS = "10"
               CLOSE FINE-FILE
           END-IF
           CLOSE FINE-SNAP-FILE
           MOVE 'N' TO FILE-END.

      * The archive is appended to, so a close that was interrupted
      * after this step and re-run does not lose what already moved.
       ARCHIVE-SETTLED-FINES.
           MOVE SPACES TO FINE-ARCH-PATH
           STRING "../archive/fines-" DELIMITED BY SIZE
                  WS-YEAR DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
               INTO FINE-ARCH-PATH
           OPEN EXTEND FINE-ARCH-FILE
           IF FINE-ARCH-STATUS = "05" OR FINE-ARCH-STATUS = "35"
               OPEN OUTPUT FINE-ARCH-FILE
           END-IF
           MOVE 'N' TO FILE-END
           OPEN INPUT FINE-FILE
           IF FINE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           OPEN OUTPUT FINE-TMP-FILE
           PERFORM UNTIL FILE-END = 'Y'
               READ FINE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM UNSTRING-FINE
                       PERFORM CLASSIFY-FINE
                       IF WS-SETTLED-FLAG = 'Y'
                           MOVE FINE-REC TO FINE-ARCH-REC
                           WRITE FINE-ARCH-REC
                       ELSE
                           MOVE FINE-REC TO FINE-TMP-REC
                           WRITE FINE-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           IF FINE-STATUS = "00" OR FINE-STATUS = "10"
               CLOSE FINE-FILE
           END-IF
           CLOSE FINE-TMP-FILE
           CLOSE FINE-ARCH-FILE
           MOVE 'N' TO FILE-END

           MOVE "DIFF" TO JNL-MODE
           MOVE "fine.csv" TO JNL-FILE
           MOVE SPACES TO JNL-IMAGE
           CALL "DayJournal" USING JNL-MODE, JNL-PROGRAM, JNL-FILE,
               JNL-IMAGE
           CALL "CBL_RENAME_FILE" USING FINE-TMP-PATH
               FINE-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL.

      * Each fund's base allocation (less the one-off gifts and the
      * encumbrance carried into the closing year) is repeated for
      * the new year, with the lines carried out of the closing year
      * added on top and shown in the 5th field. A new-year row set
      * up ahead of the close keeps its own base and gifts and only
      * has its carried figure replaced.
       ROLL-BUDGETS.
           MOVE 0 TO WS-BUDGET-ROWS
           MOVE 'N' TO FILE-END
           OPEN INPUT BUDGET-FILE
           IF BUDGET-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           OPEN OUTPUT BUDGET-TMP-FILE
           PERFORM UNTIL FILE-END = 'Y'
               READ BUDGET-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM UNSTRING-BUDGET
                       MOVE 0 TO FD-MATCH-IDX
                       IF BG-YEAR-F = WS-NEXT-YEAR
                           PERFORM FIND-FUND
                       END-IF
                       IF FD-MATCH-IDX > 0
                           PERFORM REWRITE-NEXT-YEAR-ROW
                       ELSE
                           MOVE BUDGET-REC TO BUDGET-TMP-REC
                           WRITE BUDGET-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           IF BUDGET-STATUS = "00" OR BUDGET-STATUS = "10"
               CLOSE BUDGET-FILE
           END-IF
           MOVE 'N' TO FILE-END

           PERFORM VARYING FD-IDX FROM 1 BY 1 UNTIL FD-IDX > FD-TOTAL
               IF FD-ROLLED(FD-IDX) = 'N'
                   PERFORM ADD-NEXT-YEAR-ROW
               END-IF
           END-PERFORM
           CLOSE BUDGET-TMP-FILE

           CALL "CBL_RENAME_FILE" USING BUDGET-TMP-PATH
               BUDGET-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL.

       FIND-FUND.
           MOVE 0 TO FD-MATCH-IDX
           PERFORM VARYING FD-IDX FROM 1 BY 1 UNTIL FD-IDX > FD-TOTAL
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(FD-GENRE(FD-IDX)))
                  = FUNCTION UPPER-CASE(FUNCTION TRIM(BG-GENRE-F))
                   MOVE FD-IDX TO FD-MATCH-IDX
               END-IF
           END-PERFORM.

       REWRITE-NEXT-YEAR-ROW.
           MOVE BG-YEAR-F TO WS-BG-YEAR
           MOVE BG-GENRE-F TO WS-BG-GENRE
           MOVE FUNCTION NUMVAL(BG-AMOUNT-F) TO WS-BG-ALLOC
           MOVE 0 TO WS-BG-GIFTS
           IF BG-GIFTS-F NOT = SPACES
               MOVE FUNCTION NUMVAL(BG-GIFTS-F) TO WS-BG-GIFTS
           END-IF
           MOVE 0 TO WS-BG-CARRY
           IF BG-CARRY-F NOT = SPACES
               MOVE FUNCTION NUMVAL(BG-CARRY-F) TO WS-BG-CARRY
           END-IF
           COMPUTE WS-BG-BASE = WS-BG-ALLOC - WS-BG-CARRY
           IF WS-BG-BASE < 0
               MOVE 0 TO WS-BG-BASE
           END-IF
           MOVE FD-CARRY-OUT(FD-MATCH-IDX) TO WS-BG-CARRY
           COMPUTE WS-BG-ALLOC = WS-BG-BASE + WS-BG-CARRY
           PERFORM WRITE-BUDGET-ROW
           MOVE 'Y' TO FD-ROLLED(FD-MATCH-IDX).

       ADD-NEXT-YEAR-ROW.
           COMPUTE WS-BG-BASE = FD-ALLOC(FD-IDX) - FD-GIFTS(FD-IDX)
               - FD-CARRY-IN(FD-IDX)
           IF WS-BG-BASE < 0
               MOVE 0 TO WS-BG-BASE
           END-IF
           IF WS-BG-BASE > 0 OR FD-CARRY-OUT(FD-IDX) > 0
               MOVE WS-NEXT-YEAR TO WS-BG-YEAR
               MOVE FD-GENRE(FD-IDX) TO WS-BG-GENRE
               MOVE 0 TO WS-BG-GIFTS
               MOVE FD-CARRY-OUT(FD-IDX) TO WS-BG-CARRY
               COMPUTE WS-BG-ALLOC = WS-BG-BASE + WS-BG-CARRY
               PERFORM WRITE-BUDGET-ROW
           END-IF
           MOVE 'Y' TO FD-ROLLED(FD-IDX).

       WRITE-BUDGET-ROW.
           MOVE SPACES TO BUDGET-TMP-REC
           EVALUATE TRUE
               WHEN WS-BG-CARRY > 0
                   STRING WS-BG-YEAR DELIMITED BY SIZE ","
                          FUNCTION TRIM(WS-BG-GENRE)
                              DELIMITED BY SIZE ","
                          WS-BG-ALLOC DELIMITED BY SIZE ","
                          WS-BG-GIFTS DELIMITED BY SIZE ","
                          WS-BG-CARRY DELIMITED BY SIZE
                       INTO BUDGET-TMP-REC
               WHEN WS-BG-GIFTS > 0
                   STRING WS-BG-YEAR DELIMITED BY SIZE ","
                          FUNCTION TRIM(WS-BG-GENRE)
                              DELIMITED BY SIZE ","
                          WS-BG-ALLOC DELIMITED BY SIZE ","
                          WS-BG-GIFTS DELIMITED BY SIZE
                       INTO BUDGET-TMP-REC
               WHEN OTHER
                   STRING WS-BG-YEAR DELIMITED BY SIZE ","
                          FUNCTION TRIM(WS-BG-GENRE)
                              DELIMITED BY SIZE ","
                          WS-BG-ALLOC DELIMITED BY SIZE
                       INTO BUDGET-TMP-REC
           END-EVALUATE
           WRITE BUDGET-TMP-REC
           ADD 1 TO WS-BUDGET-ROWS.

       WRITE-CARRIED-LINES.
           IF OT-TOTAL = 0
               GO TO WRITE-CARRIED-LINES-EXIT
           END-IF
           OPEN EXTEND CARRY-FILE
           IF CARRY-STATUS = "05" OR CARRY-STATUS = "35"
               OPEN OUTPUT CARRY-FILE
           END-IF
           PERFORM VARYING OT-IDX FROM 1 BY 1 UNTIL OT-IDX > OT-TOTAL
               MOVE SPACES TO CARRY-REC
               STRING WS-NEXT-YEAR DELIMITED BY SIZE ","
                      FUNCTION TRIM(OT-PO(OT-IDX)) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(OT-LINE(OT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(OT-GENRE(OT-IDX))
                          DELIMITED BY SIZE ","
                      OT-AMOUNT(OT-IDX) DELIMITED BY SIZE ","
                      TODAY-MMDDYYYY DELIMITED BY SIZE
                   INTO CARRY-REC
               WRITE CARRY-REC
           END-PERFORM
           CLOSE CARRY-FILE.
       WRITE-CARRIED-LINES-EXIT.
           EXIT.

       RECORD-CLOSE.
           OPEN EXTEND CLOSE-FILE
           IF CLOSE-STATUS = "05" OR CLOSE-STATUS = "35"
               OPEN OUTPUT CLOSE-FILE
           END-IF
           MOVE SPACES TO CLOSE-REC
           STRING WS-YEAR DELIMITED BY SIZE ","
                  TODAY-MMDDYYYY DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-OPERATOR-ID-L) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FN-CNT-ARCHIVE DELIMITED BY SIZE ","
                  WS-BUDGET-ROWS DELIMITED BY SIZE ","
                  OT-TOTAL DELIMITED BY SIZE ","
                  OT-CARRIED-TOTAL DELIMITED BY SIZE
               INTO CLOSE-REC
           WRITE CLOSE-REC
           CLOSE CLOSE-FILE.

       END PROGRAM YearEndClose.
