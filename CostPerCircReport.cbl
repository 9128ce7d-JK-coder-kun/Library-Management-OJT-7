      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Cost-per-circulation report for one year's purchases
      *          -- joins the acquisitions.csv spend (per-copy cost,
      *          and the supplying vendor on rows booked by PO
      *          receiving) to every loan since purchase in log.csv
      *          and the dated ../archive/log-YYYYMMDD.csv snapshots,
      *          and reports cost per loan by genre, branch, item type
      *          and vendor. The year's best- and worst-value titles
      *          are ranked, and every copy of a purchased title that
      *          has not gone out once since it was bought is listed.
      *          Purchases keyed straight in through AddNewBook.cbl
      *          carry no vendor and are grouped under NONE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CostPerCircReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACQ-FILE ASSIGN TO "../acquisitions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACQ-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-STATUS.
           SELECT COPIES-FILE ASSIGN TO "../copies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPIES-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "../vendors.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACQ-FILE.
       01  ACQ-REC            PIC X(120).
       FD  BOOK-FILE.
       01  BOOK-REC           PIC X(200).
       FD  COPIES-FILE.
       01  COPIES-REC         PIC X(100).
       FD  VENDOR-FILE.
       01  VENDOR-REC         PIC X(120).
       FD  LOG-FILE.
       01  LOG-REC            PIC X(200).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC        PIC X(200).

       WORKING-STORAGE SECTION.
       01  ACQ-STATUS         PIC XX.
       01  BOOK-STATUS        PIC XX.
       01  COPIES-STATUS      PIC XX.
       01  VENDOR-STATUS      PIC XX.
       01  LOG-STATUS         PIC XX.
       01  ARCHIVE-STATUS     PIC XX.
       01  FILE-END           PIC X VALUE 'N'.

       01  WS-YEAR-RAW        PIC X(10).
       01  WS-YEAR            PIC X(4).

      * acquisitions.csv: date YYYYMMDD,book_id,genre,branch,copies,
      * unit_cost,total_cost[,vendor_id].
       01  AQ-DATE-F          PIC X(8).
       01  AQ-BOOK-F          PIC X(5).
       01  AQ-GENRE-F         PIC X(30).
       01  AQ-BRANCH-F        PIC X(10).
       01  AQ-COPIES-F        PIC X(5).
       01  AQ-UNIT-F          PIC X(10).
       01  AQ-TOTAL-F         PIC X(12).
       01  AQ-VENDOR-F        PIC X(5).

       01  BK-ID-F            PIC X(5).
       01  BK-NAME-F          PIC X(30).
       01  BK-AUTHOR-F        PIC X(30).
       01  BK-COUNT-F         PIC X(5).
       01  BK-GENRE-F         PIC X(30).
       01  BK-STATUS-F        PIC X(10).
       01  BK-ISBN-F          PIC X(17).
       01  BK-BRANCH-F        PIC X(10).
       01  BK-TYPE-F          PIC X(8).

       01  CP-ID-F            PIC X(8).
       01  CP-BOOK-F          PIC X(5).
       01  CP-STATUS-F        PIC X(12).

       01  VN-ID-F            PIC X(5).
       01  VN-NAME-F          PIC X(30).

       01  LG-TRAN-F          PIC X(5).
       01  LG-MEMBER-F        PIC X(5).
       01  LG-BOOK-F          PIC X(5).
       01  LG-START-F         PIC X(10).
       01  LG-END-F           PIC X(10).
       01  LG-DUE-F           PIC X(3).
       01  LG-RETURN-F        PIC X(10).
       01  LG-COPY-F          PIC X(8).
       01  LG-START-NUM       PIC 9(8).

      * One row per title bought in the year -- every acquisitions
      * row for the same Book ID is folded into it, and only loans
      * on or after its first purchase date that year count.
       01  BOOK-TABLE.
           05 BT-ENTRY OCCURS 1000 TIMES.
               10  BT-BOOK        PIC X(5).
               10  BT-TITLE       PIC X(30).
               10  BT-GENRE       PIC X(30).
               10  BT-BRANCH      PIC X(10).
               10  BT-TYPE        PIC X(8).
               10  BT-VENDOR      PIC X(5).
               10  BT-COPIES      PIC 9(5).
               10  BT-COST        PIC 9(11).
               10  BT-FIRST-ACQ   PIC 9(8).
               10  BT-LOANS       PIC 9(7).
               10  BT-RANK-KEY    PIC 9(12).
               10  BT-PICKED      PIC X.
       01  BT-TOTAL           PIC 9(4) VALUE 0.
       01  BT-IDX             PIC 9(4).
       01  BT-MATCH-IDX       PIC 9(4) VALUE 0.

       01  COPY-TABLE.
           05 CT-ENTRY OCCURS 3000 TIMES.
               10  CT-COPY        PIC X(8).
               10  CT-BT-IDX      PIC 9(4).
               10  CT-STATUS      PIC X(12).
               10  CT-LOANS       PIC 9(5).
       01  CT-TOTAL           PIC 9(4) VALUE 0.
       01  CT-IDX             PIC 9(4).

      * Roll-ups: GENRE, BRANCH, TYPE and VENDOR rows side by side,
      * told apart by GT-KIND.
       01  GROUP-TABLE.
           05 GT-ENTRY OCCURS 300 TIMES.
               10  GT-KIND        PIC X(6).
               10  GT-KEY         PIC X(30).
               10  GT-NAME        PIC X(30).
               10  GT-COPIES      PIC 9(5).
               10  GT-COST        PIC 9(11).
               10  GT-LOANS       PIC 9(7).
       01  GT-TOTAL           PIC 9(3) VALUE 0.
       01  GT-IDX             PIC 9(3).
       01  GT-MATCH-IDX       PIC 9(3) VALUE 0.
       01  WS-GROUP-KIND      PIC X(6).
       01  WS-GROUP-KEY       PIC X(30).

       01  TOT-COPIES         PIC 9(7) VALUE 0.
       01  TOT-COST           PIC 9(11) VALUE 0.
       01  TOT-LOANS          PIC 9(7) VALUE 0.
       01  WS-CPL             PIC 9(11).
       01  WS-CPL-OUT         PIC Z(10)9.
       01  WS-COST-OUT        PIC Z(10)9.
       01  WS-RANK-NO         PIC 9(2).
       01  WS-RANK-LIMIT      PIC 9(2) VALUE 10.
       01  WS-BEST-IDX        PIC 9(4).
       01  WS-BEST-KEY        PIC 9(12).
       01  WS-NEVER-COUNT     PIC 9(5) VALUE 0.
       01  WS-NO-LOAN-BASE    PIC 9(12) VALUE 100000000000.

       01  ARCHIVE-PATH       PIC X(40).
       01  WS-PROBE-INT       PIC 9(8).
       01  WS-PROBE-DATE      PIC 9(8).
       01  WS-PROBE-STEPS     PIC 9(5).
       01  WS-PROBE-LIMIT     PIC 9(5).
       01  WS-YEAR-START      PIC 9(8).
       01  WS-YEAR-START-INT  PIC 9(8).
       01  TODAY              PIC 9(8).
       01  TODAY-INT          PIC 9(8).
       01  HEADER-LINE        PIC X(70) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           DISPLAY "Purchase year to report (YYYY): "
           MOVE SPACES TO WS-YEAR-RAW
           ACCEPT WS-YEAR-RAW
           MOVE FUNCTION TRIM(WS-YEAR-RAW) TO WS-YEAR
           IF WS-YEAR = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR
           END-IF
           ACCEPT TODAY FROM DATE YYYYMMDD
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY)

           PERFORM LOAD-PURCHASES
           IF BT-TOTAL = 0
               DISPLAY "No acquisitions recorded for " WS-YEAR "."
               GOBACK
           END-IF
           PERFORM LOAD-TITLE-DETAILS
           PERFORM LOAD-PURCHASED-COPIES
           PERFORM TALLY-CIRCULATION
           PERFORM BUILD-GROUPS

           DISPLAY " "
           DISPLAY "COST PER CIRCULATION -- PURCHASES OF " WS-YEAR
           DISPLAY HEADER-LINE
           MOVE TOT-COST TO WS-COST-OUT
           DISPLAY "Titles bought : " BT-TOTAL
               "   Copies: " TOT-COPIES
           DISPLAY "Spend (MMK)   : " FUNCTION TRIM(WS-COST-OUT)
               "   Loans since purchase: " TOT-LOANS
           IF TOT-LOANS > 0
               COMPUTE WS-CPL ROUNDED = TOT-COST / TOT-LOANS
               MOVE WS-CPL TO WS-CPL-OUT
               DISPLAY "Cost per loan : " FUNCTION TRIM(WS-CPL-OUT)
                   " MMK"
           ELSE
               DISPLAY "Cost per loan : no loans yet"
           END-IF

           MOVE "GENRE" TO WS-GROUP-KIND
           PERFORM PRINT-GROUP-SECTION
           MOVE "BRANCH" TO WS-GROUP-KIND
           PERFORM PRINT-GROUP-SECTION
           MOVE "TYPE" TO WS-GROUP-KIND
           PERFORM PRINT-GROUP-SECTION
           MOVE "VENDOR" TO WS-GROUP-KIND
           PERFORM PRINT-GROUP-SECTION

           PERFORM RANK-BEST-VALUE
           PERFORM RANK-WORST-VALUE
           PERFORM LIST-NEVER-CIRCULATED
           GOBACK.

       LOAD-PURCHASES.
           MOVE 0 TO BT-TOTAL
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
                       MOVE SPACES TO AQ-VENDOR-F
                       UNSTRING ACQ-REC DELIMITED BY ","
                           INTO AQ-DATE-F, AQ-BOOK-F, AQ-GENRE-F,
                                AQ-BRANCH-F, AQ-COPIES-F, AQ-UNIT-F,
                                AQ-TOTAL-F, AQ-VENDOR-F
                       IF AQ-DATE-F(1:4) = WS-YEAR
                           PERFORM ADD-PURCHASE THRU ADD-PURCHASE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF ACQ-STATUS = "00" OR ACQ-STATUS = "10"
               CLOSE ACQ-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       ADD-PURCHASE.
           MOVE 0 TO BT-MATCH-IDX
           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > BT-TOTAL OR BT-MATCH-IDX > 0
               IF BT-BOOK(BT-IDX) = AQ-BOOK-F
                   MOVE BT-IDX TO BT-MATCH-IDX
               END-IF
           END-PERFORM
           IF BT-MATCH-IDX = 0
               IF BT-TOTAL >= 1000
                   GO TO ADD-PURCHASE-EXIT
               END-IF
               ADD 1 TO BT-TOTAL
               MOVE BT-TOTAL TO BT-MATCH-IDX
               INITIALIZE BT-ENTRY(BT-MATCH-IDX)
               MOVE AQ-BOOK-F TO BT-BOOK(BT-MATCH-IDX)
               MOVE AQ-GENRE-F TO BT-GENRE(BT-MATCH-IDX)
               MOVE AQ-BRANCH-F TO BT-BRANCH(BT-MATCH-IDX)
               MOVE "PHYSICAL" TO BT-TYPE(BT-MATCH-IDX)
               MOVE AQ-DATE-F TO BT-FIRST-ACQ(BT-MATCH-IDX)
               MOVE "NONE" TO BT-VENDOR(BT-MATCH-IDX)
           END-IF
           IF FUNCTION TRIM(AQ-VENDOR-F) NOT = SPACES
               MOVE FUNCTION TRIM(AQ-VENDOR-F)
                   TO BT-VENDOR(BT-MATCH-IDX)
           END-IF
           ADD FUNCTION NUMVAL(AQ-COPIES-F) TO BT-COPIES(BT-MATCH-IDX)
           ADD FUNCTION NUMVAL(AQ-TOTAL-F) TO BT-COST(BT-MATCH-IDX).
       ADD-PURCHASE-EXIT.
           EXIT.

      * Title and item type come from the catalog record.
       LOAD-TITLE-DETAILS.
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
                       MOVE SPACES TO BK-TYPE-F
                       UNSTRING BOOK-REC DELIMITED BY ","
                           INTO BK-ID-F, BK-NAME-F, BK-AUTHOR-F,
                                BK-COUNT-F, BK-GENRE-F, BK-STATUS-F,
                                BK-ISBN-F, BK-BRANCH-F, BK-TYPE-F
                       PERFORM VARYING BT-IDX FROM 1 BY 1
                               UNTIL BT-IDX > BT-TOTAL
                           IF BT-BOOK(BT-IDX) = BK-ID-F
                               MOVE BK-NAME-F TO BT-TITLE(BT-IDX)
                               IF FUNCTION TRIM(BK-TYPE-F)
                                   NOT = SPACES
                                   MOVE BK-TYPE-F TO BT-TYPE(BT-IDX)
                               END-IF
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF BOOK-STATUS = "00" OR BOOK-STATUS = "10"
               CLOSE BOOK-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-PURCHASED-COPIES.
           MOVE 0 TO CT-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT COPIES-FILE
           IF COPIES-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ COPIES-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO CP-STATUS-F
                       UNSTRING COPIES-REC DELIMITED BY ","
                           INTO CP-ID-F, CP-BOOK-F, CP-STATUS-F
                       PERFORM VARYING BT-IDX FROM 1 BY 1
                               UNTIL BT-IDX > BT-TOTAL
                           IF BT-BOOK(BT-IDX) = CP-BOOK-F AND
                              CT-TOTAL < 3000
                               ADD 1 TO CT-TOTAL
                               MOVE CP-ID-F TO CT-COPY(CT-TOTAL)
                               MOVE BT-IDX TO CT-BT-IDX(CT-TOTAL)
                               MOVE CP-STATUS-F TO CT-STATUS(CT-TOTAL)
                               MOVE 0 TO CT-LOANS(CT-TOTAL)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF COPIES-STATUS = "00" OR COPIES-STATUS = "10"
               CLOSE COPIES-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * The live log, then the dated archive snapshots probed day by
      * day back to 1 January of the purchase year -- nothing bought
      * that year can have been lent before it.
       TALLY-CIRCULATION.
           PERFORM SCAN-LIVE-LOG
           STRING WS-YEAR DELIMITED BY SIZE
                  "0101" DELIMITED BY SIZE
               INTO WS-YEAR-START
           COMPUTE WS-YEAR-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-YEAR-START)
           MOVE 0 TO WS-PROBE-LIMIT
           IF TODAY-INT > WS-YEAR-START-INT
               COMPUTE WS-PROBE-LIMIT = TODAY-INT - WS-YEAR-START-INT
           END-IF
           PERFORM VARYING WS-PROBE-STEPS FROM 0 BY 1
                   UNTIL WS-PROBE-STEPS > WS-PROBE-LIMIT
               COMPUTE WS-PROBE-INT = TODAY-INT - WS-PROBE-STEPS
               COMPUTE WS-PROBE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
               MOVE SPACES TO ARCHIVE-PATH
               STRING "../archive/log-" DELIMITED BY SIZE
                      WS-PROBE-DATE DELIMITED BY SIZE
                      ".csv" DELIMITED BY SIZE
                   INTO ARCHIVE-PATH
               PERFORM SCAN-ONE-ARCHIVE
           END-PERFORM.

       SCAN-LIVE-LOG.
           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF LOG-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LOG-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO LG-COPY-F
                       UNSTRING LOG-REC DELIMITED BY ","
                           INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F,
                                LG-START-F, LG-END-F, LG-DUE-F,
                                LG-RETURN-F, LG-COPY-F
                       PERFORM COUNT-ONE-LOAN THRU COUNT-ONE-LOAN-EXIT
               END-READ
           END-PERFORM
           IF LOG-STATUS = "00" OR LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SCAN-ONE-ARCHIVE.
           MOVE 'N' TO FILE-END
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO LG-COPY-F
                       UNSTRING ARCHIVE-REC DELIMITED BY ","
                           INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F,
                                LG-START-F, LG-END-F, LG-DUE-F,
                                LG-RETURN-F, LG-COPY-F
                       PERFORM COUNT-ONE-LOAN THRU COUNT-ONE-LOAN-EXIT
               END-READ
           END-PERFORM
           IF ARCHIVE-STATUS = "00" OR ARCHIVE-STATUS = "10"
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Start dates are on file both dashless (MMDDYYYY) and slashed
      * (MM/DD/YYYY).
       COUNT-ONE-LOAN.
           MOVE 0 TO BT-MATCH-IDX
           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > BT-TOTAL OR BT-MATCH-IDX > 0
               IF BT-BOOK(BT-IDX) = LG-BOOK-F
                   MOVE BT-IDX TO BT-MATCH-IDX
               END-IF
           END-PERFORM
           IF BT-MATCH-IDX = 0
               GO TO COUNT-ONE-LOAN-EXIT
           END-IF
           IF LG-START-F(3:1) = "/"
               STRING LG-START-F(7:4) DELIMITED BY SIZE
                      LG-START-F(1:2) DELIMITED BY SIZE
                      LG-START-F(4:2) DELIMITED BY SIZE
                   INTO LG-START-NUM
           ELSE
               STRING LG-START-F(5:4) DELIMITED BY SIZE
                      LG-START-F(1:2) DELIMITED BY SIZE
                      LG-START-F(3:2) DELIMITED BY SIZE
                   INTO LG-START-NUM
           END-IF
           IF LG-START-NUM < BT-FIRST-ACQ(BT-MATCH-IDX)
               GO TO COUNT-ONE-LOAN-EXIT
           END-IF
           ADD 1 TO BT-LOANS(BT-MATCH-IDX)
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-TOTAL
               IF CT-COPY(CT-IDX) = LG-COPY-F
                   ADD 1 TO CT-LOANS(CT-IDX)
               END-IF
           END-PERFORM.
       COUNT-ONE-LOAN-EXIT.
           EXIT.

       BUILD-GROUPS.
           MOVE 0 TO GT-TOTAL
           MOVE 0 TO TOT-COPIES TOT-COST TOT-LOANS
           PERFORM VARYING BT-IDX FROM 1 BY 1 UNTIL BT-IDX > BT-TOTAL
               ADD BT-COPIES(BT-IDX) TO TOT-COPIES
               ADD BT-COST(BT-IDX) TO TOT-COST
               ADD BT-LOANS(BT-IDX) TO TOT-LOANS
               MOVE "GENRE" TO WS-GROUP-KIND
               MOVE BT-GENRE(BT-IDX) TO WS-GROUP-KEY
               PERFORM ADD-TO-GROUP
               MOVE "BRANCH" TO WS-GROUP-KIND
               MOVE BT-BRANCH(BT-IDX) TO WS-GROUP-KEY
               PERFORM ADD-TO-GROUP
               MOVE "TYPE" TO WS-GROUP-KIND
               MOVE BT-TYPE(BT-IDX) TO WS-GROUP-KEY
               PERFORM ADD-TO-GROUP
               MOVE "VENDOR" TO WS-GROUP-KIND
               MOVE BT-VENDOR(BT-IDX) TO WS-GROUP-KEY
               PERFORM ADD-TO-GROUP
           END-PERFORM.

       ADD-TO-GROUP.
           MOVE 0 TO GT-MATCH-IDX
           PERFORM VARYING GT-IDX FROM 1 BY 1
                   UNTIL GT-IDX > GT-TOTAL OR GT-MATCH-IDX > 0
               IF GT-KIND(GT-IDX) = WS-GROUP-KIND AND
                  FUNCTION UPPER-CASE(GT-KEY(GT-IDX)) =
                  FUNCTION UPPER-CASE(WS-GROUP-KEY)
                   MOVE GT-IDX TO GT-MATCH-IDX
               END-IF
           END-PERFORM
           IF GT-MATCH-IDX = 0 AND GT-TOTAL < 300
               ADD 1 TO GT-TOTAL
               MOVE GT-TOTAL TO GT-MATCH-IDX
               INITIALIZE GT-ENTRY(GT-MATCH-IDX)
               MOVE WS-GROUP-KIND TO GT-KIND(GT-MATCH-IDX)
               MOVE WS-GROUP-KEY TO GT-KEY(GT-MATCH-IDX)
               MOVE WS-GROUP-KEY TO GT-NAME(GT-MATCH-IDX)
               IF WS-GROUP-KIND = "VENDOR" AND
                  WS-GROUP-KEY NOT = "NONE"
                   PERFORM LOOKUP-VENDOR-NAME
               END-IF
           END-IF
           IF GT-MATCH-IDX > 0
               ADD BT-COPIES(BT-IDX) TO GT-COPIES(GT-MATCH-IDX)
               ADD BT-COST(BT-IDX) TO GT-COST(GT-MATCH-IDX)
               ADD BT-LOANS(BT-IDX) TO GT-LOANS(GT-MATCH-IDX)
           END-IF.

       LOOKUP-VENDOR-NAME.
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
                       IF FUNCTION TRIM(VN-ID-F) = WS-GROUP-KEY
                           MOVE SPACES TO GT-NAME(GT-MATCH-IDX)
                           STRING FUNCTION TRIM(VN-ID-F)
                                      DELIMITED BY SIZE " "
                                  FUNCTION TRIM(VN-NAME-F)
                                      DELIMITED BY SIZE
                               INTO GT-NAME(GT-MATCH-IDX)
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF VENDOR-STATUS = "00" OR VENDOR-STATUS = "10"
               CLOSE VENDOR-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       PRINT-GROUP-SECTION.
           DISPLAY " "
           DISPLAY "BY " WS-GROUP-KIND
           DISPLAY HEADER-LINE
           DISPLAY "NAME                       COPIES    SPEND MMK"
               "   LOANS  COST/LOAN"
           DISPLAY HEADER-LINE
           PERFORM VARYING GT-IDX FROM 1 BY 1 UNTIL GT-IDX > GT-TOTAL
               IF GT-KIND(GT-IDX) = WS-GROUP-KIND
                   MOVE GT-COST(GT-IDX) TO WS-COST-OUT
                   IF GT-LOANS(GT-IDX) > 0
                       COMPUTE WS-CPL ROUNDED =
                           GT-COST(GT-IDX) / GT-LOANS(GT-IDX)
                       MOVE WS-CPL TO WS-CPL-OUT
                       DISPLAY GT-NAME(GT-IDX)(1:25) "  "
                           GT-COPIES(GT-IDX) " " WS-COST-OUT " "
                           GT-LOANS(GT-IDX) " " WS-CPL-OUT
                   ELSE
                       DISPLAY GT-NAME(GT-IDX)(1:25) "  "
                           GT-COPIES(GT-IDX) " " WS-COST-OUT " "
                           GT-LOANS(GT-IDX) "   no loans"
                   END-IF
               END-IF
           END-PERFORM.

      * Rank key: cost per loan, or -- for a title never lent --
      * a key above every real cost per loan, ordered by what it
      * cost, so the most expensive shelf-sitters rank worst.
       SET-RANK-KEYS.
           PERFORM VARYING BT-IDX FROM 1 BY 1 UNTIL BT-IDX > BT-TOTAL
               MOVE 'N' TO BT-PICKED(BT-IDX)
               IF BT-LOANS(BT-IDX) > 0
                   COMPUTE BT-RANK-KEY(BT-IDX) ROUNDED =
                       BT-COST(BT-IDX) / BT-LOANS(BT-IDX)
               ELSE
                   COMPUTE BT-RANK-KEY(BT-IDX) =
                       WS-NO-LOAN-BASE + BT-COST(BT-IDX)
               END-IF
           END-PERFORM.

       RANK-BEST-VALUE.
           PERFORM SET-RANK-KEYS
           DISPLAY " "
           DISPLAY "BEST VALUE -- LOWEST COST PER LOAN"
           DISPLAY HEADER-LINE
           PERFORM VARYING WS-RANK-NO FROM 1 BY 1
                   UNTIL WS-RANK-NO > WS-RANK-LIMIT
               MOVE 0 TO WS-BEST-IDX
               PERFORM VARYING BT-IDX FROM 1 BY 1
                       UNTIL BT-IDX > BT-TOTAL
                   IF BT-PICKED(BT-IDX) = 'N' AND
                      BT-LOANS(BT-IDX) > 0
                       IF WS-BEST-IDX = 0
                           MOVE BT-IDX TO WS-BEST-IDX
                       ELSE
                           IF BT-RANK-KEY(BT-IDX) <
                              BT-RANK-KEY(WS-BEST-IDX)
                               MOVE BT-IDX TO WS-BEST-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST-IDX > 0
                   MOVE 'Y' TO BT-PICKED(WS-BEST-IDX)
                   PERFORM PRINT-RANKED-TITLE
               END-IF
           END-PERFORM.

       RANK-WORST-VALUE.
           PERFORM SET-RANK-KEYS
           DISPLAY " "
           DISPLAY "WORST VALUE -- NEVER LENT, THEN HIGHEST COST PER "
               "LOAN"
           DISPLAY HEADER-LINE
           PERFORM VARYING WS-RANK-NO FROM 1 BY 1
                   UNTIL WS-RANK-NO > WS-RANK-LIMIT
               MOVE 0 TO WS-BEST-IDX
               PERFORM VARYING BT-IDX FROM 1 BY 1
                       UNTIL BT-IDX > BT-TOTAL
                   IF BT-PICKED(BT-IDX) = 'N'
                       IF WS-BEST-IDX = 0
                           MOVE BT-IDX TO WS-BEST-IDX
                       ELSE
                           IF BT-RANK-KEY(BT-IDX) >
                              BT-RANK-KEY(WS-BEST-IDX)
                               MOVE BT-IDX TO WS-BEST-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST-IDX > 0
                   MOVE 'Y' TO BT-PICKED(WS-BEST-IDX)
                   PERFORM PRINT-RANKED-TITLE
               END-IF
           END-PERFORM.

       PRINT-RANKED-TITLE.
           MOVE BT-COST(WS-BEST-IDX) TO WS-COST-OUT
           IF BT-LOANS(WS-BEST-IDX) > 0
               MOVE BT-RANK-KEY(WS-BEST-IDX) TO WS-CPL
               MOVE WS-CPL TO WS-CPL-OUT
               DISPLAY WS-RANK-NO ". " BT-BOOK(WS-BEST-IDX) " "
                   BT-TITLE(WS-BEST-IDX)(1:25) " "
                   FUNCTION TRIM(WS-COST-OUT) " MMK / "
                   BT-LOANS(WS-BEST-IDX) " loan(s) = "
                   FUNCTION TRIM(WS-CPL-OUT)
           ELSE
               DISPLAY WS-RANK-NO ". " BT-BOOK(WS-BEST-IDX) " "
                   BT-TITLE(WS-BEST-IDX)(1:25) " "
                   FUNCTION TRIM(WS-COST-OUT) " MMK, never lent"
           END-IF.

       LIST-NEVER-CIRCULATED.
           MOVE 0 TO WS-NEVER-COUNT
           DISPLAY " "
           DISPLAY "COPIES NOT LENT SINCE PURCHASE"
           DISPLAY HEADER-LINE
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-TOTAL
               IF CT-LOANS(CT-IDX) = 0 AND
                  FUNCTION TRIM(CT-STATUS(CT-IDX)) NOT = "WITHDRAWN"
                   ADD 1 TO WS-NEVER-COUNT
                   MOVE CT-BT-IDX(CT-IDX) TO BT-IDX
                   DISPLAY CT-COPY(CT-IDX) " "
                       BT-TITLE(BT-IDX)(1:30) " "
                       FUNCTION TRIM(BT-BRANCH(BT-IDX)) " "
                       FUNCTION TRIM(CT-STATUS(CT-IDX))
               END-IF
           END-PERFORM
           DISPLAY HEADER-LINE
           DISPLAY WS-NEVER-COUNT " copy(ies) not lent since purchase.".

       END PROGRAM CostPerCircReport.
