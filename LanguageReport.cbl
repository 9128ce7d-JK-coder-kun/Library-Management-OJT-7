      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Holdings and circulation by language of material, per
      *          branch, for the authority's yearly multilingual
      *          collection figures -- titles and copies on file by
      *          branch and language (title-languages.csv), and the
      *          reporting year's check-outs of those titles from the
      *          live log.csv plus the dated archive snapshots, the
      *          same sources AnnualStatsReturn.cbl counts. Shown on
      *          screen and written to ../language-report.csv.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LanguageReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-STATUS.
           SELECT COPIES-FILE ASSIGN TO "../copies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPIES-STATUS.
           SELECT LANGUAGE-FILE ASSIGN TO "../title-languages.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LANGUAGE-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../language-report.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE.
       01  BOOK-REC           PIC X(200).
       FD  COPIES-FILE.
       01  COPIES-REC         PIC X(100).
       FD  LANGUAGE-FILE.
       01  LANGUAGE-REC       PIC X(20).
       FD  LOG-FILE.
       01  LOG-REC            PIC X(200).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC        PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-REC         PIC X(100).

       WORKING-STORAGE SECTION.
       01  BOOK-STATUS        PIC XX.
       01  COPIES-STATUS      PIC XX.
       01  LANGUAGE-STATUS    PIC XX.
       01  LOG-STATUS         PIC XX.
       01  ARCHIVE-STATUS     PIC XX.
       01  REPORT-STATUS      PIC XX.
       01  FILE-END           PIC X VALUE 'N'.

       01  WS-YEAR-RAW        PIC X(10).
       01  WS-YEAR            PIC X(4).

      * One row per title: its branch, type and language. A title
      * with no title-languages.csv row reports under "---", so the
      * unassigned stock is visible rather than silently dropped.
       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 500 TIMES.
              10  BK-ID       PIC X(5).
              10  BK-BRANCH   PIC X(10).
              10  BK-TYPE     PIC X(8).
              10  BK-LANG     PIC X(3).
              10  BK-COPIES   PIC 9(5).
              10  BK-LOANS    PIC 9(5).
       01  BK-TOTAL           PIC 9(3) VALUE 0.
       01  BK-IDX             PIC 9(3).
       01  BK-MATCH-IDX       PIC 9(3).

       01  BK-ID-F            PIC X(5).
       01  BK-SKIP-F          PIC X(30).
       01  BK-BRANCH-F        PIC X(10).
       01  BK-TYPE-F          PIC X(8).
       01  CP-ID-F            PIC X(8).
       01  CP-BOOK-F          PIC X(5).
       01  CP-STATUS-F        PIC X(12).
       01  LANG-BOOK-F        PIC X(5).
       01  LANG-CODE-F        PIC X(3).
       01  LG-TRAN-F          PIC X(5).
       01  LG-MEMBER-F        PIC X(5).
       01  LG-BOOK-F          PIC X(5).
       01  LG-START-F         PIC X(10).

       01  ARCHIVE-PATH       PIC X(40).
       01  WS-PROBE-INT       PIC 9(8).
       01  WS-PROBE-DATE      PIC 9(8).
       01  WS-PROBE-STEPS     PIC 9(4).
       01  TODAY              PIC 9(8).
       01  TODAY-INT          PIC 9(8).

      * Branch x language cells, sorted branch then language for the
      * print; LT- is the same roll-up across all branches.
       01  CELL-TABLE.
           05 CELL-ENTRY OCCURS 200 TIMES.
              10  CL-BRANCH   PIC X(10).
              10  CL-LANG     PIC X(3).
              10  CL-TITLES   PIC 9(5).
              10  CL-COPIES   PIC 9(6).
              10  CL-LOANS    PIC 9(6).
       01  CL-TOTAL           PIC 9(3) VALUE 0.
       01  CL-IDX             PIC 9(3).
       01  CL-MATCH-IDX       PIC 9(3).
       01  CL-SWAP-FLAG       PIC X VALUE 'N'.
       01  CL-SWAP-ENTRY      PIC X(30).

       01  LANG-TOTAL-TABLE.
           05 LANG-TOTAL-ENTRY OCCURS 20 TIMES.
              10  LT-LANG     PIC X(3).
              10  LT-TITLES   PIC 9(5).
              10  LT-COPIES   PIC 9(6).
              10  LT-LOANS    PIC 9(6).
       01  LT-TOTAL           PIC 9(2) VALUE 0.
       01  LT-IDX             PIC 9(2).
       01  LT-MATCH-IDX       PIC 9(2).

       01  CNT-UNASSIGNED     PIC 9(5) VALUE 0.
       01  HEADER-LINE        PIC X(60) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           DISPLAY "Reporting year (YYYY, blank = this year): "
           ACCEPT WS-YEAR-RAW
           MOVE FUNCTION TRIM(WS-YEAR-RAW) TO WS-YEAR
           IF WS-YEAR = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR
           END-IF

           PERFORM LOAD-BOOK-TABLE
           PERFORM LOAD-TITLE-LANGUAGES
           PERFORM TALLY-COPIES
           PERFORM TALLY-CIRCULATION
           PERFORM BUILD-CELLS
           PERFORM SORT-CELLS
           PERFORM PRINT-REPORT
           PERFORM WRITE-REPORT-FILE THRU WRITE-REPORT-FILE-EXIT
           GOBACK.

       LOAD-BOOK-TABLE.
           MOVE 0 TO BK-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT BOOK-FILE
           IF BOOK-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BOOKS FILE: " BOOK-STATUS
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ BOOK-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO BK-BRANCH-F BK-TYPE-F
                       UNSTRING BOOK-REC DELIMITED BY ","
                           INTO BK-ID-F, BK-SKIP-F, BK-SKIP-F,
                                BK-SKIP-F, BK-SKIP-F, BK-SKIP-F,
                                BK-SKIP-F, BK-BRANCH-F, BK-TYPE-F
                       IF BK-TOTAL < 500
                           ADD 1 TO BK-TOTAL
                           MOVE BK-ID-F TO BK-ID(BK-TOTAL)
                           MOVE BK-BRANCH-F TO BK-BRANCH(BK-TOTAL)
                           IF BK-BRANCH-F = SPACES
                               MOVE "MAIN" TO BK-BRANCH(BK-TOTAL)
                           END-IF
                           MOVE BK-TYPE-F TO BK-TYPE(BK-TOTAL)
                           MOVE "---" TO BK-LANG(BK-TOTAL)
                           MOVE 0 TO BK-COPIES(BK-TOTAL)
                           MOVE 0 TO BK-LOANS(BK-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF BOOK-STATUS = "00" OR BOOK-STATUS = "10"
               CLOSE BOOK-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-TITLE-LANGUAGES.
           MOVE 'N' TO FILE-END
           OPEN INPUT LANGUAGE-FILE
           IF LANGUAGE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LANGUAGE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO LANG-BOOK-F LANG-CODE-F
                       UNSTRING LANGUAGE-REC DELIMITED BY ","
                           INTO LANG-BOOK-F, LANG-CODE-F
                       MOVE LANG-BOOK-F TO BK-ID-F
                       PERFORM FIND-BOOK
                       IF BK-MATCH-IDX > 0 AND LANG-CODE-F NOT = SPACES
                           MOVE FUNCTION UPPER-CASE(LANG-CODE-F)
                               TO BK-LANG(BK-MATCH-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF LANGUAGE-STATUS = "00" OR LANGUAGE-STATUS = "10"
               CLOSE LANGUAGE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Copies still in the collection -- withdrawn, discarded and
      * lost copies are not holdings.
       TALLY-COPIES.
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
                       IF CP-STATUS-F NOT = "WITHDRAWN" AND
                          CP-STATUS-F NOT = "DISCARDED" AND
                          CP-STATUS-F NOT = "LOST"
                           MOVE CP-BOOK-F TO BK-ID-F
                           PERFORM FIND-BOOK
                           IF BK-MATCH-IDX > 0
                               ADD 1 TO BK-COPIES(BK-MATCH-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF COPIES-STATUS = "00" OR COPIES-STATUS = "10"
               CLOSE COPIES-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Live log plus two years of dated archive snapshots, probed
      * day by day the way AnnualStatsReturn.cbl does, so the loan
      * figures here agree with the annual return's circulation.
       TALLY-CIRCULATION.
           PERFORM SCAN-LIVE-LOG
           ACCEPT TODAY FROM DATE YYYYMMDD
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY)
           PERFORM VARYING WS-PROBE-STEPS FROM 0 BY 1
                   UNTIL WS-PROBE-STEPS > 730
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
                       UNSTRING LOG-REC DELIMITED BY ","
                           INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F,
                                LG-START-F
                       PERFORM COUNT-ONE-CHECKOUT
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
                       UNSTRING ARCHIVE-REC DELIMITED BY ","
                           INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F,
                                LG-START-F
                       PERFORM COUNT-ONE-CHECKOUT
               END-READ
           END-PERFORM
           IF ARCHIVE-STATUS = "00" OR ARCHIVE-STATUS = "10"
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       COUNT-ONE-CHECKOUT.
           IF LG-START-F(5:4) = WS-YEAR
               MOVE LG-BOOK-F TO BK-ID-F
               PERFORM FIND-BOOK
               IF BK-MATCH-IDX > 0
                   ADD 1 TO BK-LOANS(BK-MATCH-IDX)
               END-IF
           END-IF.

       FIND-BOOK.
           MOVE 0 TO BK-MATCH-IDX
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > BK-TOTAL OR BK-MATCH-IDX > 0
               IF BK-ID(BK-IDX) = BK-ID-F
                   MOVE BK-IDX TO BK-MATCH-IDX
               END-IF
           END-PERFORM.

       BUILD-CELLS.
           MOVE 0 TO CL-TOTAL
           MOVE 0 TO LT-TOTAL
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-TOTAL
               IF BK-LANG(BK-IDX) = "---"
                   ADD 1 TO CNT-UNASSIGNED
               END-IF
               MOVE 0 TO CL-MATCH-IDX
               PERFORM VARYING CL-IDX FROM 1 BY 1
                       UNTIL CL-IDX > CL-TOTAL
                   IF CL-BRANCH(CL-IDX) = BK-BRANCH(BK-IDX) AND
                      CL-LANG(CL-IDX) = BK-LANG(BK-IDX)
                       MOVE CL-IDX TO CL-MATCH-IDX
                   END-IF
               END-PERFORM
               IF CL-MATCH-IDX = 0 AND CL-TOTAL < 200
                   ADD 1 TO CL-TOTAL
                   MOVE CL-TOTAL TO CL-MATCH-IDX
                   MOVE BK-BRANCH(BK-IDX) TO CL-BRANCH(CL-MATCH-IDX)
                   MOVE BK-LANG(BK-IDX) TO CL-LANG(CL-MATCH-IDX)
                   MOVE 0 TO CL-TITLES(CL-MATCH-IDX)
                   MOVE 0 TO CL-COPIES(CL-MATCH-IDX)
                   MOVE 0 TO CL-LOANS(CL-MATCH-IDX)
               END-IF
               IF CL-MATCH-IDX > 0
                   ADD 1 TO CL-TITLES(CL-MATCH-IDX)
                   ADD BK-COPIES(BK-IDX) TO CL-COPIES(CL-MATCH-IDX)
                   ADD BK-LOANS(BK-IDX) TO CL-LOANS(CL-MATCH-IDX)
               END-IF

               MOVE 0 TO LT-MATCH-IDX
               PERFORM VARYING LT-IDX FROM 1 BY 1
                       UNTIL LT-IDX > LT-TOTAL
                   IF LT-LANG(LT-IDX) = BK-LANG(BK-IDX)
                       MOVE LT-IDX TO LT-MATCH-IDX
                   END-IF
               END-PERFORM
               IF LT-MATCH-IDX = 0 AND LT-TOTAL < 20
                   ADD 1 TO LT-TOTAL
                   MOVE LT-TOTAL TO LT-MATCH-IDX
                   MOVE BK-LANG(BK-IDX) TO LT-LANG(LT-MATCH-IDX)
                   MOVE 0 TO LT-TITLES(LT-MATCH-IDX)
                   MOVE 0 TO LT-COPIES(LT-MATCH-IDX)
                   MOVE 0 TO LT-LOANS(LT-MATCH-IDX)
               END-IF
               IF LT-MATCH-IDX > 0
                   ADD 1 TO LT-TITLES(LT-MATCH-IDX)
                   ADD BK-COPIES(BK-IDX) TO LT-COPIES(LT-MATCH-IDX)
                   ADD BK-LOANS(BK-IDX) TO LT-LOANS(LT-MATCH-IDX)
               END-IF
           END-PERFORM.

       SORT-CELLS.
           MOVE 'Y' TO CL-SWAP-FLAG
           PERFORM UNTIL CL-SWAP-FLAG = 'N'
               MOVE 'N' TO CL-SWAP-FLAG
               PERFORM VARYING CL-IDX FROM 1 BY 1
                       UNTIL CL-IDX >= CL-TOTAL
                   IF CL-BRANCH(CL-IDX) > CL-BRANCH(CL-IDX + 1) OR
                      (CL-BRANCH(CL-IDX) = CL-BRANCH(CL-IDX + 1) AND
                       CL-LANG(CL-IDX) > CL-LANG(CL-IDX + 1))
                       MOVE CELL-ENTRY(CL-IDX) TO CL-SWAP-ENTRY
                       MOVE CELL-ENTRY(CL-IDX + 1)
                           TO CELL-ENTRY(CL-IDX)
                       MOVE CL-SWAP-ENTRY TO CELL-ENTRY(CL-IDX + 1)
                       MOVE 'Y' TO CL-SWAP-FLAG
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-REPORT.
           DISPLAY " "
           DISPLAY "HOLDINGS AND CIRCULATION BY LANGUAGE -- " WS-YEAR
           DISPLAY HEADER-LINE
           DISPLAY "BRANCH      LANG  TITLES  COPIES   LOANS"
           DISPLAY HEADER-LINE
           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > CL-TOTAL
               DISPLAY CL-BRANCH(CL-IDX) "  " CL-LANG(CL-IDX) "   "
                   CL-TITLES(CL-IDX) "  " CL-COPIES(CL-IDX) "  "
                   CL-LOANS(CL-IDX)
           END-PERFORM
           DISPLAY HEADER-LINE
           DISPLAY "ALL BRANCHES"
           PERFORM VARYING LT-IDX FROM 1 BY 1 UNTIL LT-IDX > LT-TOTAL
               DISPLAY "            " LT-LANG(LT-IDX) "   "
                   LT-TITLES(LT-IDX) "  " LT-COPIES(LT-IDX) "  "
                   LT-LOANS(LT-IDX)
           END-PERFORM
           DISPLAY HEADER-LINE
           IF CNT-UNASSIGNED > 0
               DISPLAY CNT-UNASSIGNED " title(s) have no language "
                   "assigned (shown as ---)."
           END-IF.

       WRITE-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REPORT FILE: " REPORT-STATUS
               GO TO WRITE-REPORT-FILE-EXIT
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "YEAR,BRANCH,LANGUAGE,TITLES,COPIES,LOANS"
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > CL-TOTAL
               MOVE SPACES TO REPORT-REC
               STRING WS-YEAR DELIMITED BY SIZE ","
                      FUNCTION TRIM(CL-BRANCH(CL-IDX))
                          DELIMITED BY SIZE ","
                      CL-LANG(CL-IDX) DELIMITED BY SIZE ","
                      CL-TITLES(CL-IDX) DELIMITED BY SIZE ","
                      CL-COPIES(CL-IDX) DELIMITED BY SIZE ","
                      CL-LOANS(CL-IDX) DELIMITED BY SIZE
                   INTO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM
           PERFORM VARYING LT-IDX FROM 1 BY 1 UNTIL LT-IDX > LT-TOTAL
               MOVE SPACES TO REPORT-REC
               STRING WS-YEAR DELIMITED BY SIZE ","
                      "ALL" DELIMITED BY SIZE ","
                      LT-LANG(LT-IDX) DELIMITED BY SIZE ","
                      LT-TITLES(LT-IDX) DELIMITED BY SIZE ","
                      LT-COPIES(LT-IDX) DELIMITED BY SIZE ","
                      LT-LOANS(LT-IDX) DELIMITED BY SIZE
                   INTO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM
           CLOSE REPORT-FILE
           DISPLAY "Report written to ../language-report.csv".
       WRITE-REPORT-FILE-EXIT.
           EXIT.

       END PROGRAM LanguageReport.
