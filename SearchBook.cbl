      *               orders by priority then date
      * 2.9.2025 HL - ON_ORDER matches show their expected arrival
      *               (on-order.csv) and invite an early hold
      * 15.10.2026 HL - subject/keyword search across title and
      *               subject headings (title-subjects.csv), a
      *               browse-by-subject list with availability, and
      *               each match's headings shown under it
      * 15.10.2026 HL - optional language filter on every search mode
      *               (title-languages.csv)
      * 15.10.2026 HL - average star rating and the latest approved
      *               member reviews (reviews.csv) under each match
      * 15.10.2026 HL - copies on an open themed display or exhibit
      *               (DisplayMaintain.cbl) shown under the match as
      *               the title's temporary location
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SearchBook.
           SELECT ONORDER-FILE ASSIGN TO "../on-order.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ONORDER-STATUS.
           SELECT SUBJECT-FILE ASSIGN TO "../subjects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-STATUS.
           SELECT TITLE-SUBJECT-FILE ASSIGN TO "../title-subjects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TITLE-SUBJECT-STATUS.
           SELECT LANGUAGE-FILE ASSIGN TO "../title-languages.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LANGUAGE-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "../reviews.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-STATUS.
           SELECT DISPLAY-FILE ASSIGN TO "../displays.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPLAY-STATUS.
           SELECT DISPLAY-ITEM-FILE ASSIGN TO "../display-items.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPLAY-ITEM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 REC-REC                   PIC X(150).
       FD ONORDER-FILE.
       01 ONORDER-REC               PIC X(30).
       FD SUBJECT-FILE.
       01 SUBJECT-REC               PIC X(40).
       FD TITLE-SUBJECT-FILE.
       01 TITLE-SUBJECT-REC         PIC X(60).
       FD LANGUAGE-FILE.
       01 LANGUAGE-REC              PIC X(20).
       FD REVIEW-FILE.
       01 REVIEW-REC                PIC X(200).
       FD DISPLAY-FILE.
       01 DISPLAY-REC               PIC X(150).
       FD DISPLAY-ITEM-FILE.
       01 DISPLAY-ITEM-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01 BOOK-STATUS               PIC XX.
       01 OO-BOOK-F                 PIC X(5).
       01 OO-DATE-F                 PIC X(10).

      * Subject headings per title (title-subjects.csv: book_id,
      * heading -- many rows per book), held in memory for the run.
      * Mode 4 splits the search text into up to five words, and a
      * title matches when every word turns up in its name or in one
      * of its headings. Mode 5 lists the subjects.csv master with
      * how many titles carry each heading and how many copies of
      * them are on the shelf, then lists the titles under the one
      * picked through the normal results display.
       01 SUBJECT-STATUS            PIC XX.
       01 TITLE-SUBJECT-STATUS      PIC XX.
       01 TS-TABLE.
           05 TS-ENTRY OCCURS 2000 TIMES.
              10  TS-BOOK          PIC X(5).
              10  TS-HEADING       PIC X(40).
              10  TS-HEAD-IDX      PIC 9(3).
       01 TS-TOTAL                  PIC 9(4) VALUE 0.
       01 TS-IDX                    PIC 9(4) VALUE 0.
       01 TS-BOOK-F                 PIC X(5).
       01 TS-HEADING-F              PIC X(40).
       01 TS-HEADING-UP             PIC X(40).
       01 SUBJ-LINE                 PIC X(200).
       01 SUBJ-PTR                  PIC 9(3).
       01 SUBJ-SHOWN                PIC 9(2).
       01 KW-WORDS.
           05 KW-WORD               PIC X(30) OCCURS 5 TIMES.
       01 KW-COUNT                  PIC 9(1) VALUE 0.
       01 KW-IDX                    PIC 9(1).
       01 KW-LEN                    PIC 9(2).
       01 KW-HITS                   PIC 9(3).
       01 KW-TEXT                   PIC X(500).
       01 KW-PTR                    PIC 9(3).
       01 BS-TABLE.
           05 BS-ENTRY OCCURS 300 TIMES.
              10  BS-HEADING       PIC X(40).
              10  BS-HEADING-UP    PIC X(40).
              10  BS-TITLES        PIC 9(4).
              10  BS-AVAIL         PIC 9(5).
       01 BS-TOTAL                  PIC 9(3) VALUE 0.
       01 BS-IDX                    PIC 9(3).
       01 BS-PICK                   PIC 9(3) VALUE 0.
       01 BS-PICK-HEADING           PIC X(40) VALUE SPACES.

      * Language filter -- a three-letter code (MYA, ENG, SHN, CHI
      * ...) matched against title-languages.csv (book_id,code); a
      * title with no language row never passes a filter.
       01 LANGUAGE-STATUS           PIC XX.
       01 WS-LANG-FILTER            PIC X(3) VALUE SPACES.
       01 WS-LANG-FOUND             PIC X VALUE 'N'.
       01 LANG-BOOK-F               PIC X(5).
       01 LANG-CODE-F               PIC X(3).

      * Member ratings and reviews (reviews.csv, written at the kiosk
      * and moderated in ReviewModerate.cbl). Only APPROVED rows are
      * counted or shown; the three newest written reviews are kept
      * as the file is read and shown newest first.
       01 REVIEW-STATUS             PIC XX.
       01 RV-ID-F                   PIC X(5).
       01 RV-MEMBER-F               PIC X(5).
       01 RV-BOOK-F                 PIC X(5).
       01 RV-RATING-F               PIC X(1).
       01 RV-DATE-F                 PIC X(10).
       01 RV-STATUS-F               PIC X(10).
       01 RV-MOD-BY-F               PIC X(5).
       01 RV-MOD-DATE-F             PIC X(10).
       01 RV-TEXT-F                 PIC X(100).
       01 RV-RATING-NUM             PIC 9 VALUE 0.
       01 RV-RATING-SUM             PIC 9(5) VALUE 0.
       01 RV-RATING-COUNT           PIC 9(3) VALUE 0.
       01 RV-AVERAGE                PIC 9V9 VALUE 0.
       01 RV-AVERAGE-OUT            PIC 9.9.
       01 RV-LATEST.
           05 RV-LATEST-ENTRY OCCURS 3 TIMES.
              10  RV-LATEST-STARS  PIC X(1).
              10  RV-LATEST-TEXT   PIC X(100).
       01 RV-LATEST-COUNT           PIC 9 VALUE 0.
       01 RV-LATEST-IDX             PIC 9.

      * Open themed displays (displays.csv) and the copies on them
      * (display-items.csv, ON_DISPLAY rows), loaded once per search.
      * A title with copies out on a display is not all at its
      * call-number shelf, so the display is shown as where to look.
       01 DISPLAY-STATUS            PIC XX.
       01 DISPLAY-ITEM-STATUS       PIC XX.
       01 SD-DISPLAYS.
           05 SD-DISPLAY OCCURS 100 TIMES.
              10  SD-ID            PIC X(5).
              10  SD-NAME          PIC X(30).
              10  SD-BRANCH        PIC X(10).
              10  SD-END           PIC X(10).
       01 SD-TOTAL                  PIC 9(3) VALUE 0.
       01 SD-IDX                    PIC 9(3).
       01 SD-ITEMS.
           05 SD-ITEM OCCURS 1000 TIMES.
              10  SI-DISPLAY       PIC X(5).
              10  SI-BOOK          PIC X(5).
       01 SI-TOTAL                  PIC 9(4) VALUE 0.
       01 SI-IDX                    PIC 9(4).
       01 SD-COPIES                 PIC 9(3).
       01 DS-ID-F                   PIC X(5).
       01 DS-NAME-F                 PIC X(30).
       01 DS-BRANCH-F               PIC X(10).
       01 DS-START-F                PIC X(10).
       01 DS-END-F                  PIC X(10).
       01 DS-STATUS-F               PIC X(10).
       01 DI-DISPLAY-F              PIC X(5).
       01 DI-COPY-F                 PIC X(8).
       01 DI-BOOK-F                 PIC X(5).
       01 DI-STATUS-F               PIC X(12).

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-LOGIC
           EXIT PROGRAM.
       MAIN-LOGIC.
           PERFORM LOAD-TITLE-SUBJECTS
           PERFORM LOAD-DISPLAY-COPIES
           DISPLAY "Search by: 1=Title  2=Author  3=Genre  "
               "4=Subject/keyword  5=Browse by subject"
           ACCEPT WS-SEARCH-MODE
           MOVE SPACES TO WS-SEARCH-TEXT
           IF WS-SEARCH-MODE = 5
               PERFORM BROWSE-SUBJECT-LIST THRU
                   BROWSE-SUBJECT-LIST-EXIT
               IF BS-PICK-HEADING = SPACES
                   GOBACK
               END-IF
           ELSE
               DISPLAY "Enter search text (partial match ok): "
               ACCEPT WS-SEARCH-TEXT
           END-IF
           DISPLAY "Language code to limit to (blank = any): "
           ACCEPT WS-LANG-FILTER
           MOVE FUNCTION UPPER-CASE(WS-LANG-FILTER) TO WS-LANG-FILTER
           MOVE SPACES TO WS-SEARCH-TRIM
           MOVE FUNCTION TRIM(FUNCTION UPPER-CASE(WS-SEARCH-TEXT))
               TO WS-SEARCH-TRIM
                       MOVE FUNCTION UPPER-CASE(book_genre) TO
                           book_genre_up
                       MOVE 0 TO HIT-COUNT
                       IF WS-SEARCH-MODE = 5
                           PERFORM MATCH-BROWSE-HEADING
                       END-IF
                       IF WS-SEARCH-LEN > 0
                           EVALUATE WS-SEARCH-MODE
                               WHEN 4
                                   PERFORM MATCH-KEYWORDS
                               WHEN 5
                                   CONTINUE
                               WHEN 2
                                   INSPECT book_author_up
                                       TALLYING HIT-COUNT FOR ALL
                                       WS-SEARCH-TRIM(1:WS-SEARCH-LEN)
                           END-EVALUATE
                       END-IF
                       IF HIT-COUNT > 0 AND WS-LANG-FILTER NOT = SPACES
                           PERFORM CHECK-LANGUAGE-FILTER
                       END-IF
                       IF HIT-COUNT > 0
                           DISPLAY BOOK-DETAIL
                           PERFORM SHOW-DISPLAY-LOCATION
                           PERFORM SHOW-SUBJECTS
                           PERFORM SHOW-RATINGS
                           IF FUNCTION TRIM(book_status) = "ON_ORDER"
                               PERFORM SHOW-EXPECTED-DATE
                           END-IF
           END-IF
           GOBACK.

      * Loads title-subjects.csv once per search; with no file every
      * title simply has no headings and modes 4/5 find nothing.
       LOAD-TITLE-SUBJECTS.
           MOVE 0 TO TS-TOTAL
           MOVE 'N' TO SCAN-EOF
           OPEN INPUT TITLE-SUBJECT-FILE
           IF TITLE-SUBJECT-STATUS NOT = "00"
               MOVE 'Y' TO SCAN-EOF
           END-IF
           PERFORM UNTIL SCAN-EOF = 'Y'
               READ TITLE-SUBJECT-FILE
                   AT END
                       MOVE 'Y' TO SCAN-EOF
                   NOT AT END
                       MOVE SPACES TO TS-BOOK-F TS-HEADING-F
                       UNSTRING TITLE-SUBJECT-REC DELIMITED BY ","
                           INTO TS-BOOK-F, TS-HEADING-F
                       IF TS-BOOK-F NOT = SPACES AND TS-TOTAL < 2000
                           ADD 1 TO TS-TOTAL
                           MOVE TS-BOOK-F TO TS-BOOK(TS-TOTAL)
                           MOVE TS-HEADING-F TO TS-HEADING(TS-TOTAL)
                           MOVE 0 TO TS-HEAD-IDX(TS-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF TITLE-SUBJECT-STATUS = "00" OR
              TITLE-SUBJECT-STATUS = "10"
               CLOSE TITLE-SUBJECT-FILE
           END-IF
           MOVE 'N' TO SCAN-EOF.

      * Only displays still OPEN count; an item row whose display is
      * not among them is left out.
       LOAD-DISPLAY-COPIES.
           MOVE 0 TO SD-TOTAL
           MOVE 0 TO SI-TOTAL
           MOVE 'N' TO SCAN-EOF
           OPEN INPUT DISPLAY-FILE
           IF DISPLAY-STATUS NOT = "00"
               MOVE 'Y' TO SCAN-EOF
           END-IF
           PERFORM UNTIL SCAN-EOF = 'Y'
               READ DISPLAY-FILE
                   AT END
                       MOVE 'Y' TO SCAN-EOF
                   NOT AT END
                       MOVE SPACES TO DS-STATUS-F
                       UNSTRING DISPLAY-REC DELIMITED BY ","
                           INTO DS-ID-F, DS-NAME-F, DS-BRANCH-F,
                                DS-START-F, DS-END-F, DS-STATUS-F
                       IF DS-STATUS-F = "OPEN" AND SD-TOTAL < 100
                           ADD 1 TO SD-TOTAL
                           MOVE DS-ID-F TO SD-ID(SD-TOTAL)
                           MOVE DS-NAME-F TO SD-NAME(SD-TOTAL)
                           MOVE DS-BRANCH-F TO SD-BRANCH(SD-TOTAL)
                           MOVE DS-END-F TO SD-END(SD-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF DISPLAY-STATUS = "00" OR DISPLAY-STATUS = "10"
               CLOSE DISPLAY-FILE
           END-IF
           MOVE 'N' TO SCAN-EOF
           IF SD-TOTAL = 0
               MOVE 'Y' TO SCAN-EOF
           ELSE
               OPEN INPUT DISPLAY-ITEM-FILE
               IF DISPLAY-ITEM-STATUS NOT = "00"
                   MOVE 'Y' TO SCAN-EOF
               END-IF
           END-IF
           PERFORM UNTIL SCAN-EOF = 'Y'
               READ DISPLAY-ITEM-FILE
                   AT END
                       MOVE 'Y' TO SCAN-EOF
                   NOT AT END
                       MOVE SPACES TO DI-STATUS-F
                       UNSTRING DISPLAY-ITEM-REC DELIMITED BY ","
                           INTO DI-DISPLAY-F, DI-COPY-F, DI-BOOK-F,
                                DI-STATUS-F
                       IF DI-STATUS-F = "ON_DISPLAY" AND
                          SI-TOTAL < 1000
                           ADD 1 TO SI-TOTAL
                           MOVE DI-DISPLAY-F TO SI-DISPLAY(SI-TOTAL)
                           MOVE DI-BOOK-F TO SI-BOOK(SI-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF SD-TOTAL > 0 AND
              (DISPLAY-ITEM-STATUS = "00" OR
               DISPLAY-ITEM-STATUS = "10")
               CLOSE DISPLAY-ITEM-FILE
           END-IF
           MOVE 'N' TO SCAN-EOF.

      * One line per open display holding copies of this title.
       SHOW-DISPLAY-LOCATION.
           PERFORM VARYING SD-IDX FROM 1 BY 1 UNTIL SD-IDX > SD-TOTAL
               MOVE 0 TO SD-COPIES
               PERFORM VARYING SI-IDX FROM 1 BY 1
                       UNTIL SI-IDX > SI-TOTAL
                   IF SI-DISPLAY(SI-IDX) = SD-ID(SD-IDX) AND
                      SI-BOOK(SI-IDX) = book_id(1:5)
                       ADD 1 TO SD-COPIES
                   END-IF
               END-PERFORM
               IF SD-COPIES > 0
                   DISPLAY "      on display: " SD-COPIES
                       " copy(ies) at "
                       FUNCTION TRIM(SD-NAME(SD-IDX)) " ("
                       FUNCTION TRIM(SD-BRANCH(SD-IDX)) ") until "
                       FUNCTION TRIM(SD-END(SD-IDX))
                       " -- not at the shelf"
               END-IF
           END-PERFORM.

       CHECK-LANGUAGE-FILTER.
           MOVE 'N' TO WS-LANG-FOUND
           MOVE 'N' TO SCAN-EOF
           OPEN INPUT LANGUAGE-FILE
           IF LANGUAGE-STATUS NOT = "00"
               MOVE 'Y' TO SCAN-EOF
           END-IF
           PERFORM UNTIL SCAN-EOF = 'Y'
               READ LANGUAGE-FILE
                   AT END
                       MOVE 'Y' TO SCAN-EOF
                   NOT AT END
                       MOVE SPACES TO LANG-BOOK-F LANG-CODE-F
                       UNSTRING LANGUAGE-REC DELIMITED BY ","
                           INTO LANG-BOOK-F, LANG-CODE-F
                       IF LANG-BOOK-F = book_id(1:5)
                           MOVE FUNCTION UPPER-CASE(LANG-CODE-F)
                               TO LANG-CODE-F
                           IF LANG-CODE-F = WS-LANG-FILTER
                               MOVE 'Y' TO WS-LANG-FOUND
                           END-IF
                           MOVE 'Y' TO SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF LANGUAGE-STATUS = "00" OR LANGUAGE-STATUS = "10"
               CLOSE LANGUAGE-FILE
           END-IF
           MOVE 'N' TO SCAN-EOF
           IF WS-LANG-FOUND = 'N'
               MOVE 0 TO HIT-COUNT
           END-IF.

      * One line under the result row naming the title's headings.
       SHOW-SUBJECTS.
           MOVE SPACES TO SUBJ-LINE
           MOVE 1 TO SUBJ-PTR
           MOVE 0 TO SUBJ-SHOWN
           PERFORM VARYING TS-IDX FROM 1 BY 1 UNTIL TS-IDX > TS-TOTAL
               IF TS-BOOK(TS-IDX) = book_id(1:5)
                   IF SUBJ-SHOWN > 0
                       STRING "; " DELIMITED BY SIZE
                           INTO SUBJ-LINE WITH POINTER SUBJ-PTR
                   END-IF
                   STRING FUNCTION TRIM(TS-HEADING(TS-IDX))
                           DELIMITED BY SIZE
                       INTO SUBJ-LINE WITH POINTER SUBJ-PTR
                   ADD 1 TO SUBJ-SHOWN
               END-IF
           END-PERFORM
           IF SUBJ-SHOWN > 0
               DISPLAY "      subjects: " FUNCTION TRIM(SUBJ-LINE)
           END-IF.

       SHOW-RATINGS.
           MOVE 0 TO RV-RATING-SUM
           MOVE 0 TO RV-RATING-COUNT
           MOVE 0 TO RV-LATEST-COUNT
           MOVE 'N' TO SCAN-EOF
           OPEN INPUT REVIEW-FILE
           IF REVIEW-STATUS NOT = "00"
               MOVE 'Y' TO SCAN-EOF
           END-IF
           PERFORM UNTIL SCAN-EOF = 'Y'
               READ REVIEW-FILE
                   AT END
                       MOVE 'Y' TO SCAN-EOF
                   NOT AT END
                       MOVE SPACES TO RV-STATUS-F RV-TEXT-F
                       UNSTRING REVIEW-REC DELIMITED BY ","
                           INTO RV-ID-F, RV-MEMBER-F, RV-BOOK-F,
                                RV-RATING-F, RV-DATE-F, RV-STATUS-F,
                                RV-MOD-BY-F, RV-MOD-DATE-F, RV-TEXT-F
                       IF RV-BOOK-F = book_id(1:5) AND
                          RV-STATUS-F = "APPROVED" AND
                          RV-RATING-F >= "1" AND RV-RATING-F <= "5"
                           MOVE RV-RATING-F TO RV-RATING-NUM
                           ADD RV-RATING-NUM TO RV-RATING-SUM
                           ADD 1 TO RV-RATING-COUNT
                           IF RV-TEXT-F NOT = SPACES
                               PERFORM KEEP-LATEST-REVIEW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF REVIEW-STATUS = "00" OR REVIEW-STATUS = "10"
               CLOSE REVIEW-FILE
           END-IF
           MOVE 'N' TO SCAN-EOF
           IF RV-RATING-COUNT > 0
               COMPUTE RV-AVERAGE ROUNDED =
                   RV-RATING-SUM / RV-RATING-COUNT
               MOVE RV-AVERAGE TO RV-AVERAGE-OUT
               DISPLAY "      rating: " RV-AVERAGE-OUT " of 5 ("
                   RV-RATING-COUNT " rating(s))"
               PERFORM VARYING RV-LATEST-IDX FROM RV-LATEST-COUNT
                       BY -1 UNTIL RV-LATEST-IDX < 1
                   DISPLAY "      """
                       FUNCTION TRIM(RV-LATEST-TEXT(RV-LATEST-IDX))
                       """ -- " RV-LATEST-STARS(RV-LATEST-IDX)
                       " star(s)"
               END-PERFORM
           END-IF.

       KEEP-LATEST-REVIEW.
           IF RV-LATEST-COUNT < 3
               ADD 1 TO RV-LATEST-COUNT
           ELSE
               MOVE RV-LATEST-ENTRY(2) TO RV-LATEST-ENTRY(1)
               MOVE RV-LATEST-ENTRY(3) TO RV-LATEST-ENTRY(2)
           END-IF
           MOVE RV-RATING-F TO RV-LATEST-STARS(RV-LATEST-COUNT)
           MOVE RV-TEXT-F TO RV-LATEST-TEXT(RV-LATEST-COUNT).

      * Every word of the search text must appear somewhere in the
      * title or the title's subject headings -- "burma history"
      * finds a book headed BURMA -- HISTORY whatever its title says.
       MATCH-KEYWORDS.
           MOVE SPACES TO KW-WORDS
           MOVE 0 TO KW-COUNT
           UNSTRING WS-SEARCH-TRIM DELIMITED BY ALL SPACE
               INTO KW-WORD(1), KW-WORD(2), KW-WORD(3), KW-WORD(4),
                    KW-WORD(5)
               TALLYING IN KW-COUNT
           END-UNSTRING
           MOVE SPACES TO KW-TEXT
           MOVE 1 TO KW-PTR
           STRING book_name_up DELIMITED BY SIZE
               INTO KW-TEXT WITH POINTER KW-PTR
           PERFORM VARYING TS-IDX FROM 1 BY 1 UNTIL TS-IDX > TS-TOTAL
               IF TS-BOOK(TS-IDX) = book_id(1:5) AND KW-PTR < 450
                   MOVE FUNCTION UPPER-CASE(TS-HEADING(TS-IDX))
                       TO TS-HEADING-UP
                   STRING " | " DELIMITED BY SIZE
                          TS-HEADING-UP DELIMITED BY SIZE
                       INTO KW-TEXT WITH POINTER KW-PTR
               END-IF
           END-PERFORM
           MOVE 1 TO HIT-COUNT
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > KW-COUNT OR HIT-COUNT = 0
               IF KW-WORD(KW-IDX) NOT = SPACES
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(KW-WORD(KW-IDX)))
                       TO KW-LEN
                   MOVE 0 TO KW-HITS
                   INSPECT KW-TEXT TALLYING KW-HITS
                       FOR ALL KW-WORD(KW-IDX)(1:KW-LEN)
                   IF KW-HITS = 0
                       MOVE 0 TO HIT-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       MATCH-BROWSE-HEADING.
           PERFORM VARYING TS-IDX FROM 1 BY 1 UNTIL TS-IDX > TS-TOTAL
               IF TS-BOOK(TS-IDX) = book_id(1:5)
                   MOVE FUNCTION UPPER-CASE(TS-HEADING(TS-IDX))
                       TO TS-HEADING-UP
                   IF TS-HEADING-UP = BS-PICK-HEADING
                       MOVE 1 TO HIT-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      * Subject master with per-heading title and on-shelf copy
      * counts, then the pick. Each title-subjects row is tied to its
      * master heading once, so the books.csv sweep only has to walk
      * the in-memory rows.
       BROWSE-SUBJECT-LIST.
           MOVE 0 TO BS-TOTAL
           MOVE SPACES TO BS-PICK-HEADING
           MOVE 'N' TO SCAN-EOF
           OPEN INPUT SUBJECT-FILE
           IF SUBJECT-STATUS NOT = "00"
               MOVE 'Y' TO SCAN-EOF
           END-IF
           PERFORM UNTIL SCAN-EOF = 'Y'
               READ SUBJECT-FILE
                   AT END
                       MOVE 'Y' TO SCAN-EOF
                   NOT AT END
                       IF SUBJECT-REC NOT = SPACES AND BS-TOTAL < 300
                           ADD 1 TO BS-TOTAL
                           MOVE FUNCTION TRIM(SUBJECT-REC)
                               TO BS-HEADING(BS-TOTAL)
                           MOVE FUNCTION UPPER-CASE(BS-HEADING
                               (BS-TOTAL)) TO BS-HEADING-UP(BS-TOTAL)
                           MOVE 0 TO BS-TITLES(BS-TOTAL)
                           MOVE 0 TO BS-AVAIL(BS-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF SUBJECT-STATUS = "00" OR SUBJECT-STATUS = "10"
               CLOSE SUBJECT-FILE
           END-IF
           MOVE 'N' TO SCAN-EOF

           IF BS-TOTAL = 0
               DISPLAY "No subject headings on file."
               GO TO BROWSE-SUBJECT-LIST-EXIT
           END-IF

           PERFORM VARYING TS-IDX FROM 1 BY 1 UNTIL TS-IDX > TS-TOTAL
               MOVE FUNCTION UPPER-CASE(TS-HEADING(TS-IDX))
                   TO TS-HEADING-UP
               PERFORM VARYING BS-IDX FROM 1 BY 1
                       UNTIL BS-IDX > BS-TOTAL
                   IF BS-HEADING-UP(BS-IDX) = TS-HEADING-UP
                       MOVE BS-IDX TO TS-HEAD-IDX(TS-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM

           OPEN INPUT BOOK-FILE
           IF BOOK-STATUS NOT = "00"
               MOVE 'Y' TO SCAN-EOF
           END-IF
           PERFORM UNTIL SCAN-EOF = 'Y'
               READ BOOK-FILE
                   AT END
                       MOVE 'Y' TO SCAN-EOF
                   NOT AT END
                       MOVE SPACES TO book_status
                       UNSTRING BOOK-RECORD DELIMITED BY ','
                           INTO book_id, book_name, book_author,
                           book_count, book_genre, book_status
                       IF book_status = SPACES
                           MOVE "ACTIVE" TO book_status
                       END-IF
                       PERFORM VARYING TS-IDX FROM 1 BY 1
                               UNTIL TS-IDX > TS-TOTAL
                           IF TS-BOOK(TS-IDX) = book_id(1:5) AND
                              TS-HEAD-IDX(TS-IDX) > 0
                               MOVE TS-HEAD-IDX(TS-IDX) TO BS-IDX
                               ADD 1 TO BS-TITLES(BS-IDX)
                               IF book_status = "ACTIVE"
                                   ADD book_count TO BS-AVAIL(BS-IDX)
                               END-IF
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF BOOK-STATUS = "00" OR BOOK-STATUS = "10"
               CLOSE BOOK-FILE
           END-IF
           MOVE 'N' TO SCAN-EOF

           DISPLAY " "
           DISPLAY "BROWSE BY SUBJECT"
           DISPLAY HEADER-LINE
           PERFORM VARYING BS-IDX FROM 1 BY 1 UNTIL BS-IDX > BS-TOTAL
               DISPLAY BS-IDX ". " BS-HEADING(BS-IDX)
                   " titles: " BS-TITLES(BS-IDX)
                   "  on shelf: " BS-AVAIL(BS-IDX)
           END-PERFORM
           DISPLAY HEADER-LINE
           DISPLAY "Heading number to list its titles (0 = none): "
           ACCEPT BS-PICK
           IF BS-PICK = 0 OR BS-PICK > BS-TOTAL
               GO TO BROWSE-SUBJECT-LIST-EXIT
           END-IF
           MOVE BS-HEADING-UP(BS-PICK) TO BS-PICK-HEADING
           DISPLAY "Titles under " FUNCTION TRIM(BS-HEADING(BS-PICK))
               ":".
       BROWSE-SUBJECT-LIST-EXIT.
           EXIT.

      * Active holds already queued on the matched title -- shown
      * right under the result row so the patron knows the line
      * before joining it.
