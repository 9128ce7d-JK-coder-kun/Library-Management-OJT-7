      * 2.9.2025 HL - append a before/after catalog-audit.csv row per
      *               changed field, stamped with the operator now
      *               passed through linkage
      * 15.10.2026 HL - add/remove the title's subject headings
      *               (title-subjects.csv) against the subject master,
      *               each change audited
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UpdateBook.
           SELECT AUDIT-FILE ASSIGN TO "../catalog-audit.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT SUBJECT-FILE ASSIGN TO "../subjects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-STATUS.
           SELECT TITLE-SUBJECT-FILE ASSIGN TO "../title-subjects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TITLE-SUBJECT-STATUS.
           SELECT TITLE-SUBJECT-TMP-FILE
               ASSIGN TO "../title-subjects.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  AUTHOR-XREF-RECORD PIC X(62).
       FD  AUDIT-FILE.
       01  AUDIT-REC          PIC X(150).
       FD  SUBJECT-FILE.
       01  SUBJECT-REC        PIC X(40).
       FD  TITLE-SUBJECT-FILE.
       01  TITLE-SUBJECT-REC  PIC X(60).
       FD  TITLE-SUBJECT-TMP-FILE.
       01  TITLE-SUBJECT-TMP-REC PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-BOOK-ID         PIC X(5).
       01  AUDIT-STATUS       PIC XX.
       01  AUDIT-TODAY        PIC 9(8).
       01  AUDIT-FIELD        PIC X(10).
       01  AUDIT-BEFORE       PIC X(40).
       01  AUDIT-AFTER        PIC X(40).

      * Subject headings on the title -- title-subjects.csv rows
      * (book_id,heading), any number per book, each heading taken
      * from SubjectMaintain.cbl's subjects.csv master. The book's
      * rows are edited in SUBJ-BOOK-LIST, then the file is
      * rewritten with every other book's rows untouched.
       01  SUBJECT-STATUS     PIC XX.
       01  TITLE-SUBJECT-STATUS PIC XX.
       01  SUBJ-MASTER.
           05  SUBJ-MASTER-ENTRY PIC X(40) OCCURS 300 TIMES.
       01  SUBJ-MASTER-COUNT  PIC 9(3) VALUE 0.
       01  SUBJ-IDX           PIC 9(3).
       01  SUBJ-UPPER         PIC X(40).
       01  SUBJ-ENTRY-UPPER   PIC X(40).
       01  SUBJ-MATCH-FLAG    PIC X VALUE 'N'.
       01  SUBJ-INPUT         PIC X(40).
       01  SUBJ-DONE-FLAG     PIC X VALUE 'N'.
       01  SUBJ-CHANGED-FLAG  PIC X VALUE 'N'.
       01  SUBJ-BOOK-LIST.
           05  SUBJ-BOOK-ENTRY OCCURS 10 TIMES.
               10  SUBJ-BOOK-HEADING PIC X(40).
               10  SUBJ-BOOK-KEEP    PIC X.
       01  SUBJ-BOOK-COUNT    PIC 9(2) VALUE 0.
       01  SUBJ-BOOK-IDX      PIC 9(2).
       01  SUBJ-OTHER-TABLE.
           05  SUBJ-OTHER-LINE PIC X(60) OCCURS 2000 TIMES.
       01  SUBJ-OTHER-COUNT   PIC 9(4) VALUE 0.
       01  SUBJ-OTHER-IDX     PIC 9(4).
       01  TS-BOOK-F          PIC X(5).
       01  TS-HEADING-F       PIC X(40).
       01  SUBJ-FILE-END      PIC X VALUE 'N'.
       01  SUBJ-REAL-PATH     PIC X(24) VALUE "../title-subjects.csv".
       01  SUBJ-TMP-PATH      PIC X(28)
           VALUE "../title-subjects.csv.tmp".
       01  SUBJ-RENAME-STAT   PIC S9(9) COMP-5.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE

       PERFORM LOG-CATALOG-AUDIT

       PERFORM MAINTAIN-TITLE-SUBJECTS THRU
           MAINTAIN-TITLE-SUBJECTS-EXIT

       IF NEW-TYPE = "PHYSICAL" AND NEW-COUNT NOT = TEMP-COUNT
           PERFORM SYNC-COPIES-FOR-COUNT-CHANGE
       END-IF
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE.

      * Shows the title's headings, takes additions (checked against
      * the subject master) and removals, then rewrites
      * title-subjects.csv only when something changed. Each heading
      * added or removed gets its own SUBJECT audit row.
       MAINTAIN-TITLE-SUBJECTS.
           PERFORM LOAD-SUBJECT-MASTER
           PERFORM LOAD-TITLE-SUBJECTS
           IF SUBJ-MASTER-COUNT = 0 AND SUBJ-BOOK-COUNT = 0
               GO TO MAINTAIN-TITLE-SUBJECTS-EXIT
           END-IF

           DISPLAY "Current subject headings:"
           IF SUBJ-BOOK-COUNT = 0
               DISPLAY "  (none)"
           END-IF
           PERFORM VARYING SUBJ-BOOK-IDX FROM 1 BY 1
                   UNTIL SUBJ-BOOK-IDX > SUBJ-BOOK-COUNT
               DISPLAY "  " SUBJ-BOOK-HEADING(SUBJ-BOOK-IDX)
           END-PERFORM

           MOVE 'N' TO SUBJ-CHANGED-FLAG
           MOVE 'N' TO SUBJ-DONE-FLAG
           PERFORM UNTIL SUBJ-DONE-FLAG = 'Y'
               DISPLAY "Add subject heading (blank to finish): "
               ACCEPT SUBJ-INPUT
               IF SUBJ-INPUT = SPACES
                   MOVE 'Y' TO SUBJ-DONE-FLAG
               ELSE
                   PERFORM ADD-ONE-TITLE-SUBJECT
               END-IF
           END-PERFORM

           MOVE 'N' TO SUBJ-DONE-FLAG
           PERFORM UNTIL SUBJ-DONE-FLAG = 'Y'
               DISPLAY "Remove subject heading (blank to finish): "
               ACCEPT SUBJ-INPUT
               IF SUBJ-INPUT = SPACES
                   MOVE 'Y' TO SUBJ-DONE-FLAG
               ELSE
                   PERFORM REMOVE-ONE-TITLE-SUBJECT
               END-IF
           END-PERFORM

           IF SUBJ-CHANGED-FLAG = 'N'
               GO TO MAINTAIN-TITLE-SUBJECTS-EXIT
           END-IF

           OPEN OUTPUT TITLE-SUBJECT-TMP-FILE
           PERFORM VARYING SUBJ-OTHER-IDX FROM 1 BY 1
                   UNTIL SUBJ-OTHER-IDX > SUBJ-OTHER-COUNT
               MOVE SUBJ-OTHER-LINE(SUBJ-OTHER-IDX)
                   TO TITLE-SUBJECT-TMP-REC
               WRITE TITLE-SUBJECT-TMP-REC
           END-PERFORM
           PERFORM VARYING SUBJ-BOOK-IDX FROM 1 BY 1
                   UNTIL SUBJ-BOOK-IDX > SUBJ-BOOK-COUNT
               IF SUBJ-BOOK-KEEP(SUBJ-BOOK-IDX) = 'Y'
                   MOVE SPACES TO TITLE-SUBJECT-TMP-REC
                   STRING TEMP-ID DELIMITED BY SIZE ","
                          FUNCTION TRIM(SUBJ-BOOK-HEADING
                              (SUBJ-BOOK-IDX)) DELIMITED BY SIZE
                       INTO TITLE-SUBJECT-TMP-REC
                   WRITE TITLE-SUBJECT-TMP-REC
               END-IF
           END-PERFORM
           CLOSE TITLE-SUBJECT-TMP-FILE

           CALL "CBL_RENAME_FILE" USING SUBJ-TMP-PATH SUBJ-REAL-PATH
               RETURNING SUBJ-RENAME-STAT
           END-CALL
           DISPLAY "Subject headings updated.".
       MAINTAIN-TITLE-SUBJECTS-EXIT.
           EXIT.

       ADD-ONE-TITLE-SUBJECT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SUBJ-INPUT))
               TO SUBJ-UPPER
           MOVE 'N' TO SUBJ-MATCH-FLAG
           PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                   UNTIL SUBJ-IDX > SUBJ-MASTER-COUNT
               MOVE FUNCTION UPPER-CASE(SUBJ-MASTER-ENTRY(SUBJ-IDX))
                   TO SUBJ-ENTRY-UPPER
               IF SUBJ-ENTRY-UPPER = SUBJ-UPPER
                   MOVE 'Y' TO SUBJ-MATCH-FLAG
                   MOVE SUBJ-MASTER-ENTRY(SUBJ-IDX) TO SUBJ-INPUT
               END-IF
           END-PERFORM
           PERFORM VARYING SUBJ-BOOK-IDX FROM 1 BY 1
                   UNTIL SUBJ-BOOK-IDX > SUBJ-BOOK-COUNT
               MOVE FUNCTION UPPER-CASE(SUBJ-BOOK-HEADING
                   (SUBJ-BOOK-IDX)) TO SUBJ-ENTRY-UPPER
               IF SUBJ-ENTRY-UPPER = SUBJ-UPPER AND
                  SUBJ-BOOK-KEEP(SUBJ-BOOK-IDX) = 'Y'
                   MOVE 'D' TO SUBJ-MATCH-FLAG
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN SUBJ-MATCH-FLAG = 'D'
                   DISPLAY "Already assigned to this title."
               WHEN SUBJ-MATCH-FLAG = 'N'
                   DISPLAY "Not a heading on the subject list. "
                       "Valid headings:"
                   PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                           UNTIL SUBJ-IDX > SUBJ-MASTER-COUNT
                       DISPLAY "  " SUBJ-MASTER-ENTRY(SUBJ-IDX)
                   END-PERFORM
               WHEN SUBJ-BOOK-COUNT >= 10
                   DISPLAY "A title takes at most ten headings."
               WHEN OTHER
                   ADD 1 TO SUBJ-BOOK-COUNT
                   MOVE SUBJ-INPUT TO SUBJ-BOOK-HEADING(SUBJ-BOOK-COUNT)
                   MOVE 'Y' TO SUBJ-BOOK-KEEP(SUBJ-BOOK-COUNT)
                   MOVE 'Y' TO SUBJ-CHANGED-FLAG
                   ACCEPT AUDIT-TODAY FROM DATE YYYYMMDD
                   MOVE "SUBJECT" TO AUDIT-FIELD
                   MOVE SPACES TO AUDIT-BEFORE
                   MOVE SUBJ-INPUT TO AUDIT-AFTER
                   PERFORM WRITE-AUDIT-ROW
           END-EVALUATE.

       REMOVE-ONE-TITLE-SUBJECT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SUBJ-INPUT))
               TO SUBJ-UPPER
           MOVE 'N' TO SUBJ-MATCH-FLAG
           PERFORM VARYING SUBJ-BOOK-IDX FROM 1 BY 1
                   UNTIL SUBJ-BOOK-IDX > SUBJ-BOOK-COUNT
               MOVE FUNCTION UPPER-CASE(SUBJ-BOOK-HEADING
                   (SUBJ-BOOK-IDX)) TO SUBJ-ENTRY-UPPER
               IF SUBJ-ENTRY-UPPER = SUBJ-UPPER AND
                  SUBJ-BOOK-KEEP(SUBJ-BOOK-IDX) = 'Y'
                   MOVE 'N' TO SUBJ-BOOK-KEEP(SUBJ-BOOK-IDX)
                   MOVE 'Y' TO SUBJ-MATCH-FLAG
                   MOVE 'Y' TO SUBJ-CHANGED-FLAG
                   ACCEPT AUDIT-TODAY FROM DATE YYYYMMDD
                   MOVE "SUBJECT" TO AUDIT-FIELD
                   MOVE SUBJ-BOOK-HEADING(SUBJ-BOOK-IDX)
                       TO AUDIT-BEFORE
                   MOVE SPACES TO AUDIT-AFTER
                   PERFORM WRITE-AUDIT-ROW
               END-IF
           END-PERFORM
           IF SUBJ-MATCH-FLAG = 'N'
               DISPLAY "That heading is not on this title."
           END-IF.

       LOAD-SUBJECT-MASTER.
           MOVE 0 TO SUBJ-MASTER-COUNT
           OPEN INPUT SUBJECT-FILE
           IF SUBJECT-STATUS = "00"
               PERFORM UNTIL SUBJECT-STATUS NOT = "00"
                   OR SUBJ-MASTER-COUNT >= 300
                   READ SUBJECT-FILE
                       AT END
                           MOVE "10" TO SUBJECT-STATUS
                       NOT AT END
                           IF FUNCTION TRIM(SUBJECT-REC) NOT = SPACES
                               ADD 1 TO SUBJ-MASTER-COUNT
                               MOVE FUNCTION TRIM(SUBJECT-REC)
                                   TO SUBJ-MASTER-ENTRY
                                   (SUBJ-MASTER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-FILE
           END-IF.

      * This title's rows go to SUBJ-BOOK-LIST for editing; every
      * other row is held as-is for the rewrite.
       LOAD-TITLE-SUBJECTS.
           MOVE 0 TO SUBJ-BOOK-COUNT
           MOVE 0 TO SUBJ-OTHER-COUNT
           MOVE 'N' TO SUBJ-FILE-END
           OPEN INPUT TITLE-SUBJECT-FILE
           IF TITLE-SUBJECT-STATUS NOT = "00"
               MOVE 'Y' TO SUBJ-FILE-END
           END-IF
           PERFORM UNTIL SUBJ-FILE-END = 'Y'
               READ TITLE-SUBJECT-FILE
                   AT END
                       MOVE 'Y' TO SUBJ-FILE-END
                   NOT AT END
                       MOVE SPACES TO TS-BOOK-F TS-HEADING-F
                       UNSTRING TITLE-SUBJECT-REC DELIMITED BY ","
                           INTO TS-BOOK-F TS-HEADING-F
                       IF TS-BOOK-F = TEMP-ID
                           IF SUBJ-BOOK-COUNT < 10
                               ADD 1 TO SUBJ-BOOK-COUNT
                               MOVE TS-HEADING-F TO
                                   SUBJ-BOOK-HEADING(SUBJ-BOOK-COUNT)
                               MOVE 'Y' TO
                                   SUBJ-BOOK-KEEP(SUBJ-BOOK-COUNT)
                           END-IF
                       ELSE
                           IF SUBJ-OTHER-COUNT < 2000
                               ADD 1 TO SUBJ-OTHER-COUNT
                               MOVE TITLE-SUBJECT-REC TO
                                   SUBJ-OTHER-LINE(SUBJ-OTHER-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF TITLE-SUBJECT-STATUS = "00" OR
              TITLE-SUBJECT-STATUS = "10"
               CLOSE TITLE-SUBJECT-FILE
           END-IF.

      * Seeds GENRE-LIST with a starter set of default genres, then
      * appends any extra genres found in ../genres.csv. A missing or
      * empty genres.csv is not an error -- the starter set alone is
