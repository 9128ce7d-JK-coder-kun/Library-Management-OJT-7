      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Maintenance screen for ../subjects.csv, the controlled
      *          list of subject headings (one heading per line) that
      *          AddNewBook.cbl/UpdateBook.cbl assign to titles in
      *          ../title-subjects.csv (book_id,heading -- as many rows
      *          per book ID as it has subjects). SearchBook.cbl's
      *          subject/keyword search and browse-by-subject list read
      *          both files, and UnionCatalogExport.cbl carries a
      *          title's headings in the network extract.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubjectMaintain.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJECT-FILE ASSIGN TO "../subjects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-STATUS.
           SELECT SUBJECT-TMP-FILE ASSIGN TO "../subjects.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TITLE-SUBJECT-FILE ASSIGN TO "../title-subjects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TITLE-SUBJECT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "../catalog-audit.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBJECT-FILE.
       01  SUBJECT-REC        PIC X(40).
       FD  SUBJECT-TMP-FILE.
       01  SUBJECT-TMP-REC    PIC X(40).
       FD  TITLE-SUBJECT-FILE.
       01  TITLE-SUBJECT-REC  PIC X(60).
       FD  AUDIT-FILE.
       01  AUDIT-REC          PIC X(150).

       WORKING-STORAGE SECTION.
       01  SUBJECT-STATUS     PIC XX.
       01  TITLE-SUBJECT-STATUS PIC XX.
       01  AUDIT-STATUS       PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-MENU-CHOICE     PIC 9.

      * Headings are kept as typed but compared upper-cased, so
      * "Burma -- History" and "BURMA -- HISTORY" are one heading.
       01  SUBJECT-LIST.
           05 SUBJECT-ENTRY OCCURS 300 TIMES.
              10  SJ-HEADING  PIC X(40).
              10  SJ-TITLES   PIC 9(4).
       01  SJ-TOTAL           PIC 9(3) VALUE 0.
       01  SJ-IDX             PIC 9(3).
       01  SJ-MATCH-IDX       PIC 9(3).
       01  SJ-UPPER           PIC X(40).
       01  SJ-ENTRY-UPPER     PIC X(40).

       01  TS-BOOK-F          PIC X(5).
       01  TS-HEADING-F       PIC X(40).

       01  WS-HEADING-RAW     PIC X(40).
       01  WS-HEADING         PIC X(40).

      * Catalog audit trail row, same shape UpdateBook.cbl writes.
       01  AUDIT-TODAY        PIC 9(8).
       01  AUDIT-BEFORE       PIC X(40).
       01  AUDIT-AFTER        PIC X(40).

       01  SUBJECT-REAL-PATH  PIC X(20) VALUE "../subjects.csv".
       01  SUBJECT-TMP-PATH   PIC X(24) VALUE "../subjects.csv.tmp".
       01  RENAME-STATUS      PIC S9(9) COMP-5.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           PERFORM LOAD-SUBJECT-LIST
           PERFORM COUNT-TITLES-PER-HEADING

           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*      Subject Heading Maintenance        *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           PERFORM DISPLAY-SUBJECT-LIST

           DISPLAY "1. Add a subject heading"
           DISPLAY "2. Remove a subject heading"
           DISPLAY "3. Exit without changes"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM ADD-HEADING THRU ADD-HEADING-EXIT
               WHEN 2
                   PERFORM REMOVE-HEADING THRU REMOVE-HEADING-EXIT
               WHEN OTHER
                   DISPLAY "No changes made."
           END-EVALUATE
           GOBACK.

       LOAD-SUBJECT-LIST.
           MOVE 0 TO SJ-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT SUBJECT-FILE
           IF SUBJECT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SUBJECT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF FUNCTION TRIM(SUBJECT-REC) NOT = SPACES
                          AND SJ-TOTAL < 300
                           ADD 1 TO SJ-TOTAL
                           MOVE FUNCTION TRIM(SUBJECT-REC)
                               TO SJ-HEADING(SJ-TOTAL)
                           MOVE 0 TO SJ-TITLES(SJ-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF SUBJECT-STATUS = "00" OR SUBJECT-STATUS = "10"
               CLOSE SUBJECT-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * How many titles carry each heading -- shown on the list and
      * checked before a heading still in use can be removed.
       COUNT-TITLES-PER-HEADING.
           MOVE 'N' TO FILE-END
           OPEN INPUT TITLE-SUBJECT-FILE
           IF TITLE-SUBJECT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ TITLE-SUBJECT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO TS-HEADING-F
                       UNSTRING TITLE-SUBJECT-REC DELIMITED BY ","
                           INTO TS-BOOK-F TS-HEADING-F
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
                           (TS-HEADING-F)) TO SJ-UPPER
                       PERFORM VARYING SJ-IDX FROM 1 BY 1
                               UNTIL SJ-IDX > SJ-TOTAL
                           MOVE FUNCTION UPPER-CASE
                               (SJ-HEADING(SJ-IDX)) TO SJ-ENTRY-UPPER
                           IF SJ-ENTRY-UPPER = SJ-UPPER
                               ADD 1 TO SJ-TITLES(SJ-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF TITLE-SUBJECT-STATUS = "00" OR
              TITLE-SUBJECT-STATUS = "10"
               CLOSE TITLE-SUBJECT-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       DISPLAY-SUBJECT-LIST.
           IF SJ-TOTAL = 0
               DISPLAY "No subject headings on file yet."
           ELSE
               DISPLAY "Current headings (titles assigned):"
           END-IF
           PERFORM VARYING SJ-IDX FROM 1 BY 1 UNTIL SJ-IDX > SJ-TOTAL
               DISPLAY "  " SJ-HEADING(SJ-IDX) " (" SJ-TITLES(SJ-IDX)
                   ")"
           END-PERFORM.

       FIND-HEADING.
           MOVE FUNCTION UPPER-CASE(WS-HEADING) TO SJ-UPPER
           MOVE 0 TO SJ-MATCH-IDX
           PERFORM VARYING SJ-IDX FROM 1 BY 1 UNTIL SJ-IDX > SJ-TOTAL
               MOVE FUNCTION UPPER-CASE(SJ-HEADING(SJ-IDX))
                   TO SJ-ENTRY-UPPER
               IF SJ-ENTRY-UPPER = SJ-UPPER
                   MOVE SJ-IDX TO SJ-MATCH-IDX
               END-IF
           END-PERFORM.

       ADD-HEADING.
           IF SJ-TOTAL >= 300
               DISPLAY "Heading list is full (300 headings max)."
               GO TO ADD-HEADING-EXIT
           END-IF

           DISPLAY "New subject heading (e.g. BURMA -- HISTORY): "
           ACCEPT WS-HEADING-RAW
           INSPECT WS-HEADING-RAW REPLACING ALL "," BY " "
           MOVE FUNCTION TRIM(WS-HEADING-RAW) TO WS-HEADING
           IF WS-HEADING = SPACES
               DISPLAY "Heading cannot be blank."
               GO TO ADD-HEADING-EXIT
           END-IF

           PERFORM FIND-HEADING
           IF SJ-MATCH-IDX > 0
               DISPLAY "That heading is already on the list."
               GO TO ADD-HEADING-EXIT
           END-IF

           OPEN EXTEND SUBJECT-FILE
           IF SUBJECT-STATUS = "05" OR SUBJECT-STATUS = "35"
               OPEN OUTPUT SUBJECT-FILE
           END-IF
           MOVE WS-HEADING TO SUBJECT-REC
           WRITE SUBJECT-REC
           CLOSE SUBJECT-FILE

           MOVE SPACES TO AUDIT-BEFORE
           MOVE WS-HEADING TO AUDIT-AFTER
           PERFORM WRITE-AUDIT-ROW
           DISPLAY "Added heading: " FUNCTION TRIM(WS-HEADING).
       ADD-HEADING-EXIT.
           EXIT.

      * A heading still assigned to titles stays -- removing it here
      * would leave title-subjects.csv rows pointing at nothing. The
      * titles are moved off it in Update Book first.
       REMOVE-HEADING.
           DISPLAY "Subject heading to remove: "
           ACCEPT WS-HEADING-RAW
           MOVE FUNCTION TRIM(WS-HEADING-RAW) TO WS-HEADING
           PERFORM FIND-HEADING
           IF SJ-MATCH-IDX = 0
               DISPLAY "Not on the heading list: "
                   FUNCTION TRIM(WS-HEADING)
               GO TO REMOVE-HEADING-EXIT
           END-IF
           IF SJ-TITLES(SJ-MATCH-IDX) > 0
               DISPLAY "Still assigned to " SJ-TITLES(SJ-MATCH-IDX)
                   " title(s) -- reassign them in Update Book first."
               GO TO REMOVE-HEADING-EXIT
           END-IF

           OPEN OUTPUT SUBJECT-TMP-FILE
           PERFORM VARYING SJ-IDX FROM 1 BY 1 UNTIL SJ-IDX > SJ-TOTAL
               IF SJ-IDX NOT = SJ-MATCH-IDX
                   MOVE SJ-HEADING(SJ-IDX) TO SUBJECT-TMP-REC
                   WRITE SUBJECT-TMP-REC
               END-IF
           END-PERFORM
           CLOSE SUBJECT-TMP-FILE

           CALL "CBL_RENAME_FILE" USING SUBJECT-TMP-PATH
               SUBJECT-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL

           MOVE SJ-HEADING(SJ-MATCH-IDX) TO AUDIT-BEFORE
           MOVE SPACES TO AUDIT-AFTER
           PERFORM WRITE-AUDIT-ROW
           DISPLAY "Removed heading: "
               FUNCTION TRIM(SJ-HEADING(SJ-MATCH-IDX)).
       REMOVE-HEADING-EXIT.
           EXIT.

       WRITE-AUDIT-ROW.
           ACCEPT AUDIT-TODAY FROM DATE YYYYMMDD
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS = "05" OR AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE SPACES TO AUDIT-REC
           STRING AUDIT-TODAY DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE ","
                  "SUBJMAINT" DELIMITED BY SIZE ","
                  "SUBJECTS" DELIMITED BY SIZE ","
                  "SUBJECT" DELIMITED BY SIZE ","
                  FUNCTION TRIM(AUDIT-BEFORE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(AUDIT-AFTER) DELIMITED BY SIZE
               INTO AUDIT-REC
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE.

       END PROGRAM SubjectMaintain.
