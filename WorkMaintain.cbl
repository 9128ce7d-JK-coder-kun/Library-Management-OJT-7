      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Maintenance screen for works -- the grouping of book
      *          IDs that are editions of the same title (an old
      *          printing, a new translation, a large-print copy).
      *          ../works.csv is the work master (work_id,title) and
      *          ../work-editions.csv says which book IDs belong to
      *          which work (work_id,book_id,edition_label); a book ID
      *          belongs to one work at most. BorrowBook.cbl offers an
      *          "any edition" hold on a title that belongs to a work
      *          of two or more editions, and HoldsPullList.cbl,
      *          ShelvingQueue.cbl and NightlyBatch's hold promotion
      *          fill such a hold from whichever edition comes free.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WorkMaintain.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-FILE ASSIGN TO "../works.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-STATUS.
           SELECT EDITION-FILE ASSIGN TO "../work-editions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDITION-STATUS.
           SELECT EDITION-TMP-FILE ASSIGN TO "../work-editions.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "../catalog-audit.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-FILE.
       01  WORK-REC           PIC X(80).
       FD  EDITION-FILE.
       01  EDITION-REC        PIC X(80).
       FD  EDITION-TMP-FILE.
       01  EDITION-TMP-REC    PIC X(80).
       FD  BOOK-FILE.
       01  BOOK-REC           PIC X(200).
       FD  AUDIT-FILE.
       01  AUDIT-REC          PIC X(150).

       WORKING-STORAGE SECTION.
       01  WORK-STATUS        PIC XX.
       01  EDITION-STATUS     PIC XX.
       01  BOOK-STATUS        PIC XX.
       01  AUDIT-STATUS       PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-MENU-CHOICE     PIC 9.

       01  WORK-TABLE.
           05 WORK-ENTRY OCCURS 200 TIMES.
              10  WK-ID       PIC X(5).
              10  WK-TITLE    PIC X(40).
       01  WK-TOTAL           PIC 9(3) VALUE 0.
       01  WK-IDX             PIC 9(3).
       01  WK-MATCH-IDX       PIC 9(3).
       01  WK-LAST-NUM        PIC 9(4) VALUE 0.
       01  WK-NEW-NUM         PIC 9(4).

       01  EDITION-TABLE.
           05 EDITION-ENTRY OCCURS 500 TIMES.
              10  WE-WORK     PIC X(5).
              10  WE-BOOK     PIC X(5).
              10  WE-LABEL    PIC X(20).
       01  WE-TOTAL           PIC 9(3) VALUE 0.
       01  WE-IDX             PIC 9(3).
       01  WE-MATCH-IDX       PIC 9(3).
       01  WE-COUNT           PIC 9(3).

       01  BK-ID-F            PIC X(5).
       01  BK-NAME-F          PIC X(40).
       01  WS-BOOK-NAME       PIC X(40).
       01  WS-BOOK-FOUND      PIC X VALUE 'N'.

       01  WS-ID-RAW          PIC X(20).
       01  WS-WORK-ID         PIC X(5).
       01  WS-BOOK-ID         PIC X(5).
       01  WS-TITLE-RAW       PIC X(40).
       01  WS-LABEL-RAW       PIC X(20).

      * Catalog audit trail row, same shape UpdateBook.cbl writes.
       01  AUDIT-TODAY        PIC 9(8).
       01  AUDIT-KEY          PIC X(5).
       01  AUDIT-BEFORE       PIC X(30).
       01  AUDIT-AFTER        PIC X(30).

       01  EDITION-REAL-PATH  PIC X(24) VALUE "../work-editions.csv".
       01  EDITION-TMP-PATH   PIC X(28)
           VALUE "../work-editions.csv.tmp".
       01  RENAME-STATUS      PIC S9(9) COMP-5.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           PERFORM LOAD-WORK-TABLE
           PERFORM LOAD-EDITION-TABLE

           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*      Works and Editions Maintenance     *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. List works and their editions"
           DISPLAY "2. Create a work"
           DISPLAY "3. Add a book ID to a work"
           DISPLAY "4. Remove a book ID from its work"
           DISPLAY "5. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM LIST-WORKS
               WHEN 2
                   PERFORM CREATE-WORK THRU CREATE-WORK-EXIT
               WHEN 3
                   PERFORM ADD-EDITION THRU ADD-EDITION-EXIT
               WHEN 4
                   PERFORM REMOVE-EDITION THRU REMOVE-EDITION-EXIT
               WHEN OTHER
                   DISPLAY "No changes made."
           END-EVALUATE
           GOBACK.

       LIST-WORKS.
           IF WK-TOTAL = 0
               DISPLAY "No works on file."
           END-IF
           PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-TOTAL
               DISPLAY WK-ID(WK-IDX) "  "
                   FUNCTION TRIM(WK-TITLE(WK-IDX))
               MOVE 0 TO WE-COUNT
               PERFORM VARYING WE-IDX FROM 1 BY 1
                       UNTIL WE-IDX > WE-TOTAL
                   IF WE-WORK(WE-IDX) = WK-ID(WK-IDX)
                       ADD 1 TO WE-COUNT
                       MOVE WE-BOOK(WE-IDX) TO WS-BOOK-ID
                       PERFORM LOOKUP-BOOK
                       DISPLAY "    " WE-BOOK(WE-IDX) "  "
                           WE-LABEL(WE-IDX) "  "
                           FUNCTION TRIM(WS-BOOK-NAME)
                   END-IF
               END-PERFORM
               IF WE-COUNT = 0
                   DISPLAY "    (no editions assigned yet)"
               END-IF
           END-PERFORM.

       CREATE-WORK.
           IF WK-TOTAL >= 200
               DISPLAY "Work list is full (200 works max)."
               GO TO CREATE-WORK-EXIT
           END-IF
           DISPLAY "Work title: "
           ACCEPT WS-TITLE-RAW
           INSPECT WS-TITLE-RAW REPLACING ALL "," BY " "
           IF FUNCTION TRIM(WS-TITLE-RAW) = SPACES
               DISPLAY "Title cannot be blank."
               GO TO CREATE-WORK-EXIT
           END-IF

           COMPUTE WK-NEW-NUM = WK-LAST-NUM + 1
           MOVE SPACES TO WS-WORK-ID
           STRING "W" DELIMITED BY SIZE
                  WK-NEW-NUM DELIMITED BY SIZE
               INTO WS-WORK-ID

           OPEN EXTEND WORK-FILE
           IF WORK-STATUS = "05" OR WORK-STATUS = "35"
               OPEN OUTPUT WORK-FILE
           END-IF
           MOVE SPACES TO WORK-REC
           STRING WS-WORK-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-TITLE-RAW) DELIMITED BY SIZE
               INTO WORK-REC
           WRITE WORK-REC
           CLOSE WORK-FILE
           DISPLAY "Created work " WS-WORK-ID ". Add its editions "
               "with option 3.".
       CREATE-WORK-EXIT.
           EXIT.

       ADD-EDITION.
           DISPLAY "Work ID: "
           ACCEPT WS-ID-RAW
           MOVE FUNCTION TRIM(WS-ID-RAW) TO WS-WORK-ID
           MOVE 0 TO WK-MATCH-IDX
           PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-TOTAL
               IF WK-ID(WK-IDX) = WS-WORK-ID
                   MOVE WK-IDX TO WK-MATCH-IDX
               END-IF
           END-PERFORM
           IF WK-MATCH-IDX = 0
               DISPLAY "No such work: " WS-WORK-ID
               GO TO ADD-EDITION-EXIT
           END-IF

           DISPLAY "Book ID to add: "
           ACCEPT WS-ID-RAW
           MOVE FUNCTION TRIM(WS-ID-RAW) TO WS-BOOK-ID
           PERFORM LOOKUP-BOOK
           IF WS-BOOK-FOUND NOT = 'Y'
               DISPLAY "Book " WS-BOOK-ID " is not in the catalog."
               GO TO ADD-EDITION-EXIT
           END-IF
           PERFORM FIND-EDITION
           IF WE-MATCH-IDX > 0
               DISPLAY "Book " WS-BOOK-ID " already belongs to work "
                   WE-WORK(WE-MATCH-IDX) " -- remove it there first."
               GO TO ADD-EDITION-EXIT
           END-IF
           IF WE-TOTAL >= 500
               DISPLAY "Edition list is full (500 rows max)."
               GO TO ADD-EDITION-EXIT
           END-IF

           DISPLAY "Edition label (e.g. LARGE PRINT, 2ND ED): "
           ACCEPT WS-LABEL-RAW
           INSPECT WS-LABEL-RAW REPLACING ALL "," BY " "

           OPEN EXTEND EDITION-FILE
           IF EDITION-STATUS = "05" OR EDITION-STATUS = "35"
               OPEN OUTPUT EDITION-FILE
           END-IF
           MOVE SPACES TO EDITION-REC
           STRING WS-WORK-ID DELIMITED BY SIZE ","
                  WS-BOOK-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-LABEL-RAW) DELIMITED BY SIZE
               INTO EDITION-REC
           WRITE EDITION-REC
           CLOSE EDITION-FILE

           MOVE WS-BOOK-ID TO AUDIT-KEY
           MOVE SPACES TO AUDIT-BEFORE
           MOVE WS-WORK-ID TO AUDIT-AFTER
           PERFORM WRITE-AUDIT-ROW
           DISPLAY "Book " WS-BOOK-ID " (" FUNCTION TRIM(WS-BOOK-NAME)
               ") added to work " WS-WORK-ID ".".
       ADD-EDITION-EXIT.
           EXIT.

       REMOVE-EDITION.
           DISPLAY "Book ID to remove from its work: "
           ACCEPT WS-ID-RAW
           MOVE FUNCTION TRIM(WS-ID-RAW) TO WS-BOOK-ID
           PERFORM FIND-EDITION
           IF WE-MATCH-IDX = 0
               DISPLAY "Book " WS-BOOK-ID " is not assigned to a work."
               GO TO REMOVE-EDITION-EXIT
           END-IF
           MOVE WE-WORK(WE-MATCH-IDX) TO WS-WORK-ID

           OPEN OUTPUT EDITION-TMP-FILE
           PERFORM VARYING WE-IDX FROM 1 BY 1 UNTIL WE-IDX > WE-TOTAL
               IF WE-IDX NOT = WE-MATCH-IDX
                   MOVE SPACES TO EDITION-TMP-REC
                   STRING WE-WORK(WE-IDX) DELIMITED BY SIZE ","
                          WE-BOOK(WE-IDX) DELIMITED BY SIZE ","
                          FUNCTION TRIM(WE-LABEL(WE-IDX))
                              DELIMITED BY SIZE
                       INTO EDITION-TMP-REC
                   WRITE EDITION-TMP-REC
               END-IF
           END-PERFORM
           CLOSE EDITION-TMP-FILE
           CALL "CBL_RENAME_FILE" USING EDITION-TMP-PATH
               EDITION-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL

           MOVE WS-BOOK-ID TO AUDIT-KEY
           MOVE WS-WORK-ID TO AUDIT-BEFORE
           MOVE SPACES TO AUDIT-AFTER
           PERFORM WRITE-AUDIT-ROW
           DISPLAY "Book " WS-BOOK-ID " removed from work "
               WS-WORK-ID ".".
       REMOVE-EDITION-EXIT.
           EXIT.

       FIND-EDITION.
           MOVE 0 TO WE-MATCH-IDX
           PERFORM VARYING WE-IDX FROM 1 BY 1 UNTIL WE-IDX > WE-TOTAL
               IF WE-BOOK(WE-IDX) = WS-BOOK-ID
                   MOVE WE-IDX TO WE-MATCH-IDX
               END-IF
           END-PERFORM.

      * Work IDs run W0001, W0002, ... -- the next one is one past the
      * highest on file.
       LOAD-WORK-TABLE.
           MOVE 0 TO WK-TOTAL
           MOVE 0 TO WK-LAST-NUM
           MOVE 'N' TO FILE-END
           OPEN INPUT WORK-FILE
           IF WORK-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF WK-TOTAL < 200
                           ADD 1 TO WK-TOTAL
                           MOVE SPACES TO WK-TITLE(WK-TOTAL)
                           UNSTRING WORK-REC DELIMITED BY ","
                               INTO WK-ID(WK-TOTAL),
                                    WK-TITLE(WK-TOTAL)
                           IF WK-ID(WK-TOTAL)(2:4) IS NUMERIC
                              AND WK-ID(WK-TOTAL)(2:4) > WK-LAST-NUM
                               MOVE WK-ID(WK-TOTAL)(2:4)
                                   TO WK-LAST-NUM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WORK-STATUS = "00" OR WORK-STATUS = "10"
               CLOSE WORK-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-EDITION-TABLE.
           MOVE 0 TO WE-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT EDITION-FILE
           IF EDITION-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ EDITION-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF WE-TOTAL < 500 AND EDITION-REC NOT = SPACES
                           ADD 1 TO WE-TOTAL
                           MOVE SPACES TO WE-LABEL(WE-TOTAL)
                           UNSTRING EDITION-REC DELIMITED BY ","
                               INTO WE-WORK(WE-TOTAL),
                                    WE-BOOK(WE-TOTAL),
                                    WE-LABEL(WE-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF EDITION-STATUS = "00" OR EDITION-STATUS = "10"
               CLOSE EDITION-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOOKUP-BOOK.
           MOVE 'N' TO WS-BOOK-FOUND
           MOVE SPACES TO WS-BOOK-NAME
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
                           INTO BK-ID-F BK-NAME-F
                       IF BK-ID-F = WS-BOOK-ID
                           MOVE 'Y' TO WS-BOOK-FOUND
                           MOVE BK-NAME-F TO WS-BOOK-NAME
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF BOOK-STATUS = "00" OR BOOK-STATUS = "10"
               CLOSE BOOK-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       WRITE-AUDIT-ROW.
           ACCEPT AUDIT-TODAY FROM DATE YYYYMMDD
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS = "05" OR AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE SPACES TO AUDIT-REC
           STRING AUDIT-TODAY DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE ","
                  "WORKMAINT" DELIMITED BY SIZE ","
                  AUDIT-KEY DELIMITED BY SIZE ","
                  "WORK" DELIMITED BY SIZE ","
                  FUNCTION TRIM(AUDIT-BEFORE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(AUDIT-AFTER) DELIMITED BY SIZE
               INTO AUDIT-REC
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE.

       END PROGRAM WorkMaintain.
