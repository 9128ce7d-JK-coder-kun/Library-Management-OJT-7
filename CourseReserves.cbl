      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Course reserves for schools and exam-prep
      *          collections -- a teacher's titles pulled onto the
      *          short-loan reserve shelf for one class and one term.
      *          Reserve lists live on ../course-reserves.csv
      *          (list_id,course,instructor,term_start,term_end,
      *          status ACTIVE/ENDED) and the copies on them on
      *          ../reserve-items.csv (list_id,copy_id,book_id,
      *          loan_hours,status ON_RESERVE/RELEASED,added_date).
      *          BorrowBook.cbl lends an in-term reserve copy for the
      *          list's hours through its equipment due-time handling.
      *          On the term end date the release pass (run nightly
      *          by NightlyBatch.cbl, or from the menu) ends the list
      *          and sends each copy back to its call-numbers.csv
      *          shelf location on ../reserve-reshelve.csv. The
      *          instructor's printed list shows every copy and how
      *          often it went out during the term (log.csv).
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - the release pass runs as of the business date
      *                NightlyBatch.cbl passes in, so a caught-up
      *                missed night ends the terms that ended then;
      *                zero (the menu) means today
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CourseReserves.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN TO "../course-reserves.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-STATUS.
           SELECT LIST-TMP-FILE ASSIGN TO "../course-reserves.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEM-FILE ASSIGN TO "../reserve-items.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEM-STATUS.
           SELECT ITEM-TMP-FILE ASSIGN TO "../reserve-items.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COPIES-FILE ASSIGN TO "../copies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPIES-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-STATUS.
           SELECT CALLNUM-FILE ASSIGN TO "../call-numbers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALLNUM-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT RESHELVE-FILE ASSIGN TO "../reserve-reshelve.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESHELVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIST-FILE.
       01  LIST-REC           PIC X(150).
       FD  LIST-TMP-FILE.
       01  LIST-TMP-REC       PIC X(150).
       FD  ITEM-FILE.
       01  ITEM-REC           PIC X(80).
       FD  ITEM-TMP-FILE.
       01  ITEM-TMP-REC       PIC X(80).
       FD  COPIES-FILE.
       01  COPIES-REC         PIC X(100).
       FD  BOOK-FILE.
       01  BOOK-REC           PIC X(200).
       FD  CALLNUM-FILE.
       01  CALLNUM-REC        PIC X(50).
       FD  LOG-FILE.
       01  LOG-REC            PIC X(200).
       FD  RESHELVE-FILE.
       01  RESHELVE-REC       PIC X(100).

       WORKING-STORAGE SECTION.
       01  LIST-STATUS        PIC XX.
       01  ITEM-STATUS        PIC XX.
       01  COPIES-STATUS      PIC XX.
       01  BOOK-STATUS        PIC XX.
       01  CALLNUM-STATUS     PIC XX.
       01  LOG-STATUS         PIC XX.
       01  RESHELVE-STATUS    PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-MENU-CHOICE     PIC 9.

      * course-reserves.csv, held whole so the release pass can end a
      * list in place and write the file back.
       01  LIST-TABLE.
           05 LIST-ENTRY OCCURS 200 TIMES.
              10  LT-ID         PIC X(5).
              10  LT-COURSE     PIC X(30).
              10  LT-INSTRUCTOR PIC X(30).
              10  LT-START      PIC X(10).
              10  LT-END        PIC X(10).
              10  LT-STATUS     PIC X(10).
              10  LT-START-NUM  PIC 9(8).
              10  LT-END-NUM    PIC 9(8).
       01  LT-TOTAL           PIC 9(3) VALUE 0.
       01  LT-IDX             PIC 9(3).
       01  LT-MATCH-IDX       PIC 9(3) VALUE 0.
       01  LS-ID-F            PIC X(5).
       01  LS-COURSE-F        PIC X(30).
       01  LS-INSTRUCTOR-F    PIC X(30).
       01  LS-START-F         PIC X(10).
       01  LS-END-F           PIC X(10).
       01  LS-STATUS-F        PIC X(10).

       01  ITEM-TABLE.
           05 ITEM-ENTRY OCCURS 1000 TIMES.
              10  IT-LIST     PIC X(5).
              10  IT-COPY     PIC X(8).
              10  IT-BOOK     PIC X(5).
              10  IT-HOURS    PIC 9(3).
              10  IT-STATUS   PIC X(12).
              10  IT-ADDED    PIC X(10).
       01  IT-TOTAL           PIC 9(4) VALUE 0.
       01  IT-IDX             PIC 9(4).
       01  IT-MATCH-IDX       PIC 9(4) VALUE 0.
       01  RI-LIST-F          PIC X(5).
       01  RI-COPY-F          PIC X(8).
       01  RI-BOOK-F          PIC X(5).
       01  RI-HOURS-F         PIC X(4).
       01  RI-STATUS-F        PIC X(12).
       01  RI-ADDED-F         PIC X(10).

       01  CP-ID-F            PIC X(8).
       01  CP-BOOK-ID-F       PIC X(5).
       01  CP-STATUS-F        PIC X(12).
       01  BK-ID-F            PIC X(5).
       01  BK-NAME-F          PIC X(30).
       01  CN-BOOK-F          PIC X(5).
       01  CN-CALL-F          PIC X(12).
       01  CN-LOC-F           PIC X(20).
       01  WS-TITLE           PIC X(30).
       01  WS-CALLNUM         PIC X(12).
       01  WS-LOCATION        PIC X(20).

      * log.csv fields used for the usage count -- book, start date
      * and copy (fields 3, 4 and 8).
       01  LG-TRAN-F          PIC X(5).
       01  LG-MEMBER-F        PIC X(5).
       01  LG-BOOK-F          PIC X(5).
       01  LG-START-F         PIC X(10).
       01  LG-END-F           PIC X(10).
       01  LG-DUE-F           PIC X(3).
       01  LG-RETURN-F        PIC X(10).
       01  LG-COPY-F          PIC X(8).
       01  LG-START-NUM       PIC 9(8).
       01  WS-USE-COUNT       PIC 9(4) VALUE 0.
       01  WS-USE-TOTAL       PIC 9(5) VALUE 0.

       01  WS-LIST-ID-RAW     PIC X(20).
       01  WS-LIST-ID         PIC X(5).
       01  WS-COPY-ID-RAW     PIC X(20).
       01  WS-COPY-ID         PIC X(8).
       01  WS-BOOK-ID         PIC X(5).
       01  WS-COURSE-RAW      PIC X(30).
       01  WS-INSTRUCTOR-RAW  PIC X(30).
       01  WS-START-RAW       PIC X(12).
       01  WS-START           PIC X(10).
       01  WS-END-RAW         PIC X(12).
       01  WS-END             PIC X(10).
       01  WS-HOURS-RAW       PIC X(4).
       01  WS-HOURS           PIC 9(3) VALUE 3.
       01  WS-START-NUM       PIC 9(8).
       01  WS-END-NUM         PIC 9(8).
       01  WS-LAST-ID         PIC 9(5) VALUE 0.
       01  WS-NEW-ID          PIC 9(5) VALUE 0.
       01  WS-ID-NUM          PIC 9(5).
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-SHOWN-COUNT     PIC 9(4) VALUE 0.
       01  CNT-LISTS-ENDED    PIC 9(3) VALUE 0.
       01  CNT-RELEASED       PIC 9(4) VALUE 0.
       01  WS-BATCH-MODE      PIC X VALUE 'N'.

       01  TODAY              PIC 9(8).
       01  TODAY-MMDDYYYY     PIC X(10).

       01  LIST-REAL-PATH     PIC X(28) VALUE "../course-reserves.csv".
       01  LIST-TMP-PATH      PIC X(32)
               VALUE "../course-reserves.csv.tmp".
       01  ITEM-REAL-PATH     PIC X(24) VALUE "../reserve-items.csv".
       01  ITEM-TMP-PATH      PIC X(28)
               VALUE "../reserve-items.csv.tmp".
       01  RENAME-STATUS      PIC S9(9) COMP-5.
       01  HEADER-LINE        PIC X(70) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 BUSINESS-DATE-L PIC 9(8).
       PROCEDURE DIVISION USING USER-CHOICE, BUSINESS-DATE-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           IF BUSINESS-DATE-L NOT = 0
               MOVE BUSINESS-DATE-L TO TODAY
           END-IF
           MOVE SPACES TO TODAY-MMDDYYYY
           STRING TODAY(5:2) DELIMITED BY SIZE "/"
                  TODAY(7:2) DELIMITED BY SIZE "/"
                  TODAY(1:4) DELIMITED BY SIZE
               INTO TODAY-MMDDYYYY
           PERFORM LOAD-LIST-TABLE
           PERFORM LOAD-ITEM-TABLE

      * NightlyBatch.cbl calls in with choice 0 -- just the term-end
      * release pass, no menu.
           IF USER-CHOICE = 0
               MOVE 'Y' TO WS-BATCH-MODE
               PERFORM RELEASE-ENDED-TERMS
               GOBACK
           END-IF

           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*            Course Reserves              *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Create a reserve list"
           DISPLAY "2. Put a copy on a reserve list"
           DISPLAY "3. Take a copy off a reserve list"
           DISPLAY "4. Print a reserve list with usage"
           DISPLAY "5. List reserve lists"
           DISPLAY "6. Release lists whose term has ended"
           DISPLAY "7. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM CREATE-LIST THRU CREATE-LIST-EXIT
               WHEN 2
                   PERFORM ADD-RESERVE-COPY THRU ADD-RESERVE-COPY-EXIT
               WHEN 3
                   PERFORM REMOVE-RESERVE-COPY
                       THRU REMOVE-RESERVE-COPY-EXIT
               WHEN 4
                   PERFORM PRINT-RESERVE-LIST
                       THRU PRINT-RESERVE-LIST-EXIT
               WHEN 5
                   PERFORM LIST-RESERVE-LISTS
               WHEN 6
                   PERFORM RELEASE-ENDED-TERMS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       CREATE-LIST.
           DISPLAY "Course (e.g. G10 Chemistry exam prep): "
           ACCEPT WS-COURSE-RAW
           IF FUNCTION TRIM(WS-COURSE-RAW) = SPACES
               GO TO CREATE-LIST-EXIT
           END-IF
           INSPECT WS-COURSE-RAW REPLACING ALL "," BY " "
           DISPLAY "Instructor: "
           ACCEPT WS-INSTRUCTOR-RAW
           INSPECT WS-INSTRUCTOR-RAW REPLACING ALL "," BY " "
           DISPLAY "Term start (MM/DD/YYYY): "
           ACCEPT WS-START-RAW
           MOVE FUNCTION TRIM(WS-START-RAW) TO WS-START
           DISPLAY "Term end (MM/DD/YYYY): "
           ACCEPT WS-END-RAW
           MOVE FUNCTION TRIM(WS-END-RAW) TO WS-END
           IF WS-START(3:1) NOT = "/" OR WS-START(6:1) NOT = "/" OR
              WS-END(3:1) NOT = "/" OR WS-END(6:1) NOT = "/"
               DISPLAY "Dates must be MM/DD/YYYY."
               GO TO CREATE-LIST-EXIT
           END-IF
           STRING WS-START(7:4) DELIMITED BY SIZE
                  WS-START(1:2) DELIMITED BY SIZE
                  WS-START(4:2) DELIMITED BY SIZE
               INTO WS-START-NUM
           STRING WS-END(7:4) DELIMITED BY SIZE
                  WS-END(1:2) DELIMITED BY SIZE
                  WS-END(4:2) DELIMITED BY SIZE
               INTO WS-END-NUM
           IF WS-END-NUM NOT > WS-START-NUM
               DISPLAY "Term end must be after the term start."
               GO TO CREATE-LIST-EXIT
           END-IF
           IF LT-TOTAL >= 200
               DISPLAY "Reserve list file is full."
               GO TO CREATE-LIST-EXIT
           END-IF

           COMPUTE WS-NEW-ID = WS-LAST-ID + 1
           ADD 1 TO LT-TOTAL
           MOVE WS-NEW-ID TO LT-ID(LT-TOTAL)
           MOVE WS-COURSE-RAW TO LT-COURSE(LT-TOTAL)
           MOVE WS-INSTRUCTOR-RAW TO LT-INSTRUCTOR(LT-TOTAL)
           MOVE WS-START TO LT-START(LT-TOTAL)
           MOVE WS-END TO LT-END(LT-TOTAL)
           MOVE "ACTIVE" TO LT-STATUS(LT-TOTAL)
           PERFORM SAVE-LIST-TABLE
           DISPLAY "Reserve list " WS-NEW-ID " created for "
               FUNCTION TRIM(WS-COURSE-RAW) ".".
       CREATE-LIST-EXIT.
           EXIT.

       ADD-RESERVE-COPY.
           DISPLAY "Reserve list ID: "
           ACCEPT WS-LIST-ID-RAW
           MOVE FUNCTION TRIM(WS-LIST-ID-RAW) TO WS-LIST-ID
           PERFORM FIND-LIST
           IF LT-MATCH-IDX = 0
               DISPLAY "No such reserve list."
               GO TO ADD-RESERVE-COPY-EXIT
           END-IF
           IF FUNCTION TRIM(LT-STATUS(LT-MATCH-IDX)) NOT = "ACTIVE"
               DISPLAY "That list's term has ended."
               GO TO ADD-RESERVE-COPY-EXIT
           END-IF
           DISPLAY "Copy ID (barcode): "
           ACCEPT WS-COPY-ID-RAW
           MOVE FUNCTION TRIM(WS-COPY-ID-RAW) TO WS-COPY-ID
           PERFORM FIND-COPY
           IF WS-FOUND NOT = 'Y'
               DISPLAY "No such copy on copies.csv."
               GO TO ADD-RESERVE-COPY-EXIT
           END-IF
           PERFORM FIND-ITEM-ON-RESERVE
           IF IT-MATCH-IDX > 0
               DISPLAY "That copy is already on reserve list "
                   FUNCTION TRIM(IT-LIST(IT-MATCH-IDX)) "."
               GO TO ADD-RESERVE-COPY-EXIT
           END-IF
           DISPLAY "Loan period in hours (blank = 3): "
           MOVE SPACES TO WS-HOURS-RAW
           ACCEPT WS-HOURS-RAW
           MOVE 3 TO WS-HOURS
           IF FUNCTION TRIM(WS-HOURS-RAW) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-HOURS-RAW) TO WS-HOURS
           END-IF
           IF WS-HOURS = 0
               MOVE 3 TO WS-HOURS
           END-IF
           IF IT-TOTAL >= 1000
               DISPLAY "Reserve item file is full."
               GO TO ADD-RESERVE-COPY-EXIT
           END-IF

           ADD 1 TO IT-TOTAL
           MOVE WS-LIST-ID TO IT-LIST(IT-TOTAL)
           MOVE WS-COPY-ID TO IT-COPY(IT-TOTAL)
           MOVE WS-BOOK-ID TO IT-BOOK(IT-TOTAL)
           MOVE WS-HOURS TO IT-HOURS(IT-TOTAL)
           MOVE "ON_RESERVE" TO IT-STATUS(IT-TOTAL)
           MOVE TODAY-MMDDYYYY TO IT-ADDED(IT-TOTAL)
           PERFORM SAVE-ITEM-TABLE
           PERFORM LOOKUP-TITLE-AND-SHELF
           DISPLAY "Copy " WS-COPY-ID " (" FUNCTION TRIM(WS-TITLE)
               ") is on reserve -- " WS-HOURS "-hour loans. Move it "
               "from " FUNCTION TRIM(WS-LOCATION)
               " to the reserve shelf.".
       ADD-RESERVE-COPY-EXIT.
           EXIT.

       REMOVE-RESERVE-COPY.
           DISPLAY "Copy ID (barcode): "
           ACCEPT WS-COPY-ID-RAW
           MOVE FUNCTION TRIM(WS-COPY-ID-RAW) TO WS-COPY-ID
           PERFORM FIND-ITEM-ON-RESERVE
           IF IT-MATCH-IDX = 0
               DISPLAY "That copy is not on any reserve list."
               GO TO REMOVE-RESERVE-COPY-EXIT
           END-IF
           MOVE 0 TO CNT-RELEASED
           PERFORM OPEN-RESHELVE-FILE
           PERFORM RELEASE-ONE-ITEM
           CLOSE RESHELVE-FILE
           PERFORM SAVE-ITEM-TABLE.
       REMOVE-RESERVE-COPY-EXIT.
           EXIT.

      * The instructor's copy: what is on the list and how many times
      * each copy went out between the term start and today (or the
      * term end, once it has passed).
       PRINT-RESERVE-LIST.
           DISPLAY "Reserve list ID: "
           ACCEPT WS-LIST-ID-RAW
           MOVE FUNCTION TRIM(WS-LIST-ID-RAW) TO WS-LIST-ID
           PERFORM FIND-LIST
           IF LT-MATCH-IDX = 0
               DISPLAY "No such reserve list."
               GO TO PRINT-RESERVE-LIST-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "COURSE RESERVES -- "
               FUNCTION TRIM(LT-COURSE(LT-MATCH-IDX))
           DISPLAY "Instructor: "
               FUNCTION TRIM(LT-INSTRUCTOR(LT-MATCH-IDX))
           DISPLAY "Term      : " LT-START(LT-MATCH-IDX) " to "
               LT-END(LT-MATCH-IDX) "  ("
               FUNCTION TRIM(LT-STATUS(LT-MATCH-IDX)) ")"
           DISPLAY HEADER-LINE
           DISPLAY "COPY     BOOK  TITLE                          "
               "HOURS  LOANS  STATUS"
           DISPLAY HEADER-LINE
           MOVE 0 TO WS-SHOWN-COUNT
           MOVE 0 TO WS-USE-TOTAL
           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-TOTAL
               IF IT-LIST(IT-IDX) = WS-LIST-ID
                   MOVE IT-COPY(IT-IDX) TO WS-COPY-ID
                   MOVE IT-BOOK(IT-IDX) TO WS-BOOK-ID
                   PERFORM LOOKUP-TITLE-AND-SHELF
                   PERFORM COUNT-COPY-USE
                   ADD WS-USE-COUNT TO WS-USE-TOTAL
                   DISPLAY IT-COPY(IT-IDX) " " IT-BOOK(IT-IDX) " "
                       WS-TITLE " " IT-HOURS(IT-IDX) "    "
                       WS-USE-COUNT "   "
                       FUNCTION TRIM(IT-STATUS(IT-IDX))
                   ADD 1 TO WS-SHOWN-COUNT
               END-IF
           END-PERFORM
           DISPLAY HEADER-LINE
           DISPLAY WS-SHOWN-COUNT " copy(ies), " WS-USE-TOTAL
               " loan(s) this term.".
       PRINT-RESERVE-LIST-EXIT.
           EXIT.

       LIST-RESERVE-LISTS.
           DISPLAY " "
           DISPLAY "RESERVE LISTS"
           DISPLAY HEADER-LINE
           PERFORM VARYING LT-IDX FROM 1 BY 1 UNTIL LT-IDX > LT-TOTAL
               DISPLAY "  " LT-ID(LT-IDX) " "
                   FUNCTION TRIM(LT-COURSE(LT-IDX)) " / "
                   FUNCTION TRIM(LT-INSTRUCTOR(LT-IDX)) " "
                   LT-START(LT-IDX) "-" LT-END(LT-IDX) " "
                   FUNCTION TRIM(LT-STATUS(LT-IDX))
           END-PERFORM
           DISPLAY HEADER-LINE
           IF LT-TOTAL = 0
               DISPLAY "No reserve lists on file."
           END-IF.

      * From the term end date on, an ACTIVE list is ENDED and every
      * copy still ON_RESERVE on it is RELEASED and queued on
      * ../reserve-reshelve.csv (copy,book,call_number,location,
      * date) to go back to its call-numbers.csv shelf.
       RELEASE-ENDED-TERMS.
           MOVE 0 TO CNT-LISTS-ENDED
           MOVE 0 TO CNT-RELEASED
           PERFORM OPEN-RESHELVE-FILE
           PERFORM VARYING LT-IDX FROM 1 BY 1 UNTIL LT-IDX > LT-TOTAL
               IF FUNCTION TRIM(LT-STATUS(LT-IDX)) = "ACTIVE" AND
                  LT-END-NUM(LT-IDX) > 0 AND
                  LT-END-NUM(LT-IDX) <= TODAY
                   MOVE "ENDED" TO LT-STATUS(LT-IDX)
                   ADD 1 TO CNT-LISTS-ENDED
                   PERFORM VARYING IT-IDX FROM 1 BY 1
                           UNTIL IT-IDX > IT-TOTAL
                       IF IT-LIST(IT-IDX) = LT-ID(LT-IDX) AND
                          FUNCTION TRIM(IT-STATUS(IT-IDX))
                              = "ON_RESERVE"
                           MOVE IT-IDX TO IT-MATCH-IDX
                           PERFORM RELEASE-ONE-ITEM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE RESHELVE-FILE
           IF CNT-LISTS-ENDED > 0
               PERFORM SAVE-LIST-TABLE
               PERFORM SAVE-ITEM-TABLE
           END-IF
           DISPLAY CNT-LISTS-ENDED " reserve list(s) ended, "
               CNT-RELEASED " copy(ies) back to normal loan.".

       RELEASE-ONE-ITEM.
           MOVE "RELEASED" TO IT-STATUS(IT-MATCH-IDX)
           MOVE IT-COPY(IT-MATCH-IDX) TO WS-COPY-ID
           MOVE IT-BOOK(IT-MATCH-IDX) TO WS-BOOK-ID
           PERFORM LOOKUP-TITLE-AND-SHELF
           MOVE SPACES TO RESHELVE-REC
           STRING FUNCTION TRIM(WS-COPY-ID) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-BOOK-ID) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-CALLNUM) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-LOCATION) DELIMITED BY SIZE ","
                  TODAY-MMDDYYYY DELIMITED BY SIZE
               INTO RESHELVE-REC
           WRITE RESHELVE-REC
           ADD 1 TO CNT-RELEASED
           IF WS-BATCH-MODE NOT = 'Y'
               DISPLAY "  " WS-COPY-ID " " FUNCTION TRIM(WS-TITLE)
                   " -> " FUNCTION TRIM(WS-CALLNUM) " "
                   FUNCTION TRIM(WS-LOCATION)
           END-IF.

       OPEN-RESHELVE-FILE.
           OPEN EXTEND RESHELVE-FILE
           IF RESHELVE-STATUS = "05" OR RESHELVE-STATUS = "35"
               OPEN OUTPUT RESHELVE-FILE
           END-IF.

       FIND-LIST.
           MOVE 0 TO LT-MATCH-IDX
           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > LT-TOTAL OR LT-MATCH-IDX > 0
               IF FUNCTION TRIM(LT-ID(LT-IDX)) = WS-LIST-ID
                   MOVE LT-IDX TO LT-MATCH-IDX
               END-IF
           END-PERFORM.

       FIND-ITEM-ON-RESERVE.
           MOVE 0 TO IT-MATCH-IDX
           PERFORM VARYING IT-IDX FROM 1 BY 1
                   UNTIL IT-IDX > IT-TOTAL OR IT-MATCH-IDX > 0
               IF IT-COPY(IT-IDX) = WS-COPY-ID AND
                  FUNCTION TRIM(IT-STATUS(IT-IDX)) = "ON_RESERVE"
                   MOVE IT-IDX TO IT-MATCH-IDX
               END-IF
           END-PERFORM.

       FIND-COPY.
           MOVE 'N' TO WS-FOUND
           MOVE SPACES TO WS-BOOK-ID
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
                       UNSTRING COPIES-REC DELIMITED BY ","
                           INTO CP-ID-F, CP-BOOK-ID-F, CP-STATUS-F
                       IF CP-ID-F = WS-COPY-ID
                           MOVE 'Y' TO WS-FOUND
                           MOVE CP-BOOK-ID-F TO WS-BOOK-ID
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF COPIES-STATUS = "00" OR COPIES-STATUS = "10"
               CLOSE COPIES-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Title from books.csv and the normal shelf from
      * call-numbers.csv (book,call_number,location) for WS-BOOK-ID.
       LOOKUP-TITLE-AND-SHELF.
           MOVE SPACES TO WS-TITLE
           MOVE "NO CALL NO" TO WS-CALLNUM
           MOVE "MAIN SHELVES" TO WS-LOCATION
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
                           INTO BK-ID-F, BK-NAME-F
                       IF BK-ID-F = WS-BOOK-ID
                           MOVE BK-NAME-F TO WS-TITLE
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF BOOK-STATUS = "00" OR BOOK-STATUS = "10"
               CLOSE BOOK-FILE
           END-IF

           MOVE 'N' TO FILE-END
           OPEN INPUT CALLNUM-FILE
           IF CALLNUM-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ CALLNUM-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO CN-LOC-F
                       UNSTRING CALLNUM-REC DELIMITED BY ","
                           INTO CN-BOOK-F, CN-CALL-F, CN-LOC-F
                       IF CN-BOOK-F = WS-BOOK-ID
                           MOVE CN-CALL-F TO WS-CALLNUM
                           IF CN-LOC-F NOT = SPACES
                               MOVE CN-LOC-F TO WS-LOCATION
                           END-IF
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF CALLNUM-STATUS = "00" OR CALLNUM-STATUS = "10"
               CLOSE CALLNUM-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Loans of WS-COPY-ID starting inside list LT-MATCH-IDX's term.
       COUNT-COPY-USE.
           MOVE 0 TO WS-USE-COUNT
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
                       IF LG-COPY-F = WS-COPY-ID AND
                          LG-START-F(3:1) = "/"
                           STRING LG-START-F(7:4) DELIMITED BY SIZE
                                  LG-START-F(1:2) DELIMITED BY SIZE
                                  LG-START-F(4:2) DELIMITED BY SIZE
                               INTO LG-START-NUM
                           IF LG-START-NUM >=
                                  LT-START-NUM(LT-MATCH-IDX) AND
                              LG-START-NUM <
                                  LT-END-NUM(LT-MATCH-IDX)
                               ADD 1 TO WS-USE-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF LOG-STATUS = "00" OR LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-LIST-TABLE.
           MOVE 0 TO LT-TOTAL
           MOVE 0 TO WS-LAST-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT LIST-FILE
           IF LIST-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LIST-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO LS-STATUS-F
                       UNSTRING LIST-REC DELIMITED BY ","
                           INTO LS-ID-F, LS-COURSE-F, LS-INSTRUCTOR-F,
                                LS-START-F, LS-END-F, LS-STATUS-F
                       MOVE FUNCTION NUMVAL(LS-ID-F) TO WS-ID-NUM
                       IF WS-ID-NUM > WS-LAST-ID
                           MOVE WS-ID-NUM TO WS-LAST-ID
                       END-IF
                       IF LT-TOTAL < 200
                           ADD 1 TO LT-TOTAL
                           MOVE LS-ID-F TO LT-ID(LT-TOTAL)
                           MOVE LS-COURSE-F TO LT-COURSE(LT-TOTAL)
                           MOVE LS-INSTRUCTOR-F
                               TO LT-INSTRUCTOR(LT-TOTAL)
                           MOVE LS-START-F TO LT-START(LT-TOTAL)
                           MOVE LS-END-F TO LT-END(LT-TOTAL)
                           MOVE LS-STATUS-F TO LT-STATUS(LT-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF LIST-STATUS = "00" OR LIST-STATUS = "10"
               CLOSE LIST-FILE
           END-IF
           MOVE 'N' TO FILE-END
           PERFORM VARYING LT-IDX FROM 1 BY 1 UNTIL LT-IDX > LT-TOTAL
               PERFORM SET-LIST-DATE-NUMS
           END-PERFORM.

       SET-LIST-DATE-NUMS.
           MOVE 0 TO LT-START-NUM(LT-IDX)
           MOVE 0 TO LT-END-NUM(LT-IDX)
           IF LT-START(LT-IDX)(3:1) = "/"
               STRING LT-START(LT-IDX)(7:4) DELIMITED BY SIZE
                      LT-START(LT-IDX)(1:2) DELIMITED BY SIZE
                      LT-START(LT-IDX)(4:2) DELIMITED BY SIZE
                   INTO LT-START-NUM(LT-IDX)
           END-IF
           IF LT-END(LT-IDX)(3:1) = "/"
               STRING LT-END(LT-IDX)(7:4) DELIMITED BY SIZE
                      LT-END(LT-IDX)(1:2) DELIMITED BY SIZE
                      LT-END(LT-IDX)(4:2) DELIMITED BY SIZE
                   INTO LT-END-NUM(LT-IDX)
           END-IF.

       SAVE-LIST-TABLE.
           OPEN OUTPUT LIST-TMP-FILE
           PERFORM VARYING LT-IDX FROM 1 BY 1 UNTIL LT-IDX > LT-TOTAL
               MOVE SPACES TO LIST-TMP-REC
               STRING FUNCTION TRIM(LT-ID(LT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(LT-COURSE(LT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(LT-INSTRUCTOR(LT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(LT-START(LT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(LT-END(LT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(LT-STATUS(LT-IDX))
                          DELIMITED BY SIZE
                   INTO LIST-TMP-REC
               WRITE LIST-TMP-REC
           END-PERFORM
           CLOSE LIST-TMP-FILE
           CALL "CBL_RENAME_FILE" USING LIST-TMP-PATH
               LIST-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL.

       LOAD-ITEM-TABLE.
           MOVE 0 TO IT-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT ITEM-FILE
           IF ITEM-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ITEM-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO RI-STATUS-F RI-ADDED-F
                       UNSTRING ITEM-REC DELIMITED BY ","
                           INTO RI-LIST-F, RI-COPY-F, RI-BOOK-F,
                                RI-HOURS-F, RI-STATUS-F, RI-ADDED-F
                       IF IT-TOTAL < 1000
                           ADD 1 TO IT-TOTAL
                           MOVE RI-LIST-F TO IT-LIST(IT-TOTAL)
                           MOVE RI-COPY-F TO IT-COPY(IT-TOTAL)
                           MOVE RI-BOOK-F TO IT-BOOK(IT-TOTAL)
                           MOVE 0 TO IT-HOURS(IT-TOTAL)
                           IF FUNCTION TRIM(RI-HOURS-F) NOT = SPACES
                               MOVE FUNCTION NUMVAL(RI-HOURS-F)
                                   TO IT-HOURS(IT-TOTAL)
                           END-IF
                           MOVE RI-STATUS-F TO IT-STATUS(IT-TOTAL)
                           MOVE RI-ADDED-F TO IT-ADDED(IT-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF ITEM-STATUS = "00" OR ITEM-STATUS = "10"
               CLOSE ITEM-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SAVE-ITEM-TABLE.
           OPEN OUTPUT ITEM-TMP-FILE
           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-TOTAL
               MOVE SPACES TO ITEM-TMP-REC
               STRING FUNCTION TRIM(IT-LIST(IT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(IT-COPY(IT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(IT-BOOK(IT-IDX))
                          DELIMITED BY SIZE ","
                      IT-HOURS(IT-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(IT-STATUS(IT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(IT-ADDED(IT-IDX))
                          DELIMITED BY SIZE
                   INTO ITEM-TMP-REC
               WRITE ITEM-TMP-REC
           END-PERFORM
           CLOSE ITEM-TMP-FILE
           CALL "CBL_RENAME_FILE" USING ITEM-TMP-PATH
               ITEM-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL.

       END PROGRAM CourseReserves.
