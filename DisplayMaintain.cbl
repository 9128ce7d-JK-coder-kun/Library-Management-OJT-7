      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Themed displays and exhibit cases -- copies pulled
      *          off their call-number shelf onto a "Monsoon reads"
      *          table or into an exhibit case for a while. Displays
      *          live on ../displays.csv (display_id,name,branch,
      *          start,end,status OPEN/CLOSED, dates MM/DD/YYYY) and
      *          the copies scanned onto them on ../display-items.csv
      *          (display_id,copy_id,book_id,status ON_DISPLAY/
      *          RETURNED,placed,removed). SearchBook.cbl shows the
      *          display as a title's temporary location while any
      *          of its copies are ON_DISPLAY. The copies stay
      *          AVAILABLE on copies.csv and lend as normal.
      *          Closing a display -- from the menu, or on its end
      *          date by the nightly pass NightlyBatch.cbl runs --
      *          returns every copy still on it and prints the
      *          return-to-shelf list in call-number order; the same
      *          list goes on ../display-reshelve.csv (display_id,
      *          copy,book,call_number,location,date). The performance
      *          report sets loans of the displayed copies while the
      *          display ran against loans of the same titles (any
      *          copy) over the same number of days just before it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisplayMaintain.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPLAY-FILE ASSIGN TO "../displays.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPLAY-STATUS.
           SELECT DISPLAY-TMP-FILE ASSIGN TO "../displays.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEM-FILE ASSIGN TO "../display-items.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEM-STATUS.
           SELECT ITEM-TMP-FILE ASSIGN TO "../display-items.csv.tmp"
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
           SELECT RESHELVE-FILE ASSIGN TO "../display-reshelve.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESHELVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPLAY-FILE.
       01  DISPLAY-REC        PIC X(150).
       FD  DISPLAY-TMP-FILE.
       01  DISPLAY-TMP-REC    PIC X(150).
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
       01  DISPLAY-STATUS     PIC XX.
       01  ITEM-STATUS        PIC XX.
       01  COPIES-STATUS      PIC XX.
       01  BOOK-STATUS        PIC XX.
       01  CALLNUM-STATUS     PIC XX.
       01  LOG-STATUS         PIC XX.
       01  RESHELVE-STATUS    PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-MENU-CHOICE     PIC 9.

      * displays.csv, held whole so a close can be written back in
      * place.
       01  DISPLAY-TABLE.
           05 DISPLAY-ENTRY OCCURS 200 TIMES.
              10  DT-ID         PIC X(5).
              10  DT-NAME       PIC X(30).
              10  DT-BRANCH     PIC X(10).
              10  DT-START      PIC X(10).
              10  DT-END        PIC X(10).
              10  DT-STATUS     PIC X(10).
              10  DT-START-NUM  PIC 9(8).
              10  DT-END-NUM    PIC 9(8).
       01  DT-TOTAL           PIC 9(3) VALUE 0.
       01  DT-IDX             PIC 9(3).
       01  DT-MATCH-IDX       PIC 9(3) VALUE 0.
       01  DS-ID-F            PIC X(5).
       01  DS-NAME-F          PIC X(30).
       01  DS-BRANCH-F        PIC X(10).
       01  DS-START-F         PIC X(10).
       01  DS-END-F           PIC X(10).
       01  DS-STATUS-F        PIC X(10).

       01  ITEM-TABLE.
           05 ITEM-ENTRY OCCURS 1000 TIMES.
              10  IT-DISPLAY  PIC X(5).
              10  IT-COPY     PIC X(8).
              10  IT-BOOK     PIC X(5).
              10  IT-STATUS   PIC X(12).
              10  IT-PLACED   PIC X(10).
              10  IT-REMOVED  PIC X(10).
       01  IT-TOTAL           PIC 9(4) VALUE 0.
       01  IT-IDX             PIC 9(4).
       01  IT-MATCH-IDX       PIC 9(4) VALUE 0.
       01  DI-DISPLAY-F       PIC X(5).
       01  DI-COPY-F          PIC X(8).
       01  DI-BOOK-F          PIC X(5).
       01  DI-STATUS-F        PIC X(12).
       01  DI-PLACED-F        PIC X(10).
       01  DI-REMOVED-F       PIC X(10).

      * Return-to-shelf list for one display, sorted by call number
      * before it is printed and filed.
       01  RESHELF-TABLE.
           05 RESHELF-ENTRY OCCURS 500 TIMES.
              10  RT-CALLNUM  PIC X(12).
              10  RT-LOCATION PIC X(20).
              10  RT-COPY     PIC X(8).
              10  RT-BOOK     PIC X(5).
              10  RT-TITLE    PIC X(30).
       01  RT-TOTAL           PIC 9(3) VALUE 0.
       01  RT-IDX             PIC 9(3).
       01  RT-SWAP-FLAG       PIC X VALUE 'N'.
       01  RT-SWAP-ENTRY      PIC X(75).

      * Performance report -- one row per title on the display.
       01  PERF-TABLE.
           05 PERF-ENTRY OCCURS 300 TIMES.
              10  PF-BOOK     PIC X(5).
              10  PF-TITLE    PIC X(30).
              10  PF-COPIES   PIC 9(3).
              10  PF-DURING   PIC 9(5).
              10  PF-BEFORE   PIC 9(5).
       01  PF-TOTAL           PIC 9(3) VALUE 0.
       01  PF-IDX             PIC 9(3).
       01  PF-MATCH-IDX       PIC 9(3) VALUE 0.
       01  PF-DURING-TOTAL    PIC 9(6) VALUE 0.
       01  PF-BEFORE-TOTAL    PIC 9(6) VALUE 0.
       01  PF-CHANGE          PIC S9(5).
       01  PF-CHANGE-OUT      PIC -(5)9.
       01  PF-TOTAL-CHANGE    PIC S9(6).
       01  PF-TOTAL-OUT       PIC -(6)9.
       01  PF-DAYS            PIC 9(5).
       01  PF-DURING-FROM     PIC 9(8).
       01  PF-DURING-TO       PIC 9(8).
       01  PF-BEFORE-FROM     PIC 9(8).
       01  PF-BEFORE-TO       PIC 9(8).
       01  PF-INT             PIC 9(8).
       01  PF-ON-DISPLAY      PIC X VALUE 'N'.

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

      * log.csv fields used by the performance report -- book, start
      * date (MMDDYYYY) and copy (fields 3, 4 and 8).
       01  LG-TRAN-F          PIC X(5).
       01  LG-MEMBER-F        PIC X(5).
       01  LG-BOOK-F          PIC X(5).
       01  LG-START-F         PIC X(10).
       01  LG-END-F           PIC X(10).
       01  LG-DUE-F           PIC X(3).
       01  LG-RETURN-F        PIC X(10).
       01  LG-COPY-F          PIC X(8).
       01  LG-START-NUM       PIC 9(8).

       01  WS-DISPLAY-ID-RAW  PIC X(20).
       01  WS-DISPLAY-ID      PIC X(5).
       01  WS-COPY-ID-RAW     PIC X(20).
       01  WS-COPY-ID         PIC X(8).
       01  WS-BOOK-ID         PIC X(5).
       01  WS-COPY-STATUS     PIC X(12).
       01  WS-NAME-RAW        PIC X(30).
       01  WS-BRANCH-RAW      PIC X(10).
       01  WS-START-RAW       PIC X(12).
       01  WS-START           PIC X(10).
       01  WS-END-RAW         PIC X(12).
       01  WS-END             PIC X(10).
       01  WS-START-NUM       PIC 9(8).
       01  WS-END-NUM         PIC 9(8).
       01  WS-LAST-ID         PIC 9(5) VALUE 0.
       01  WS-NEW-ID          PIC 9(5) VALUE 0.
       01  WS-ID-NUM          PIC 9(5).
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-SCAN-MORE       PIC X VALUE 'Y'.
       01  WS-SHOWN-COUNT     PIC 9(4) VALUE 0.
       01  CNT-CLOSED         PIC 9(3) VALUE 0.
       01  CNT-RETURNED       PIC 9(4) VALUE 0.
       01  WS-BATCH-MODE      PIC X VALUE 'N'.

       01  TODAY              PIC 9(8).
       01  TODAY-MMDDYYYY     PIC X(10).

       01  DISPLAY-REAL-PATH  PIC X(24) VALUE "../displays.csv".
       01  DISPLAY-TMP-PATH   PIC X(28) VALUE "../displays.csv.tmp".
       01  ITEM-REAL-PATH     PIC X(24) VALUE "../display-items.csv".
       01  ITEM-TMP-PATH      PIC X(28)
               VALUE "../display-items.csv.tmp".
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
           PERFORM LOAD-DISPLAY-TABLE
           PERFORM LOAD-ITEM-TABLE

      * NightlyBatch.cbl calls in with choice 0 -- just the end-date
      * close pass, no menu.
           IF USER-CHOICE = 0
               MOVE 'Y' TO WS-BATCH-MODE
               PERFORM CLOSE-ENDED-DISPLAYS
               GOBACK
           END-IF

           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*        Themed Displays / Exhibits       *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Create a display"
           DISPLAY "2. Scan copies onto a display"
           DISPLAY "3. Take a copy off a display"
           DISPLAY "4. Close a display (return-to-shelf list)"
           DISPLAY "5. Display performance report"
           DISPLAY "6. List displays"
           DISPLAY "7. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM CREATE-DISPLAY THRU CREATE-DISPLAY-EXIT
               WHEN 2
                   PERFORM SCAN-ONTO-DISPLAY
                       THRU SCAN-ONTO-DISPLAY-EXIT
               WHEN 3
                   PERFORM REMOVE-DISPLAY-COPY
                       THRU REMOVE-DISPLAY-COPY-EXIT
               WHEN 4
                   PERFORM CLOSE-DISPLAY-NOW
                       THRU CLOSE-DISPLAY-NOW-EXIT
               WHEN 5
                   PERFORM PERFORMANCE-REPORT
                       THRU PERFORMANCE-REPORT-EXIT
               WHEN 6
                   PERFORM LIST-DISPLAYS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       CREATE-DISPLAY.
           DISPLAY "Display name (e.g. Monsoon reads): "
           ACCEPT WS-NAME-RAW
           IF FUNCTION TRIM(WS-NAME-RAW) = SPACES
               GO TO CREATE-DISPLAY-EXIT
           END-IF
           INSPECT WS-NAME-RAW REPLACING ALL "," BY " "
           DISPLAY "Branch (blank = MAIN): "
           MOVE SPACES TO WS-BRANCH-RAW
           ACCEPT WS-BRANCH-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BRANCH-RAW))
               TO WS-BRANCH-RAW
           IF WS-BRANCH-RAW = SPACES
               MOVE "MAIN" TO WS-BRANCH-RAW
           END-IF
           DISPLAY "Start date (MM/DD/YYYY): "
           ACCEPT WS-START-RAW
           MOVE FUNCTION TRIM(WS-START-RAW) TO WS-START
           DISPLAY "End date (MM/DD/YYYY): "
           ACCEPT WS-END-RAW
           MOVE FUNCTION TRIM(WS-END-RAW) TO WS-END
           IF WS-START(3:1) NOT = "/" OR WS-START(6:1) NOT = "/" OR
              WS-END(3:1) NOT = "/" OR WS-END(6:1) NOT = "/"
               DISPLAY "Dates must be MM/DD/YYYY."
               GO TO CREATE-DISPLAY-EXIT
           END-IF
           STRING WS-START(7:4) DELIMITED BY SIZE
                  WS-START(1:2) DELIMITED BY SIZE
                  WS-START(4:2) DELIMITED BY SIZE
               INTO WS-START-NUM
           STRING WS-END(7:4) DELIMITED BY SIZE
                  WS-END(1:2) DELIMITED BY SIZE
                  WS-END(4:2) DELIMITED BY SIZE
               INTO WS-END-NUM
           IF WS-END-NUM < WS-START-NUM
               DISPLAY "End date must not be before the start date."
               GO TO CREATE-DISPLAY-EXIT
           END-IF
           IF DT-TOTAL >= 200
               DISPLAY "Display file is full."
               GO TO CREATE-DISPLAY-EXIT
           END-IF

           COMPUTE WS-NEW-ID = WS-LAST-ID + 1
           ADD 1 TO DT-TOTAL
           MOVE WS-NEW-ID TO DT-ID(DT-TOTAL)
           MOVE WS-NAME-RAW TO DT-NAME(DT-TOTAL)
           MOVE WS-BRANCH-RAW TO DT-BRANCH(DT-TOTAL)
           MOVE WS-START TO DT-START(DT-TOTAL)
           MOVE WS-END TO DT-END(DT-TOTAL)
           MOVE "OPEN" TO DT-STATUS(DT-TOTAL)
           PERFORM SAVE-DISPLAY-TABLE
           DISPLAY "Display " WS-NEW-ID " created -- "
               FUNCTION TRIM(WS-NAME-RAW) " at "
               FUNCTION TRIM(WS-BRANCH-RAW) ".".
       CREATE-DISPLAY-EXIT.
           EXIT.

      * Copies are scanned one after another as they are set out; a
      * blank barcode ends the run and the item file is saved once.
       SCAN-ONTO-DISPLAY.
           DISPLAY "Display ID: "
           ACCEPT WS-DISPLAY-ID-RAW
           MOVE FUNCTION TRIM(WS-DISPLAY-ID-RAW) TO WS-DISPLAY-ID
           PERFORM FIND-DISPLAY
           IF DT-MATCH-IDX = 0
               DISPLAY "No such display."
               GO TO SCAN-ONTO-DISPLAY-EXIT
           END-IF
           IF FUNCTION TRIM(DT-STATUS(DT-MATCH-IDX)) NOT = "OPEN"
               DISPLAY "That display has closed."
               GO TO SCAN-ONTO-DISPLAY-EXIT
           END-IF
           MOVE 0 TO WS-SHOWN-COUNT
           MOVE 'Y' TO WS-SCAN-MORE
           PERFORM UNTIL WS-SCAN-MORE = 'N'
               DISPLAY "Copy ID (barcode, blank = done): "
               MOVE SPACES TO WS-COPY-ID-RAW
               ACCEPT WS-COPY-ID-RAW
               MOVE FUNCTION TRIM(WS-COPY-ID-RAW) TO WS-COPY-ID
               IF WS-COPY-ID = SPACES
                   MOVE 'N' TO WS-SCAN-MORE
               ELSE
                   PERFORM SCAN-ONE-COPY THRU SCAN-ONE-COPY-EXIT
               END-IF
           END-PERFORM
           IF WS-SHOWN-COUNT > 0
               PERFORM SAVE-ITEM-TABLE
           END-IF
           DISPLAY WS-SHOWN-COUNT " copy(ies) put on display "
               FUNCTION TRIM(DT-NAME(DT-MATCH-IDX)) ".".
       SCAN-ONTO-DISPLAY-EXIT.
           EXIT.

       SCAN-ONE-COPY.
           PERFORM FIND-COPY
           IF WS-FOUND NOT = 'Y'
               DISPLAY "  No such copy on copies.csv."
               GO TO SCAN-ONE-COPY-EXIT
           END-IF
           IF FUNCTION TRIM(WS-COPY-STATUS) = "WITHDRAWN" OR
              FUNCTION TRIM(WS-COPY-STATUS) = "LOST" OR
              FUNCTION TRIM(WS-COPY-STATUS) = "MISSING"
               DISPLAY "  Copy " WS-COPY-ID " is "
                   FUNCTION TRIM(WS-COPY-STATUS)
                   " -- not put on display."
               GO TO SCAN-ONE-COPY-EXIT
           END-IF
           PERFORM FIND-ITEM-ON-DISPLAY
           IF IT-MATCH-IDX > 0
               DISPLAY "  Copy " WS-COPY-ID " is already on display "
                   FUNCTION TRIM(IT-DISPLAY(IT-MATCH-IDX)) "."
               GO TO SCAN-ONE-COPY-EXIT
           END-IF
           IF IT-TOTAL >= 1000
               DISPLAY "  Display item file is full."
               MOVE 'N' TO WS-SCAN-MORE
               GO TO SCAN-ONE-COPY-EXIT
           END-IF

           ADD 1 TO IT-TOTAL
           MOVE WS-DISPLAY-ID TO IT-DISPLAY(IT-TOTAL)
           MOVE WS-COPY-ID TO IT-COPY(IT-TOTAL)
           MOVE WS-BOOK-ID TO IT-BOOK(IT-TOTAL)
           MOVE "ON_DISPLAY" TO IT-STATUS(IT-TOTAL)
           MOVE TODAY-MMDDYYYY TO IT-PLACED(IT-TOTAL)
           MOVE SPACES TO IT-REMOVED(IT-TOTAL)
           ADD 1 TO WS-SHOWN-COUNT
           PERFORM LOOKUP-TITLE-AND-SHELF
           DISPLAY "  " WS-COPY-ID " " FUNCTION TRIM(WS-TITLE)
               " -- from " FUNCTION TRIM(WS-CALLNUM) " "
               FUNCTION TRIM(WS-LOCATION).
       SCAN-ONE-COPY-EXIT.
           EXIT.

       REMOVE-DISPLAY-COPY.
           DISPLAY "Copy ID (barcode): "
           ACCEPT WS-COPY-ID-RAW
           MOVE FUNCTION TRIM(WS-COPY-ID-RAW) TO WS-COPY-ID
           PERFORM FIND-ITEM-ON-DISPLAY
           IF IT-MATCH-IDX = 0
               DISPLAY "That copy is not on any display."
               GO TO REMOVE-DISPLAY-COPY-EXIT
           END-IF
           MOVE IT-DISPLAY(IT-MATCH-IDX) TO WS-DISPLAY-ID
           MOVE 0 TO RT-TOTAL
           PERFORM RETURN-ONE-ITEM
           PERFORM OPEN-RESHELVE-FILE
           PERFORM WRITE-RESHELF-LIST
           CLOSE RESHELVE-FILE
           PERFORM SAVE-ITEM-TABLE.
       REMOVE-DISPLAY-COPY-EXIT.
           EXIT.

       CLOSE-DISPLAY-NOW.
           DISPLAY "Display ID: "
           ACCEPT WS-DISPLAY-ID-RAW
           MOVE FUNCTION TRIM(WS-DISPLAY-ID-RAW) TO WS-DISPLAY-ID
           PERFORM FIND-DISPLAY
           IF DT-MATCH-IDX = 0
               DISPLAY "No such display."
               GO TO CLOSE-DISPLAY-NOW-EXIT
           END-IF
           IF FUNCTION TRIM(DT-STATUS(DT-MATCH-IDX)) NOT = "OPEN"
               DISPLAY "That display is already closed."
               GO TO CLOSE-DISPLAY-NOW-EXIT
           END-IF
           MOVE 0 TO CNT-CLOSED
           MOVE 0 TO CNT-RETURNED
           PERFORM OPEN-RESHELVE-FILE
           MOVE DT-MATCH-IDX TO DT-IDX
           PERFORM CLOSE-ONE-DISPLAY
           CLOSE RESHELVE-FILE
           PERFORM SAVE-DISPLAY-TABLE
           PERFORM SAVE-ITEM-TABLE.
       CLOSE-DISPLAY-NOW-EXIT.
           EXIT.

      * From the day after its end date, an OPEN display is CLOSED
      * and its copies returned, as CourseReserves.cbl does for
      * ended terms.
       CLOSE-ENDED-DISPLAYS.
           MOVE 0 TO CNT-CLOSED
           MOVE 0 TO CNT-RETURNED
           PERFORM OPEN-RESHELVE-FILE
           PERFORM VARYING DT-IDX FROM 1 BY 1 UNTIL DT-IDX > DT-TOTAL
               IF FUNCTION TRIM(DT-STATUS(DT-IDX)) = "OPEN" AND
                  DT-END-NUM(DT-IDX) > 0 AND
                  DT-END-NUM(DT-IDX) < TODAY
                   PERFORM CLOSE-ONE-DISPLAY
               END-IF
           END-PERFORM
           CLOSE RESHELVE-FILE
           IF CNT-CLOSED > 0
               PERFORM SAVE-DISPLAY-TABLE
               PERFORM SAVE-ITEM-TABLE
           END-IF
           DISPLAY CNT-CLOSED " display(s) closed, " CNT-RETURNED
               " copy(ies) listed to go back to the shelf.".

      * Closes display DT-IDX: every copy still ON_DISPLAY on it is
      * RETURNED, and the list goes out in call-number order so the
      * shelver walks the stacks once.
       CLOSE-ONE-DISPLAY.
           MOVE "CLOSED" TO DT-STATUS(DT-IDX)
           ADD 1 TO CNT-CLOSED
           MOVE DT-ID(DT-IDX) TO WS-DISPLAY-ID
           MOVE 0 TO RT-TOTAL
           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-TOTAL
               IF IT-DISPLAY(IT-IDX) = DT-ID(DT-IDX) AND
                  FUNCTION TRIM(IT-STATUS(IT-IDX)) = "ON_DISPLAY"
                   MOVE IT-IDX TO IT-MATCH-IDX
                   PERFORM RETURN-ONE-ITEM
               END-IF
           END-PERFORM
           PERFORM SORT-RESHELF-LIST
           IF WS-BATCH-MODE NOT = 'Y'
               DISPLAY " "
               DISPLAY "RETURN TO SHELF -- "
                   FUNCTION TRIM(DT-NAME(DT-IDX)) " ("
                   FUNCTION TRIM(DT-BRANCH(DT-IDX)) ")"
               DISPLAY HEADER-LINE
               DISPLAY "CALL NUMBER  LOCATION             COPY     "
                   "TITLE"
               DISPLAY HEADER-LINE
           END-IF
           PERFORM WRITE-RESHELF-LIST
           IF WS-BATCH-MODE NOT = 'Y'
               DISPLAY HEADER-LINE
               DISPLAY RT-TOTAL " copy(ies) to go back to the shelf."
           END-IF.

       RETURN-ONE-ITEM.
           MOVE "RETURNED" TO IT-STATUS(IT-MATCH-IDX)
           MOVE TODAY-MMDDYYYY TO IT-REMOVED(IT-MATCH-IDX)
           MOVE IT-COPY(IT-MATCH-IDX) TO WS-COPY-ID
           MOVE IT-BOOK(IT-MATCH-IDX) TO WS-BOOK-ID
           PERFORM LOOKUP-TITLE-AND-SHELF
           IF RT-TOTAL < 500
               ADD 1 TO RT-TOTAL
               MOVE WS-CALLNUM TO RT-CALLNUM(RT-TOTAL)
               MOVE WS-LOCATION TO RT-LOCATION(RT-TOTAL)
               MOVE WS-COPY-ID TO RT-COPY(RT-TOTAL)
               MOVE WS-BOOK-ID TO RT-BOOK(RT-TOTAL)
               MOVE WS-TITLE TO RT-TITLE(RT-TOTAL)
           END-IF
           ADD 1 TO CNT-RETURNED.

       WRITE-RESHELF-LIST.
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-TOTAL
               MOVE SPACES TO RESHELVE-REC
               STRING FUNCTION TRIM(WS-DISPLAY-ID) DELIMITED BY SIZE
                      ","
                      FUNCTION TRIM(RT-COPY(RT-IDX)) DELIMITED BY SIZE
                      ","
                      FUNCTION TRIM(RT-BOOK(RT-IDX)) DELIMITED BY SIZE
                      ","
                      FUNCTION TRIM(RT-CALLNUM(RT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RT-LOCATION(RT-IDX))
                          DELIMITED BY SIZE ","
                      TODAY-MMDDYYYY DELIMITED BY SIZE
                   INTO RESHELVE-REC
               WRITE RESHELVE-REC
               IF WS-BATCH-MODE NOT = 'Y'
                   DISPLAY RT-CALLNUM(RT-IDX) " " RT-LOCATION(RT-IDX)
                       " " RT-COPY(RT-IDX) " " RT-TITLE(RT-IDX)
               END-IF
           END-PERFORM.

      * Same bubble-sort idiom as ShelfList.cbl's shelf order.
       SORT-RESHELF-LIST.
           MOVE 'Y' TO RT-SWAP-FLAG
           PERFORM UNTIL RT-SWAP-FLAG = 'N'
               MOVE 'N' TO RT-SWAP-FLAG
               PERFORM VARYING RT-IDX FROM 1 BY 1
                       UNTIL RT-IDX >= RT-TOTAL
                   IF RT-CALLNUM(RT-IDX) > RT-CALLNUM(RT-IDX + 1)
                       MOVE RESHELF-ENTRY(RT-IDX) TO RT-SWAP-ENTRY
                       MOVE RESHELF-ENTRY(RT-IDX + 1)
                           TO RESHELF-ENTRY(RT-IDX)
                       MOVE RT-SWAP-ENTRY TO RESHELF-ENTRY(RT-IDX + 1)
                       MOVE 'Y' TO RT-SWAP-FLAG
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Loans of the copies that were on the display, started while
      * it ran (start to end, or to today while it is still open),
      * against loans of the same titles on any copy over the same
      * number of days straight before the start.
       PERFORMANCE-REPORT.
           DISPLAY "Display ID: "
           ACCEPT WS-DISPLAY-ID-RAW
           MOVE FUNCTION TRIM(WS-DISPLAY-ID-RAW) TO WS-DISPLAY-ID
           PERFORM FIND-DISPLAY
           IF DT-MATCH-IDX = 0
               DISPLAY "No such display."
               GO TO PERFORMANCE-REPORT-EXIT
           END-IF
           IF DT-START-NUM(DT-MATCH-IDX) = 0 OR
              DT-START-NUM(DT-MATCH-IDX) > TODAY
               DISPLAY "That display has not started yet."
               GO TO PERFORMANCE-REPORT-EXIT
           END-IF
           MOVE DT-START-NUM(DT-MATCH-IDX) TO PF-DURING-FROM
           MOVE DT-END-NUM(DT-MATCH-IDX) TO PF-DURING-TO
           IF PF-DURING-TO = 0 OR PF-DURING-TO > TODAY
               MOVE TODAY TO PF-DURING-TO
           END-IF
           COMPUTE PF-DAYS =
               FUNCTION INTEGER-OF-DATE(PF-DURING-TO) -
               FUNCTION INTEGER-OF-DATE(PF-DURING-FROM) + 1
           COMPUTE PF-INT = FUNCTION INTEGER-OF-DATE(PF-DURING-FROM)
           COMPUTE PF-BEFORE-TO = FUNCTION DATE-OF-INTEGER(PF-INT - 1)
           COMPUTE PF-BEFORE-FROM =
               FUNCTION DATE-OF-INTEGER(PF-INT - PF-DAYS)

           MOVE 0 TO PF-TOTAL
           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-TOTAL
               IF IT-DISPLAY(IT-IDX) = DT-ID(DT-MATCH-IDX)
                   PERFORM ADD-PERF-TITLE
               END-IF
           END-PERFORM
           IF PF-TOTAL = 0
               DISPLAY "Nothing was put on that display."
               GO TO PERFORMANCE-REPORT-EXIT
           END-IF
           PERFORM COUNT-DISPLAY-LOANS

           DISPLAY " "
           DISPLAY "DISPLAY PERFORMANCE -- "
               FUNCTION TRIM(DT-NAME(DT-MATCH-IDX)) " ("
               FUNCTION TRIM(DT-BRANCH(DT-MATCH-IDX)) ", "
               FUNCTION TRIM(DT-STATUS(DT-MATCH-IDX)) ")"
           DISPLAY "On display: " PF-DURING-FROM " to " PF-DURING-TO
               "  (" PF-DAYS " day(s))"
           DISPLAY "Before    : " PF-BEFORE-FROM " to " PF-BEFORE-TO
           DISPLAY HEADER-LINE
           DISPLAY "BOOK  TITLE                          COPIES  "
               "BEFORE  DURING  CHANGE"
           DISPLAY HEADER-LINE
           MOVE 0 TO PF-DURING-TOTAL
           MOVE 0 TO PF-BEFORE-TOTAL
           PERFORM VARYING PF-IDX FROM 1 BY 1 UNTIL PF-IDX > PF-TOTAL
               COMPUTE PF-CHANGE = PF-DURING(PF-IDX) - PF-BEFORE(PF-IDX)
               MOVE PF-CHANGE TO PF-CHANGE-OUT
               ADD PF-DURING(PF-IDX) TO PF-DURING-TOTAL
               ADD PF-BEFORE(PF-IDX) TO PF-BEFORE-TOTAL
               DISPLAY PF-BOOK(PF-IDX) " " PF-TITLE(PF-IDX) " "
                   PF-COPIES(PF-IDX) "     " PF-BEFORE(PF-IDX) "   "
                   PF-DURING(PF-IDX) "  " PF-CHANGE-OUT
           END-PERFORM
           DISPLAY HEADER-LINE
           COMPUTE PF-TOTAL-CHANGE = PF-DURING-TOTAL - PF-BEFORE-TOTAL
           MOVE PF-TOTAL-CHANGE TO PF-TOTAL-OUT
           DISPLAY PF-TOTAL " title(s): " PF-BEFORE-TOTAL
               " loan(s) before, " PF-DURING-TOTAL
               " on display, change " PF-TOTAL-OUT.
       PERFORMANCE-REPORT-EXIT.
           EXIT.

       ADD-PERF-TITLE.
           MOVE 0 TO PF-MATCH-IDX
           PERFORM VARYING PF-IDX FROM 1 BY 1
                   UNTIL PF-IDX > PF-TOTAL OR PF-MATCH-IDX > 0
               IF PF-BOOK(PF-IDX) = IT-BOOK(IT-IDX)
                   MOVE PF-IDX TO PF-MATCH-IDX
               END-IF
           END-PERFORM
           IF PF-MATCH-IDX = 0 AND PF-TOTAL < 300
               ADD 1 TO PF-TOTAL
               MOVE PF-TOTAL TO PF-MATCH-IDX
               MOVE IT-BOOK(IT-IDX) TO PF-BOOK(PF-TOTAL)
               MOVE IT-BOOK(IT-IDX) TO WS-BOOK-ID
               PERFORM LOOKUP-TITLE-AND-SHELF
               MOVE WS-TITLE TO PF-TITLE(PF-TOTAL)
               MOVE 0 TO PF-COPIES(PF-TOTAL)
               MOVE 0 TO PF-DURING(PF-TOTAL)
               MOVE 0 TO PF-BEFORE(PF-TOTAL)
           END-IF
           IF PF-MATCH-IDX > 0
               ADD 1 TO PF-COPIES(PF-MATCH-IDX)
           END-IF.

       COUNT-DISPLAY-LOANS.
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
                       MOVE SPACES TO LG-COPY-F LG-START-F
                       UNSTRING LOG-REC DELIMITED BY ","
                           INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F,
                                LG-START-F, LG-END-F, LG-DUE-F,
                                LG-RETURN-F, LG-COPY-F
                       PERFORM TALLY-ONE-LOAN
               END-READ
           END-PERFORM
           IF LOG-STATUS = "00" OR LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       TALLY-ONE-LOAN.
           MOVE 0 TO PF-MATCH-IDX
           PERFORM VARYING PF-IDX FROM 1 BY 1
                   UNTIL PF-IDX > PF-TOTAL OR PF-MATCH-IDX > 0
               IF PF-BOOK(PF-IDX) = LG-BOOK-F
                   MOVE PF-IDX TO PF-MATCH-IDX
               END-IF
           END-PERFORM
           IF PF-MATCH-IDX = 0 OR LG-START-F(1:8) IS NOT NUMERIC
               MOVE 0 TO PF-MATCH-IDX
           ELSE
               STRING LG-START-F(5:4) DELIMITED BY SIZE
                      LG-START-F(1:4) DELIMITED BY SIZE
                   INTO LG-START-NUM
           END-IF
           IF PF-MATCH-IDX > 0
               IF LG-START-NUM >= PF-BEFORE-FROM AND
                  LG-START-NUM <= PF-BEFORE-TO
                   ADD 1 TO PF-BEFORE(PF-MATCH-IDX)
               END-IF
               IF LG-START-NUM >= PF-DURING-FROM AND
                  LG-START-NUM <= PF-DURING-TO
                   MOVE 'N' TO PF-ON-DISPLAY
                   PERFORM VARYING IT-IDX FROM 1 BY 1
                           UNTIL IT-IDX > IT-TOTAL
                       IF IT-DISPLAY(IT-IDX) = DT-ID(DT-MATCH-IDX) AND
                          IT-COPY(IT-IDX) = LG-COPY-F
                           MOVE 'Y' TO PF-ON-DISPLAY
                       END-IF
                   END-PERFORM
                   IF PF-ON-DISPLAY = 'Y'
                       ADD 1 TO PF-DURING(PF-MATCH-IDX)
                   END-IF
               END-IF
           END-IF.

       LIST-DISPLAYS.
           DISPLAY " "
           DISPLAY "DISPLAYS"
           DISPLAY HEADER-LINE
           PERFORM VARYING DT-IDX FROM 1 BY 1 UNTIL DT-IDX > DT-TOTAL
               MOVE 0 TO WS-SHOWN-COUNT
               PERFORM VARYING IT-IDX FROM 1 BY 1
                       UNTIL IT-IDX > IT-TOTAL
                   IF IT-DISPLAY(IT-IDX) = DT-ID(DT-IDX) AND
                      FUNCTION TRIM(IT-STATUS(IT-IDX)) = "ON_DISPLAY"
                       ADD 1 TO WS-SHOWN-COUNT
                   END-IF
               END-PERFORM
               DISPLAY "  " DT-ID(DT-IDX) " "
                   FUNCTION TRIM(DT-NAME(DT-IDX)) " / "
                   FUNCTION TRIM(DT-BRANCH(DT-IDX)) " "
                   DT-START(DT-IDX) "-" DT-END(DT-IDX) " "
                   FUNCTION TRIM(DT-STATUS(DT-IDX)) " "
                   WS-SHOWN-COUNT " copy(ies) out"
           END-PERFORM
           DISPLAY HEADER-LINE
           IF DT-TOTAL = 0
               DISPLAY "No displays on file."
           END-IF.

       OPEN-RESHELVE-FILE.
           OPEN EXTEND RESHELVE-FILE
           IF RESHELVE-STATUS = "05" OR RESHELVE-STATUS = "35"
               OPEN OUTPUT RESHELVE-FILE
           END-IF.

       FIND-DISPLAY.
           MOVE 0 TO DT-MATCH-IDX
           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > DT-TOTAL OR DT-MATCH-IDX > 0
               IF FUNCTION TRIM(DT-ID(DT-IDX)) = WS-DISPLAY-ID
                   MOVE DT-IDX TO DT-MATCH-IDX
               END-IF
           END-PERFORM.

       FIND-ITEM-ON-DISPLAY.
           MOVE 0 TO IT-MATCH-IDX
           PERFORM VARYING IT-IDX FROM 1 BY 1
                   UNTIL IT-IDX > IT-TOTAL OR IT-MATCH-IDX > 0
               IF IT-COPY(IT-IDX) = WS-COPY-ID AND
                  FUNCTION TRIM(IT-STATUS(IT-IDX)) = "ON_DISPLAY"
                   MOVE IT-IDX TO IT-MATCH-IDX
               END-IF
           END-PERFORM.

       FIND-COPY.
           MOVE 'N' TO WS-FOUND
           MOVE SPACES TO WS-BOOK-ID
           MOVE SPACES TO WS-COPY-STATUS
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
                           INTO CP-ID-F, CP-BOOK-ID-F, CP-STATUS-F
                       IF CP-ID-F = WS-COPY-ID
                           MOVE 'Y' TO WS-FOUND
                           MOVE CP-BOOK-ID-F TO WS-BOOK-ID
                           MOVE CP-STATUS-F TO WS-COPY-STATUS
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

       LOAD-DISPLAY-TABLE.
           MOVE 0 TO DT-TOTAL
           MOVE 0 TO WS-LAST-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT DISPLAY-FILE
           IF DISPLAY-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DISPLAY-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO DS-STATUS-F
                       UNSTRING DISPLAY-REC DELIMITED BY ","
                           INTO DS-ID-F, DS-NAME-F, DS-BRANCH-F,
                                DS-START-F, DS-END-F, DS-STATUS-F
                       MOVE FUNCTION NUMVAL(DS-ID-F) TO WS-ID-NUM
                       IF WS-ID-NUM > WS-LAST-ID
                           MOVE WS-ID-NUM TO WS-LAST-ID
                       END-IF
                       IF DT-TOTAL < 200
                           ADD 1 TO DT-TOTAL
                           MOVE DS-ID-F TO DT-ID(DT-TOTAL)
                           MOVE DS-NAME-F TO DT-NAME(DT-TOTAL)
                           MOVE DS-BRANCH-F TO DT-BRANCH(DT-TOTAL)
                           MOVE DS-START-F TO DT-START(DT-TOTAL)
                           MOVE DS-END-F TO DT-END(DT-TOTAL)
                           MOVE DS-STATUS-F TO DT-STATUS(DT-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF DISPLAY-STATUS = "00" OR DISPLAY-STATUS = "10"
               CLOSE DISPLAY-FILE
           END-IF
           MOVE 'N' TO FILE-END
           PERFORM VARYING DT-IDX FROM 1 BY 1 UNTIL DT-IDX > DT-TOTAL
               PERFORM SET-DISPLAY-DATE-NUMS
           END-PERFORM.

       SET-DISPLAY-DATE-NUMS.
           MOVE 0 TO DT-START-NUM(DT-IDX)
           MOVE 0 TO DT-END-NUM(DT-IDX)
           IF DT-START(DT-IDX)(3:1) = "/"
               STRING DT-START(DT-IDX)(7:4) DELIMITED BY SIZE
                      DT-START(DT-IDX)(1:2) DELIMITED BY SIZE
                      DT-START(DT-IDX)(4:2) DELIMITED BY SIZE
                   INTO DT-START-NUM(DT-IDX)
           END-IF
           IF DT-END(DT-IDX)(3:1) = "/"
               STRING DT-END(DT-IDX)(7:4) DELIMITED BY SIZE
                      DT-END(DT-IDX)(1:2) DELIMITED BY SIZE
                      DT-END(DT-IDX)(4:2) DELIMITED BY SIZE
                   INTO DT-END-NUM(DT-IDX)
           END-IF.

       SAVE-DISPLAY-TABLE.
           OPEN OUTPUT DISPLAY-TMP-FILE
           PERFORM VARYING DT-IDX FROM 1 BY 1 UNTIL DT-IDX > DT-TOTAL
               MOVE SPACES TO DISPLAY-TMP-REC
               STRING FUNCTION TRIM(DT-ID(DT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(DT-NAME(DT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(DT-BRANCH(DT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(DT-START(DT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(DT-END(DT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(DT-STATUS(DT-IDX))
                          DELIMITED BY SIZE
                   INTO DISPLAY-TMP-REC
               WRITE DISPLAY-TMP-REC
           END-PERFORM
           CLOSE DISPLAY-TMP-FILE
           CALL "CBL_RENAME_FILE" USING DISPLAY-TMP-PATH
               DISPLAY-REAL-PATH
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
                       MOVE SPACES TO DI-STATUS-F DI-PLACED-F
                           DI-REMOVED-F
                       UNSTRING ITEM-REC DELIMITED BY ","
                           INTO DI-DISPLAY-F, DI-COPY-F, DI-BOOK-F,
                                DI-STATUS-F, DI-PLACED-F, DI-REMOVED-F
                       IF IT-TOTAL < 1000
                           ADD 1 TO IT-TOTAL
                           MOVE DI-DISPLAY-F TO IT-DISPLAY(IT-TOTAL)
                           MOVE DI-COPY-F TO IT-COPY(IT-TOTAL)
                           MOVE DI-BOOK-F TO IT-BOOK(IT-TOTAL)
                           MOVE DI-STATUS-F TO IT-STATUS(IT-TOTAL)
                           MOVE DI-PLACED-F TO IT-PLACED(IT-TOTAL)
                           MOVE DI-REMOVED-F TO IT-REMOVED(IT-TOTAL)
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
               STRING FUNCTION TRIM(IT-DISPLAY(IT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(IT-COPY(IT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(IT-BOOK(IT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(IT-STATUS(IT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(IT-PLACED(IT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(IT-REMOVED(IT-IDX))
                          DELIMITED BY SIZE
                   INTO ITEM-TMP-REC
               WRITE ITEM-TMP-REC
           END-PERFORM
           CLOSE ITEM-TMP-FILE
           CALL "CBL_RENAME_FILE" USING ITEM-TMP-PATH
               ITEM-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL.

       END PROGRAM DisplayMaintain.
