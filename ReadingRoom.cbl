      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Closed-stack reading room for the special collections
      *          (local history, palm-leaf manuscripts). Titles in a
      *          special collection are listed on
      *          ../special-collections.csv (book_id,collection); they
      *          stay REFERENCE-typed so BorrowBook.cbl never lends
      *          them, and are only handed out here, against a
      *          request slip on ../reading-room.csv:
      *          slip_id,member,book,collection,request_date,
      *          request_time,status,seat,issue_date,time_in,
      *          issued_by,return_date,time_out,returned_by,flag
      *          (dates YYYYMMDD, times HHMM). A slip goes REQUESTED
      *          -> PRINTED (retrieval slip printed for the stack) ->
      *          ISSUED (to a reading-room seat, time in) ->
      *          RETURNED (time out), or CANCELLED. The closing check
      *          lists everything still at a seat; the end-of-day
      *          pass (run nightly by NightlyBatch.cbl for its
      *          business date, or from the menu) flags LEFT-OUT
      *          every item still issued on or before that date and
      *          appends it to ../reading-room-flags.csv (date,slip,
      *          member,book,collection,seat,time_in,issued_by). Usage
      *          statistics are per collection.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReadingRoom.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTION-FILE ASSIGN TO "../special-collections.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLLECTION-STATUS.
           SELECT SLIP-FILE ASSIGN TO "../reading-room.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLIP-STATUS.
           SELECT SLIP-TMP-FILE ASSIGN TO "../reading-room.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLAG-FILE ASSIGN TO "../reading-room-flags.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLAG-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMBER-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-STATUS.
           SELECT CALLNUM-FILE ASSIGN TO "../call-numbers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALLNUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTION-FILE.
       01  COLLECTION-REC     PIC X(40).
       FD  SLIP-FILE.
       01  SLIP-REC           PIC X(150).
       FD  SLIP-TMP-FILE.
       01  SLIP-TMP-REC       PIC X(150).
       FD  FLAG-FILE.
       01  FLAG-REC           PIC X(100).
       FD  MEMBER-FILE.
       01  MEMBER-REC         PIC X(200).
       FD  BOOK-FILE.
       01  BOOK-REC           PIC X(200).
       FD  CALLNUM-FILE.
       01  CALLNUM-REC        PIC X(50).

       WORKING-STORAGE SECTION.
       01  COLLECTION-STATUS  PIC XX.
       01  SLIP-STATUS        PIC XX.
       01  FLAG-STATUS        PIC XX.
       01  MEMBER-STATUS      PIC XX.
       01  BOOK-STATUS        PIC XX.
       01  CALLNUM-STATUS     PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-MENU-CHOICE     PIC 9.

      * special-collections.csv -- which titles are closed-stack and
      * in which collection.
       01  COLLECTION-TABLE.
           05 COLLECTION-ENTRY OCCURS 1000 TIMES.
              10  CT-BOOK       PIC X(5).
              10  CT-NAME       PIC X(12).
       01  CT-TOTAL           PIC 9(4) VALUE 0.
       01  CT-IDX             PIC 9(4).
       01  CT-MATCH-IDX       PIC 9(4) VALUE 0.
       01  SC-BOOK-F          PIC X(5).
       01  SC-NAME-F          PIC X(12).

      * reading-room.csv, held whole so a slip can move on in place
      * and the file be written back.
       01  SLIP-TABLE.
           05 SLIP-ENTRY OCCURS 2000 TIMES.
              10  SL-ID         PIC X(5).
              10  SL-MEMBER     PIC X(5).
              10  SL-BOOK       PIC X(5).
              10  SL-COLL       PIC X(12).
              10  SL-REQ-DATE   PIC X(8).
              10  SL-REQ-TIME   PIC X(4).
              10  SL-STATUS     PIC X(10).
              10  SL-SEAT       PIC X(4).
              10  SL-ISS-DATE   PIC X(8).
              10  SL-TIME-IN    PIC X(4).
              10  SL-ISSUED-BY  PIC X(5).
              10  SL-RET-DATE   PIC X(8).
              10  SL-TIME-OUT   PIC X(4).
              10  SL-RETURN-BY  PIC X(5).
              10  SL-FLAG       PIC X(8).
       01  SL-TOTAL           PIC 9(4) VALUE 0.
       01  SL-IDX             PIC 9(4).
       01  SL-MATCH-IDX       PIC 9(4) VALUE 0.
       01  RR-ID-F            PIC X(5).
       01  RR-MEMBER-F        PIC X(5).
       01  RR-BOOK-F          PIC X(5).
       01  RR-COLL-F          PIC X(12).
       01  RR-REQ-DATE-F      PIC X(8).
       01  RR-REQ-TIME-F      PIC X(4).
       01  RR-STATUS-F        PIC X(10).
       01  RR-SEAT-F          PIC X(4).
       01  RR-ISS-DATE-F      PIC X(8).
       01  RR-TIME-IN-F       PIC X(4).
       01  RR-ISSUED-BY-F     PIC X(5).
       01  RR-RET-DATE-F      PIC X(8).
       01  RR-TIME-OUT-F      PIC X(4).
       01  RR-RETURN-BY-F     PIC X(5).
       01  RR-FLAG-F          PIC X(8).

      * Usage statistics, one row per collection.
       01  STAT-TABLE.
           05 STAT-ENTRY OCCURS 50 TIMES.
              10  ST-NAME       PIC X(12).
              10  ST-REQUESTS   PIC 9(5).
              10  ST-ISSUES     PIC 9(5).
              10  ST-RETURNS    PIC 9(5).
              10  ST-MINUTES    PIC 9(7).
              10  ST-FLAGGED    PIC 9(5).
       01  ST-TOTAL           PIC 9(2) VALUE 0.
       01  ST-IDX             PIC 9(2).
       01  ST-MATCH-IDX       PIC 9(2) VALUE 0.
       01  ST-AVG-MINUTES     PIC 9(5).
       01  ST-FROM            PIC 9(8) VALUE 0.
       01  ST-TO              PIC 9(8) VALUE 99999999.
       01  ST-DATE-RAW        PIC X(10).
       01  ST-REQ-NUM         PIC 9(8).
       01  ST-ISS-NUM         PIC 9(8).
       01  ST-RET-NUM         PIC 9(8).
       01  ST-IN-MIN          PIC 9(5).
       01  ST-OUT-MIN         PIC 9(5).
       01  ST-SPAN            PIC S9(9).

       01  MB-ID-F            PIC X(5).
       01  MB-NAME-F          PIC X(30).
       01  MB-EMAIL-F         PIC X(35).
       01  MB-ADDR-F          PIC X(50).
       01  MB-GENDER-F        PIC X.
       01  MB-FLAG-F          PIC X(10).
       01  MB-QUOTE-COUNT     PIC 9 VALUE 0.
       01  MB-ID-EMAIL        PIC X(70).
       01  MB-GENDER-FLAG     PIC X(60).
       01  MB-DUMMY           PIC X.
       01  LOOKUP-NAME        PIC X(30).
       01  WS-VALID           PIC X VALUE 'N'.
       01  BAN-ACTIVE-FLAG    PIC X VALUE 'N'.

       01  BK-ID-F            PIC X(5).
       01  BK-NAME-F          PIC X(30).
       01  CN-BOOK-F          PIC X(5).
       01  CN-CALL-F          PIC X(12).
       01  CN-LOC-F           PIC X(20).
       01  WS-TITLE           PIC X(30).
       01  WS-CALLNUM         PIC X(12).
       01  WS-LOCATION        PIC X(20).
       01  WS-BOOK-FOUND      PIC X VALUE 'N'.

       01  WS-MEMBER-ID-RAW   PIC X(20).
       01  WS-MEMBER-ID       PIC X(5).
       01  WS-BOOK-ID-RAW     PIC X(20).
       01  WS-BOOK-ID         PIC X(5).
       01  WS-SLIP-ID-RAW     PIC X(20).
       01  WS-SLIP-ID         PIC X(5).
       01  WS-SEAT-RAW        PIC X(10).
       01  WS-SEAT            PIC X(4).
       01  WS-COLL-RAW        PIC X(20).
       01  WS-COLL            PIC X(12).
       01  WS-LAST-ID         PIC 9(5) VALUE 0.
       01  WS-NEW-ID          PIC 9(5) VALUE 0.
       01  WS-ID-NUM          PIC 9(5).
       01  WS-SHOWN-COUNT     PIC 9(4) VALUE 0.
       01  WS-PRINT-COUNT     PIC 9(4) VALUE 0.
       01  CNT-FLAGGED        PIC 9(5) VALUE 0.
       01  WS-BATCH-MODE      PIC X VALUE 'N'.
       01  WS-NOW-TIME        PIC X(4).

       01  TODAY              PIC 9(8).
       01  SLIP-REAL-PATH     PIC X(24) VALUE "../reading-room.csv".
       01  SLIP-TMP-PATH      PIC X(28) VALUE "../reading-room.csv.tmp".
       01  RENAME-STATUS      PIC S9(9) COMP-5.
       01  HEADER-LINE        PIC X(70) VALUE ALL '-'.
       01  SLIP-LINE          PIC X(50) VALUE ALL '='.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       01 BUSINESS-DATE-L PIC 9(8).
       01 FLAGGED-COUNT-L PIC 9(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L,
           BUSINESS-DATE-L, FLAGGED-COUNT-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           IF BUSINESS-DATE-L NOT = 0
               MOVE BUSINESS-DATE-L TO TODAY
           END-IF
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW-TIME
           PERFORM LOAD-COLLECTION-TABLE
           PERFORM LOAD-SLIP-TABLE

      * NightlyBatch.cbl calls in with choice 0 -- just the end-of-day
      * pass for its business date, no menu.
           IF USER-CHOICE = 0
               MOVE 'Y' TO WS-BATCH-MODE
               PERFORM END-OF-DAY-CHECK
               MOVE CNT-FLAGGED TO FLAGGED-COUNT-L
               GOBACK
           END-IF

           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*   Special Collections Reading Room      *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Request an item"
           DISPLAY "2. Print retrieval slips"
           DISPLAY "3. Issue an item to a seat"
           DISPLAY "4. Return an item from a seat"
           DISPLAY "5. Closing check -- items still at seats"
           DISPLAY "6. End-of-day check -- flag items left out"
           DISPLAY "7. Usage statistics by collection"
           DISPLAY "8. Add a title to a special collection"
           DISPLAY "9. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM REQUEST-ITEM THRU REQUEST-ITEM-EXIT
               WHEN 2
                   PERFORM PRINT-RETRIEVAL-SLIPS
               WHEN 3
                   PERFORM ISSUE-TO-SEAT THRU ISSUE-TO-SEAT-EXIT
               WHEN 4
                   PERFORM RETURN-FROM-SEAT THRU RETURN-FROM-SEAT-EXIT
               WHEN 5
                   PERFORM CLOSING-CHECK
               WHEN 6
                   PERFORM END-OF-DAY-CHECK
               WHEN 7
                   PERFORM USAGE-STATISTICS
               WHEN 8
                   PERFORM ADD-TO-COLLECTION
                       THRU ADD-TO-COLLECTION-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       REQUEST-ITEM.
           DISPLAY "Member ID: "
           ACCEPT WS-MEMBER-ID-RAW
           MOVE FUNCTION TRIM(WS-MEMBER-ID-RAW) TO WS-MEMBER-ID
           PERFORM LOOKUP-MEMBER
           IF WS-VALID NOT = 'Y'
               DISPLAY "Invalid member or inactive status."
               GO TO REQUEST-ITEM-EXIT
           END-IF
           CALL "BanCheck" USING WS-MEMBER-ID, BAN-ACTIVE-FLAG
           IF BAN-ACTIVE-FLAG = 'Y'
               DISPLAY "This account cannot be used at present. "
                   "Please see a staff member."
               GO TO REQUEST-ITEM-EXIT
           END-IF
           DISPLAY "Book ID of the item: "
           ACCEPT WS-BOOK-ID-RAW
           MOVE FUNCTION TRIM(WS-BOOK-ID-RAW) TO WS-BOOK-ID
           PERFORM FIND-COLLECTION
           IF CT-MATCH-IDX = 0
               DISPLAY "That title is not in a special collection -- "
                   "it is on the open shelves."
               GO TO REQUEST-ITEM-EXIT
           END-IF
           MOVE 0 TO SL-MATCH-IDX
           PERFORM VARYING SL-IDX FROM 1 BY 1 UNTIL SL-IDX > SL-TOTAL
               IF SL-MEMBER(SL-IDX) = WS-MEMBER-ID AND
                  SL-BOOK(SL-IDX) = WS-BOOK-ID AND
                  (SL-STATUS(SL-IDX) = "REQUESTED" OR
                   SL-STATUS(SL-IDX) = "PRINTED" OR
                   SL-STATUS(SL-IDX) = "ISSUED")
                   MOVE SL-IDX TO SL-MATCH-IDX
               END-IF
           END-PERFORM
           IF SL-MATCH-IDX > 0
               DISPLAY "The member already has slip "
                   SL-ID(SL-MATCH-IDX) " open for that item."
               GO TO REQUEST-ITEM-EXIT
           END-IF
           IF SL-TOTAL >= 2000
               DISPLAY "Reading-room slip file is full."
               GO TO REQUEST-ITEM-EXIT
           END-IF

           COMPUTE WS-NEW-ID = WS-LAST-ID + 1
           MOVE WS-NEW-ID TO WS-LAST-ID
           ADD 1 TO SL-TOTAL
           MOVE SPACES TO SLIP-ENTRY(SL-TOTAL)
           MOVE WS-NEW-ID TO SL-ID(SL-TOTAL)
           MOVE WS-MEMBER-ID TO SL-MEMBER(SL-TOTAL)
           MOVE WS-BOOK-ID TO SL-BOOK(SL-TOTAL)
           MOVE CT-NAME(CT-MATCH-IDX) TO SL-COLL(SL-TOTAL)
           MOVE TODAY TO SL-REQ-DATE(SL-TOTAL)
           MOVE WS-NOW-TIME TO SL-REQ-TIME(SL-TOTAL)
           MOVE "REQUESTED" TO SL-STATUS(SL-TOTAL)
           PERFORM SAVE-SLIP-TABLE
           PERFORM LOOKUP-TITLE-AND-SHELF
           DISPLAY "Slip " WS-NEW-ID " -- " FUNCTION TRIM(WS-TITLE)
               " (" FUNCTION TRIM(CT-NAME(CT-MATCH-IDX))
               ") requested for " FUNCTION TRIM(LOOKUP-NAME)
               ". Please take a seat in the reading room.".
       REQUEST-ITEM-EXIT.
           EXIT.

      * One slip per REQUESTED item, for the stack runner to fetch
      * by; printing moves the slip to PRINTED so it is not pulled
      * twice.
       PRINT-RETRIEVAL-SLIPS.
           MOVE 0 TO WS-PRINT-COUNT
           PERFORM VARYING SL-IDX FROM 1 BY 1 UNTIL SL-IDX > SL-TOTAL
               IF SL-STATUS(SL-IDX) = "REQUESTED"
                   MOVE SL-BOOK(SL-IDX) TO WS-BOOK-ID
                   PERFORM LOOKUP-TITLE-AND-SHELF
                   MOVE SL-MEMBER(SL-IDX) TO WS-MEMBER-ID
                   PERFORM LOOKUP-MEMBER
                   DISPLAY " "
                   DISPLAY SLIP-LINE
                   DISPLAY "READING ROOM RETRIEVAL SLIP  " SL-ID(SL-IDX)
                   DISPLAY SLIP-LINE
                   DISPLAY "Requested : " SL-REQ-DATE(SL-IDX) " "
                       SL-REQ-TIME(SL-IDX)
                   DISPLAY "Member    : " SL-MEMBER(SL-IDX) " "
                       FUNCTION TRIM(LOOKUP-NAME)
                   DISPLAY "Item      : " SL-BOOK(SL-IDX) " "
                       FUNCTION TRIM(WS-TITLE)
                   DISPLAY "Collection: " SL-COLL(SL-IDX)
                   DISPLAY "Shelf     : " WS-CALLNUM " "
                       FUNCTION TRIM(WS-LOCATION)
                   DISPLAY "Seat ____  Time in ____  Time out ____"
                   DISPLAY SLIP-LINE
                   MOVE "PRINTED" TO SL-STATUS(SL-IDX)
                   ADD 1 TO WS-PRINT-COUNT
               END-IF
           END-PERFORM
           IF WS-PRINT-COUNT > 0
               PERFORM SAVE-SLIP-TABLE
           END-IF
           DISPLAY WS-PRINT-COUNT " retrieval slip(s) printed.".

      * Only a fetched item (slip PRINTED) goes to a seat, and only
      * when no other slip has the same item out.
       ISSUE-TO-SEAT.
           DISPLAY "Slip ID: "
           ACCEPT WS-SLIP-ID-RAW
           MOVE FUNCTION TRIM(WS-SLIP-ID-RAW) TO WS-SLIP-ID
           PERFORM FIND-SLIP
           IF SL-MATCH-IDX = 0
               DISPLAY "No such slip."
               GO TO ISSUE-TO-SEAT-EXIT
           END-IF
           IF SL-STATUS(SL-MATCH-IDX) = "REQUESTED"
               DISPLAY "Print the retrieval slip first (option 2)."
               GO TO ISSUE-TO-SEAT-EXIT
           END-IF
           IF SL-STATUS(SL-MATCH-IDX) NOT = "PRINTED"
               DISPLAY "That slip is already "
                   FUNCTION TRIM(SL-STATUS(SL-MATCH-IDX)) "."
               GO TO ISSUE-TO-SEAT-EXIT
           END-IF
           PERFORM VARYING SL-IDX FROM 1 BY 1 UNTIL SL-IDX > SL-TOTAL
               IF SL-BOOK(SL-IDX) = SL-BOOK(SL-MATCH-IDX) AND
                  SL-STATUS(SL-IDX) = "ISSUED"
                   DISPLAY "That item is out at seat " SL-SEAT(SL-IDX)
                       " on slip " SL-ID(SL-IDX) "."
                   GO TO ISSUE-TO-SEAT-EXIT
               END-IF
           END-PERFORM
           DISPLAY "Seat number: "
           MOVE SPACES TO WS-SEAT-RAW
           ACCEPT WS-SEAT-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SEAT-RAW))
               TO WS-SEAT
           IF WS-SEAT = SPACES
               DISPLAY "A seat is required."
               GO TO ISSUE-TO-SEAT-EXIT
           END-IF
           MOVE "ISSUED" TO SL-STATUS(SL-MATCH-IDX)
           MOVE WS-SEAT TO SL-SEAT(SL-MATCH-IDX)
           MOVE TODAY TO SL-ISS-DATE(SL-MATCH-IDX)
           MOVE WS-NOW-TIME TO SL-TIME-IN(SL-MATCH-IDX)
           MOVE WS-OPERATOR-ID-L TO SL-ISSUED-BY(SL-MATCH-IDX)
           PERFORM SAVE-SLIP-TABLE
           DISPLAY "Slip " SL-ID(SL-MATCH-IDX) " issued to seat "
               WS-SEAT " at " WS-NOW-TIME ".".
       ISSUE-TO-SEAT-EXIT.
           EXIT.

       RETURN-FROM-SEAT.
           DISPLAY "Slip ID: "
           ACCEPT WS-SLIP-ID-RAW
           MOVE FUNCTION TRIM(WS-SLIP-ID-RAW) TO WS-SLIP-ID
           PERFORM FIND-SLIP
           IF SL-MATCH-IDX = 0
               DISPLAY "No such slip."
               GO TO RETURN-FROM-SEAT-EXIT
           END-IF
           IF SL-STATUS(SL-MATCH-IDX) NOT = "ISSUED"
               DISPLAY "That slip is not out at a seat."
               GO TO RETURN-FROM-SEAT-EXIT
           END-IF
           MOVE "RETURNED" TO SL-STATUS(SL-MATCH-IDX)
           MOVE TODAY TO SL-RET-DATE(SL-MATCH-IDX)
           MOVE WS-NOW-TIME TO SL-TIME-OUT(SL-MATCH-IDX)
           MOVE WS-OPERATOR-ID-L TO SL-RETURN-BY(SL-MATCH-IDX)
           PERFORM SAVE-SLIP-TABLE
           DISPLAY "Slip " SL-ID(SL-MATCH-IDX) " returned from seat "
               SL-SEAT(SL-MATCH-IDX) " at " WS-NOW-TIME
               " -- back to the closed stack.".
       RETURN-FROM-SEAT-EXIT.
           EXIT.

      * Before locking up: every item still at a seat, and who
      * issued it.
       CLOSING-CHECK.
           DISPLAY " "
           DISPLAY "READING ROOM CLOSING CHECK -- " TODAY
           DISPLAY HEADER-LINE
           DISPLAY "SLIP  SEAT MEMBER BOOK  TITLE                    "
               "      IN   BY"
           DISPLAY HEADER-LINE
           MOVE 0 TO WS-SHOWN-COUNT
           PERFORM VARYING SL-IDX FROM 1 BY 1 UNTIL SL-IDX > SL-TOTAL
               IF SL-STATUS(SL-IDX) = "ISSUED"
                   MOVE SL-BOOK(SL-IDX) TO WS-BOOK-ID
                   PERFORM LOOKUP-TITLE-AND-SHELF
                   DISPLAY SL-ID(SL-IDX) " " SL-SEAT(SL-IDX) " "
                       SL-MEMBER(SL-IDX) "  " SL-BOOK(SL-IDX) " "
                       WS-TITLE " " SL-TIME-IN(SL-IDX) " "
                       SL-ISSUED-BY(SL-IDX) " " SL-FLAG(SL-IDX)
                   ADD 1 TO WS-SHOWN-COUNT
               END-IF
           END-PERFORM
           DISPLAY HEADER-LINE
           IF WS-SHOWN-COUNT = 0
               DISPLAY "All items are back in the closed stack."
           ELSE
               DISPLAY WS-SHOWN-COUNT " item(s) still out -- collect "
                   "them before closing."
           END-IF.

      * An item still ISSUED on or before the business date was left
      * out overnight -- flagged once and logged for the curator.
       END-OF-DAY-CHECK.
           MOVE 0 TO CNT-FLAGGED
           OPEN EXTEND FLAG-FILE
           IF FLAG-STATUS = "05" OR FLAG-STATUS = "35"
               OPEN OUTPUT FLAG-FILE
           END-IF
           PERFORM VARYING SL-IDX FROM 1 BY 1 UNTIL SL-IDX > SL-TOTAL
               IF SL-STATUS(SL-IDX) = "ISSUED" AND
                  SL-FLAG(SL-IDX) = SPACES AND
                  SL-ISS-DATE(SL-IDX) NOT > TODAY
                   MOVE "LEFT-OUT" TO SL-FLAG(SL-IDX)
                   MOVE SPACES TO FLAG-REC
                   STRING TODAY DELIMITED BY SIZE ","
                          SL-ID(SL-IDX) DELIMITED BY SIZE ","
                          SL-MEMBER(SL-IDX) DELIMITED BY SIZE ","
                          SL-BOOK(SL-IDX) DELIMITED BY SIZE ","
                          FUNCTION TRIM(SL-COLL(SL-IDX))
                              DELIMITED BY SIZE ","
                          FUNCTION TRIM(SL-SEAT(SL-IDX))
                              DELIMITED BY SIZE ","
                          SL-TIME-IN(SL-IDX) DELIMITED BY SIZE ","
                          FUNCTION TRIM(SL-ISSUED-BY(SL-IDX))
                              DELIMITED BY SIZE
                       INTO FLAG-REC
                   WRITE FLAG-REC
                   ADD 1 TO CNT-FLAGGED
                   DISPLAY "READING ROOM: slip " SL-ID(SL-IDX)
                       " item " SL-BOOK(SL-IDX) " left out at seat "
                       SL-SEAT(SL-IDX) " since " SL-ISS-DATE(SL-IDX)
                       " " SL-TIME-IN(SL-IDX)
               END-IF
           END-PERFORM
           CLOSE FLAG-FILE
           IF CNT-FLAGGED > 0
               PERFORM SAVE-SLIP-TABLE
           END-IF
           IF WS-BATCH-MODE NOT = 'Y'
               DISPLAY CNT-FLAGGED " item(s) flagged as left out."
           END-IF.

      * Requests, issues and returns per collection, by the date of
      * each, with total and average minutes at the seat.
       USAGE-STATISTICS.
           MOVE 0 TO ST-FROM
           MOVE 99999999 TO ST-TO
           DISPLAY "From date YYYYMMDD (blank = all): "
           MOVE SPACES TO ST-DATE-RAW
           ACCEPT ST-DATE-RAW
           IF ST-DATE-RAW NOT = SPACES AND
              FUNCTION TRIM(ST-DATE-RAW) IS NUMERIC
               MOVE FUNCTION NUMVAL(ST-DATE-RAW) TO ST-FROM
           END-IF
           DISPLAY "To date YYYYMMDD (blank = all): "
           MOVE SPACES TO ST-DATE-RAW
           ACCEPT ST-DATE-RAW
           IF ST-DATE-RAW NOT = SPACES AND
              FUNCTION TRIM(ST-DATE-RAW) IS NUMERIC
               MOVE FUNCTION NUMVAL(ST-DATE-RAW) TO ST-TO
           END-IF
           MOVE 0 TO ST-TOTAL
           PERFORM VARYING SL-IDX FROM 1 BY 1 UNTIL SL-IDX > SL-TOTAL
               PERFORM TALLY-ONE-SLIP
           END-PERFORM

           DISPLAY " "
           DISPLAY "READING ROOM USAGE BY COLLECTION"
           DISPLAY HEADER-LINE
           DISPLAY "COLLECTION   REQUESTS ISSUES RETURNS MINUTES  "
               "AVG-MIN LEFT-OUT"
           DISPLAY HEADER-LINE
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-TOTAL
               MOVE 0 TO ST-AVG-MINUTES
               IF ST-RETURNS(ST-IDX) > 0
                   COMPUTE ST-AVG-MINUTES ROUNDED =
                       ST-MINUTES(ST-IDX) / ST-RETURNS(ST-IDX)
               END-IF
               DISPLAY ST-NAME(ST-IDX) " " ST-REQUESTS(ST-IDX) "    "
                   ST-ISSUES(ST-IDX) "  " ST-RETURNS(ST-IDX) "   "
                   ST-MINUTES(ST-IDX) "  " ST-AVG-MINUTES "    "
                   ST-FLAGGED(ST-IDX)
           END-PERFORM
           DISPLAY HEADER-LINE
           IF ST-TOTAL = 0
               DISPLAY "No reading-room use in that period."
           END-IF.

       TALLY-ONE-SLIP.
           MOVE 0 TO ST-MATCH-IDX
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > ST-TOTAL OR ST-MATCH-IDX > 0
               IF ST-NAME(ST-IDX) = SL-COLL(SL-IDX)
                   MOVE ST-IDX TO ST-MATCH-IDX
               END-IF
           END-PERFORM
           IF ST-MATCH-IDX = 0
               IF ST-TOTAL >= 50
                   MOVE 50 TO ST-MATCH-IDX
               ELSE
                   ADD 1 TO ST-TOTAL
                   MOVE ST-TOTAL TO ST-MATCH-IDX
                   MOVE SL-COLL(SL-IDX) TO ST-NAME(ST-TOTAL)
                   MOVE 0 TO ST-REQUESTS(ST-TOTAL) ST-ISSUES(ST-TOTAL)
                       ST-RETURNS(ST-TOTAL) ST-MINUTES(ST-TOTAL)
                       ST-FLAGGED(ST-TOTAL)
               END-IF
           END-IF
           MOVE 0 TO ST-REQ-NUM ST-ISS-NUM ST-RET-NUM
           IF SL-REQ-DATE(SL-IDX) IS NUMERIC
               MOVE SL-REQ-DATE(SL-IDX) TO ST-REQ-NUM
           END-IF
           IF SL-ISS-DATE(SL-IDX) IS NUMERIC
               MOVE SL-ISS-DATE(SL-IDX) TO ST-ISS-NUM
           END-IF
           IF SL-RET-DATE(SL-IDX) IS NUMERIC
               MOVE SL-RET-DATE(SL-IDX) TO ST-RET-NUM
           END-IF
           IF ST-REQ-NUM >= ST-FROM AND ST-REQ-NUM <= ST-TO
               ADD 1 TO ST-REQUESTS(ST-MATCH-IDX)
           END-IF
           IF ST-ISS-NUM > 0 AND
              ST-ISS-NUM >= ST-FROM AND ST-ISS-NUM <= ST-TO
               ADD 1 TO ST-ISSUES(ST-MATCH-IDX)
               IF SL-FLAG(SL-IDX) NOT = SPACES
                   ADD 1 TO ST-FLAGGED(ST-MATCH-IDX)
               END-IF
           END-IF
           IF ST-RET-NUM > 0 AND ST-ISS-NUM > 0 AND
              ST-RET-NUM >= ST-FROM AND ST-RET-NUM <= ST-TO AND
              SL-TIME-IN(SL-IDX) IS NUMERIC AND
              SL-TIME-OUT(SL-IDX) IS NUMERIC
               ADD 1 TO ST-RETURNS(ST-MATCH-IDX)
               COMPUTE ST-IN-MIN =
                   FUNCTION NUMVAL(SL-TIME-IN(SL-IDX)(1:2)) * 60 +
                   FUNCTION NUMVAL(SL-TIME-IN(SL-IDX)(3:2))
               COMPUTE ST-OUT-MIN =
                   FUNCTION NUMVAL(SL-TIME-OUT(SL-IDX)(1:2)) * 60 +
                   FUNCTION NUMVAL(SL-TIME-OUT(SL-IDX)(3:2))
               COMPUTE ST-SPAN =
                   (FUNCTION INTEGER-OF-DATE(ST-RET-NUM) -
                    FUNCTION INTEGER-OF-DATE(ST-ISS-NUM)) * 1440 +
                   ST-OUT-MIN - ST-IN-MIN
               IF ST-SPAN > 0
                   ADD ST-SPAN TO ST-MINUTES(ST-MATCH-IDX)
               END-IF
           END-IF.

       ADD-TO-COLLECTION.
           DISPLAY "Book ID: "
           ACCEPT WS-BOOK-ID-RAW
           MOVE FUNCTION TRIM(WS-BOOK-ID-RAW) TO WS-BOOK-ID
           PERFORM LOOKUP-TITLE-AND-SHELF
           IF WS-BOOK-FOUND NOT = 'Y'
               DISPLAY "No such book."
               GO TO ADD-TO-COLLECTION-EXIT
           END-IF
           PERFORM FIND-COLLECTION
           IF CT-MATCH-IDX > 0
               DISPLAY FUNCTION TRIM(WS-TITLE) " is already in "
                   FUNCTION TRIM(CT-NAME(CT-MATCH-IDX)) "."
               GO TO ADD-TO-COLLECTION-EXIT
           END-IF
           DISPLAY "Collection (e.g. LOCALHIST, PALMLEAF): "
           MOVE SPACES TO WS-COLL-RAW
           ACCEPT WS-COLL-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COLL-RAW))
               TO WS-COLL
           INSPECT WS-COLL REPLACING ALL "," BY " "
           IF WS-COLL = SPACES
               GO TO ADD-TO-COLLECTION-EXIT
           END-IF
           OPEN EXTEND COLLECTION-FILE
           IF COLLECTION-STATUS = "05" OR COLLECTION-STATUS = "35"
               OPEN OUTPUT COLLECTION-FILE
           END-IF
           MOVE SPACES TO COLLECTION-REC
           STRING WS-BOOK-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-COLL) DELIMITED BY SIZE
               INTO COLLECTION-REC
           WRITE COLLECTION-REC
           CLOSE COLLECTION-FILE
           DISPLAY FUNCTION TRIM(WS-TITLE) " added to "
               FUNCTION TRIM(WS-COLL)
               " -- keep it typed REFERENCE so it is never lent.".
       ADD-TO-COLLECTION-EXIT.
           EXIT.

       FIND-COLLECTION.
           MOVE 0 TO CT-MATCH-IDX
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CT-TOTAL OR CT-MATCH-IDX > 0
               IF CT-BOOK(CT-IDX) = WS-BOOK-ID
                   MOVE CT-IDX TO CT-MATCH-IDX
               END-IF
           END-PERFORM.

       FIND-SLIP.
           MOVE 0 TO SL-MATCH-IDX
           PERFORM VARYING SL-IDX FROM 1 BY 1
                   UNTIL SL-IDX > SL-TOTAL OR SL-MATCH-IDX > 0
               IF FUNCTION TRIM(SL-ID(SL-IDX)) = WS-SLIP-ID
                   MOVE SL-IDX TO SL-MATCH-IDX
               END-IF
           END-PERFORM.

       LOOKUP-MEMBER.
           MOVE 'N' TO WS-VALID
           MOVE SPACES TO LOOKUP-NAME
           MOVE 'N' TO FILE-END
           OPEN INPUT MEMBER-FILE
           IF MEMBER-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ MEMBER-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO MB-FLAG-F
                       MOVE 0 TO MB-QUOTE-COUNT
                       INSPECT MEMBER-REC TALLYING MB-QUOTE-COUNT
                           FOR ALL '"'
                       IF MB-QUOTE-COUNT > 0
                           UNSTRING MEMBER-REC DELIMITED BY '"'
                               INTO MB-ID-EMAIL, MB-ADDR-F,
                                    MB-GENDER-FLAG
                           UNSTRING MB-ID-EMAIL DELIMITED BY ","
                               INTO MB-ID-F, MB-NAME-F, MB-EMAIL-F
                           UNSTRING MB-GENDER-FLAG DELIMITED BY ","
                               INTO MB-DUMMY, MB-GENDER-F, MB-FLAG-F
                       ELSE
                           UNSTRING MEMBER-REC DELIMITED BY ","
                               INTO MB-ID-F, MB-NAME-F, MB-EMAIL-F,
                                    MB-ADDR-F, MB-GENDER-F, MB-FLAG-F
                       END-IF
                       IF MB-ID-F = WS-MEMBER-ID
                           IF MB-FLAG-F = "ACTIVE"
                               MOVE 'Y' TO WS-VALID
                           END-IF
                           MOVE MB-NAME-F TO LOOKUP-NAME
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF MEMBER-STATUS = "00" OR MEMBER-STATUS = "10"
               CLOSE MEMBER-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Title from books.csv and the closed-stack shelf from
      * call-numbers.csv (book,call_number,location) for WS-BOOK-ID.
       LOOKUP-TITLE-AND-SHELF.
           MOVE 'N' TO WS-BOOK-FOUND
           MOVE SPACES TO WS-TITLE
           MOVE "NO CALL NO" TO WS-CALLNUM
           MOVE "CLOSED STACK" TO WS-LOCATION
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
                           MOVE 'Y' TO WS-BOOK-FOUND
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

       LOAD-COLLECTION-TABLE.
           MOVE 0 TO CT-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT COLLECTION-FILE
           IF COLLECTION-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ COLLECTION-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO SC-BOOK-F SC-NAME-F
                       UNSTRING COLLECTION-REC DELIMITED BY ","
                           INTO SC-BOOK-F, SC-NAME-F
                       IF SC-BOOK-F NOT = SPACES AND CT-TOTAL < 1000
                           ADD 1 TO CT-TOTAL
                           MOVE SC-BOOK-F TO CT-BOOK(CT-TOTAL)
                           MOVE SC-NAME-F TO CT-NAME(CT-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF COLLECTION-STATUS = "00" OR COLLECTION-STATUS = "10"
               CLOSE COLLECTION-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-SLIP-TABLE.
           MOVE 0 TO SL-TOTAL
           MOVE 0 TO WS-LAST-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT SLIP-FILE
           IF SLIP-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SLIP-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM LOAD-ONE-SLIP
               END-READ
           END-PERFORM
           IF SLIP-STATUS = "00" OR SLIP-STATUS = "10"
               CLOSE SLIP-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-ONE-SLIP.
           MOVE SPACES TO RR-ID-F RR-MEMBER-F RR-BOOK-F RR-COLL-F
               RR-REQ-DATE-F RR-REQ-TIME-F RR-STATUS-F RR-SEAT-F
               RR-ISS-DATE-F RR-TIME-IN-F RR-ISSUED-BY-F
               RR-RET-DATE-F RR-TIME-OUT-F RR-RETURN-BY-F RR-FLAG-F
           UNSTRING SLIP-REC DELIMITED BY ","
               INTO RR-ID-F, RR-MEMBER-F, RR-BOOK-F, RR-COLL-F,
                    RR-REQ-DATE-F, RR-REQ-TIME-F, RR-STATUS-F,
                    RR-SEAT-F, RR-ISS-DATE-F, RR-TIME-IN-F,
                    RR-ISSUED-BY-F, RR-RET-DATE-F, RR-TIME-OUT-F,
                    RR-RETURN-BY-F, RR-FLAG-F
           MOVE FUNCTION NUMVAL(RR-ID-F) TO WS-ID-NUM
           IF WS-ID-NUM > WS-LAST-ID
               MOVE WS-ID-NUM TO WS-LAST-ID
           END-IF
           IF SL-TOTAL < 2000
               ADD 1 TO SL-TOTAL
               MOVE RR-ID-F TO SL-ID(SL-TOTAL)
               MOVE RR-MEMBER-F TO SL-MEMBER(SL-TOTAL)
               MOVE RR-BOOK-F TO SL-BOOK(SL-TOTAL)
               MOVE RR-COLL-F TO SL-COLL(SL-TOTAL)
               MOVE RR-REQ-DATE-F TO SL-REQ-DATE(SL-TOTAL)
               MOVE RR-REQ-TIME-F TO SL-REQ-TIME(SL-TOTAL)
               MOVE RR-STATUS-F TO SL-STATUS(SL-TOTAL)
               MOVE RR-SEAT-F TO SL-SEAT(SL-TOTAL)
               MOVE RR-ISS-DATE-F TO SL-ISS-DATE(SL-TOTAL)
               MOVE RR-TIME-IN-F TO SL-TIME-IN(SL-TOTAL)
               MOVE RR-ISSUED-BY-F TO SL-ISSUED-BY(SL-TOTAL)
               MOVE RR-RET-DATE-F TO SL-RET-DATE(SL-TOTAL)
               MOVE RR-TIME-OUT-F TO SL-TIME-OUT(SL-TOTAL)
               MOVE RR-RETURN-BY-F TO SL-RETURN-BY(SL-TOTAL)
               MOVE RR-FLAG-F TO SL-FLAG(SL-TOTAL)
           END-IF.

       SAVE-SLIP-TABLE.
           OPEN OUTPUT SLIP-TMP-FILE
           PERFORM VARYING SL-IDX FROM 1 BY 1 UNTIL SL-IDX > SL-TOTAL
               MOVE SPACES TO SLIP-TMP-REC
               STRING FUNCTION TRIM(SL-ID(SL-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SL-MEMBER(SL-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SL-BOOK(SL-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SL-COLL(SL-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SL-REQ-DATE(SL-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SL-REQ-TIME(SL-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SL-STATUS(SL-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SL-SEAT(SL-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SL-ISS-DATE(SL-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SL-TIME-IN(SL-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SL-ISSUED-BY(SL-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SL-RET-DATE(SL-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SL-TIME-OUT(SL-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SL-RETURN-BY(SL-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SL-FLAG(SL-IDX))
                          DELIMITED BY SIZE
                   INTO SLIP-TMP-REC
               WRITE SLIP-TMP-REC
           END-PERFORM
           CLOSE SLIP-TMP-FILE
           CALL "CBL_RENAME_FILE" USING SLIP-TMP-PATH
               SLIP-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL.

       END PROGRAM ReadingRoom.
