      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Bookmobile as a scheduled mobile service point. The
      *          van's stops are on ../bookmobile-stops.csv
      *          (stop_id,village,first_visit,interval_days,
      *          arrive_hhmm,status ACTIVE/DROPPED) -- every stop is
      *          visited on its first visit date and every
      *          interval_days (14 for the fortnightly route) after,
      *          except on a closures.csv day for branch MOBILE, when
      *          the visit moves on a whole interval.
      *          Staff on the van open a stop session for the day
      *          (../bookmobile-session.csv: operator,stop_id,date);
      *          while it is open BorrowBook.cbl makes that operator's
      *          loans due on the stop's next visit and tags them on
      *          ../mobile-loans.csv, and AddNewMember.cbl records
      *          registrations taken at the stop on
      *          ../mobile-members.csv (member_id,stop_id,date).
      *          The per-stop report counts loans, borrowers and new
      *          members per stop over a date range so the stops worth
      *          keeping can be picked out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Bookmobile.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOP-FILE ASSIGN TO "../bookmobile-stops.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOP-STATUS.
           SELECT STOP-TMP-FILE ASSIGN TO "../bookmobile-stops.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SESSION-FILE ASSIGN TO "../bookmobile-session.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SESSION-STATUS.
           SELECT SESSION-TMP-FILE
               ASSIGN TO "../bookmobile-session.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOSURE-FILE ASSIGN TO "../closures.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSURE-STATUS.
           SELECT MOBILE-LOAN-FILE ASSIGN TO "../mobile-loans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOBILE-LOAN-STATUS.
           SELECT MOBILE-MEMBER-FILE ASSIGN TO "../mobile-members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOBILE-MEMBER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOP-FILE.
       01  STOP-REC           PIC X(100).
       FD  STOP-TMP-FILE.
       01  STOP-TMP-REC       PIC X(100).
       FD  SESSION-FILE.
       01  SESSION-REC        PIC X(40).
       FD  SESSION-TMP-FILE.
       01  SESSION-TMP-REC    PIC X(40).
       FD  CLOSURE-FILE.
       01  CLOSURE-REC        PIC X(80).
       FD  MOBILE-LOAN-FILE.
       01  MOBILE-LOAN-REC    PIC X(60).
       FD  MOBILE-MEMBER-FILE.
       01  MOBILE-MEMBER-REC  PIC X(40).

       WORKING-STORAGE SECTION.
       01  STOP-STATUS        PIC XX.
       01  SESSION-STATUS     PIC XX.
       01  CLOSURE-STATUS     PIC XX.
       01  MOBILE-LOAN-STATUS PIC XX.
       01  MOBILE-MEMBER-STATUS PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-MENU-CHOICE     PIC 9.

       01  STOP-TABLE.
           05 STOP-ENTRY OCCURS 50 TIMES.
              10  SP-ID         PIC X(5).
              10  SP-VILLAGE    PIC X(30).
              10  SP-FIRST      PIC X(10).
              10  SP-INTERVAL   PIC 9(3).
              10  SP-ARRIVE     PIC X(4).
              10  SP-STATUS     PIC X(8).
              10  SP-FIRST-INT  PIC 9(8).
              10  SP-NEXT-INT   PIC 9(8).
              10  SP-LOANS      PIC 9(5).
              10  SP-BORROWERS  PIC 9(5).
              10  SP-NEW-MEMBERS PIC 9(5).
              10  SP-VISITS     PIC 9(3).
       01  SP-TOTAL           PIC 9(3) VALUE 0.
       01  SP-IDX             PIC 9(3).
       01  SP-MATCH-IDX       PIC 9(3) VALUE 0.
       01  SF-ID-F            PIC X(5).
       01  SF-VILLAGE-F       PIC X(30).
       01  SF-FIRST-F         PIC X(10).
       01  SF-INTERVAL-F      PIC X(4).
       01  SF-ARRIVE-F        PIC X(4).
       01  SF-STATUS-F        PIC X(8).

       01  SESSION-TABLE.
           05 SESSION-ENTRY OCCURS 50 TIMES.
              10  SS-OPERATOR PIC X(5).
              10  SS-STOP     PIC X(5).
              10  SS-DATE     PIC X(10).
       01  SS-TOTAL           PIC 9(3) VALUE 0.
       01  SS-IDX             PIC 9(3).
       01  SS-MATCH-IDX       PIC 9(3) VALUE 0.

       01  CLOSURE-TABLE.
           05 CLOSURE-ENTRY OCCURS 100 TIMES.
              10  CL-DATE-INT PIC 9(8).
       01  CL-TOTAL           PIC 9(3) VALUE 0.
       01  CL-IDX             PIC 9(3).
       01  CL-DATE-RAW        PIC X(10).
       01  CL-DESC-RAW        PIC X(60).
       01  CL-BRANCH-RAW      PIC X(10).
       01  CL-YYYYMMDD        PIC 9(8).
       01  CLOSURE-HIT        PIC X VALUE 'N'.

      * Distinct borrowers per stop for the report -- (stop, member)
      * pairs already counted.
       01  BORROWER-TABLE.
           05 BORROWER-ENTRY OCCURS 2000 TIMES.
              10  BW-SPIDX    PIC 9(3).
              10  BW-MEMBER   PIC X(5).
       01  BW-TOTAL           PIC 9(4) VALUE 0.
       01  BW-IDX             PIC 9(4).
       01  WS-SEEN            PIC X VALUE 'N'.

       01  ML-TRAN-F          PIC X(5).
       01  ML-STOP-F          PIC X(5).
       01  ML-DATE-F          PIC X(10).
       01  ML-MEMBER-F        PIC X(5).
       01  ML-BOOK-F          PIC X(5).
       01  ML-DATE-NUM        PIC 9(8).

       01  WS-STOP-RAW        PIC X(20).
       01  WS-STOP-ID         PIC X(5).
       01  WS-VILLAGE-RAW     PIC X(30).
       01  WS-FIRST-RAW       PIC X(12).
       01  WS-FIRST           PIC X(10).
       01  WS-INTERVAL-RAW    PIC X(4).
       01  WS-INTERVAL        PIC 9(3).
       01  WS-ARRIVE-RAW      PIC X(6).
       01  WS-STATUS-RAW      PIC X(10).
       01  WS-DAYS-RAW        PIC X(4).
       01  WS-DAYS            PIC 9(3).
       01  WS-FROM-RAW        PIC X(12).
       01  WS-TO-RAW          PIC X(12).
       01  WS-FROM-NUM        PIC 9(8).
       01  WS-TO-NUM          PIC 9(8).
       01  WS-FROM-INT        PIC 9(8).
       01  WS-TO-INT          PIC 9(8).
       01  WS-DATE-WORK       PIC X(10).
       01  WS-DATE-NUM        PIC 9(8).
       01  WS-DATE-OK         PIC X VALUE 'N'.
       01  WS-CONFIRM         PIC X.
       01  WS-VISITS          PIC 9(5).
       01  WS-PROBE-INT       PIC 9(8).
       01  WS-PROBE-DATE      PIC 9(8).
       01  WS-PROBE-END       PIC 9(8).
       01  WS-PROBE-DISP      PIC X(10).
       01  WS-VISIT-TODAY     PIC X VALUE 'N'.
       01  WS-LOANS-PER-VISIT PIC 9(4)V9.
       01  WS-LOANS-PER-VISIT-D PIC ZZZ9.9.
       01  CNT-SHOWN          PIC 9(4) VALUE 0.

       01  TODAY              PIC 9(8).
       01  TODAY-INT          PIC 9(8).
       01  TODAY-MMDDYYYY     PIC X(10).

       01  STOP-REAL-PATH     PIC X(28) VALUE "../bookmobile-stops.csv".
       01  STOP-TMP-PATH      PIC X(32)
               VALUE "../bookmobile-stops.csv.tmp".
       01  SESSION-REAL-PATH  PIC X(30)
               VALUE "../bookmobile-session.csv".
       01  SESSION-TMP-PATH   PIC X(34)
               VALUE "../bookmobile-session.csv.tmp".
       01  RENAME-STATUS      PIC S9(9) COMP-5.
       01  HEADER-LINE        PIC X(70) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY)
           MOVE SPACES TO TODAY-MMDDYYYY
           STRING TODAY(5:2) DELIMITED BY SIZE "/"
                  TODAY(7:2) DELIMITED BY SIZE "/"
                  TODAY(1:4) DELIMITED BY SIZE
               INTO TODAY-MMDDYYYY
           PERFORM LOAD-STOP-TABLE
           PERFORM LOAD-MOBILE-CLOSURES
           PERFORM LOAD-SESSION-TABLE

           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*          Bookmobile Service             *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Add / update a stop"
           DISPLAY "2. Print the visit schedule"
           DISPLAY "3. Open a stop session (loans here are van loans)"
           DISPLAY "4. Close my stop session"
           DISPLAY "5. Per-stop circulation and new members"
           DISPLAY "6. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM MAINTAIN-STOP THRU MAINTAIN-STOP-EXIT
               WHEN 2
                   PERFORM PRINT-SCHEDULE THRU PRINT-SCHEDULE-EXIT
               WHEN 3
                   PERFORM OPEN-SESSION THRU OPEN-SESSION-EXIT
               WHEN 4
                   PERFORM CLOSE-SESSION THRU CLOSE-SESSION-EXIT
               WHEN 5
                   PERFORM STOP-REPORT THRU STOP-REPORT-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       MAINTAIN-STOP.
           DISPLAY "Stop ID: "
           ACCEPT WS-STOP-RAW
           MOVE FUNCTION TRIM(WS-STOP-RAW) TO WS-STOP-ID
           IF WS-STOP-ID = SPACES
               GO TO MAINTAIN-STOP-EXIT
           END-IF
           PERFORM FIND-STOP
           IF SP-MATCH-IDX > 0
               DISPLAY "Updating "
                   FUNCTION TRIM(SP-VILLAGE(SP-MATCH-IDX))
                   " -- first visit " SP-FIRST(SP-MATCH-IDX)
                   ", every " SP-INTERVAL(SP-MATCH-IDX) " days, "
                   FUNCTION TRIM(SP-STATUS(SP-MATCH-IDX))
           END-IF
           DISPLAY "Village: "
           MOVE SPACES TO WS-VILLAGE-RAW
           ACCEPT WS-VILLAGE-RAW
           INSPECT WS-VILLAGE-RAW REPLACING ALL "," BY " "
           IF WS-VILLAGE-RAW = SPACES
               DISPLAY "A village name is required."
               GO TO MAINTAIN-STOP-EXIT
           END-IF
           DISPLAY "First visit date (MM/DD/YYYY): "
           ACCEPT WS-FIRST-RAW
           MOVE FUNCTION TRIM(WS-FIRST-RAW) TO WS-FIRST
           MOVE WS-FIRST TO WS-DATE-WORK
           PERFORM CHECK-DATE-FORMAT
           IF WS-DATE-OK NOT = 'Y'
               DISPLAY "Date must be MM/DD/YYYY."
               GO TO MAINTAIN-STOP-EXIT
           END-IF
           DISPLAY "Days between visits (blank = 14): "
           MOVE SPACES TO WS-INTERVAL-RAW
           ACCEPT WS-INTERVAL-RAW
           MOVE 14 TO WS-INTERVAL
           IF FUNCTION TRIM(WS-INTERVAL-RAW) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INTERVAL-RAW) TO WS-INTERVAL
           END-IF
           IF WS-INTERVAL = 0
               MOVE 14 TO WS-INTERVAL
           END-IF
           DISPLAY "Arrival time (HHMM): "
           MOVE SPACES TO WS-ARRIVE-RAW
           ACCEPT WS-ARRIVE-RAW
           DISPLAY "Status (ACTIVE/DROPPED, blank = ACTIVE): "
           MOVE SPACES TO WS-STATUS-RAW
           ACCEPT WS-STATUS-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-STATUS-RAW))
               TO WS-STATUS-RAW
           IF WS-STATUS-RAW NOT = "DROPPED"
               MOVE "ACTIVE" TO WS-STATUS-RAW
           END-IF

           IF SP-MATCH-IDX = 0
               IF SP-TOTAL >= 50
                   DISPLAY "Stop file is full."
                   GO TO MAINTAIN-STOP-EXIT
               END-IF
               ADD 1 TO SP-TOTAL
               MOVE SP-TOTAL TO SP-MATCH-IDX
               MOVE WS-STOP-ID TO SP-ID(SP-MATCH-IDX)
           END-IF
           MOVE WS-VILLAGE-RAW TO SP-VILLAGE(SP-MATCH-IDX)
           MOVE WS-FIRST TO SP-FIRST(SP-MATCH-IDX)
           MOVE WS-INTERVAL TO SP-INTERVAL(SP-MATCH-IDX)
           MOVE FUNCTION TRIM(WS-ARRIVE-RAW) TO SP-ARRIVE(SP-MATCH-IDX)
           MOVE WS-STATUS-RAW TO SP-STATUS(SP-MATCH-IDX)
           PERFORM SAVE-STOP-TABLE
           DISPLAY "Stop " WS-STOP-ID " saved.".
       MAINTAIN-STOP-EXIT.
           EXIT.

      * Every visit of every ACTIVE stop over the next N days, in date
      * order (day by day, stops in file order within a day).
       PRINT-SCHEDULE.
           DISPLAY "Days ahead (blank = 28): "
           MOVE SPACES TO WS-DAYS-RAW
           ACCEPT WS-DAYS-RAW
           MOVE 28 TO WS-DAYS
           IF FUNCTION TRIM(WS-DAYS-RAW) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DAYS-RAW) TO WS-DAYS
           END-IF
           DISPLAY " "
           DISPLAY "BOOKMOBILE SCHEDULE FROM " TODAY-MMDDYYYY
           DISPLAY HEADER-LINE
           MOVE 0 TO CNT-SHOWN
           COMPUTE WS-PROBE-END = TODAY-INT + WS-DAYS
           PERFORM VARYING WS-PROBE-INT FROM TODAY-INT BY 1
                   UNTIL WS-PROBE-INT > WS-PROBE-END
               COMPUTE WS-PROBE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
               MOVE SPACES TO WS-PROBE-DISP
               STRING WS-PROBE-DATE(5:2) DELIMITED BY SIZE "/"
                      WS-PROBE-DATE(7:2) DELIMITED BY SIZE "/"
                      WS-PROBE-DATE(1:4) DELIMITED BY SIZE
                   INTO WS-PROBE-DISP
               PERFORM VARYING SP-IDX FROM 1 BY 1
                       UNTIL SP-IDX > SP-TOTAL
                   IF FUNCTION TRIM(SP-STATUS(SP-IDX)) = "ACTIVE" AND
                      SP-FIRST-INT(SP-IDX) > 0 AND
                      WS-PROBE-INT >= SP-FIRST-INT(SP-IDX)
                       IF FUNCTION MOD(WS-PROBE-INT -
                              SP-FIRST-INT(SP-IDX),
                              SP-INTERVAL(SP-IDX)) = 0
                           PERFORM CHECK-MOBILE-CLOSED
                           IF CLOSURE-HIT = 'Y'
                               DISPLAY WS-PROBE-DISP " " SP-ID(SP-IDX)
                                   " " SP-VILLAGE(SP-IDX)
                                   " -- NO VISIT (closed)"
                           ELSE
                               DISPLAY WS-PROBE-DISP " " SP-ID(SP-IDX)
                                   " " SP-VILLAGE(SP-IDX) " "
                                   SP-ARRIVE(SP-IDX)
                           END-IF
                           ADD 1 TO CNT-SHOWN
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           DISPLAY HEADER-LINE
           IF CNT-SHOWN = 0
               DISPLAY "No visits scheduled in that window."
           END-IF.
       PRINT-SCHEDULE-EXIT.
           EXIT.

      * One open stop per operator; opening a new one replaces the
      * operator's old row and drops any left over from earlier days.
       OPEN-SESSION.
           IF WS-OPERATOR-ID-L = SPACES
               DISPLAY "No operator signed in."
               GO TO OPEN-SESSION-EXIT
           END-IF
           DISPLAY "Stop ID the van is at: "
           ACCEPT WS-STOP-RAW
           MOVE FUNCTION TRIM(WS-STOP-RAW) TO WS-STOP-ID
           PERFORM FIND-STOP
           IF SP-MATCH-IDX = 0
               DISPLAY "No such stop."
               GO TO OPEN-SESSION-EXIT
           END-IF
           IF FUNCTION TRIM(SP-STATUS(SP-MATCH-IDX)) NOT = "ACTIVE"
               DISPLAY "That stop has been dropped from the route."
               GO TO OPEN-SESSION-EXIT
           END-IF
           MOVE 'N' TO WS-VISIT-TODAY
           IF SP-FIRST-INT(SP-MATCH-IDX) > 0 AND
              TODAY-INT >= SP-FIRST-INT(SP-MATCH-IDX)
               IF FUNCTION MOD(TODAY-INT - SP-FIRST-INT(SP-MATCH-IDX),
                      SP-INTERVAL(SP-MATCH-IDX)) = 0
                   MOVE 'Y' TO WS-VISIT-TODAY
               END-IF
           END-IF
           IF WS-VISIT-TODAY NOT = 'Y'
               DISPLAY "Today is not a scheduled visit for "
                   FUNCTION TRIM(SP-VILLAGE(SP-MATCH-IDX))
                   " -- open the session anyway (Y/N)? "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
                   GO TO OPEN-SESSION-EXIT
               END-IF
           END-IF

           PERFORM DROP-MY-SESSION
           IF SS-TOTAL >= 50
               DISPLAY "Session file is full."
               GO TO OPEN-SESSION-EXIT
           END-IF
           ADD 1 TO SS-TOTAL
           MOVE WS-OPERATOR-ID-L TO SS-OPERATOR(SS-TOTAL)
           MOVE WS-STOP-ID TO SS-STOP(SS-TOTAL)
           MOVE TODAY-MMDDYYYY TO SS-DATE(SS-TOTAL)
           PERFORM SAVE-SESSION-TABLE
           DISPLAY "Stop session open at "
               FUNCTION TRIM(SP-VILLAGE(SP-MATCH-IDX))
               ". Your check-outs today are bookmobile loans until "
               "you close it.".
       OPEN-SESSION-EXIT.
           EXIT.

       CLOSE-SESSION.
           MOVE 0 TO SS-MATCH-IDX
           PERFORM VARYING SS-IDX FROM 1 BY 1 UNTIL SS-IDX > SS-TOTAL
               IF SS-OPERATOR(SS-IDX) = WS-OPERATOR-ID-L
                   MOVE SS-IDX TO SS-MATCH-IDX
               END-IF
           END-PERFORM
           IF SS-MATCH-IDX = 0
               DISPLAY "You have no stop session open."
               GO TO CLOSE-SESSION-EXIT
           END-IF
           PERFORM DROP-MY-SESSION
           PERFORM SAVE-SESSION-TABLE
           DISPLAY "Stop session closed -- check-outs are branch "
               "loans again.".
       CLOSE-SESSION-EXIT.
           EXIT.

      * Removes this operator's row and any stale (not today) rows
      * from the in-memory session table.
       DROP-MY-SESSION.
           MOVE 0 TO SS-MATCH-IDX
           PERFORM VARYING SS-IDX FROM 1 BY 1 UNTIL SS-IDX > SS-TOTAL
               IF SS-OPERATOR(SS-IDX) NOT = WS-OPERATOR-ID-L AND
                  SS-DATE(SS-IDX) = TODAY-MMDDYYYY
                   ADD 1 TO SS-MATCH-IDX
                   MOVE SESSION-ENTRY(SS-IDX)
                       TO SESSION-ENTRY(SS-MATCH-IDX)
               END-IF
           END-PERFORM
           MOVE SS-MATCH-IDX TO SS-TOTAL.

      * Loans, distinct borrowers and registrations per stop between
      * two dates, with the visits the van made in that window.
       STOP-REPORT.
           DISPLAY "From date (MM/DD/YYYY): "
           ACCEPT WS-FROM-RAW
           MOVE FUNCTION TRIM(WS-FROM-RAW) TO WS-DATE-WORK
           PERFORM CHECK-DATE-FORMAT
           IF WS-DATE-OK NOT = 'Y'
               DISPLAY "Date must be MM/DD/YYYY."
               GO TO STOP-REPORT-EXIT
           END-IF
           MOVE WS-DATE-NUM TO WS-FROM-NUM
           DISPLAY "To date (MM/DD/YYYY, blank = today): "
           MOVE SPACES TO WS-TO-RAW
           ACCEPT WS-TO-RAW
           IF FUNCTION TRIM(WS-TO-RAW) = SPACES
               MOVE TODAY-MMDDYYYY TO WS-TO-RAW
           END-IF
           MOVE FUNCTION TRIM(WS-TO-RAW) TO WS-DATE-WORK
           PERFORM CHECK-DATE-FORMAT
           IF WS-DATE-OK NOT = 'Y'
               DISPLAY "Date must be MM/DD/YYYY."
               GO TO STOP-REPORT-EXIT
           END-IF
           MOVE WS-DATE-NUM TO WS-TO-NUM
           IF WS-TO-NUM < WS-FROM-NUM
               DISPLAY "The to date is before the from date."
               GO TO STOP-REPORT-EXIT
           END-IF
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-NUM)
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-NUM)

           MOVE 0 TO BW-TOTAL
           PERFORM VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > SP-TOTAL
               MOVE 0 TO SP-LOANS(SP-IDX)
               MOVE 0 TO SP-BORROWERS(SP-IDX)
               MOVE 0 TO SP-NEW-MEMBERS(SP-IDX)
               PERFORM COUNT-STOP-VISITS
           END-PERFORM
           PERFORM COUNT-STOP-LOANS
           PERFORM COUNT-STOP-MEMBERS

           DISPLAY " "
           DISPLAY "BOOKMOBILE STOPS " WS-FROM-RAW " TO " WS-TO-RAW
           DISPLAY HEADER-LINE
           DISPLAY "STOP  VILLAGE                 VISITS LOANS "
               "BORROWERS NEW-MEMBERS LOANS/VISIT"
           DISPLAY HEADER-LINE
           PERFORM VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > SP-TOTAL
               MOVE 0 TO WS-LOANS-PER-VISIT
               IF SP-VISITS(SP-IDX) > 0
                   COMPUTE WS-LOANS-PER-VISIT ROUNDED =
                       SP-LOANS(SP-IDX) / SP-VISITS(SP-IDX)
               END-IF
               MOVE WS-LOANS-PER-VISIT TO WS-LOANS-PER-VISIT-D
               DISPLAY SP-ID(SP-IDX) " " SP-VILLAGE(SP-IDX)(1:23) " "
                   SP-VISITS(SP-IDX) "    " SP-LOANS(SP-IDX) " "
                   SP-BORROWERS(SP-IDX) "     "
                   SP-NEW-MEMBERS(SP-IDX) "       "
                   WS-LOANS-PER-VISIT-D " "
                   FUNCTION TRIM(SP-STATUS(SP-IDX))
           END-PERFORM
           DISPLAY HEADER-LINE.
       STOP-REPORT-EXIT.
           EXIT.

      * Scheduled, not-closed visits of stop SP-IDX inside the range.
       COUNT-STOP-VISITS.
           MOVE 0 TO SP-VISITS(SP-IDX)
           PERFORM VARYING WS-PROBE-INT FROM SP-FIRST-INT(SP-IDX)
                   BY SP-INTERVAL(SP-IDX)
                   UNTIL WS-PROBE-INT > WS-TO-INT OR
                         SP-FIRST-INT(SP-IDX) = 0
               IF WS-PROBE-INT >= WS-FROM-INT
                   PERFORM CHECK-MOBILE-CLOSED
                   IF CLOSURE-HIT = 'N'
                       ADD 1 TO SP-VISITS(SP-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       COUNT-STOP-LOANS.
           MOVE 'N' TO FILE-END
           OPEN INPUT MOBILE-LOAN-FILE
           IF MOBILE-LOAN-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ MOBILE-LOAN-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING MOBILE-LOAN-REC DELIMITED BY ","
                           INTO ML-TRAN-F, ML-STOP-F, ML-DATE-F,
                                ML-MEMBER-F, ML-BOOK-F
                       MOVE ML-STOP-F TO WS-STOP-ID
                       PERFORM FIND-STOP
                       MOVE ML-DATE-F TO WS-DATE-WORK
                       PERFORM CHECK-DATE-FORMAT
                       IF SP-MATCH-IDX > 0 AND WS-DATE-OK = 'Y' AND
                          WS-DATE-NUM >= WS-FROM-NUM AND
                          WS-DATE-NUM <= WS-TO-NUM
                           ADD 1 TO SP-LOANS(SP-MATCH-IDX)
                           PERFORM COUNT-DISTINCT-BORROWER
                       END-IF
               END-READ
           END-PERFORM
           IF MOBILE-LOAN-STATUS = "00" OR MOBILE-LOAN-STATUS = "10"
               CLOSE MOBILE-LOAN-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       COUNT-DISTINCT-BORROWER.
           MOVE 'N' TO WS-SEEN
           PERFORM VARYING BW-IDX FROM 1 BY 1
                   UNTIL BW-IDX > BW-TOTAL OR WS-SEEN = 'Y'
               IF BW-SPIDX(BW-IDX) = SP-MATCH-IDX AND
                  BW-MEMBER(BW-IDX) = ML-MEMBER-F
                   MOVE 'Y' TO WS-SEEN
               END-IF
           END-PERFORM
           IF WS-SEEN = 'N' AND BW-TOTAL < 2000
               ADD 1 TO BW-TOTAL
               MOVE SP-MATCH-IDX TO BW-SPIDX(BW-TOTAL)
               MOVE ML-MEMBER-F TO BW-MEMBER(BW-TOTAL)
               ADD 1 TO SP-BORROWERS(SP-MATCH-IDX)
           END-IF.

       COUNT-STOP-MEMBERS.
           MOVE 'N' TO FILE-END
           OPEN INPUT MOBILE-MEMBER-FILE
           IF MOBILE-MEMBER-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ MOBILE-MEMBER-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING MOBILE-MEMBER-REC DELIMITED BY ","
                           INTO ML-MEMBER-F, ML-STOP-F, ML-DATE-F
                       MOVE ML-STOP-F TO WS-STOP-ID
                       PERFORM FIND-STOP
                       MOVE ML-DATE-F TO WS-DATE-WORK
                       PERFORM CHECK-DATE-FORMAT
                       IF SP-MATCH-IDX > 0 AND WS-DATE-OK = 'Y' AND
                          WS-DATE-NUM >= WS-FROM-NUM AND
                          WS-DATE-NUM <= WS-TO-NUM
                           ADD 1 TO SP-NEW-MEMBERS(SP-MATCH-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF MOBILE-MEMBER-STATUS = "00" OR
              MOBILE-MEMBER-STATUS = "10"
               CLOSE MOBILE-MEMBER-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Is WS-PROBE-INT a closures.csv day for the van (branch MOBILE
      * or a library-wide closure)?
       CHECK-MOBILE-CLOSED.
           MOVE 'N' TO CLOSURE-HIT
           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > CL-TOTAL
               IF CL-DATE-INT(CL-IDX) = WS-PROBE-INT
                   MOVE 'Y' TO CLOSURE-HIT
               END-IF
           END-PERFORM.

      * WS-DATE-WORK (MM/DD/YYYY) -> WS-DATE-NUM (YYYYMMDD).
       CHECK-DATE-FORMAT.
           MOVE 'N' TO WS-DATE-OK
           MOVE 0 TO WS-DATE-NUM
           IF WS-DATE-WORK(3:1) = "/" AND WS-DATE-WORK(6:1) = "/" AND
              WS-DATE-WORK(1:2) IS NUMERIC AND
              WS-DATE-WORK(4:2) IS NUMERIC AND
              WS-DATE-WORK(7:4) IS NUMERIC
               STRING WS-DATE-WORK(7:4) DELIMITED BY SIZE
                      WS-DATE-WORK(1:2) DELIMITED BY SIZE
                      WS-DATE-WORK(4:2) DELIMITED BY SIZE
                   INTO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                   MOVE 'Y' TO WS-DATE-OK
               END-IF
           END-IF.

       FIND-STOP.
           MOVE 0 TO SP-MATCH-IDX
           PERFORM VARYING SP-IDX FROM 1 BY 1
                   UNTIL SP-IDX > SP-TOTAL OR SP-MATCH-IDX > 0
               IF SP-ID(SP-IDX) = WS-STOP-ID
                   MOVE SP-IDX TO SP-MATCH-IDX
               END-IF
           END-PERFORM.

       LOAD-STOP-TABLE.
           MOVE 0 TO SP-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT STOP-FILE
           IF STOP-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ STOP-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO SF-INTERVAL-F SF-ARRIVE-F
                           SF-STATUS-F
                       UNSTRING STOP-REC DELIMITED BY ","
                           INTO SF-ID-F, SF-VILLAGE-F, SF-FIRST-F,
                                SF-INTERVAL-F, SF-ARRIVE-F, SF-STATUS-F
                       IF SP-TOTAL < 50
                           ADD 1 TO SP-TOTAL
                           MOVE SF-ID-F TO SP-ID(SP-TOTAL)
                           MOVE SF-VILLAGE-F TO SP-VILLAGE(SP-TOTAL)
                           MOVE SF-FIRST-F TO SP-FIRST(SP-TOTAL)
                           MOVE 14 TO SP-INTERVAL(SP-TOTAL)
                           IF FUNCTION TRIM(SF-INTERVAL-F) IS NUMERIC
                               MOVE FUNCTION NUMVAL(SF-INTERVAL-F)
                                   TO SP-INTERVAL(SP-TOTAL)
                           END-IF
                           IF SP-INTERVAL(SP-TOTAL) = 0
                               MOVE 14 TO SP-INTERVAL(SP-TOTAL)
                           END-IF
                           MOVE SF-ARRIVE-F TO SP-ARRIVE(SP-TOTAL)
                           MOVE SF-STATUS-F TO SP-STATUS(SP-TOTAL)
                           IF SF-STATUS-F = SPACES
                               MOVE "ACTIVE" TO SP-STATUS(SP-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF STOP-STATUS = "00" OR STOP-STATUS = "10"
               CLOSE STOP-FILE
           END-IF
           MOVE 'N' TO FILE-END
           PERFORM VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > SP-TOTAL
               MOVE 0 TO SP-FIRST-INT(SP-IDX)
               MOVE SP-FIRST(SP-IDX) TO WS-DATE-WORK
               PERFORM CHECK-DATE-FORMAT
               IF WS-DATE-OK = 'Y'
                   COMPUTE SP-FIRST-INT(SP-IDX) =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               END-IF
           END-PERFORM.

       SAVE-STOP-TABLE.
           OPEN OUTPUT STOP-TMP-FILE
           PERFORM VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > SP-TOTAL
               MOVE SPACES TO STOP-TMP-REC
               STRING FUNCTION TRIM(SP-ID(SP-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SP-VILLAGE(SP-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SP-FIRST(SP-IDX))
                          DELIMITED BY SIZE ","
                      SP-INTERVAL(SP-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(SP-ARRIVE(SP-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SP-STATUS(SP-IDX))
                          DELIMITED BY SIZE
                   INTO STOP-TMP-REC
               WRITE STOP-TMP-REC
           END-PERFORM
           CLOSE STOP-TMP-FILE
           CALL "CBL_RENAME_FILE" USING STOP-TMP-PATH STOP-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL.

      * Only closures that stop the van matter here -- rows for
      * branch MOBILE and library-wide rows with no branch.
       LOAD-MOBILE-CLOSURES.
           MOVE 0 TO CL-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT CLOSURE-FILE
           IF CLOSURE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ CLOSURE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO CL-BRANCH-RAW
                       UNSTRING CLOSURE-REC DELIMITED BY ","
                           INTO CL-DATE-RAW, CL-DESC-RAW,
                                CL-BRANCH-RAW
                       MOVE CL-DATE-RAW TO WS-DATE-WORK
                       PERFORM CHECK-DATE-FORMAT
                       IF WS-DATE-OK = 'Y' AND CL-TOTAL < 100 AND
                          (CL-BRANCH-RAW = SPACES OR
                           FUNCTION TRIM(CL-BRANCH-RAW) = "MOBILE")
                           ADD 1 TO CL-TOTAL
                           COMPUTE CL-DATE-INT(CL-TOTAL) =
                               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                       END-IF
               END-READ
           END-PERFORM
           IF CLOSURE-STATUS = "00" OR CLOSURE-STATUS = "10"
               CLOSE CLOSURE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-SESSION-TABLE.
           MOVE 0 TO SS-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT SESSION-FILE
           IF SESSION-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SESSION-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF SS-TOTAL < 50
                           ADD 1 TO SS-TOTAL
                           MOVE SPACES TO SS-DATE(SS-TOTAL)
                           UNSTRING SESSION-REC DELIMITED BY ","
                               INTO SS-OPERATOR(SS-TOTAL),
                                    SS-STOP(SS-TOTAL),
                                    SS-DATE(SS-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF SESSION-STATUS = "00" OR SESSION-STATUS = "10"
               CLOSE SESSION-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SAVE-SESSION-TABLE.
           OPEN OUTPUT SESSION-TMP-FILE
           PERFORM VARYING SS-IDX FROM 1 BY 1 UNTIL SS-IDX > SS-TOTAL
               MOVE SPACES TO SESSION-TMP-REC
               STRING FUNCTION TRIM(SS-OPERATOR(SS-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SS-STOP(SS-IDX))
                          DELIMITED BY SIZE ","
                      SS-DATE(SS-IDX) DELIMITED BY SIZE
                   INTO SESSION-TMP-REC
               WRITE SESSION-TMP-REC
           END-PERFORM
           CLOSE SESSION-TMP-FILE
           CALL "CBL_RENAME_FILE" USING SESSION-TMP-PATH
               SESSION-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL.

       END PROGRAM Bookmobile.
