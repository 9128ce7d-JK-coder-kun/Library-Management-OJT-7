      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Desk staffing rota and its coverage against traffic.
      *          ../desk-rota.csv holds the weekly pattern, one row
      *          per operator per hour: weekday (MON..SUN),hour (00-
      *          23),branch,desk,staff_id -- the staff_id a staff.csv
      *          operator, on one desk only in any one hour. A manager
      *          keys it a shift at a time (from-hour to to-hour).
      *          The coverage report averages desk transactions per
      *          weekday and hour over the last few weeks -- checkouts
      *          and returns from log.csv (fields 12 and 14, as
      *          TrafficReport.cbl counts them) and its archive
      *          snapshots, and payments from fine-receipts.csv and
      *          sundry-receipts.csv (their time paid fields) -- and
      *          sets it beside the operators rostered in that hour.
      *          Only transactions stamped with a staff.csv operator
      *          count, so self-check, locker and kiosk traffic does
      *          not ask for desk cover. An hour whose average is
      *          beyond what the rostered staff handle at the rate
      *          keyed (transactions per operator hour) is UNDER; one
      *          that a person fewer could still handle, or that is
      *          staffed with nothing to do, is OVER. Each rostered
      *          operator's own transactions are then set against
      *          their rostered hours over the same weeks.
      *          A loan counts at its book's home branch; a payment at
      *          the branch its operator was rostered at in that hour.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeskRota.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROTA-FILE ASSIGN TO "../desk-rota.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROTA-STATUS.
           SELECT ROTA-TMP-FILE ASSIGN TO "../desk-rota.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STAFF-FILE ASSIGN TO "../staff.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAFF-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT FINE-RCPT-FILE ASSIGN TO "../fine-receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINE-RCPT-STATUS.
           SELECT SUNDRY-FILE ASSIGN TO "../sundry-receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUNDRY-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROTA-FILE.
       01  ROTA-REC           PIC X(60).
       FD  ROTA-TMP-FILE.
       01  ROTA-TMP-REC       PIC X(60).
       FD  STAFF-FILE.
       01  STAFF-REC          PIC X(100).
       FD  LOG-FILE.
       01  LOG-REC            PIC X(200).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC        PIC X(200).
       FD  FINE-RCPT-FILE.
       01  FINE-RCPT-REC      PIC X(200).
       FD  SUNDRY-FILE.
       01  SUNDRY-REC         PIC X(150).
       FD  BOOK-FILE.
       01  BOOK-REC           PIC X(200).

       WORKING-STORAGE SECTION.
       01  ROTA-STATUS        PIC XX.
       01  STAFF-STATUS       PIC XX.
       01  LOG-STATUS         PIC XX.
       01  ARCHIVE-STATUS     PIC XX.
       01  FINE-RCPT-STATUS   PIC XX.
       01  SUNDRY-STATUS      PIC XX.
       01  BOOK-STATUS        PIC XX.
       01  RENAME-STATUS      PIC S9(9) COMP-5.
       01  FILE-END           PIC X VALUE 'N'.

       01  ROTA-REAL-PATH     PIC X(30) VALUE "../desk-rota.csv".
       01  ROTA-TMP-PATH      PIC X(30) VALUE "../desk-rota.csv.tmp".
       01  ARCHIVE-PATH       PIC X(40).

       01  WS-MENU-CHOICE     PIC 9.
       01  WS-INPUT-RAW       PIC X(20).
       01  WS-STAFF-ID        PIC X(5).
       01  WS-BRANCH          PIC X(10).
       01  WS-BRANCH-FILTER   PIC X(10).
       01  WS-DESK            PIC X(8).
       01  WS-DAY-NAME        PIC X(3).
       01  WS-DOW             PIC 9.
       01  WS-FROM-HOUR       PIC 9(2).
       01  WS-TO-HOUR         PIC 9(2).
       01  WS-HOUR            PIC 9(2).
       01  WS-HOUR-1          PIC 9(2).
       01  WS-INPUT-OK        PIC X VALUE 'N'.
       01  CNT-CHANGED        PIC 9(4) VALUE 0.
       01  CNT-CLASH          PIC 9(4) VALUE 0.

       01  DAY-NAME-LIST      PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01  DAY-NAME-TABLE REDEFINES DAY-NAME-LIST.
           05  DAY-NAME       PIC X(3) OCCURS 7 TIMES.

      * The rota, one entry per operator hour.
       01  ROTA-TABLE.
           05 ROTA-ENTRY OCCURS 2000 TIMES.
              10  RT-DOW      PIC 9.
              10  RT-HOUR     PIC 9(2).
              10  RT-BRANCH   PIC X(10).
              10  RT-DESK     PIC X(8).
              10  RT-STAFF    PIC X(5).
       01  RT-TOTAL           PIC 9(4) VALUE 0.
       01  RT-IDX             PIC 9(4).
       01  RT-KEEP            PIC 9(4).
       01  RT-MATCH-IDX       PIC 9(4).
       01  RT-DAY-F           PIC X(3).
       01  RT-HOUR-F          PIC X(2).
       01  RT-BRANCH-F        PIC X(10).
       01  RT-DESK-F          PIC X(8).
       01  RT-STAFF-F         PIC X(5).

      * staff.csv: id,name,pin,role,status -- the operators whose
      * transactions count as desk work.
       01  STAFF-TABLE.
           05 STAFF-ENTRY OCCURS 200 TIMES.
              10  SF-ID       PIC X(5).
              10  SF-NAME     PIC X(30).
              10  SF-STATUS   PIC X(10).
              10  SF-ROTA-HRS PIC 9(4).
              10  SF-TXN      PIC 9(7).
              10  SF-TXN-ROTA PIC 9(7).
       01  SF-TOTAL           PIC 9(3) VALUE 0.
       01  SF-IDX             PIC 9(3).
       01  SF-MATCH-IDX       PIC 9(3).
       01  SF-PIN-F           PIC X(6).
       01  SF-ROLE-F          PIC X(10).

      * Coverage by weekday and hour.
       01  COVER-TABLE.
           05 CV-DAY OCCURS 7 TIMES.
              10  CV-HOUR OCCURS 24 TIMES.
                  15  CV-STAFF    PIC 9(3).
                  15  CV-TXN      PIC 9(7).
       01  CV-AVG             PIC 9(5)V9.
       01  CV-PER-OP          PIC 9(5)V9.
       01  CV-FLAG            PIC X(16).
       01  CV-CAP-LESS-ONE    PIC 9(6).
       01  CV-AVG-OUT         PIC ZZZZ9.9.
       01  CV-PER-OP-OUT      PIC ZZZZ9.9.
       01  CV-STAFF-OUT       PIC ZZ9.
       01  CNT-UNDER          PIC 9(4) VALUE 0.
       01  CNT-OVER           PIC 9(4) VALUE 0.
       01  TOT-OP-HOURS       PIC 9(7) VALUE 0.
       01  TOT-TXN-ROTA       PIC 9(7) VALUE 0.
       01  TOT-TXN-OFF        PIC 9(7) VALUE 0.
       01  TOT-PER-OP         PIC 9(5)V99.
       01  TOT-PER-OP-OUT     PIC ZZZZ9.99.
       01  SF-HRS-OUT         PIC ZZZ9.
       01  SF-TXN-OUT         PIC ZZZZZZ9.
       01  SF-ROTA-OUT        PIC ZZZZZZ9.

       01  WS-WEEKS           PIC 9(2) VALUE 8.
       01  WS-RATE            PIC 9(3) VALUE 20.
       01  TODAY              PIC 9(8).
       01  TODAY-INT          PIC 9(8).
       01  WINDOW-START-INT   PIC 9(8).
       01  WINDOW-END-INT     PIC 9(8).
       01  WS-PROBE-INT       PIC 9(8).
       01  WS-PROBE-DATE      PIC 9(8).

      * One transaction being counted.
       01  EV-DATE-NUM        PIC 9(8).
       01  EV-DATE-INT        PIC 9(8).
       01  EV-TIME            PIC X(4).
       01  EV-STAFF           PIC X(5).
       01  EV-BOOK            PIC X(5).
       01  EV-BRANCH          PIC X(10).
       01  EV-DOW             PIC 9.
       01  EV-ON-ROTA         PIC X VALUE 'N'.

      * log.csv, as TrafficReport.cbl reads it.
       01  F-ID               PIC X(5).
       01  F-MID              PIC X(5).
       01  F-BID              PIC X(5).
       01  F-SDT              PIC X(10).
       01  F-EDT              PIC X(10).
       01  F-DUE              PIC X(3).
       01  F-RDT              PIC X(10).
       01  F-CPID             PIC X(8).
       01  F-CKST             PIC X(5).
       01  F-RTST             PIC X(5).
       01  F-RENEW            PIC X(2).
       01  F-CKTIME           PIC X(4).
       01  F-DUETIME          PIC X(4).
       01  F-RTTIME           PIC X(4).

      * fine-receipts.csv: fine,member,amount,payment,paid_to_date,
      * balance,flag,date,source,reference,operator,time
       01  FN-SKIP-F          PIC X(20).
       01  FN-DATE-F          PIC X(10).
       01  FN-OPERATOR-F      PIC X(5).
       01  FN-TIME-F          PIC X(4).

      * sundry-receipts.csv: receipt,items,member,total,date,method,
      * reference,operator,time
       01  SR-SKIP-F          PIC X(20).
       01  SR-DATE-F          PIC X(10).
       01  SR-OPERATOR-F      PIC X(5).
       01  SR-TIME-F          PIC X(4).

       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 500 TIMES.
              10  BK-ID       PIC X(5).
              10  BK-BRANCH   PIC X(10).
       01  BK-TOTAL           PIC 9(3) VALUE 0.
       01  BK-IDX             PIC 9(3).
       01  BK-SKIP-F          PIC X(30).

       01  HEADER-LINE        PIC X(65) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       01 WS-OPERATOR-ROLE-L PIC X(10).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L,
           WS-OPERATOR-ROLE-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*      Desk Staffing Rota                 *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Add a shift to the rota"
           DISPLAY "2. Remove a shift from the rota"
           DISPLAY "3. Show the rota"
           DISPLAY "4. Coverage against hourly traffic"
           DISPLAY "5. Exit"
           DISPLAY "Enter your choice (1-5): "
           ACCEPT WS-MENU-CHOICE
           PERFORM LOAD-STAFF-TABLE
           PERFORM LOAD-ROTA-TABLE
           EVALUATE WS-MENU-CHOICE
               WHEN 1
               WHEN 2
                   IF FUNCTION TRIM(WS-OPERATOR-ROLE-L) NOT = "MANAGER"
                       DISPLAY "Manager role required to change the "
                           "rota."
                   ELSE
                       PERFORM CHANGE-SHIFT THRU CHANGE-SHIFT-EXIT
                   END-IF
               WHEN 3
                   PERFORM SHOW-ROTA
               WHEN 4
                   PERFORM COVERAGE-REPORT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

      * A shift is one operator on one desk for a run of whole hours
      * on one weekday; adding it writes a row per hour, removing it
      * drops that operator's rows in those hours, whatever desk.
       CHANGE-SHIFT.
           DISPLAY "Staff ID: "
           ACCEPT WS-INPUT-RAW
           MOVE FUNCTION TRIM(WS-INPUT-RAW) TO WS-STAFF-ID
           PERFORM FIND-STAFF
           IF SF-MATCH-IDX = 0
               DISPLAY "No such operator on staff.csv."
               GO TO CHANGE-SHIFT-EXIT
           END-IF
           IF WS-MENU-CHOICE = 1 AND
              FUNCTION TRIM(SF-STATUS(SF-MATCH-IDX)) = "INACTIVE"
               DISPLAY "Operator " WS-STAFF-ID " is INACTIVE."
               GO TO CHANGE-SHIFT-EXIT
           END-IF

           DISPLAY "Weekday (MON TUE WED THU FRI SAT SUN): "
           ACCEPT WS-INPUT-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INPUT-RAW))
               TO WS-DAY-NAME
           MOVE 0 TO WS-DOW
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > 7
               IF DAY-NAME(RT-IDX) = WS-DAY-NAME
                   MOVE RT-IDX TO WS-DOW
               END-IF
           END-PERFORM
           IF WS-DOW = 0
               DISPLAY "Not a weekday."
               GO TO CHANGE-SHIFT-EXIT
           END-IF

           DISPLAY "From hour (00-23): "
           ACCEPT WS-INPUT-RAW
           PERFORM PARSE-HOUR
           IF WS-INPUT-OK NOT = 'Y' OR WS-HOUR > 23
               DISPLAY "Hours are 00 to 23."
               GO TO CHANGE-SHIFT-EXIT
           END-IF
           MOVE WS-HOUR TO WS-FROM-HOUR
           DISPLAY "To hour, not included (01-24): "
           ACCEPT WS-INPUT-RAW
           PERFORM PARSE-HOUR
           IF WS-INPUT-OK NOT = 'Y' OR WS-HOUR > 24 OR
              WS-HOUR NOT > WS-FROM-HOUR
               DISPLAY "The shift must end after it starts, by 24."
               GO TO CHANGE-SHIFT-EXIT
           END-IF
           MOVE WS-HOUR TO WS-TO-HOUR

           MOVE 0 TO CNT-CHANGED
           MOVE 0 TO CNT-CLASH
           IF WS-MENU-CHOICE = 1
               DISPLAY "Branch (ENTER = MAIN): "
               ACCEPT WS-INPUT-RAW
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INPUT-RAW))
                   TO WS-BRANCH
               IF WS-BRANCH = SPACES
                   MOVE "MAIN" TO WS-BRANCH
               END-IF
               DISPLAY "Desk (ENTER = CIRC): "
               ACCEPT WS-INPUT-RAW
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INPUT-RAW))
                   TO WS-DESK
               IF WS-DESK = SPACES
                   MOVE "CIRC" TO WS-DESK
               END-IF
               PERFORM VARYING WS-HOUR FROM WS-FROM-HOUR BY 1
                       UNTIL WS-HOUR >= WS-TO-HOUR
                   PERFORM ADD-ONE-ROTA-HOUR
               END-PERFORM
               DISPLAY CNT-CHANGED " hour(s) added for "
                   WS-STAFF-ID " on " WS-DAY-NAME "."
               IF CNT-CLASH > 0
                   DISPLAY CNT-CLASH " hour(s) skipped -- already "
                       "rostered then."
               END-IF
           ELSE
               MOVE 0 TO RT-KEEP
               PERFORM VARYING RT-IDX FROM 1 BY 1
                       UNTIL RT-IDX > RT-TOTAL
                   IF RT-STAFF(RT-IDX) = WS-STAFF-ID AND
                      RT-DOW(RT-IDX) = WS-DOW AND
                      RT-HOUR(RT-IDX) >= WS-FROM-HOUR AND
                      RT-HOUR(RT-IDX) < WS-TO-HOUR
                       ADD 1 TO CNT-CHANGED
                   ELSE
                       ADD 1 TO RT-KEEP
                       MOVE ROTA-ENTRY(RT-IDX) TO ROTA-ENTRY(RT-KEEP)
                   END-IF
               END-PERFORM
               MOVE RT-KEEP TO RT-TOTAL
               DISPLAY CNT-CHANGED " hour(s) removed for "
                   WS-STAFF-ID " on " WS-DAY-NAME "."
           END-IF
           IF CNT-CHANGED > 0
               PERFORM SAVE-ROTA-TABLE
           END-IF.
       CHANGE-SHIFT-EXIT.
           EXIT.

      * One operator, one desk, per hour.
       ADD-ONE-ROTA-HOUR.
           MOVE 0 TO RT-MATCH-IDX
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-TOTAL
               IF RT-STAFF(RT-IDX) = WS-STAFF-ID AND
                  RT-DOW(RT-IDX) = WS-DOW AND
                  RT-HOUR(RT-IDX) = WS-HOUR
                   MOVE RT-IDX TO RT-MATCH-IDX
               END-IF
           END-PERFORM
           IF RT-MATCH-IDX > 0
               ADD 1 TO CNT-CLASH
           ELSE
               IF RT-TOTAL < 2000
                   ADD 1 TO RT-TOTAL
                   MOVE WS-DOW TO RT-DOW(RT-TOTAL)
                   MOVE WS-HOUR TO RT-HOUR(RT-TOTAL)
                   MOVE WS-BRANCH TO RT-BRANCH(RT-TOTAL)
                   MOVE WS-DESK TO RT-DESK(RT-TOTAL)
                   MOVE WS-STAFF-ID TO RT-STAFF(RT-TOTAL)
                   ADD 1 TO CNT-CHANGED
               ELSE
                   ADD 1 TO CNT-CLASH
               END-IF
           END-IF.

       PARSE-HOUR.
           MOVE 'N' TO WS-INPUT-OK
           MOVE 0 TO WS-HOUR
           IF FUNCTION TRIM(WS-INPUT-RAW) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-INPUT-RAW) TO WS-HOUR
               MOVE 'Y' TO WS-INPUT-OK
           END-IF.

      * Weekday by weekday, hour by hour, for one branch or all.
       SHOW-ROTA.
           DISPLAY "Branch (blank = every branch): "
           ACCEPT WS-INPUT-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INPUT-RAW))
               TO WS-BRANCH-FILTER
           DISPLAY " "
           DISPLAY "DESK ROTA"
           DISPLAY HEADER-LINE
           DISPLAY "DAY HOUR   BRANCH     DESK     STAFF NAME"
           DISPLAY HEADER-LINE
           MOVE 0 TO CNT-CHANGED
           PERFORM VARYING WS-DOW FROM 1 BY 1 UNTIL WS-DOW > 7
               PERFORM VARYING WS-HOUR FROM 0 BY 1 UNTIL WS-HOUR > 23
                   PERFORM VARYING RT-IDX FROM 1 BY 1
                           UNTIL RT-IDX > RT-TOTAL
                       IF RT-DOW(RT-IDX) = WS-DOW AND
                          RT-HOUR(RT-IDX) = WS-HOUR AND
                          (WS-BRANCH-FILTER = SPACES OR
                           RT-BRANCH(RT-IDX) = WS-BRANCH-FILTER)
                           ADD 1 TO CNT-CHANGED
                           MOVE RT-STAFF(RT-IDX) TO WS-STAFF-ID
                           PERFORM FIND-STAFF
                           IF SF-MATCH-IDX > 0
                               DISPLAY DAY-NAME(WS-DOW) " " WS-HOUR
                                   ":00  " RT-BRANCH(RT-IDX) " "
                                   RT-DESK(RT-IDX) " "
                                   RT-STAFF(RT-IDX) " "
                                   SF-NAME(SF-MATCH-IDX)
                           ELSE
                               DISPLAY DAY-NAME(WS-DOW) " " WS-HOUR
                                   ":00  " RT-BRANCH(RT-IDX) " "
                                   RT-DESK(RT-IDX) " "
                                   RT-STAFF(RT-IDX) " (not on staff)"
                           END-IF
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           DISPLAY HEADER-LINE
           DISPLAY CNT-CHANGED " operator hour(s) a week.".

      * Whole weeks ending yesterday, so every weekday is counted the
      * same number of times and the average is simply count / weeks.
       COVERAGE-REPORT.
           DISPLAY "Branch (blank = every branch): "
           ACCEPT WS-INPUT-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INPUT-RAW))
               TO WS-BRANCH-FILTER
           DISPLAY "Weeks of traffic to average (ENTER = 8): "
           ACCEPT WS-INPUT-RAW
           MOVE 8 TO WS-WEEKS
           IF FUNCTION TRIM(WS-INPUT-RAW) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-INPUT-RAW) TO WS-WEEKS
           END-IF
           IF WS-WEEKS = 0
               MOVE 8 TO WS-WEEKS
           END-IF
           DISPLAY "Transactions one operator handles in an hour "
               "(ENTER = 20): "
           ACCEPT WS-INPUT-RAW
           MOVE 20 TO WS-RATE
           IF FUNCTION TRIM(WS-INPUT-RAW) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-INPUT-RAW) TO WS-RATE
           END-IF
           IF WS-RATE = 0
               MOVE 20 TO WS-RATE
           END-IF

           ACCEPT TODAY FROM DATE YYYYMMDD
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY)
           COMPUTE WINDOW-END-INT = TODAY-INT - 1
           COMPUTE WINDOW-START-INT = TODAY-INT - (WS-WEEKS * 7)

           INITIALIZE COVER-TABLE
           MOVE 0 TO TOT-TXN-OFF
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-TOTAL
               IF WS-BRANCH-FILTER = SPACES OR
                  RT-BRANCH(RT-IDX) = WS-BRANCH-FILTER
                   COMPUTE WS-HOUR-1 = RT-HOUR(RT-IDX) + 1
                   ADD 1 TO CV-STAFF(RT-DOW(RT-IDX), WS-HOUR-1)
                   MOVE RT-STAFF(RT-IDX) TO WS-STAFF-ID
                   PERFORM FIND-STAFF
                   IF SF-MATCH-IDX > 0
                       ADD 1 TO SF-ROTA-HRS(SF-MATCH-IDX)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM LOAD-BOOK-BRANCHES
           PERFORM SCAN-LIVE-LOG
      * Archive snapshots are dated the day rows were moved off
      * log.csv, so only those from the window onwards can hold a
      * transaction inside it.
           PERFORM VARYING WS-PROBE-INT FROM WINDOW-START-INT BY 1
                   UNTIL WS-PROBE-INT > TODAY-INT
               COMPUTE WS-PROBE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
               MOVE SPACES TO ARCHIVE-PATH
               STRING "../archive/log-" DELIMITED BY SIZE
                      WS-PROBE-DATE DELIMITED BY SIZE
                      ".csv" DELIMITED BY SIZE
                   INTO ARCHIVE-PATH
               PERFORM SCAN-ONE-ARCHIVE
           END-PERFORM
           PERFORM SCAN-FINE-RECEIPTS
           PERFORM SCAN-SUNDRY-RECEIPTS
           PERFORM PRINT-COVERAGE.

       PRINT-COVERAGE.
           MOVE 0 TO CNT-UNDER
           MOVE 0 TO CNT-OVER
           MOVE 0 TO TOT-OP-HOURS
           MOVE 0 TO TOT-TXN-ROTA
           DISPLAY " "
           IF WS-BRANCH-FILTER = SPACES
               DISPLAY "DESK COVERAGE -- ALL BRANCHES"
           ELSE
               DISPLAY "DESK COVERAGE -- BRANCH " WS-BRANCH-FILTER
           END-IF
           DISPLAY "Average of the last " WS-WEEKS " week(s); "
               WS-RATE " transactions per operator hour."
           DISPLAY HEADER-LINE
           DISPLAY "DAY HOUR   STAFF  AVG TXN  PER STAFF  FLAG"
           DISPLAY HEADER-LINE
           PERFORM VARYING WS-DOW FROM 1 BY 1 UNTIL WS-DOW > 7
               PERFORM VARYING WS-HOUR-1 FROM 1 BY 1
                       UNTIL WS-HOUR-1 > 24
                   IF CV-STAFF(WS-DOW, WS-HOUR-1) > 0 OR
                      CV-TXN(WS-DOW, WS-HOUR-1) > 0
                       PERFORM PRINT-ONE-HOUR
                   END-IF
               END-PERFORM
           END-PERFORM
           DISPLAY HEADER-LINE
           DISPLAY CNT-UNDER " hour(s) under-covered, " CNT-OVER
               " over-covered."
           COMPUTE TOT-OP-HOURS = TOT-OP-HOURS * WS-WEEKS
           IF TOT-OP-HOURS > 0
               COMPUTE TOT-PER-OP ROUNDED =
                   TOT-TXN-ROTA / TOT-OP-HOURS
               MOVE TOT-PER-OP TO TOT-PER-OP-OUT
               DISPLAY "Desk transactions in rostered hours: "
                   TOT-TXN-ROTA " over " TOT-OP-HOURS
                   " rostered operator hour(s) = " TOT-PER-OP-OUT
                   " per operator hour."
           END-IF
           DISPLAY "Desk transactions in hours nobody was rostered: "
               TOT-TXN-OFF
           PERFORM PRINT-OPERATOR-LOAD.

       PRINT-ONE-HOUR.
           COMPUTE WS-HOUR = WS-HOUR-1 - 1
           COMPUTE CV-AVG ROUNDED =
               CV-TXN(WS-DOW, WS-HOUR-1) / WS-WEEKS
           MOVE 0 TO CV-PER-OP
           MOVE SPACES TO CV-FLAG
           MOVE 0 TO CV-CAP-LESS-ONE
           IF CV-STAFF(WS-DOW, WS-HOUR-1) > 1
               COMPUTE CV-CAP-LESS-ONE =
                   (CV-STAFF(WS-DOW, WS-HOUR-1) - 1) * WS-RATE
           END-IF
           ADD CV-STAFF(WS-DOW, WS-HOUR-1) TO TOT-OP-HOURS
           IF CV-STAFF(WS-DOW, WS-HOUR-1) > 0
               ADD CV-TXN(WS-DOW, WS-HOUR-1) TO TOT-TXN-ROTA
               COMPUTE CV-PER-OP ROUNDED =
                   CV-AVG / CV-STAFF(WS-DOW, WS-HOUR-1)
           ELSE
               ADD CV-TXN(WS-DOW, WS-HOUR-1) TO TOT-TXN-OFF
           END-IF
           EVALUATE TRUE
               WHEN CV-STAFF(WS-DOW, WS-HOUR-1) = 0
                   MOVE "UNDER - no cover" TO CV-FLAG
                   ADD 1 TO CNT-UNDER
               WHEN CV-AVG >
                    CV-STAFF(WS-DOW, WS-HOUR-1) * WS-RATE
                   MOVE "UNDER" TO CV-FLAG
                   ADD 1 TO CNT-UNDER
               WHEN CV-AVG = 0
                   MOVE "OVER - idle" TO CV-FLAG
                   ADD 1 TO CNT-OVER
               WHEN CV-STAFF(WS-DOW, WS-HOUR-1) > 1 AND
                    CV-AVG NOT > CV-CAP-LESS-ONE
                   MOVE "OVER" TO CV-FLAG
                   ADD 1 TO CNT-OVER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE CV-STAFF(WS-DOW, WS-HOUR-1) TO CV-STAFF-OUT
           MOVE CV-AVG TO CV-AVG-OUT
           MOVE CV-PER-OP TO CV-PER-OP-OUT
           DISPLAY DAY-NAME(WS-DOW) " " WS-HOUR ":00    "
               CV-STAFF-OUT "  " CV-AVG-OUT "    " CV-PER-OP-OUT
               "  " CV-FLAG.

      * Each rostered operator's own desk transactions in the window,
      * and how many of them fell in hours they were rostered.
       PRINT-OPERATOR-LOAD.
           DISPLAY " "
           DISPLAY "PER ROSTERED OPERATOR (" WS-WEEKS " week(s))"
           DISPLAY HEADER-LINE
           DISPLAY "STAFF NAME                      HRS/WK   ALL TXN"
               "  ON ROTA  PER HOUR"
           DISPLAY HEADER-LINE
           PERFORM VARYING SF-IDX FROM 1 BY 1 UNTIL SF-IDX > SF-TOTAL
               IF SF-ROTA-HRS(SF-IDX) > 0
                   COMPUTE TOT-PER-OP ROUNDED = SF-TXN-ROTA(SF-IDX) /
                       (SF-ROTA-HRS(SF-IDX) * WS-WEEKS)
                   MOVE SF-ROTA-HRS(SF-IDX) TO SF-HRS-OUT
                   MOVE SF-TXN(SF-IDX) TO SF-TXN-OUT
                   MOVE SF-TXN-ROTA(SF-IDX) TO SF-ROTA-OUT
                   MOVE TOT-PER-OP TO TOT-PER-OP-OUT
                   DISPLAY SF-ID(SF-IDX) " " SF-NAME(SF-IDX) "  "
                       SF-HRS-OUT "  " SF-TXN-OUT "  " SF-ROTA-OUT
                       "  " TOT-PER-OP-OUT
               END-IF
           END-PERFORM
           DISPLAY HEADER-LINE.

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
                       MOVE LOG-REC TO ARCHIVE-REC
                       PERFORM TALLY-LOG-ROW
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
                       PERFORM TALLY-LOG-ROW
               END-READ
           END-PERFORM
           IF ARCHIVE-STATUS = "00" OR ARCHIVE-STATUS = "10"
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * A loan row is a checkout (MMDDYYYY start date, time field 12,
      * staff field 9) and, once returned, a return (DD-MM-YYYY
      * return date, time field 14, staff field 10).
       TALLY-LOG-ROW.
           MOVE SPACES TO F-CKST F-RTST F-CKTIME F-RTTIME
           UNSTRING ARCHIVE-REC DELIMITED BY ","
               INTO F-ID, F-MID, F-BID, F-SDT, F-EDT,
                    F-DUE, F-RDT, F-CPID, F-CKST,
                    F-RTST, F-RENEW, F-CKTIME,
                    F-DUETIME, F-RTTIME
           MOVE F-BID TO EV-BOOK
           PERFORM FIND-BOOK-BRANCH
           IF F-SDT(1:8) IS NUMERIC
               STRING F-SDT(5:4) DELIMITED BY SIZE
                      F-SDT(1:2) DELIMITED BY SIZE
                      F-SDT(3:2) DELIMITED BY SIZE
                   INTO EV-DATE-NUM
               MOVE F-CKTIME TO EV-TIME
               MOVE F-CKST TO EV-STAFF
               PERFORM TALLY-ONE-TXN THRU TALLY-ONE-TXN-EXIT
           END-IF
           IF F-RDT(3:1) = "-"
               STRING F-RDT(7:4) DELIMITED BY SIZE
                      F-RDT(4:2) DELIMITED BY SIZE
                      F-RDT(1:2) DELIMITED BY SIZE
                   INTO EV-DATE-NUM
               MOVE F-RTTIME TO EV-TIME
               MOVE F-RTST TO EV-STAFF
               PERFORM TALLY-ONE-TXN THRU TALLY-ONE-TXN-EXIT
           END-IF.

      * Payments carry no book, so no branch of their own.
       SCAN-FINE-RECEIPTS.
           MOVE 'N' TO FILE-END
           OPEN INPUT FINE-RCPT-FILE
           IF FINE-RCPT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ FINE-RCPT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO FN-DATE-F FN-OPERATOR-F
                           FN-TIME-F
                       UNSTRING FINE-RCPT-REC DELIMITED BY ","
                           INTO FN-SKIP-F, FN-SKIP-F, FN-SKIP-F,
                                FN-SKIP-F, FN-SKIP-F, FN-SKIP-F,
                                FN-SKIP-F, FN-DATE-F, FN-SKIP-F,
                                FN-SKIP-F, FN-OPERATOR-F, FN-TIME-F
                       IF FN-DATE-F(3:1) = "/"
                           STRING FN-DATE-F(7:4) DELIMITED BY SIZE
                                  FN-DATE-F(1:2) DELIMITED BY SIZE
                                  FN-DATE-F(4:2) DELIMITED BY SIZE
                               INTO EV-DATE-NUM
                           MOVE FN-TIME-F TO EV-TIME
                           MOVE FN-OPERATOR-F TO EV-STAFF
                           MOVE SPACES TO EV-BRANCH
                           PERFORM TALLY-ONE-TXN THRU
                               TALLY-ONE-TXN-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF FINE-RCPT-STATUS = "00" OR FINE-RCPT-STATUS = "10"
               CLOSE FINE-RCPT-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SCAN-SUNDRY-RECEIPTS.
           MOVE 'N' TO FILE-END
           OPEN INPUT SUNDRY-FILE
           IF SUNDRY-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SUNDRY-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO SR-DATE-F SR-OPERATOR-F
                           SR-TIME-F
                       UNSTRING SUNDRY-REC DELIMITED BY ","
                           INTO SR-SKIP-F, SR-SKIP-F, SR-SKIP-F,
                                SR-SKIP-F, SR-DATE-F, SR-SKIP-F,
                                SR-SKIP-F, SR-OPERATOR-F, SR-TIME-F
                       IF SR-DATE-F(3:1) = "/"
                           STRING SR-DATE-F(7:4) DELIMITED BY SIZE
                                  SR-DATE-F(1:2) DELIMITED BY SIZE
                                  SR-DATE-F(4:2) DELIMITED BY SIZE
                               INTO EV-DATE-NUM
                           MOVE SR-TIME-F TO EV-TIME
                           MOVE SR-OPERATOR-F TO EV-STAFF
                           MOVE SPACES TO EV-BRANCH
                           PERFORM TALLY-ONE-TXN THRU
                               TALLY-ONE-TXN-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF SUNDRY-STATUS = "00" OR SUNDRY-STATUS = "10"
               CLOSE SUNDRY-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * One desk transaction: inside the window, timed, by a staff.csv
      * operator, at the branch reported on. Integer day 1 is a
      * Monday, so MOD 7 gives 1=MON .. 0=SUN.
       TALLY-ONE-TXN.
           IF EV-DATE-NUM IS NOT NUMERIC OR EV-DATE-NUM = 0
               GO TO TALLY-ONE-TXN-EXIT
           END-IF
           IF EV-TIME IS NOT NUMERIC
               GO TO TALLY-ONE-TXN-EXIT
           END-IF
           MOVE EV-STAFF TO WS-STAFF-ID
           PERFORM FIND-STAFF
           IF SF-MATCH-IDX = 0
               GO TO TALLY-ONE-TXN-EXIT
           END-IF
           COMPUTE EV-DATE-INT = FUNCTION INTEGER-OF-DATE(EV-DATE-NUM)
           IF EV-DATE-INT < WINDOW-START-INT OR
              EV-DATE-INT > WINDOW-END-INT
               GO TO TALLY-ONE-TXN-EXIT
           END-IF
           COMPUTE EV-DOW = FUNCTION MOD(EV-DATE-INT, 7)
           IF EV-DOW = 0
               MOVE 7 TO EV-DOW
           END-IF
           MOVE EV-TIME(1:2) TO WS-HOUR
           IF WS-HOUR > 23
               GO TO TALLY-ONE-TXN-EXIT
           END-IF

      * Is the operator rostered in that hour -- and where?
           MOVE 'N' TO EV-ON-ROTA
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-TOTAL
               IF RT-STAFF(RT-IDX) = EV-STAFF AND
                  RT-DOW(RT-IDX) = EV-DOW AND
                  RT-HOUR(RT-IDX) = WS-HOUR
                   MOVE 'Y' TO EV-ON-ROTA
                   IF EV-BRANCH = SPACES
                       MOVE RT-BRANCH(RT-IDX) TO EV-BRANCH
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BRANCH-FILTER NOT = SPACES AND
              EV-BRANCH NOT = WS-BRANCH-FILTER
               GO TO TALLY-ONE-TXN-EXIT
           END-IF

           COMPUTE WS-HOUR-1 = WS-HOUR + 1
           ADD 1 TO CV-TXN(EV-DOW, WS-HOUR-1)
           ADD 1 TO SF-TXN(SF-MATCH-IDX)
           IF EV-ON-ROTA = 'Y'
               ADD 1 TO SF-TXN-ROTA(SF-MATCH-IDX)
           END-IF.
       TALLY-ONE-TXN-EXIT.
           EXIT.

       FIND-BOOK-BRANCH.
           MOVE "MAIN" TO EV-BRANCH
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-TOTAL
               IF BK-ID(BK-IDX) = EV-BOOK
                   MOVE BK-BRANCH(BK-IDX) TO EV-BRANCH
               END-IF
           END-PERFORM.

       FIND-STAFF.
           MOVE 0 TO SF-MATCH-IDX
           PERFORM VARYING SF-IDX FROM 1 BY 1 UNTIL SF-IDX > SF-TOTAL
               IF SF-ID(SF-IDX) = WS-STAFF-ID
                   MOVE SF-IDX TO SF-MATCH-IDX
               END-IF
           END-PERFORM.

       LOAD-STAFF-TABLE.
           MOVE 0 TO SF-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT STAFF-FILE
           IF STAFF-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ STAFF-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF STAFF-REC NOT = SPACES AND SF-TOTAL < 200
                           ADD 1 TO SF-TOTAL
                           MOVE SPACES TO SF-STATUS(SF-TOTAL)
                           UNSTRING STAFF-REC DELIMITED BY ","
                               INTO SF-ID(SF-TOTAL), SF-NAME(SF-TOTAL),
                                    SF-PIN-F, SF-ROLE-F,
                                    SF-STATUS(SF-TOTAL)
                           MOVE 0 TO SF-ROTA-HRS(SF-TOTAL)
                           MOVE 0 TO SF-TXN(SF-TOTAL)
                           MOVE 0 TO SF-TXN-ROTA(SF-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF STAFF-STATUS = "00" OR STAFF-STATUS = "10"
               CLOSE STAFF-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-ROTA-TABLE.
           MOVE 0 TO RT-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT ROTA-FILE
           IF ROTA-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ROTA-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO RT-DAY-F RT-HOUR-F RT-BRANCH-F
                           RT-DESK-F RT-STAFF-F
                       UNSTRING ROTA-REC DELIMITED BY ","
                           INTO RT-DAY-F, RT-HOUR-F, RT-BRANCH-F,
                                RT-DESK-F, RT-STAFF-F
                       MOVE 0 TO WS-DOW
                       PERFORM VARYING RT-IDX FROM 1 BY 1
                               UNTIL RT-IDX > 7
                           IF DAY-NAME(RT-IDX) = RT-DAY-F
                               MOVE RT-IDX TO WS-DOW
                           END-IF
                       END-PERFORM
                       IF WS-DOW > 0 AND RT-HOUR-F IS NUMERIC AND
                          RT-TOTAL < 2000
                           ADD 1 TO RT-TOTAL
                           MOVE WS-DOW TO RT-DOW(RT-TOTAL)
                           MOVE RT-HOUR-F TO RT-HOUR(RT-TOTAL)
                           MOVE RT-BRANCH-F TO RT-BRANCH(RT-TOTAL)
                           MOVE RT-DESK-F TO RT-DESK(RT-TOTAL)
                           MOVE RT-STAFF-F TO RT-STAFF(RT-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF ROTA-STATUS = "00" OR ROTA-STATUS = "10"
               CLOSE ROTA-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SAVE-ROTA-TABLE.
           OPEN OUTPUT ROTA-TMP-FILE
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-TOTAL
               MOVE SPACES TO ROTA-TMP-REC
               STRING DAY-NAME(RT-DOW(RT-IDX)) DELIMITED BY SIZE ","
                      RT-HOUR(RT-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(RT-BRANCH(RT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RT-DESK(RT-IDX))
                          DELIMITED BY SIZE ","
                      RT-STAFF(RT-IDX) DELIMITED BY SIZE
                   INTO ROTA-TMP-REC
               WRITE ROTA-TMP-REC
           END-PERFORM
           CLOSE ROTA-TMP-FILE
           CALL "CBL_RENAME_FILE" USING ROTA-TMP-PATH ROTA-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL.

       LOAD-BOOK-BRANCHES.
           MOVE 0 TO BK-TOTAL
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
                       IF BK-TOTAL < 500
                           ADD 1 TO BK-TOTAL
                           MOVE SPACES TO BK-BRANCH(BK-TOTAL)
                           UNSTRING BOOK-REC DELIMITED BY ","
                               INTO BK-ID(BK-TOTAL), BK-SKIP-F,
                                    BK-SKIP-F, BK-SKIP-F, BK-SKIP-F,
                                    BK-SKIP-F, BK-SKIP-F,
                                    BK-BRANCH(BK-TOTAL)
                           IF BK-BRANCH(BK-TOTAL) = SPACES
                               MOVE "MAIN" TO BK-BRANCH(BK-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF BOOK-STATUS = "00" OR BOOK-STATUS = "10"
               CLOSE BOOK-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       END PROGRAM DeskRota.
