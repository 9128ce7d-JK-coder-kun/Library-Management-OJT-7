      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Holds fill-rate and time-to-fill. For the holds placed
      *          in a year (or all of holds.csv), per pickup branch,
      *          title and priority level: holds placed, average days
      *          from placement to NOTIFIED, average days from NOTIFIED
      *          to collection, and the share that expired unclaimed
      *          or were cancelled. holds.csv keeps no collection
      *          stamp, so a hold counts as collected when the member
      *          checked the title out (log.csv and two years of
      *          archive/log-YYYYMMDD.csv) on or after its notify date.
      *          A CANCELLED row that had been NOTIFIED and was never
      *          collected is an expired pickup (NightlyBatch.cbl's
      *          expiry leaves the notify date in place); one that was
      *          never NOTIFIED was cancelled while waiting. The ten
      *          titles with the longest average wait are listed
      *          against the copies owned (books.csv 4th field) -- a
      *          hold still waiting counts its days so far. Written to
      *          ../holds-fill-report.csv beside AcquisitionsReport.cbl
      *          for purchasing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldsFillReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDS-FILE ASSIGN TO "../holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../holds-fill-report.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLDS-FILE.
       01  HOLDS-REC          PIC X(200).
       FD  BOOK-FILE.
       01  BOOK-REC           PIC X(200).
       FD  LOG-FILE.
       01  LOG-REC            PIC X(200).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC        PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-REC         PIC X(150).

       WORKING-STORAGE SECTION.
       01  HOLDS-STATUS        PIC XX.
       01  BOOK-STATUS         PIC XX.
       01  LOG-STATUS          PIC XX.
       01  ARCHIVE-STATUS      PIC XX.
       01  REPORT-STATUS       PIC XX.
       01  FILE-END            PIC X VALUE 'N'.

       01  WS-RAW              PIC X(20).
       01  WS-YEAR             PIC X(4).
       01  TODAY               PIC 9(8).
       01  TODAY-INT           PIC 9(8).
       01  WS-YMD              PIC 9(8).
       01  WS-YMD-X REDEFINES WS-YMD.
           05 WS-YMD-YYYY      PIC X(4).
           05 WS-YMD-MM        PIC X(2).
           05 WS-YMD-DD        PIC X(2).
       01  WS-DATE-IN          PIC X(10).
       01  WS-DATE-INT         PIC 9(8).

       01  HD-BOOK-F           PIC X(5).
       01  HD-MEMBER-F         PIC X(5).
       01  HD-DATE-F           PIC X(10).
       01  HD-STATUS-F         PIC X(10).
       01  HD-NOTIFY-F         PIC X(10).
       01  HD-PICKUP-F         PIC X(10).
       01  HD-PRIORITY-F       PIC X(1).

      * One entry per hold in the period. HD-COLLECT-INT is the first
      * checkout of the title by the member on or after the notify
      * date, zero while none is found.
       01  HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 1000 TIMES.
              10  HD-BOOK        PIC X(5).
              10  HD-MEMBER      PIC X(5).
              10  HD-STATUS      PIC X(10).
              10  HD-BRANCH      PIC X(10).
              10  HD-PRIORITY    PIC X(1).
              10  HD-PLACE-INT   PIC 9(8).
              10  HD-NOTIFY-INT  PIC 9(8).
              10  HD-COLLECT-INT PIC 9(8).
       01  HD-TOTAL            PIC 9(4) VALUE 0.
       01  HD-IDX              PIC 9(4).
       01  HD-SKIPPED          PIC 9(5) VALUE 0.

       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 2000 TIMES.
              10  BK-ID          PIC X(5).
              10  BK-TITLE       PIC X(30).
              10  BK-COPIES      PIC 9(3).
              10  BK-BRANCH      PIC X(10).
       01  BK-TOTAL            PIC 9(4) VALUE 0.
       01  BK-IDX              PIC 9(4).
       01  BK-MATCH-IDX        PIC 9(4).
       01  BK-ID-F             PIC X(5).
       01  BK-TITLE-F          PIC X(30).
       01  BK-AUTHOR-F         PIC X(30).
       01  BK-COUNT-F          PIC X(5).
       01  BK-SKIP-F           PIC X(30).
       01  BK-BRANCH-F         PIC X(10).

       01  LG-TRAN-F           PIC X(5).
       01  LG-MEMBER-F         PIC X(5).
       01  LG-BOOK-F           PIC X(5).
       01  LG-START-F          PIC X(10).
       01  LG-START-INT        PIC 9(8).

       01  ARCHIVE-PATH        PIC X(40).
       01  WS-PROBE-INT        PIC 9(8).
       01  WS-PROBE-DATE       PIC 9(8).
       01  WS-PROBE-STEPS      PIC 9(4).

      * Branch / title / priority cells
       01  CELL-TABLE.
           05 CELL-ENTRY OCCURS 600 TIMES.
              10  CL-BRANCH      PIC X(10).
              10  CL-BOOK        PIC X(5).
              10  CL-PRIORITY    PIC X(1).
              10  CL-PLACED      PIC 9(5).
              10  CL-NOTIFIED    PIC 9(5).
              10  CL-NOTIFY-DAYS PIC 9(7).
              10  CL-COLLECTED   PIC 9(5).
              10  CL-COLLECT-DAYS PIC 9(7).
              10  CL-EXPIRED     PIC 9(5).
              10  CL-CANCELLED   PIC 9(5).
       01  CL-TOTAL            PIC 9(4) VALUE 0.
       01  CL-IDX              PIC 9(4).
       01  CL-MATCH-IDX        PIC 9(4).

      * Branch totals, same counters
       01  BRANCH-SUM-TABLE.
           05 BS-ENTRY OCCURS 30 TIMES.
              10  BS-BRANCH      PIC X(10).
              10  BS-PLACED      PIC 9(5).
              10  BS-NOTIFIED    PIC 9(5).
              10  BS-NOTIFY-DAYS PIC 9(7).
              10  BS-COLLECTED   PIC 9(5).
              10  BS-COLLECT-DAYS PIC 9(7).
              10  BS-EXPIRED     PIC 9(5).
              10  BS-CANCELLED   PIC 9(5).
       01  BS-TOTAL            PIC 9(2) VALUE 0.
       01  BS-IDX              PIC 9(2).
       01  BS-MATCH-IDX        PIC 9(2).

      * Per title, for the worst waits
       01  TITLE-TABLE.
           05 TT-ENTRY OCCURS 600 TIMES.
              10  TT-BOOK        PIC X(5).
              10  TT-HOLDS       PIC 9(5).
              10  TT-WAIT-DAYS   PIC 9(7).
              10  TT-AVG-WAIT    PIC 9(5)V9.
              10  TT-LISTED      PIC X(1).
       01  TT-TOTAL            PIC 9(4) VALUE 0.
       01  TT-IDX              PIC 9(4).
       01  TT-MATCH-IDX        PIC 9(4).
       01  TT-BEST-IDX         PIC 9(4).
       01  WORST-LIMIT         PIC 9(2) VALUE 10.
       01  WORST-RANK          PIC 9(2).

       01  WS-DAYS             PIC 9(5).
       01  WS-LAPSED           PIC 9(5).
       01  WS-AVG              PIC 9(5)V9.
       01  WS-PCT              PIC 9(3)V9.
       01  WS-PER-COPY         PIC 9(5)V9.
       01  AVG-OUT             PIC ZZZZ9.9.
       01  AVG-OUT-2           PIC ZZZZ9.9.
       01  PCT-OUT             PIC ZZ9.9.
       01  PER-COPY-OUT        PIC ZZZZ9.9.
       01  CNT-OUT             PIC ZZZZ9.
       01  COPIES-OUT          PIC ZZ9.
       01  WS-TITLE            PIC X(30).
       01  WS-COPIES           PIC 9(3).
       01  RULE-LINE           PIC X(78) VALUE ALL "-".

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY)
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*   Holds Fill Rate and Time to Fill      *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "Holds placed in year (YYYY, blank for all): "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE FUNCTION TRIM(WS-RAW) TO WS-YEAR

           PERFORM LOAD-BOOKS
           PERFORM LOAD-HOLDS
           IF HD-TOTAL = 0
               DISPLAY "No holds found for that period."
               GOBACK
           END-IF
           PERFORM SCAN-ALL-CHECKOUTS
           PERFORM VARYING HD-IDX FROM 1 BY 1 UNTIL HD-IDX > HD-TOTAL
               PERFORM TALLY-ONE-HOLD
           END-PERFORM
           PERFORM WRITE-FILL-REPORT
           GOBACK.

       LOAD-BOOKS.
           MOVE 0 TO BK-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT BOOK-FILE
           IF BOOK-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR BK-TOTAL >= 2000
               READ BOOK-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO BK-COUNT-F BK-BRANCH-F
                       UNSTRING BOOK-REC DELIMITED BY ","
                           INTO BK-ID-F, BK-TITLE-F, BK-AUTHOR-F,
                                BK-COUNT-F, BK-SKIP-F, BK-SKIP-F,
                                BK-SKIP-F, BK-BRANCH-F
                       IF BK-BRANCH-F = SPACES
                           MOVE "MAIN" TO BK-BRANCH-F
                       END-IF
                       ADD 1 TO BK-TOTAL
                       MOVE BK-ID-F TO BK-ID(BK-TOTAL)
                       MOVE BK-TITLE-F TO BK-TITLE(BK-TOTAL)
                       MOVE BK-BRANCH-F TO BK-BRANCH(BK-TOTAL)
                       MOVE 0 TO BK-COPIES(BK-TOTAL)
                       IF FUNCTION TRIM(BK-COUNT-F) IS NUMERIC
                           MOVE FUNCTION NUMVAL(BK-COUNT-F)
                               TO BK-COPIES(BK-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF BOOK-STATUS = "00" OR BOOK-STATUS = "10"
               CLOSE BOOK-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * holds.csv: book,member,placed MM/DD/YYYY,status,notify date,
      * pickup branch,priority. A hold with no pickup branch is
      * counted at the branch that owns the title.
       LOAD-HOLDS.
           MOVE 0 TO HD-TOTAL HD-SKIPPED
           MOVE 'N' TO FILE-END
           OPEN INPUT HOLDS-FILE
           IF HOLDS-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ HOLDS-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM TAKE-ONE-HOLD THRU TAKE-ONE-HOLD-EXIT
               END-READ
           END-PERFORM
           IF HOLDS-STATUS = "00" OR HOLDS-STATUS = "10"
               CLOSE HOLDS-FILE
           END-IF
           MOVE 'N' TO FILE-END
           IF HD-SKIPPED > 0
               DISPLAY HD-SKIPPED " hold row(s) past the report's "
                   "1000-hold limit were left out."
           END-IF.

       TAKE-ONE-HOLD.
           MOVE SPACES TO HD-BOOK-F HD-MEMBER-F HD-DATE-F HD-STATUS-F
               HD-NOTIFY-F HD-PICKUP-F HD-PRIORITY-F
           UNSTRING HOLDS-REC DELIMITED BY ","
               INTO HD-BOOK-F, HD-MEMBER-F, HD-DATE-F, HD-STATUS-F,
                    HD-NOTIFY-F, HD-PICKUP-F, HD-PRIORITY-F
           IF HD-BOOK-F = SPACES
               GO TO TAKE-ONE-HOLD-EXIT
           END-IF
           IF WS-YEAR NOT = SPACES AND HD-DATE-F(7:4) NOT = WS-YEAR
               GO TO TAKE-ONE-HOLD-EXIT
           END-IF
           MOVE HD-DATE-F TO WS-DATE-IN
           PERFORM SLASH-DATE-TO-INT
           IF WS-DATE-INT = 0
               GO TO TAKE-ONE-HOLD-EXIT
           END-IF
           IF HD-TOTAL >= 1000
               ADD 1 TO HD-SKIPPED
               GO TO TAKE-ONE-HOLD-EXIT
           END-IF

           ADD 1 TO HD-TOTAL
           MOVE HD-BOOK-F TO HD-BOOK(HD-TOTAL)
           MOVE HD-MEMBER-F TO HD-MEMBER(HD-TOTAL)
           MOVE FUNCTION TRIM(HD-STATUS-F) TO HD-STATUS(HD-TOTAL)
           MOVE WS-DATE-INT TO HD-PLACE-INT(HD-TOTAL)
           MOVE 0 TO HD-COLLECT-INT(HD-TOTAL)
           MOVE HD-NOTIFY-F TO WS-DATE-IN
           PERFORM SLASH-DATE-TO-INT
           MOVE WS-DATE-INT TO HD-NOTIFY-INT(HD-TOTAL)
           IF HD-PRIORITY-F = SPACES
               MOVE "0" TO HD-PRIORITY-F
           END-IF
           MOVE HD-PRIORITY-F TO HD-PRIORITY(HD-TOTAL)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(HD-PICKUP-F))
               TO HD-BRANCH(HD-TOTAL)
           IF HD-BRANCH(HD-TOTAL) = SPACES
               PERFORM FIND-BOOK-ENTRY
               IF BK-MATCH-IDX > 0
                   MOVE BK-BRANCH(BK-MATCH-IDX) TO HD-BRANCH(HD-TOTAL)
               ELSE
                   MOVE "MAIN" TO HD-BRANCH(HD-TOTAL)
               END-IF
           END-IF.
       TAKE-ONE-HOLD-EXIT.
           EXIT.

      * MM/DD/YYYY in WS-DATE-IN to an integer day in WS-DATE-INT,
      * zero when the field is blank or not a date.
       SLASH-DATE-TO-INT.
           MOVE 0 TO WS-DATE-INT
           IF WS-DATE-IN(3:1) = "/" AND WS-DATE-IN(6:1) = "/" AND
              WS-DATE-IN(1:2) IS NUMERIC AND
              WS-DATE-IN(4:2) IS NUMERIC AND
              WS-DATE-IN(7:4) IS NUMERIC
               MOVE WS-DATE-IN(7:4) TO WS-YMD-YYYY
               MOVE WS-DATE-IN(1:2) TO WS-YMD-MM
               MOVE WS-DATE-IN(4:2) TO WS-YMD-DD
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-YMD) = 0
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-YMD)
               END-IF
           END-IF.

       FIND-BOOK-ENTRY.
           MOVE 0 TO BK-MATCH-IDX
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > BK-TOTAL OR BK-MATCH-IDX > 0
               IF BK-ID(BK-IDX) = HD-BOOK-F
                   MOVE BK-IDX TO BK-MATCH-IDX
               END-IF
           END-PERFORM.

      * Every checkout in the live log and two years of dated
      * archives, probed a day at a time as LanguageReport.cbl does.
       SCAN-ALL-CHECKOUTS.
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
                       PERFORM MATCH-ONE-CHECKOUT
               END-READ
           END-PERFORM
           IF LOG-STATUS = "00" OR LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF
           MOVE 'N' TO FILE-END

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
                       PERFORM MATCH-ONE-CHECKOUT
               END-READ
           END-PERFORM
           IF ARCHIVE-STATUS = "00" OR ARCHIVE-STATUS = "10"
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * log.csv start dates are MMDDYYYY.
       MATCH-ONE-CHECKOUT.
           MOVE 0 TO LG-START-INT
           IF LG-START-F(1:8) IS NUMERIC
               MOVE LG-START-F(5:4) TO WS-YMD-YYYY
               MOVE LG-START-F(1:2) TO WS-YMD-MM
               MOVE LG-START-F(3:2) TO WS-YMD-DD
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-YMD) = 0
                   COMPUTE LG-START-INT =
                       FUNCTION INTEGER-OF-DATE(WS-YMD)
               END-IF
           END-IF
           IF LG-START-INT > 0
               PERFORM VARYING HD-IDX FROM 1 BY 1
                       UNTIL HD-IDX > HD-TOTAL
                   IF HD-MEMBER(HD-IDX) = LG-MEMBER-F AND
                      HD-BOOK(HD-IDX) = LG-BOOK-F AND
                      HD-NOTIFY-INT(HD-IDX) > 0 AND
                      LG-START-INT >= HD-NOTIFY-INT(HD-IDX)
                       IF HD-COLLECT-INT(HD-IDX) = 0 OR
                          LG-START-INT < HD-COLLECT-INT(HD-IDX)
                           MOVE LG-START-INT
                               TO HD-COLLECT-INT(HD-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       TALLY-ONE-HOLD.
           MOVE 0 TO CL-MATCH-IDX
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > CL-TOTAL OR CL-MATCH-IDX > 0
               IF CL-BRANCH(CL-IDX) = HD-BRANCH(HD-IDX) AND
                  CL-BOOK(CL-IDX) = HD-BOOK(HD-IDX) AND
                  CL-PRIORITY(CL-IDX) = HD-PRIORITY(HD-IDX)
                   MOVE CL-IDX TO CL-MATCH-IDX
               END-IF
           END-PERFORM
           IF CL-MATCH-IDX = 0 AND CL-TOTAL < 600
               ADD 1 TO CL-TOTAL
               MOVE CL-TOTAL TO CL-MATCH-IDX
               INITIALIZE CELL-ENTRY(CL-TOTAL)
               MOVE HD-BRANCH(HD-IDX) TO CL-BRANCH(CL-TOTAL)
               MOVE HD-BOOK(HD-IDX) TO CL-BOOK(CL-TOTAL)
               MOVE HD-PRIORITY(HD-IDX) TO CL-PRIORITY(CL-TOTAL)
           END-IF

           MOVE 0 TO BS-MATCH-IDX
           PERFORM VARYING BS-IDX FROM 1 BY 1
                   UNTIL BS-IDX > BS-TOTAL OR BS-MATCH-IDX > 0
               IF BS-BRANCH(BS-IDX) = HD-BRANCH(HD-IDX)
                   MOVE BS-IDX TO BS-MATCH-IDX
               END-IF
           END-PERFORM
           IF BS-MATCH-IDX = 0 AND BS-TOTAL < 30
               ADD 1 TO BS-TOTAL
               MOVE BS-TOTAL TO BS-MATCH-IDX
               INITIALIZE BS-ENTRY(BS-TOTAL)
               MOVE HD-BRANCH(HD-IDX) TO BS-BRANCH(BS-TOTAL)
           END-IF

           MOVE 0 TO TT-MATCH-IDX
           PERFORM VARYING TT-IDX FROM 1 BY 1
                   UNTIL TT-IDX > TT-TOTAL OR TT-MATCH-IDX > 0
               IF TT-BOOK(TT-IDX) = HD-BOOK(HD-IDX)
                   MOVE TT-IDX TO TT-MATCH-IDX
               END-IF
           END-PERFORM
           IF TT-MATCH-IDX = 0 AND TT-TOTAL < 600
               ADD 1 TO TT-TOTAL
               MOVE TT-TOTAL TO TT-MATCH-IDX
               INITIALIZE TT-ENTRY(TT-TOTAL)
               MOVE HD-BOOK(HD-IDX) TO TT-BOOK(TT-TOTAL)
               MOVE 'N' TO TT-LISTED(TT-TOTAL)
           END-IF

      * Wait to NOTIFIED, or the days so far for a hold still in the
      * queue; a hold cancelled before its turn has no wait to count.
           MOVE 0 TO WS-DAYS
           IF HD-NOTIFY-INT(HD-IDX) >= HD-PLACE-INT(HD-IDX)
               COMPUTE WS-DAYS =
                   HD-NOTIFY-INT(HD-IDX) - HD-PLACE-INT(HD-IDX)
           END-IF
           IF HD-NOTIFY-INT(HD-IDX) = 0 AND
              (HD-STATUS(HD-IDX) = "WAITING" OR
               HD-STATUS(HD-IDX) = "FROZEN") AND
              TODAY-INT >= HD-PLACE-INT(HD-IDX)
               COMPUTE WS-DAYS = TODAY-INT - HD-PLACE-INT(HD-IDX)
           END-IF
           IF TT-MATCH-IDX > 0
               IF HD-NOTIFY-INT(HD-IDX) > 0 OR
                  HD-STATUS(HD-IDX) = "WAITING" OR
                  HD-STATUS(HD-IDX) = "FROZEN"
                   ADD 1 TO TT-HOLDS(TT-MATCH-IDX)
                   ADD WS-DAYS TO TT-WAIT-DAYS(TT-MATCH-IDX)
               END-IF
           END-IF

           IF CL-MATCH-IDX > 0
               ADD 1 TO CL-PLACED(CL-MATCH-IDX)
           END-IF
           IF BS-MATCH-IDX > 0
               ADD 1 TO BS-PLACED(BS-MATCH-IDX)
           END-IF
           IF HD-NOTIFY-INT(HD-IDX) > 0
               IF CL-MATCH-IDX > 0
                   ADD 1 TO CL-NOTIFIED(CL-MATCH-IDX)
                   ADD WS-DAYS TO CL-NOTIFY-DAYS(CL-MATCH-IDX)
               END-IF
               IF BS-MATCH-IDX > 0
                   ADD 1 TO BS-NOTIFIED(BS-MATCH-IDX)
                   ADD WS-DAYS TO BS-NOTIFY-DAYS(BS-MATCH-IDX)
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN HD-COLLECT-INT(HD-IDX) > 0
                   COMPUTE WS-LAPSED =
                       HD-COLLECT-INT(HD-IDX) - HD-NOTIFY-INT(HD-IDX)
                   IF CL-MATCH-IDX > 0
                       ADD 1 TO CL-COLLECTED(CL-MATCH-IDX)
                       ADD WS-LAPSED TO CL-COLLECT-DAYS(CL-MATCH-IDX)
                   END-IF
                   IF BS-MATCH-IDX > 0
                       ADD 1 TO BS-COLLECTED(BS-MATCH-IDX)
                       ADD WS-LAPSED TO BS-COLLECT-DAYS(BS-MATCH-IDX)
                   END-IF
               WHEN HD-STATUS(HD-IDX) = "CANCELLED" AND
                    HD-NOTIFY-INT(HD-IDX) > 0
                   IF CL-MATCH-IDX > 0
                       ADD 1 TO CL-EXPIRED(CL-MATCH-IDX)
                   END-IF
                   IF BS-MATCH-IDX > 0
                       ADD 1 TO BS-EXPIRED(BS-MATCH-IDX)
                   END-IF
               WHEN HD-STATUS(HD-IDX) = "CANCELLED"
                   IF CL-MATCH-IDX > 0
                       ADD 1 TO CL-CANCELLED(CL-MATCH-IDX)
                   END-IF
                   IF BS-MATCH-IDX > 0
                       ADD 1 TO BS-CANCELLED(BS-MATCH-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-FILL-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "SECTION,BRANCH,BOOK,TITLE,PRIORITY,PLACED,NOTIFIED,"
                      DELIMITED BY SIZE
                  "AVG_DAYS_TO_NOTIFY,COLLECTED,AVG_DAYS_TO_COLLECT,"
                      DELIMITED BY SIZE
                  "EXPIRED,CANCELLED,LOST_PCT" DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           DISPLAY " "
           IF WS-YEAR = SPACES
               DISPLAY "HOLDS FILL RATE -- ALL HOLDS ON FILE"
           ELSE
               DISPLAY "HOLDS FILL RATE -- HOLDS PLACED IN " WS-YEAR
           END-IF
           DISPLAY RULE-LINE
           DISPLAY "Branch      Placed  Notified  Days-to-notify  "
               "Collected  Days-to-collect  Lost %"
           DISPLAY RULE-LINE
           PERFORM VARYING BS-IDX FROM 1 BY 1 UNTIL BS-IDX > BS-TOTAL
               PERFORM WRITE-BRANCH-LINE
               PERFORM VARYING CL-IDX FROM 1 BY 1
                       UNTIL CL-IDX > CL-TOTAL
                   IF CL-BRANCH(CL-IDX) = BS-BRANCH(BS-IDX)
                       PERFORM WRITE-CELL-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           DISPLAY RULE-LINE
           DISPLAY "Lost % = holds that expired unclaimed or were "
               "cancelled, of those placed."

           DISPLAY " "
           DISPLAY "LONGEST WAITS AGAINST COPIES OWNED"
           DISPLAY RULE-LINE
           DISPLAY "Rank Book  Title                          "
               "Holds Copies Avg wait Holds/copy"
           DISPLAY RULE-LINE
           PERFORM VARYING TT-IDX FROM 1 BY 1 UNTIL TT-IDX > TT-TOTAL
               MOVE 0 TO TT-AVG-WAIT(TT-IDX)
               IF TT-HOLDS(TT-IDX) > 0
                   COMPUTE TT-AVG-WAIT(TT-IDX) ROUNDED =
                       TT-WAIT-DAYS(TT-IDX) / TT-HOLDS(TT-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WORST-RANK FROM 1 BY 1
                   UNTIL WORST-RANK > WORST-LIMIT
               PERFORM PICK-NEXT-WORST
               IF TT-BEST-IDX > 0
                   PERFORM WRITE-WORST-LINE
               END-IF
           END-PERFORM
           DISPLAY RULE-LINE
           CLOSE REPORT-FILE
           DISPLAY "Report written to ../holds-fill-report.csv".

       WRITE-BRANCH-LINE.
           MOVE 0 TO WS-AVG
           IF BS-NOTIFIED(BS-IDX) > 0
               COMPUTE WS-AVG ROUNDED =
                   BS-NOTIFY-DAYS(BS-IDX) / BS-NOTIFIED(BS-IDX)
           END-IF
           MOVE WS-AVG TO AVG-OUT
           MOVE 0 TO WS-AVG
           IF BS-COLLECTED(BS-IDX) > 0
               COMPUTE WS-AVG ROUNDED =
                   BS-COLLECT-DAYS(BS-IDX) / BS-COLLECTED(BS-IDX)
           END-IF
           MOVE WS-AVG TO AVG-OUT-2
           MOVE 0 TO WS-PCT
           IF BS-PLACED(BS-IDX) > 0
               COMPUTE WS-PCT ROUNDED =
                   (BS-EXPIRED(BS-IDX) + BS-CANCELLED(BS-IDX)) * 100
                   / BS-PLACED(BS-IDX)
           END-IF
           MOVE WS-PCT TO PCT-OUT
           DISPLAY BS-BRANCH(BS-IDX) "  " BS-PLACED(BS-IDX) "   "
               BS-NOTIFIED(BS-IDX) "         " AVG-OUT "      "
               BS-COLLECTED(BS-IDX) "          " AVG-OUT-2 "   "
               PCT-OUT
           MOVE SPACES TO REPORT-REC
           STRING "BRANCH," DELIMITED BY SIZE
                  FUNCTION TRIM(BS-BRANCH(BS-IDX)) DELIMITED BY SIZE
                  ",,,," DELIMITED BY SIZE
                  BS-PLACED(BS-IDX) DELIMITED BY SIZE ","
                  BS-NOTIFIED(BS-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(AVG-OUT) DELIMITED BY SIZE ","
                  BS-COLLECTED(BS-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(AVG-OUT-2) DELIMITED BY SIZE ","
                  BS-EXPIRED(BS-IDX) DELIMITED BY SIZE ","
                  BS-CANCELLED(BS-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(PCT-OUT) DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC.

       WRITE-CELL-LINE.
           MOVE CL-BOOK(CL-IDX) TO HD-BOOK-F
           PERFORM FIND-BOOK-ENTRY
           MOVE SPACES TO WS-TITLE
           IF BK-MATCH-IDX > 0
               MOVE BK-TITLE(BK-MATCH-IDX) TO WS-TITLE
           END-IF
           MOVE 0 TO WS-AVG
           IF CL-NOTIFIED(CL-IDX) > 0
               COMPUTE WS-AVG ROUNDED =
                   CL-NOTIFY-DAYS(CL-IDX) / CL-NOTIFIED(CL-IDX)
           END-IF
           MOVE WS-AVG TO AVG-OUT
           MOVE 0 TO WS-AVG
           IF CL-COLLECTED(CL-IDX) > 0
               COMPUTE WS-AVG ROUNDED =
                   CL-COLLECT-DAYS(CL-IDX) / CL-COLLECTED(CL-IDX)
           END-IF
           MOVE WS-AVG TO AVG-OUT-2
           MOVE 0 TO WS-PCT
           IF CL-PLACED(CL-IDX) > 0
               COMPUTE WS-PCT ROUNDED =
                   (CL-EXPIRED(CL-IDX) + CL-CANCELLED(CL-IDX)) * 100
                   / CL-PLACED(CL-IDX)
           END-IF
           MOVE WS-PCT TO PCT-OUT
           DISPLAY "  " CL-BOOK(CL-IDX) " P" CL-PRIORITY(CL-IDX) "  "
               CL-PLACED(CL-IDX) "   " CL-NOTIFIED(CL-IDX)
               "         " AVG-OUT "      " CL-COLLECTED(CL-IDX)
               "          " AVG-OUT-2 "   " PCT-OUT
           MOVE SPACES TO REPORT-REC
           STRING "TITLE," DELIMITED BY SIZE
                  FUNCTION TRIM(CL-BRANCH(CL-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  CL-BOOK(CL-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-TITLE) DELIMITED BY SIZE ","
                  CL-PRIORITY(CL-IDX) DELIMITED BY SIZE ","
                  CL-PLACED(CL-IDX) DELIMITED BY SIZE ","
                  CL-NOTIFIED(CL-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(AVG-OUT) DELIMITED BY SIZE ","
                  CL-COLLECTED(CL-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(AVG-OUT-2) DELIMITED BY SIZE ","
                  CL-EXPIRED(CL-IDX) DELIMITED BY SIZE ","
                  CL-CANCELLED(CL-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(PCT-OUT) DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC.

      * Highest average wait among the titles not yet listed.
       PICK-NEXT-WORST.
           MOVE 0 TO TT-BEST-IDX
           PERFORM VARYING TT-IDX FROM 1 BY 1 UNTIL TT-IDX > TT-TOTAL
               IF TT-LISTED(TT-IDX) = 'N' AND TT-HOLDS(TT-IDX) > 0
                   IF TT-BEST-IDX = 0
                       MOVE TT-IDX TO TT-BEST-IDX
                   ELSE
                       IF TT-AVG-WAIT(TT-IDX) >
                          TT-AVG-WAIT(TT-BEST-IDX)
                           MOVE TT-IDX TO TT-BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF TT-BEST-IDX > 0
               MOVE 'Y' TO TT-LISTED(TT-BEST-IDX)
           END-IF.

       WRITE-WORST-LINE.
           MOVE TT-BOOK(TT-BEST-IDX) TO HD-BOOK-F
           PERFORM FIND-BOOK-ENTRY
           MOVE SPACES TO WS-TITLE
           MOVE 0 TO WS-COPIES
           IF BK-MATCH-IDX > 0
               MOVE BK-TITLE(BK-MATCH-IDX) TO WS-TITLE
               MOVE BK-COPIES(BK-MATCH-IDX) TO WS-COPIES
           END-IF
           MOVE TT-AVG-WAIT(TT-BEST-IDX) TO AVG-OUT
           MOVE TT-HOLDS(TT-BEST-IDX) TO CNT-OUT
           MOVE WS-COPIES TO COPIES-OUT
           MOVE TT-HOLDS(TT-BEST-IDX) TO WS-PER-COPY
           IF WS-COPIES > 0
               COMPUTE WS-PER-COPY ROUNDED =
                   TT-HOLDS(TT-BEST-IDX) / WS-COPIES
           END-IF
           MOVE WS-PER-COPY TO PER-COPY-OUT
           DISPLAY WORST-RANK "   " TT-BOOK(TT-BEST-IDX) " " WS-TITLE
               " " CNT-OUT "    " COPIES-OUT " " AVG-OUT "   "
               PER-COPY-OUT
           MOVE SPACES TO REPORT-REC
           STRING "WORST," DELIMITED BY SIZE
                  WORST-RANK DELIMITED BY SIZE ","
                  TT-BOOK(TT-BEST-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-TITLE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(CNT-OUT) DELIMITED BY SIZE ","
                  FUNCTION TRIM(COPIES-OUT) DELIMITED BY SIZE ","
                  FUNCTION TRIM(AVG-OUT) DELIMITED BY SIZE ","
                  FUNCTION TRIM(PER-COPY-OUT) DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC.

       END PROGRAM HoldsFillReport.
