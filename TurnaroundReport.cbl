      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Returns-to-shelf and courier turnaround. Measures how
      *          long a returned copy stays unavailable: check-in to
      *          ShelvingQueue.cbl's scan-confirm (../shelving-log.csv,
      *          plus copies still on ../shelving-queue.csv, timed to
      *          now) and foreign-branch return to TransitReceive.cbl's
      *          receipt (../transit-manifest.csv, OPEN rows timed to
      *          now). Each leg is broken down by home branch, day of
      *          the week the clock started and check-in operator, and
      *          every item over the target -- keyed in at run time,
      *          24 hours to shelf and 3 days in transit by default --
      *          is listed. Rows queued before the check-in stamp was
      *          kept count from midnight of their date. Written to
      *          ../turnaround-report.csv as well as the screen.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TurnaroundReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHELVING-LOG-FILE ASSIGN TO "../shelving-log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHELVING-LOG-STATUS.
           SELECT SHELVING-FILE ASSIGN TO "../shelving-queue.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHELVING-STATUS.
           SELECT TRANSIT-FILE ASSIGN TO "../transit-manifest.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSIT-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../turnaround-report.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHELVING-LOG-FILE.
       01  SHELVING-LOG-REC   PIC X(100).
       FD  SHELVING-FILE.
       01  SHELVING-REC       PIC X(60).
       FD  TRANSIT-FILE.
       01  TRANSIT-REC        PIC X(100).
       FD  BOOK-FILE.
       01  BOOK-REC           PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-REC         PIC X(150).

       WORKING-STORAGE SECTION.
       01  SHELVING-LOG-STATUS PIC XX.
       01  SHELVING-STATUS     PIC XX.
       01  TRANSIT-STATUS      PIC XX.
       01  BOOK-STATUS         PIC XX.
       01  REPORT-STATUS       PIC XX.
       01  FILE-END            PIC X VALUE 'N'.

       01  WS-RAW              PIC X(20).
       01  WS-FROM-DATE        PIC X(8).
       01  SHELF-TARGET-HOURS  PIC 9(3) VALUE 24.
       01  TRANSIT-TARGET-DAYS PIC 9(2) VALUE 3.
       01  SHELF-TARGET-MIN    PIC 9(7).
       01  TRANSIT-TARGET-MIN  PIC 9(7).
       01  WS-NOW-STAMP        PIC X(12).

       01  SQ-COPY-F           PIC X(8).
       01  SQ-BOOK-F           PIC X(5).
       01  SQ-DATE-F           PIC X(8).
       01  SQ-STAMP-F          PIC X(12).
       01  SQ-BRANCH-F         PIC X(10).
       01  SQ-OPER-F           PIC X(5).
       01  SQ-CONFIRM-F        PIC X(12).

       01  TM-COPY-F           PIC X(8).
       01  TM-BOOK-F           PIC X(5).
       01  TM-FROM-F           PIC X(10).
       01  TM-TO-F             PIC X(10).
       01  TM-DATE-F           PIC X(8).
       01  TM-STATUS-F         PIC X(10).
       01  TM-STAMP-F          PIC X(12).
       01  TM-OPER-F           PIC X(5).
       01  TM-RECEIVED-F       PIC X(12).

       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 2000 TIMES.
              10  BK-ID          PIC X(5).
              10  BK-BRANCH      PIC X(10).
       01  BK-TOTAL            PIC 9(4) VALUE 0.
       01  BK-IDX              PIC 9(4).
       01  BK-ID-F             PIC X(5).
       01  BK-SKIP-F           PIC X(30).
       01  BK-BRANCH-F         PIC X(10).

      * The leg being measured, filled by each reader before
      * TALLY-ONE-LEG.
       01  LEG-KIND            PIC X(7).
       01  LEG-COPY            PIC X(8).
       01  LEG-BOOK            PIC X(5).
       01  LEG-BRANCH          PIC X(10).
       01  LEG-ROUTE           PIC X(21).
       01  LEG-OPER            PIC X(5).
       01  LEG-STATE           PIC X(4).
       01  LEG-START           PIC X(12).
       01  LEG-END             PIC X(12).
       01  LEG-MINUTES         PIC 9(7).
       01  LEG-TARGET-MIN      PIC 9(7).
       01  LEG-DOW             PIC 9.
       01  LEG-DOW-NAME        PIC X(3).
       01  LEG-COUNTED         PIC X.

       01  WS-STAMP            PIC X(12).
       01  WS-STAMP-DATE       PIC 9(8).
       01  WS-STAMP-HH         PIC 9(2).
       01  WS-STAMP-MI         PIC 9(2).
       01  WS-START-INT        PIC 9(8).
       01  WS-START-MIN        PIC 9(4).
       01  WS-END-INT          PIC 9(8).
       01  WS-END-MIN          PIC 9(4).
       01  WS-STAMP-INT        PIC 9(8).
       01  WS-STAMP-MIN        PIC 9(4).

      * Counters per leg, dimension (BRANCH / DAY / OPERATOR) and value
       01  STAT-TABLE.
           05 ST-ENTRY OCCURS 300 TIMES.
              10  ST-LEG         PIC X(7).
              10  ST-DIM         PIC X(8).
              10  ST-VALUE       PIC X(10).
              10  ST-ITEMS       PIC 9(5).
              10  ST-MINUTES     PIC 9(9).
              10  ST-BREACHES    PIC 9(5).
              10  ST-OPEN        PIC 9(5).
       01  ST-TOTAL            PIC 9(3) VALUE 0.
       01  ST-IDX              PIC 9(3).
       01  ST-MATCH-IDX        PIC 9(3).
       01  ST-FULL             PIC X VALUE 'N'.
       01  WS-DIM              PIC X(8).
       01  WS-VALUE            PIC X(10).

       01  BREACH-TABLE.
           05 BR-ENTRY OCCURS 500 TIMES.
              10  BR-LEG         PIC X(7).
              10  BR-COPY        PIC X(8).
              10  BR-BOOK        PIC X(5).
              10  BR-BRANCH      PIC X(10).
              10  BR-ROUTE       PIC X(21).
              10  BR-START       PIC X(12).
              10  BR-MINUTES     PIC 9(7).
              10  BR-STATE       PIC X(4).
              10  BR-OPER        PIC X(5).
       01  BR-TOTAL            PIC 9(3) VALUE 0.
       01  BR-IDX              PIC 9(3).
       01  BR-OVERFLOW         PIC 9(5) VALUE 0.

       01  CNT-SHELF           PIC 9(5) VALUE 0.
       01  CNT-TRANSIT         PIC 9(5) VALUE 0.
       01  WS-HOURS            PIC 9(6)V9.
       01  HOURS-OUT           PIC ZZZZZ9.9.
       01  WS-SECTION-LEG      PIC X(7).
       01  WS-SECTION-DIM      PIC X(8).
       01  RULE-LINE           PIC X(70) VALUE ALL "-".

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-NOW-STAMP
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*   Shelving and Courier Turnaround       *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "Clock started on or after (YYYYMMDD, blank for "
               "all): "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE FUNCTION TRIM(WS-RAW) TO WS-FROM-DATE
           IF WS-FROM-DATE NOT = SPACES AND
              WS-FROM-DATE IS NOT NUMERIC
               DISPLAY "Date must be YYYYMMDD -- reporting all."
               MOVE SPACES TO WS-FROM-DATE
           END-IF
           DISPLAY "Target hours from check-in to shelf (blank = 24): "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           IF WS-RAW NOT = SPACES AND FUNCTION TRIM(WS-RAW) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-RAW) TO SHELF-TARGET-HOURS
           END-IF
           DISPLAY "Target days in transit (blank = 3): "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           IF WS-RAW NOT = SPACES AND FUNCTION TRIM(WS-RAW) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-RAW) TO TRANSIT-TARGET-DAYS
           END-IF
           COMPUTE SHELF-TARGET-MIN = SHELF-TARGET-HOURS * 60
           COMPUTE TRANSIT-TARGET-MIN = TRANSIT-TARGET-DAYS * 1440

           PERFORM LOAD-BOOKS
           PERFORM READ-SHELVING-LOG
           PERFORM READ-SHELVING-QUEUE
           PERFORM READ-TRANSIT-MANIFEST
           IF CNT-SHELF = 0 AND CNT-TRANSIT = 0
               DISPLAY "No shelving or courier activity on file for "
                   "that period."
               GOBACK
           END-IF
           PERFORM WRITE-TURNAROUND-REPORT
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
                       MOVE SPACES TO BK-BRANCH-F
                       UNSTRING BOOK-REC DELIMITED BY ","
                           INTO BK-ID-F, BK-SKIP-F, BK-SKIP-F,
                                BK-SKIP-F, BK-SKIP-F, BK-SKIP-F,
                                BK-SKIP-F, BK-BRANCH-F
                       IF BK-BRANCH-F = SPACES
                           MOVE "MAIN" TO BK-BRANCH-F
                       END-IF
                       ADD 1 TO BK-TOTAL
                       MOVE BK-ID-F TO BK-ID(BK-TOTAL)
                       MOVE BK-BRANCH-F TO BK-BRANCH(BK-TOTAL)
               END-READ
           END-PERFORM
           IF BOOK-STATUS = "00" OR BOOK-STATUS = "10"
               CLOSE BOOK-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * shelving-log.csv: copy,book,queued date,queued stamp,branch,
      * operator,confirm stamp -- one row per scan-confirm.
       READ-SHELVING-LOG.
           MOVE 'N' TO FILE-END
           OPEN INPUT SHELVING-LOG-FILE
           IF SHELVING-LOG-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SHELVING-LOG-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO SQ-COPY-F SQ-BOOK-F SQ-DATE-F
                           SQ-STAMP-F SQ-BRANCH-F SQ-OPER-F
                           SQ-CONFIRM-F
                       UNSTRING SHELVING-LOG-REC DELIMITED BY ","
                           INTO SQ-COPY-F, SQ-BOOK-F, SQ-DATE-F,
                                SQ-STAMP-F, SQ-BRANCH-F, SQ-OPER-F,
                                SQ-CONFIRM-F
                       MOVE "DONE" TO LEG-STATE
                       MOVE SQ-CONFIRM-F TO LEG-END
                       PERFORM TAKE-SHELF-LEG THRU TAKE-SHELF-LEG-EXIT
               END-READ
           END-PERFORM
           IF SHELVING-LOG-STATUS = "00" OR SHELVING-LOG-STATUS = "10"
               CLOSE SHELVING-LOG-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Copies still on the cart are timed to now.
       READ-SHELVING-QUEUE.
           MOVE 'N' TO FILE-END
           OPEN INPUT SHELVING-FILE
           IF SHELVING-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SHELVING-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO SQ-COPY-F SQ-BOOK-F SQ-DATE-F
                           SQ-STAMP-F SQ-BRANCH-F SQ-OPER-F
                       UNSTRING SHELVING-REC DELIMITED BY ","
                           INTO SQ-COPY-F, SQ-BOOK-F, SQ-DATE-F,
                                SQ-STAMP-F, SQ-BRANCH-F, SQ-OPER-F
                       MOVE "OPEN" TO LEG-STATE
                       MOVE WS-NOW-STAMP TO LEG-END
                       PERFORM TAKE-SHELF-LEG THRU TAKE-SHELF-LEG-EXIT
               END-READ
           END-PERFORM
           IF SHELVING-STATUS = "00" OR SHELVING-STATUS = "10"
               CLOSE SHELVING-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       TAKE-SHELF-LEG.
           IF SQ-COPY-F = SPACES
               GO TO TAKE-SHELF-LEG-EXIT
           END-IF
           MOVE "SHELF" TO LEG-KIND
           MOVE SQ-COPY-F TO LEG-COPY
           MOVE SQ-BOOK-F TO LEG-BOOK
           MOVE FUNCTION UPPER-CASE(SQ-BRANCH-F) TO LEG-BRANCH
           IF LEG-BRANCH = SPACES
               PERFORM FIND-BOOK-BRANCH
           END-IF
           MOVE SPACES TO LEG-ROUTE
           MOVE SQ-OPER-F TO LEG-OPER
           MOVE SQ-STAMP-F TO LEG-START
           IF LEG-START IS NOT NUMERIC
               MOVE SPACES TO LEG-START
               STRING SQ-DATE-F DELIMITED BY SIZE
                      "0000" DELIMITED BY SIZE
                   INTO LEG-START
           END-IF
           MOVE SHELF-TARGET-MIN TO LEG-TARGET-MIN
           PERFORM TALLY-ONE-LEG THRU TALLY-ONE-LEG-EXIT
           IF LEG-COUNTED = 'Y'
               ADD 1 TO CNT-SHELF
           END-IF.
       TAKE-SHELF-LEG-EXIT.
           EXIT.

      * transit-manifest.csv: copy,book,from,to,date,OPEN/RECEIVED,
      * check-in stamp,operator,receipt stamp. A RECEIVED row from
      * before the receipt stamp was kept cannot be timed.
       READ-TRANSIT-MANIFEST.
           MOVE 'N' TO FILE-END
           OPEN INPUT TRANSIT-FILE
           IF TRANSIT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ TRANSIT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM TAKE-TRANSIT-LEG THRU
                           TAKE-TRANSIT-LEG-EXIT
               END-READ
           END-PERFORM
           IF TRANSIT-STATUS = "00" OR TRANSIT-STATUS = "10"
               CLOSE TRANSIT-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       TAKE-TRANSIT-LEG.
           MOVE SPACES TO TM-COPY-F TM-BOOK-F TM-FROM-F TM-TO-F
               TM-DATE-F TM-STATUS-F TM-STAMP-F TM-OPER-F
               TM-RECEIVED-F
           UNSTRING TRANSIT-REC DELIMITED BY ","
               INTO TM-COPY-F, TM-BOOK-F, TM-FROM-F, TM-TO-F,
                    TM-DATE-F, TM-STATUS-F, TM-STAMP-F, TM-OPER-F,
                    TM-RECEIVED-F
           IF TM-COPY-F = SPACES
               GO TO TAKE-TRANSIT-LEG-EXIT
           END-IF
           EVALUATE FUNCTION TRIM(TM-STATUS-F)
               WHEN "OPEN"
                   MOVE "OPEN" TO LEG-STATE
                   MOVE WS-NOW-STAMP TO LEG-END
               WHEN "RECEIVED"
                   IF TM-RECEIVED-F IS NOT NUMERIC
                       GO TO TAKE-TRANSIT-LEG-EXIT
                   END-IF
                   MOVE "DONE" TO LEG-STATE
                   MOVE TM-RECEIVED-F TO LEG-END
               WHEN OTHER
                   GO TO TAKE-TRANSIT-LEG-EXIT
           END-EVALUATE
           MOVE "TRANSIT" TO LEG-KIND
           MOVE TM-COPY-F TO LEG-COPY
           MOVE TM-BOOK-F TO LEG-BOOK
           MOVE FUNCTION UPPER-CASE(TM-TO-F) TO LEG-BRANCH
           IF LEG-BRANCH = SPACES
               PERFORM FIND-BOOK-BRANCH
           END-IF
           MOVE SPACES TO LEG-ROUTE
           STRING FUNCTION TRIM(TM-FROM-F) DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  FUNCTION TRIM(TM-TO-F) DELIMITED BY SIZE
               INTO LEG-ROUTE
           MOVE TM-OPER-F TO LEG-OPER
           MOVE TM-STAMP-F TO LEG-START
           IF LEG-START IS NOT NUMERIC
               MOVE SPACES TO LEG-START
               STRING TM-DATE-F DELIMITED BY SIZE
                      "0000" DELIMITED BY SIZE
                   INTO LEG-START
           END-IF
           MOVE TRANSIT-TARGET-MIN TO LEG-TARGET-MIN
           PERFORM TALLY-ONE-LEG THRU TALLY-ONE-LEG-EXIT
           IF LEG-COUNTED = 'Y'
               ADD 1 TO CNT-TRANSIT
           END-IF.
       TAKE-TRANSIT-LEG-EXIT.
           EXIT.

       FIND-BOOK-BRANCH.
           MOVE "MAIN" TO LEG-BRANCH
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-TOTAL
               IF BK-ID(BK-IDX) = LEG-BOOK
                   MOVE BK-BRANCH(BK-IDX) TO LEG-BRANCH
               END-IF
           END-PERFORM.

      * YYYYMMDDHHMM in WS-STAMP to a day number and minute of day.
       STAMP-TO-MINUTES.
           MOVE 0 TO WS-STAMP-INT WS-STAMP-MIN
           IF WS-STAMP IS NUMERIC
               MOVE WS-STAMP(1:8) TO WS-STAMP-DATE
               MOVE WS-STAMP(9:2) TO WS-STAMP-HH
               MOVE WS-STAMP(11:2) TO WS-STAMP-MI
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-STAMP-DATE) = 0
                   COMPUTE WS-STAMP-INT =
                       FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
                   COMPUTE WS-STAMP-MIN =
                       WS-STAMP-HH * 60 + WS-STAMP-MI
               END-IF
           END-IF.

       TALLY-ONE-LEG.
           MOVE 0 TO LEG-MINUTES
           MOVE 'N' TO LEG-COUNTED
           MOVE LEG-START TO WS-STAMP
           PERFORM STAMP-TO-MINUTES
           MOVE WS-STAMP-INT TO WS-START-INT
           MOVE WS-STAMP-MIN TO WS-START-MIN
           MOVE LEG-END TO WS-STAMP
           PERFORM STAMP-TO-MINUTES
           MOVE WS-STAMP-INT TO WS-END-INT
           MOVE WS-STAMP-MIN TO WS-END-MIN
           IF WS-START-INT = 0 OR WS-END-INT = 0
               GO TO TALLY-ONE-LEG-EXIT
           END-IF
           IF WS-FROM-DATE NOT = SPACES AND
              LEG-START(1:8) < WS-FROM-DATE
               GO TO TALLY-ONE-LEG-EXIT
           END-IF
           IF WS-END-INT * 1440 + WS-END-MIN >
              WS-START-INT * 1440 + WS-START-MIN
               COMPUTE LEG-MINUTES =
                   (WS-END-INT - WS-START-INT) * 1440
                   + WS-END-MIN - WS-START-MIN
           END-IF
           MOVE 'Y' TO LEG-COUNTED
           IF LEG-OPER = SPACES
               MOVE "NONE" TO LEG-OPER
           END-IF

      * 0 = Sunday, as ClosureMaintain.cbl counts them.
           COMPUTE LEG-DOW = FUNCTION MOD(WS-START-INT, 7)
           EVALUATE LEG-DOW
               WHEN 0
                   MOVE "SUN" TO LEG-DOW-NAME
               WHEN 1
                   MOVE "MON" TO LEG-DOW-NAME
               WHEN 2
                   MOVE "TUE" TO LEG-DOW-NAME
               WHEN 3
                   MOVE "WED" TO LEG-DOW-NAME
               WHEN 4
                   MOVE "THU" TO LEG-DOW-NAME
               WHEN 5
                   MOVE "FRI" TO LEG-DOW-NAME
               WHEN OTHER
                   MOVE "SAT" TO LEG-DOW-NAME
           END-EVALUATE

           MOVE "BRANCH" TO WS-DIM
           MOVE LEG-BRANCH TO WS-VALUE
           PERFORM ADD-TO-STAT
           MOVE "DAY" TO WS-DIM
           MOVE SPACES TO WS-VALUE
           STRING LEG-DOW DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  LEG-DOW-NAME DELIMITED BY SIZE
               INTO WS-VALUE
           PERFORM ADD-TO-STAT
           MOVE "OPERATOR" TO WS-DIM
           MOVE LEG-OPER TO WS-VALUE
           PERFORM ADD-TO-STAT

           IF LEG-MINUTES > LEG-TARGET-MIN
               IF BR-TOTAL < 500
                   ADD 1 TO BR-TOTAL
                   MOVE LEG-KIND TO BR-LEG(BR-TOTAL)
                   MOVE LEG-COPY TO BR-COPY(BR-TOTAL)
                   MOVE LEG-BOOK TO BR-BOOK(BR-TOTAL)
                   MOVE LEG-BRANCH TO BR-BRANCH(BR-TOTAL)
                   MOVE LEG-ROUTE TO BR-ROUTE(BR-TOTAL)
                   MOVE LEG-START TO BR-START(BR-TOTAL)
                   MOVE LEG-MINUTES TO BR-MINUTES(BR-TOTAL)
                   MOVE LEG-STATE TO BR-STATE(BR-TOTAL)
                   MOVE LEG-OPER TO BR-OPER(BR-TOTAL)
               ELSE
                   ADD 1 TO BR-OVERFLOW
               END-IF
           END-IF.
       TALLY-ONE-LEG-EXIT.
           EXIT.

       ADD-TO-STAT.
           MOVE 0 TO ST-MATCH-IDX
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > ST-TOTAL OR ST-MATCH-IDX > 0
               IF ST-LEG(ST-IDX) = LEG-KIND AND
                  ST-DIM(ST-IDX) = WS-DIM AND
                  ST-VALUE(ST-IDX) = WS-VALUE
                   MOVE ST-IDX TO ST-MATCH-IDX
               END-IF
           END-PERFORM
           IF ST-MATCH-IDX = 0
               IF ST-TOTAL < 300
                   ADD 1 TO ST-TOTAL
                   MOVE ST-TOTAL TO ST-MATCH-IDX
                   INITIALIZE ST-ENTRY(ST-TOTAL)
                   MOVE LEG-KIND TO ST-LEG(ST-TOTAL)
                   MOVE WS-DIM TO ST-DIM(ST-TOTAL)
                   MOVE WS-VALUE TO ST-VALUE(ST-TOTAL)
               ELSE
                   MOVE 'Y' TO ST-FULL
               END-IF
           END-IF
           IF ST-MATCH-IDX > 0
               ADD 1 TO ST-ITEMS(ST-MATCH-IDX)
               ADD LEG-MINUTES TO ST-MINUTES(ST-MATCH-IDX)
               IF LEG-MINUTES > LEG-TARGET-MIN
                   ADD 1 TO ST-BREACHES(ST-MATCH-IDX)
               END-IF
               IF LEG-STATE = "OPEN"
                   ADD 1 TO ST-OPEN(ST-MATCH-IDX)
               END-IF
           END-IF.

       WRITE-TURNAROUND-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "SECTION,LEG,DIMENSION,VALUE,ITEMS,AVG_HOURS,"
                      DELIMITED BY SIZE
                  "BREACHES,STILL_OPEN" DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           DISPLAY " "
           DISPLAY "TURNAROUND -- target " SHELF-TARGET-HOURS
               " hour(s) to shelf, " TRANSIT-TARGET-DAYS
               " day(s) in transit"
           IF WS-FROM-DATE NOT = SPACES
               DISPLAY "Clock started on or after " WS-FROM-DATE
           END-IF

           MOVE "SHELF" TO WS-SECTION-LEG
           DISPLAY " "
           DISPLAY "CHECK-IN TO SHELF  (" CNT-SHELF " item(s))"
           PERFORM WRITE-LEG-SECTIONS
           MOVE "TRANSIT" TO WS-SECTION-LEG
           DISPLAY " "
           DISPLAY "FOREIGN RETURN TO HOME RECEIPT  (" CNT-TRANSIT
               " item(s))"
           PERFORM WRITE-LEG-SECTIONS
           IF ST-FULL = 'Y'
               DISPLAY "Breakdown table full -- some values were not "
                   "counted."
           END-IF

           DISPLAY " "
           DISPLAY "ITEMS OVER TARGET"
           DISPLAY RULE-LINE
           DISPLAY "Leg     Copy     Book  Branch     Started      "
               "  Hours State Oper"
           DISPLAY RULE-LINE
           MOVE SPACES TO REPORT-REC
           STRING "SECTION,LEG,COPY,BOOK,BRANCH,ROUTE,STARTED,HOURS,"
                      DELIMITED BY SIZE
                  "STATE,OPERATOR" DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-TOTAL
               PERFORM WRITE-BREACH-LINE
           END-PERFORM
           DISPLAY RULE-LINE
           IF BR-TOTAL = 0
               DISPLAY "Nothing over target."
           ELSE
               DISPLAY BR-TOTAL " item(s) over target."
           END-IF
           IF BR-OVERFLOW > 0
               DISPLAY BR-OVERFLOW " more over target not listed."
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "Report written to ../turnaround-report.csv".

       WRITE-LEG-SECTIONS.
           MOVE "BRANCH" TO WS-SECTION-DIM
           PERFORM WRITE-ONE-DIMENSION
           MOVE "DAY" TO WS-SECTION-DIM
           PERFORM WRITE-ONE-DIMENSION
           MOVE "OPERATOR" TO WS-SECTION-DIM
           PERFORM WRITE-ONE-DIMENSION.

       WRITE-ONE-DIMENSION.
           DISPLAY RULE-LINE
           DISPLAY "By " WS-SECTION-DIM "      Items   Avg hours  "
               "Over target  Still open"
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-TOTAL
               IF ST-LEG(ST-IDX) = WS-SECTION-LEG AND
                  ST-DIM(ST-IDX) = WS-SECTION-DIM
                   PERFORM WRITE-STAT-LINE
               END-IF
           END-PERFORM.

       WRITE-STAT-LINE.
           MOVE 0 TO WS-HOURS
           IF ST-ITEMS(ST-IDX) > 0
               COMPUTE WS-HOURS ROUNDED =
                   ST-MINUTES(ST-IDX) / ST-ITEMS(ST-IDX) / 60
           END-IF
           MOVE WS-HOURS TO HOURS-OUT
           DISPLAY "   " ST-VALUE(ST-IDX) "  " ST-ITEMS(ST-IDX)
               "   " HOURS-OUT "     " ST-BREACHES(ST-IDX)
               "       " ST-OPEN(ST-IDX)
           MOVE SPACES TO REPORT-REC
           STRING "STAT," DELIMITED BY SIZE
                  FUNCTION TRIM(ST-LEG(ST-IDX)) DELIMITED BY SIZE ","
                  FUNCTION TRIM(ST-DIM(ST-IDX)) DELIMITED BY SIZE ","
                  FUNCTION TRIM(ST-VALUE(ST-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  ST-ITEMS(ST-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(HOURS-OUT) DELIMITED BY SIZE ","
                  ST-BREACHES(ST-IDX) DELIMITED BY SIZE ","
                  ST-OPEN(ST-IDX) DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC.

       WRITE-BREACH-LINE.
           COMPUTE WS-HOURS ROUNDED = BR-MINUTES(BR-IDX) / 60
           MOVE WS-HOURS TO HOURS-OUT
           DISPLAY BR-LEG(BR-IDX) " " BR-COPY(BR-IDX) " "
               BR-BOOK(BR-IDX) " " BR-BRANCH(BR-IDX) " "
               BR-START(BR-IDX) " " HOURS-OUT " " BR-STATE(BR-IDX)
               "  " BR-OPER(BR-IDX)
           MOVE SPACES TO REPORT-REC
           STRING "BREACH," DELIMITED BY SIZE
                  FUNCTION TRIM(BR-LEG(BR-IDX)) DELIMITED BY SIZE ","
                  FUNCTION TRIM(BR-COPY(BR-IDX)) DELIMITED BY SIZE ","
                  BR-BOOK(BR-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(BR-BRANCH(BR-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(BR-ROUTE(BR-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  BR-START(BR-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(HOURS-OUT) DELIMITED BY SIZE ","
                  FUNCTION TRIM(BR-STATE(BR-IDX)) DELIMITED BY SIZE ","
                  FUNCTION TRIM(BR-OPER(BR-IDX)) DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC.

       END PROGRAM TurnaroundReport.
