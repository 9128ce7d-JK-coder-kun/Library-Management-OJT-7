      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Capacity headroom report -- programs that load a
      *          whole data file into a fixed OCCURS table stop (or
      *          skip work) when the file outgrows it. CAP-REGISTER
      *          below lists each such table: the file, the program,
      *          the table and its OCCURS size. Keep it in step when a
      *          table is resized or a new whole-file load is added.
      *          For every entry the file's current row count is set
      *          against the limit, with its growth per month taken
      *          from ../capacity-history.csv (date YYYYMMDD,file,
      *          rows -- one row per file appended by each nightly
      *          run; the month's growth is measured from the newest
      *          row at least 30 days old, or scaled up from the oldest
      *          row while history is shorter than that) and the date
      *          the limit will be reached at that rate. An entry
      *          with less free room than the HEADROOM_PCT row of
      *          ../alert-thresholds.csv (default 20) is LOW; one at
      *          or past its limit is FULL. The report goes to
      *          ../capacity-report.csv. USER-CHOICE 0 is the nightly
      *          run from NightlyBatch.cbl's alert sweep -- no screen,
      *          history appended, and the LOW/FULL counts and the
      *          percentage handed back for the alert.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CapacityReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN TO DYNAMIC CAP-DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DATA-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "../capacity-history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "../alert-thresholds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS THRESHOLD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../capacity-report.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       01  DATA-REC           PIC X(300).
       FD  HISTORY-FILE.
       01  HISTORY-REC        PIC X(60).
       FD  THRESHOLD-FILE.
       01  THRESHOLD-REC      PIC X(40).
       FD  REPORT-FILE.
       01  REPORT-REC         PIC X(150).

       WORKING-STORAGE SECTION.
       01  DATA-STATUS        PIC XX.
       01  HISTORY-STATUS     PIC XX.
       01  THRESHOLD-STATUS   PIC XX.
       01  REPORT-STATUS      PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  CAP-DATA-PATH      PIC X(40).
       01  TODAY              PIC 9(8).
       01  TODAY-INT          PIC 9(8).
       01  HEADER-LINE        PIC X(100) VALUE ALL '-'.

      * file, program, table, OCCURS size.
       01  CAP-REGISTER.
           05  FILLER  PIC X(24) VALUE "books.csv".
           05  FILLER  PIC X(18) VALUE "BorrowBook".
           05  FILLER  PIC X(18) VALUE "BOOK-ENTRY".
           05  FILLER  PIC 9(5)  VALUE 500.
           05  FILLER  PIC X(24) VALUE "books.csv".
           05  FILLER  PIC X(18) VALUE "NightlyBatch".
           05  FILLER  PIC X(18) VALUE "NB-BOOK-ENTRY".
           05  FILLER  PIC 9(5)  VALUE 500.
           05  FILLER  PIC X(24) VALUE "books.csv".
           05  FILLER  PIC X(18) VALUE "ListAllBooks".
           05  FILLER  PIC X(18) VALUE "BOOK-ENTRY".
           05  FILLER  PIC 9(5)  VALUE 500.
           05  FILLER  PIC X(24) VALUE "copies.csv".
           05  FILLER  PIC X(18) VALUE "BorrowBook".
           05  FILLER  PIC X(18) VALUE "COPIES-LINE".
           05  FILLER  PIC 9(5)  VALUE 500.
           05  FILLER  PIC X(24) VALUE "copies.csv".
           05  FILLER  PIC X(18) VALUE "ReturnBook".
           05  FILLER  PIC X(18) VALUE "COPIES-LINE".
           05  FILLER  PIC 9(5)  VALUE 500.
           05  FILLER  PIC X(24) VALUE "copies.csv".
           05  FILLER  PIC X(18) VALUE "NightlyBatch".
           05  FILLER  PIC X(18) VALUE "NB-COPIES-LINE".
           05  FILLER  PIC 9(5)  VALUE 500.
           05  FILLER  PIC X(24) VALUE "holds.csv".
           05  FILLER  PIC X(18) VALUE "NightlyBatch".
           05  FILLER  PIC X(18) VALUE "HOLDS-ENTRY".
           05  FILLER  PIC 9(5)  VALUE 200.
           05  FILLER  PIC X(24) VALUE "holds.csv".
           05  FILLER  PIC X(18) VALUE "HoldsPullList".
           05  FILLER  PIC X(18) VALUE "HOLDS-ENTRY".
           05  FILLER  PIC 9(5)  VALUE 200.
           05  FILLER  PIC X(24) VALUE "members.csv".
           05  FILLER  PIC X(18) VALUE "ListAllMembers".
           05  FILLER  PIC X(18) VALUE "MEMBER-ENTRY".
           05  FILLER  PIC 9(5)  VALUE 1000.
           05  FILLER  PIC X(24) VALUE "members.csv".
           05  FILLER  PIC X(18) VALUE "EditMember".
           05  FILLER  PIC X(18) VALUE "members".
           05  FILLER  PIC 9(5)  VALUE 1000.
           05  FILLER  PIC X(24) VALUE "members.csv".
           05  FILLER  PIC X(18) VALUE "PayFine".
           05  FILLER  PIC X(18) VALUE "MEMBER-ENTRY".
           05  FILLER  PIC 9(5)  VALUE 1000.
           05  FILLER  PIC X(24) VALUE "members.csv".
           05  FILLER  PIC X(18) VALUE "NightlyBatch".
           05  FILLER  PIC X(18) VALUE "WEB-MEMBER-ID".
           05  FILLER  PIC 9(5)  VALUE 1000.
           05  FILLER  PIC X(24) VALUE "log.csv".
           05  FILLER  PIC X(18) VALUE "CsvIntegrityCheck".
           05  FILLER  PIC X(18) VALUE "LOG-ENTRY".
           05  FILLER  PIC 9(5)  VALUE 500.
           05  FILLER  PIC X(24) VALUE "log.csv".
           05  FILLER  PIC X(18) VALUE "RecommendBuild".
           05  FILLER  PIC X(18) VALUE "LOAN-ENTRY".
           05  FILLER  PIC 9(5)  VALUE 3000.
           05  FILLER  PIC X(24) VALUE "fine.csv".
           05  FILLER  PIC X(18) VALUE "PayFine".
           05  FILLER  PIC X(18) VALUE "FINE-LINE".
           05  FILLER  PIC 9(5)  VALUE 500.
           05  FILLER  PIC X(24) VALUE "fine.csv".
           05  FILLER  PIC X(18) VALUE "MemberKiosk".
           05  FILLER  PIC X(18) VALUE "FINE-LINE".
           05  FILLER  PIC 9(5)  VALUE 500.
           05  FILLER  PIC X(24) VALUE "staff.csv".
           05  FILLER  PIC X(18) VALUE "CsvIntegrityCheck".
           05  FILLER  PIC X(18) VALUE "STAFF-ENTRY".
           05  FILLER  PIC 9(5)  VALUE 200.
           05  FILLER  PIC X(24) VALUE "staff.csv".
           05  FILLER  PIC X(18) VALUE "OverrideReview".
           05  FILLER  PIC X(18) VALUE "STAFF-ENTRY".
           05  FILLER  PIC 9(5)  VALUE 200.
           05  FILLER  PIC X(24) VALUE "notify-outbox.csv".
           05  FILLER  PIC X(18) VALUE "NightlyBatch".
           05  FILLER  PIC X(18) VALUE "OUTBOX-ENTRY".
           05  FILLER  PIC 9(5)  VALUE 500.
           05  FILLER  PIC X(24) VALUE "notify-outbox.csv".
           05  FILLER  PIC X(18) VALUE "PostalLetters".
           05  FILLER  PIC X(18) VALUE "NOTICE-ENTRY".
           05  FILLER  PIC 9(5)  VALUE 500.
           05  FILLER  PIC X(24) VALUE "closures.csv".
           05  FILLER  PIC X(18) VALUE "BorrowBook".
           05  FILLER  PIC X(18) VALUE "CLOSURE-ENTRY".
           05  FILLER  PIC 9(5)  VALUE 100.
           05  FILLER  PIC X(24) VALUE "closures.csv".
           05  FILLER  PIC X(18) VALUE "NightlyBatch".
           05  FILLER  PIC X(18) VALUE "AR-CL-ENTRY".
           05  FILLER  PIC 9(5)  VALUE 100.
           05  FILLER  PIC X(24) VALUE "claims-returned.csv".
           05  FILLER  PIC X(18) VALUE "CheckLog".
           05  FILLER  PIC X(18) VALUE "CLAIM-TRAN-ID".
           05  FILLER  PIC 9(5)  VALUE 200.
           05  FILLER  PIC X(24) VALUE "work-holds.csv".
           05  FILLER  PIC X(18) VALUE "NightlyBatch".
           05  FILLER  PIC X(18) VALUE "ANY-EDITION-ENTRY".
           05  FILLER  PIC 9(5)  VALUE 200.
           05  FILLER  PIC X(24) VALUE "recalls.csv".
           05  FILLER  PIC X(18) VALUE "NightlyBatch".
           05  FILLER  PIC X(18) VALUE "AR-RECALL-TRAN".
           05  FILLER  PIC 9(5)  VALUE 500.
           05  FILLER  PIC X(24) VALUE "selfcheck-machines.csv".
           05  FILLER  PIC X(18) VALUE "SelfCheckGateway".
           05  FILLER  PIC X(18) VALUE "MC-ENTRY".
           05  FILLER  PIC 9(5)  VALUE 20.
       01  CAP-TABLE REDEFINES CAP-REGISTER.
           05  CAP-ENTRY OCCURS 26 TIMES.
               10  CAP-FILE        PIC X(24).
               10  CAP-PROGRAM     PIC X(18).
               10  CAP-TABLE-NAME  PIC X(18).
               10  CAP-LIMIT       PIC 9(5).
       01  CAP-TOTAL          PIC 9(3) VALUE 26.
       01  CAP-IDX            PIC 9(3).

      * One row per distinct file on the register -- counted once,
      * with the history row its growth is measured from.
       01  DF-TABLE.
           05  DF-ENTRY OCCURS 26 TIMES.
               10  DF-NAME         PIC X(24).
               10  DF-ROWS         PIC 9(7).
               10  DF-BASE-ROWS    PIC 9(7).
               10  DF-BASE-AGE     PIC 9(5).
       01  DF-TOTAL           PIC 9(3) VALUE 0.
       01  DF-IDX             PIC 9(3).
       01  DF-FOUND           PIC 9(3).

       01  HS-DATE-F          PIC X(8).
       01  HS-DATE-NUM        PIC 9(8).
       01  HS-FILE-F          PIC X(24).
       01  HS-ROWS-F          PIC X(10).
       01  HS-AGE             PIC S9(7).

       01  TH-NAME-F          PIC X(14).
       01  TH-VALUE-F         PIC X(10).
       01  HEADROOM-PCT       PIC 9(3) VALUE 20.

       01  CAP-ROWS           PIC 9(7).
       01  CAP-FREE-PCT       PIC S9(5).
       01  CAP-GROWTH         PIC S9(7)V9.
       01  CAP-DAYS-LEFT      PIC 9(7).
       01  CAP-FULL-INT       PIC 9(8).
       01  CAP-FULL-DATE      PIC X(8).
       01  CAP-STATUS         PIC X(4).
       01  CNT-LOW            PIC 9(3) VALUE 0.
       01  CNT-FULL           PIC 9(3) VALUE 0.

       01  OUT-LIMIT          PIC ZZZZ9.
       01  OUT-ROWS           PIC ZZZZZZ9.
       01  OUT-PCT            PIC -ZZZ9.
       01  OUT-GROWTH         PIC ------9.9.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 CAP-LOW-COUNT-L PIC 9(3).
       01 CAP-FULL-COUNT-L PIC 9(3).
       01 CAP-HEADROOM-PCT-L PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE, CAP-LOW-COUNT-L,
           CAP-FULL-COUNT-L, CAP-HEADROOM-PCT-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY)
           MOVE 0 TO CNT-LOW CNT-FULL
           PERFORM LOAD-HEADROOM-PCT
           PERFORM BUILD-FILE-TABLE
           PERFORM LOAD-GROWTH-BASE
           IF USER-CHOICE = 0
               PERFORM APPEND-HISTORY
           ELSE
               DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
               DISPLAY "*        Capacity Headroom Report         *"
               DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
               DISPLAY "Warning below " HEADROOM-PCT
                   "% free. Growth per month from "
                   "../capacity-history.csv."
               DISPLAY HEADER-LINE
               DISPLAY "FILE                    PROGRAM           "
                   "TABLE              LIMIT    ROWS FREE%  "
                   "GROW/MO FULL BY  STATUS"
               DISPLAY HEADER-LINE
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "file,program,table,limit,rows,free_pct,"
                  "growth_per_month,projected_full,status"
                  DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           PERFORM REPORT-ONE-LIMIT
               VARYING CAP-IDX FROM 1 BY 1 UNTIL CAP-IDX > CAP-TOTAL
           CLOSE REPORT-FILE

           MOVE CNT-LOW TO CAP-LOW-COUNT-L
           MOVE CNT-FULL TO CAP-FULL-COUNT-L
           MOVE HEADROOM-PCT TO CAP-HEADROOM-PCT-L
           IF USER-CHOICE NOT = 0
               DISPLAY HEADER-LINE
               DISPLAY CNT-LOW " table(s) LOW, " CNT-FULL
                   " FULL -- written to ../capacity-report.csv"
           END-IF
           GOBACK.

       LOAD-HEADROOM-PCT.
           MOVE 'N' TO FILE-END
           OPEN INPUT THRESHOLD-FILE
           IF THRESHOLD-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ THRESHOLD-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO TH-NAME-F TH-VALUE-F
                       UNSTRING THRESHOLD-REC DELIMITED BY ","
                           INTO TH-NAME-F, TH-VALUE-F
                       IF FUNCTION TRIM(TH-NAME-F) = "HEADROOM_PCT"
                          AND FUNCTION TRIM(TH-VALUE-F) NOT = SPACES
                           MOVE FUNCTION NUMVAL(TH-VALUE-F)
                               TO HEADROOM-PCT
                       END-IF
               END-READ
           END-PERFORM
           IF THRESHOLD-STATUS = "00" OR THRESHOLD-STATUS = "10"
               CLOSE THRESHOLD-FILE
           END-IF.

       BUILD-FILE-TABLE.
           MOVE 0 TO DF-TOTAL
           PERFORM VARYING CAP-IDX FROM 1 BY 1 UNTIL CAP-IDX > CAP-TOTAL
               PERFORM FIND-FILE-ROW
               IF DF-FOUND = 0
                   ADD 1 TO DF-TOTAL
                   MOVE CAP-FILE(CAP-IDX) TO DF-NAME(DF-TOTAL)
                   MOVE 0 TO DF-BASE-ROWS(DF-TOTAL)
                   MOVE 0 TO DF-BASE-AGE(DF-TOTAL)
                   MOVE DF-TOTAL TO DF-IDX
                   PERFORM COUNT-FILE-ROWS
               END-IF
           END-PERFORM.

       FIND-FILE-ROW.
           MOVE 0 TO DF-FOUND
           PERFORM VARYING DF-IDX FROM 1 BY 1 UNTIL DF-IDX > DF-TOTAL
               IF DF-NAME(DF-IDX) = CAP-FILE(CAP-IDX)
                   MOVE DF-IDX TO DF-FOUND
               END-IF
           END-PERFORM.

      * Blank lines are not rows. A missing file has none.
       COUNT-FILE-ROWS.
           MOVE 0 TO DF-ROWS(DF-IDX)
           MOVE SPACES TO CAP-DATA-PATH
           STRING "../" DELIMITED BY SIZE
                  FUNCTION TRIM(DF-NAME(DF-IDX)) DELIMITED BY SIZE
               INTO CAP-DATA-PATH
           MOVE 'N' TO FILE-END
           OPEN INPUT DATA-FILE
           IF DATA-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DATA-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF DATA-REC NOT = SPACES
                           ADD 1 TO DF-ROWS(DF-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF DATA-STATUS = "00" OR DATA-STATUS = "10"
               CLOSE DATA-FILE
           END-IF.

      * For each file, the newest history row 30 or more days old; until
      * there is one, the oldest row from before today.
       LOAD-GROWTH-BASE.
           MOVE 'N' TO FILE-END
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO HS-DATE-F HS-FILE-F HS-ROWS-F
                       UNSTRING HISTORY-REC DELIMITED BY ","
                           INTO HS-DATE-F, HS-FILE-F, HS-ROWS-F
                       IF HS-DATE-F IS NUMERIC
                           PERFORM TAKE-HISTORY-ROW THRU
                               TAKE-HISTORY-ROW-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF HISTORY-STATUS = "00" OR HISTORY-STATUS = "10"
               CLOSE HISTORY-FILE
           END-IF.

       TAKE-HISTORY-ROW.
           MOVE HS-DATE-F TO HS-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(HS-DATE-NUM) NOT = 0
               GO TO TAKE-HISTORY-ROW-EXIT
           END-IF
           COMPUTE HS-AGE =
               TODAY-INT - FUNCTION INTEGER-OF-DATE(HS-DATE-NUM)
           IF HS-AGE < 1
               GO TO TAKE-HISTORY-ROW-EXIT
           END-IF
           PERFORM VARYING DF-IDX FROM 1 BY 1 UNTIL DF-IDX > DF-TOTAL
               IF DF-NAME(DF-IDX) = HS-FILE-F
                   EVALUATE TRUE
                       WHEN DF-BASE-AGE(DF-IDX) = 0
                       WHEN HS-AGE >= 30 AND
                            (DF-BASE-AGE(DF-IDX) < 30 OR
                             HS-AGE < DF-BASE-AGE(DF-IDX))
                       WHEN HS-AGE < 30 AND
                            DF-BASE-AGE(DF-IDX) < 30 AND
                            HS-AGE > DF-BASE-AGE(DF-IDX)
                           MOVE HS-AGE TO DF-BASE-AGE(DF-IDX)
                           MOVE FUNCTION NUMVAL(HS-ROWS-F)
                               TO DF-BASE-ROWS(DF-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.
       TAKE-HISTORY-ROW-EXIT.
           EXIT.

       APPEND-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF HISTORY-STATUS = "05" OR HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           PERFORM VARYING DF-IDX FROM 1 BY 1 UNTIL DF-IDX > DF-TOTAL
               MOVE SPACES TO HISTORY-REC
               STRING TODAY DELIMITED BY SIZE ","
                      FUNCTION TRIM(DF-NAME(DF-IDX)) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      DF-ROWS(DF-IDX) DELIMITED BY SIZE
                   INTO HISTORY-REC
               WRITE HISTORY-REC
           END-PERFORM
           CLOSE HISTORY-FILE.

      ******************************************************************
      * One register entry: free room, growth a month, and when the
      * limit is reached at that rate (blank when not growing or no
      * history yet, NOW when already full).
      ******************************************************************
       REPORT-ONE-LIMIT.
           PERFORM FIND-FILE-ROW
           MOVE DF-FOUND TO DF-IDX
           MOVE DF-ROWS(DF-IDX) TO CAP-ROWS
           COMPUTE CAP-FREE-PCT =
               (CAP-LIMIT(CAP-IDX) - CAP-ROWS) * 100
                   / CAP-LIMIT(CAP-IDX)
           MOVE 0 TO CAP-GROWTH
           IF DF-BASE-AGE(DF-IDX) > 0
               COMPUTE CAP-GROWTH ROUNDED =
                   (CAP-ROWS - DF-BASE-ROWS(DF-IDX)) * 30
                       / DF-BASE-AGE(DF-IDX)
           END-IF
           MOVE SPACES TO CAP-FULL-DATE
           EVALUATE TRUE
               WHEN CAP-ROWS >= CAP-LIMIT(CAP-IDX)
                   MOVE "NOW" TO CAP-FULL-DATE
                   MOVE "FULL" TO CAP-STATUS
                   ADD 1 TO CNT-FULL
               WHEN CAP-FREE-PCT < HEADROOM-PCT
                   MOVE "LOW" TO CAP-STATUS
                   ADD 1 TO CNT-LOW
               WHEN OTHER
                   MOVE "OK" TO CAP-STATUS
           END-EVALUATE
           IF CAP-ROWS < CAP-LIMIT(CAP-IDX) AND
              DF-BASE-AGE(DF-IDX) > 0 AND
              CAP-ROWS > DF-BASE-ROWS(DF-IDX)
               COMPUTE CAP-DAYS-LEFT =
                   (CAP-LIMIT(CAP-IDX) - CAP-ROWS)
                       * DF-BASE-AGE(DF-IDX)
                       / (CAP-ROWS - DF-BASE-ROWS(DF-IDX))
               COMPUTE CAP-FULL-INT = TODAY-INT + CAP-DAYS-LEFT
               MOVE FUNCTION DATE-OF-INTEGER(CAP-FULL-INT)
                   TO CAP-FULL-DATE
           END-IF

           MOVE CAP-LIMIT(CAP-IDX) TO OUT-LIMIT
           MOVE CAP-ROWS TO OUT-ROWS
           MOVE CAP-FREE-PCT TO OUT-PCT
           MOVE CAP-GROWTH TO OUT-GROWTH
           MOVE SPACES TO REPORT-REC
           STRING FUNCTION TRIM(CAP-FILE(CAP-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CAP-PROGRAM(CAP-IDX))
                      DELIMITED BY SIZE ","
                  FUNCTION TRIM(CAP-TABLE-NAME(CAP-IDX))
                      DELIMITED BY SIZE ","
                  FUNCTION TRIM(OUT-LIMIT) DELIMITED BY SIZE ","
                  FUNCTION TRIM(OUT-ROWS) DELIMITED BY SIZE ","
                  FUNCTION TRIM(OUT-PCT) DELIMITED BY SIZE ","
                  FUNCTION TRIM(OUT-GROWTH) DELIMITED BY SIZE ","
                  FUNCTION TRIM(CAP-FULL-DATE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(CAP-STATUS) DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           IF USER-CHOICE NOT = 0
               DISPLAY CAP-FILE(CAP-IDX) CAP-PROGRAM(CAP-IDX)
                   CAP-TABLE-NAME(CAP-IDX) " " OUT-LIMIT " "
                   OUT-ROWS " " OUT-PCT " " OUT-GROWTH " "
                   CAP-FULL-DATE " " CAP-STATUS
           END-IF.

       END PROGRAM CapacityReport.
