      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Scheduled report runs -- ../report-schedule.csv lists
      *          the reports to run unattended, one per row:
      *          report_id,program,frequency,period. Frequency is
      *          DAILY, WEEKLY (due on Sundays), MONTHLY (due on the
      *          last day of the month) or QUARTERLY (due on the last
      *          day of March, June, September and December). Period
      *          is the stretch the report covers, ending on the
      *          business date: DAY, WEEK (the seven days to it),
      *          MONTH, QUARTER or YEAR to date, or ALL for no date
      *          limit; blank takes the frequency's own period. The
      *          programs that can be scheduled are FineAgingReport,
      *          PopularityReport, TrendReport and
      *          StaffProductivityReport, each CALLed with choice 0,
      *          its date bounds and its output path. Every report
      *          due on the business date is filed as
      *          ../reports/YYYYMMDD/report_id.csv, with one job log
      *          line per report and ../reports/YYYYMMDD/index.txt
      *          listing the night's reports for the duty manager,
      *          printed at the end. USER-CHOICE 0 is the nightly run
      *          from NightlyBatch.cbl for its business date; the
      *          count of reports filed is handed back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportSchedule.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO "../report-schedule.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-STATUS.
           SELECT INDEX-FILE ASSIGN TO DYNAMIC RS-INDEX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-REC       PIC X(100).
       FD  INDEX-FILE.
       01  INDEX-REC          PIC X(132).

       WORKING-STORAGE SECTION.
       01  SCHEDULE-STATUS    PIC XX.
       01  INDEX-STATUS       PIC XX.
       01  FILE-END           PIC X VALUE 'N'.

       01  RS-BUSINESS-DATE   PIC 9(8).
       01  RS-BUSINESS-X REDEFINES RS-BUSINESS-DATE.
           05  RS-BUS-YYYY    PIC 9(4).
           05  RS-BUS-MM      PIC 9(2).
           05  RS-BUS-DD      PIC 9(2).
       01  RS-BUSINESS-INT    PIC 9(8).
       01  RS-NEXT-DATE       PIC 9(8).
       01  RS-WEEKDAY         PIC 9.
       01  RS-MONTH-END       PIC X VALUE 'N'.
       01  RS-QUARTER-END     PIC X VALUE 'N'.
       01  RS-SUNDAY          PIC X VALUE 'N'.
       01  RS-QUARTER-MM      PIC 9(2).

       01  RS-REPORTS-DIR     PIC X(20) VALUE "../reports".
       01  RS-DATED-DIR       PIC X(40).
       01  RS-INDEX-PATH      PIC X(60).
       01  MKDIR-STATUS       PIC S9(9) COMP-5.

       01  SC-REPORT-ID-F     PIC X(20).
       01  SC-PROGRAM-F       PIC X(24).
       01  SC-FREQUENCY-F     PIC X(10).
       01  SC-PERIOD-F        PIC X(8).
       01  RS-PERIOD          PIC X(8).
       01  RS-DUE             PIC X VALUE 'N'.
       01  RS-PERIOD-OK       PIC X VALUE 'N'.

      * What the scheduled report is CALLed with.
       01  RS-CHOICE          PIC 9(3) VALUE 0.
       01  RS-FROM            PIC 9(8).
       01  RS-TO              PIC 9(8).
       01  RS-OUT-PATH        PIC X(60).
       01  RS-ROWS            PIC 9(5).

       01  RS-RESULT          PIC X(40).
       01  RS-FROM-SHOWN      PIC X(8).
       01  RS-TO-SHOWN        PIC X(8).

       01  CNT-DUE            PIC 9(5) VALUE 0.
       01  CNT-FILED          PIC 9(5) VALUE 0.
       01  CNT-SKIPPED        PIC 9(5) VALUE 0.

       01  HEADER-LINE        PIC X(100) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 BUSINESS-DATE-L PIC 9(8).
       01 REPORT-COUNT-L PIC 9(5).
       PROCEDURE DIVISION USING USER-CHOICE, BUSINESS-DATE-L,
           REPORT-COUNT-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT RS-BUSINESS-DATE FROM DATE YYYYMMDD
           IF BUSINESS-DATE-L NOT = 0
               MOVE BUSINESS-DATE-L TO RS-BUSINESS-DATE
           END-IF
           MOVE 0 TO CNT-DUE CNT-FILED CNT-SKIPPED
           PERFORM SET-CALENDAR-FLAGS

           CALL "CBL_CREATE_DIR" USING RS-REPORTS-DIR
               RETURNING MKDIR-STATUS
           END-CALL
           MOVE SPACES TO RS-DATED-DIR
           STRING FUNCTION TRIM(RS-REPORTS-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  RS-BUSINESS-DATE DELIMITED BY SIZE
               INTO RS-DATED-DIR
           CALL "CBL_CREATE_DIR" USING RS-DATED-DIR
               RETURNING MKDIR-STATUS
           END-CALL
           MOVE SPACES TO RS-INDEX-PATH
           STRING FUNCTION TRIM(RS-DATED-DIR) DELIMITED BY SIZE
                  "/index.txt" DELIMITED BY SIZE
               INTO RS-INDEX-PATH

           OPEN OUTPUT INDEX-FILE
           MOVE SPACES TO INDEX-REC
           STRING "REPORTS FILED FOR BUSINESS DATE " DELIMITED BY SIZE
                  RS-BUSINESS-DATE DELIMITED BY SIZE
               INTO INDEX-REC
           WRITE INDEX-REC
           MOVE HEADER-LINE TO INDEX-REC
           WRITE INDEX-REC
           MOVE SPACES TO INDEX-REC
           STRING "REPORT               PROGRAM                  "
                      DELIMITED BY SIZE
                  "FREQUENCY  FROM     TO       ROWS  FILE"
                      DELIMITED BY SIZE
               INTO INDEX-REC
           WRITE INDEX-REC
           MOVE HEADER-LINE TO INDEX-REC
           WRITE INDEX-REC

           MOVE 'N' TO FILE-END
           OPEN INPUT SCHEDULE-FILE
           IF SCHEDULE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SCHEDULE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM RUN-ONE-SCHEDULE-ROW THRU
                           RUN-ONE-SCHEDULE-ROW-EXIT
               END-READ
           END-PERFORM
           IF SCHEDULE-STATUS = "00" OR SCHEDULE-STATUS = "10"
               CLOSE SCHEDULE-FILE
           END-IF

           MOVE HEADER-LINE TO INDEX-REC
           WRITE INDEX-REC
           MOVE SPACES TO INDEX-REC
           IF CNT-DUE = 0
               MOVE "No scheduled reports were due." TO INDEX-REC
           ELSE
               STRING CNT-FILED DELIMITED BY SIZE
                      " report(s) filed, " DELIMITED BY SIZE
                      CNT-SKIPPED DELIMITED BY SIZE
                      " skipped." DELIMITED BY SIZE
                   INTO INDEX-REC
           END-IF
           WRITE INDEX-REC
           CLOSE INDEX-FILE

           PERFORM PRINT-REPORT-INDEX
           MOVE CNT-FILED TO REPORT-COUNT-L
           GOBACK.

      * Weekday from the day number -- day 1 (1 January 1601) was a
      * Monday, so a remainder of 6 is a Sunday. The month ends when
      * tomorrow is the 1st.
       SET-CALENDAR-FLAGS.
           COMPUTE RS-BUSINESS-INT =
               FUNCTION INTEGER-OF-DATE(RS-BUSINESS-DATE)
           COMPUTE RS-WEEKDAY = FUNCTION MOD(RS-BUSINESS-INT - 1, 7)
           MOVE 'N' TO RS-SUNDAY RS-MONTH-END RS-QUARTER-END
           IF RS-WEEKDAY = 6
               MOVE 'Y' TO RS-SUNDAY
           END-IF
           COMPUTE RS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(RS-BUSINESS-INT + 1)
           IF RS-NEXT-DATE(7:2) = "01"
               MOVE 'Y' TO RS-MONTH-END
               IF RS-BUS-MM = 3 OR RS-BUS-MM = 6 OR RS-BUS-MM = 9
                  OR RS-BUS-MM = 12
                   MOVE 'Y' TO RS-QUARTER-END
               END-IF
           END-IF.

       RUN-ONE-SCHEDULE-ROW.
           MOVE SPACES TO SC-REPORT-ID-F SC-PROGRAM-F SC-FREQUENCY-F
               SC-PERIOD-F
           UNSTRING SCHEDULE-REC DELIMITED BY ","
               INTO SC-REPORT-ID-F, SC-PROGRAM-F, SC-FREQUENCY-F,
                    SC-PERIOD-F
           IF SC-REPORT-ID-F = SPACES
               GO TO RUN-ONE-SCHEDULE-ROW-EXIT
           END-IF

           MOVE 'N' TO RS-DUE
           EVALUATE FUNCTION TRIM(SC-FREQUENCY-F)
               WHEN "DAILY"
                   MOVE 'Y' TO RS-DUE
                   MOVE "DAY" TO RS-PERIOD
               WHEN "WEEKLY"
                   MOVE RS-SUNDAY TO RS-DUE
                   MOVE "WEEK" TO RS-PERIOD
               WHEN "MONTHLY"
                   MOVE RS-MONTH-END TO RS-DUE
                   MOVE "MONTH" TO RS-PERIOD
               WHEN "QUARTERLY"
                   MOVE RS-QUARTER-END TO RS-DUE
                   MOVE "QUARTER" TO RS-PERIOD
               WHEN OTHER
                   DISPLAY "Report " FUNCTION TRIM(SC-REPORT-ID-F)
                       " -- unknown frequency "
                       FUNCTION TRIM(SC-FREQUENCY-F) ", not run"
                   GO TO RUN-ONE-SCHEDULE-ROW-EXIT
           END-EVALUATE
           IF RS-DUE NOT = 'Y'
               GO TO RUN-ONE-SCHEDULE-ROW-EXIT
           END-IF
           ADD 1 TO CNT-DUE
           IF SC-PERIOD-F NOT = SPACES
               MOVE FUNCTION TRIM(SC-PERIOD-F) TO RS-PERIOD
           END-IF

           PERFORM SET-PERIOD-BOUNDS
           MOVE 0 TO RS-ROWS
           MOVE SPACES TO RS-OUT-PATH
           STRING FUNCTION TRIM(RS-DATED-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(SC-REPORT-ID-F) DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
               INTO RS-OUT-PATH
           IF RS-PERIOD-OK NOT = 'Y'
               MOVE SPACES TO RS-RESULT
               STRING "SKIPPED -- unknown period " DELIMITED BY SIZE
                      FUNCTION TRIM(RS-PERIOD) DELIMITED BY SIZE
                   INTO RS-RESULT
               GO TO RUN-ONE-SCHEDULE-ROW-LOG
           END-IF

           MOVE 0 TO RS-CHOICE
           MOVE FUNCTION TRIM(RS-OUT-PATH) TO RS-RESULT
           EVALUATE FUNCTION TRIM(SC-PROGRAM-F)
               WHEN "FineAgingReport"
                   CALL "FineAgingReport" USING RS-CHOICE, RS-FROM,
                       RS-TO, RS-OUT-PATH, RS-ROWS
                   CANCEL "FineAgingReport"
               WHEN "PopularityReport"
                   CALL "PopularityReport" USING RS-CHOICE, RS-FROM,
                       RS-TO, RS-OUT-PATH, RS-ROWS
                   CANCEL "PopularityReport"
               WHEN "TrendReport"
                   CALL "TrendReport" USING RS-CHOICE, RS-FROM,
                       RS-TO, RS-OUT-PATH, RS-ROWS
                   CANCEL "TrendReport"
               WHEN "StaffProductivityReport"
                   CALL "StaffProductivityReport" USING RS-CHOICE,
                       RS-FROM, RS-TO, RS-OUT-PATH, RS-ROWS
                   CANCEL "StaffProductivityReport"
               WHEN OTHER
                   MOVE "SKIPPED -- not a schedulable program"
                       TO RS-RESULT
           END-EVALUATE.

      * One job log line per report due, and its row on the index.
       RUN-ONE-SCHEDULE-ROW-LOG.
           IF RS-RESULT(1:7) = "SKIPPED"
               ADD 1 TO CNT-SKIPPED
               DISPLAY "Report " FUNCTION TRIM(SC-REPORT-ID-F) " ("
                   FUNCTION TRIM(SC-PROGRAM-F) ") "
                   FUNCTION TRIM(RS-RESULT)
           ELSE
               ADD 1 TO CNT-FILED
               DISPLAY "Report " FUNCTION TRIM(SC-REPORT-ID-F) " ("
                   FUNCTION TRIM(SC-PROGRAM-F) ", "
                   FUNCTION TRIM(SC-FREQUENCY-F) ") filed to "
                   FUNCTION TRIM(RS-RESULT) " -- " RS-ROWS " row(s)"
           END-IF

           MOVE SPACES TO RS-FROM-SHOWN RS-TO-SHOWN
           IF RS-FROM NOT = 0
               MOVE RS-FROM TO RS-FROM-SHOWN
           END-IF
           IF RS-TO NOT = 0
               MOVE RS-TO TO RS-TO-SHOWN
           END-IF
           MOVE SPACES TO INDEX-REC
           STRING SC-REPORT-ID-F DELIMITED BY SIZE " "
                  SC-PROGRAM-F DELIMITED BY SIZE " "
                  SC-FREQUENCY-F DELIMITED BY SIZE " "
                  RS-FROM-SHOWN DELIMITED BY SIZE " "
                  RS-TO-SHOWN DELIMITED BY SIZE " "
                  RS-ROWS DELIMITED BY SIZE " "
                  FUNCTION TRIM(RS-RESULT) DELIMITED BY SIZE
               INTO INDEX-REC
           WRITE INDEX-REC.
       RUN-ONE-SCHEDULE-ROW-EXIT.
           EXIT.

      * The period always ends on the business date; ALL passes zero
      * bounds, which every report reads as no limit.
       SET-PERIOD-BOUNDS.
           MOVE 'Y' TO RS-PERIOD-OK
           MOVE RS-BUSINESS-DATE TO RS-TO
           EVALUATE RS-PERIOD
               WHEN "DAY"
                   MOVE RS-BUSINESS-DATE TO RS-FROM
               WHEN "WEEK"
                   COMPUTE RS-FROM =
                       FUNCTION DATE-OF-INTEGER(RS-BUSINESS-INT - 6)
               WHEN "MONTH"
                   COMPUTE RS-FROM = RS-BUS-YYYY * 10000
                       + RS-BUS-MM * 100 + 1
               WHEN "QUARTER"
                   COMPUTE RS-QUARTER-MM = (RS-BUS-MM - 1) / 3
                   COMPUTE RS-QUARTER-MM = RS-QUARTER-MM * 3 + 1
                   COMPUTE RS-FROM = RS-BUS-YYYY * 10000
                       + RS-QUARTER-MM * 100 + 1
               WHEN "YEAR"
                   COMPUTE RS-FROM = RS-BUS-YYYY * 10000 + 101
               WHEN "ALL"
                   MOVE 0 TO RS-FROM
                   MOVE 0 TO RS-TO
               WHEN OTHER
                   MOVE 0 TO RS-FROM
                   MOVE 'N' TO RS-PERIOD-OK
           END-EVALUATE.

      * The night's index, read back for the duty manager's printout.
       PRINT-REPORT-INDEX.
           MOVE 'N' TO FILE-END
           OPEN INPUT INDEX-FILE
           IF INDEX-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ INDEX-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       DISPLAY FUNCTION TRIM(INDEX-REC TRAILING)
               END-READ
           END-PERFORM
           IF INDEX-STATUS = "00" OR INDEX-STATUS = "10"
               CLOSE INDEX-FILE
           END-IF.

       END PROGRAM ReportSchedule.
