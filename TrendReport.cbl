      *               files the nightly batch rolls closed loans off
      *               to, so months don't vanish from the trend as
      *               soon as they are archived
      * 15.10.2026 HL - called with choice 0 (ReportSchedule.cbl),
      *               exports the months inside the date bounds given
      *               through linkage to the path given, unattended
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrendReport.
       01  DISP-LOAN-DELTA    PIC +9(5).
       01  DISP-OVERDUE-DELTA PIC +9(5).

       01  WS-EXPORT-PATH     PIC X(60) VALUE "../trend-report.csv".
      * A scheduled run's bounds as YYYYMM, and the months written.
       01  WS-EXPORT-FROM-YYYYMM PIC 9(6) VALUE 0.
       01  WS-EXPORT-TO-YYYYMM   PIC 9(6) VALUE 999999.
       01  WS-EXPORT-COUNT    PIC 9(5) VALUE 0.
       01  WS-EXPORT-ANSWER   PIC X.

      * The live log plus every dated nightly archive it has been
       01  WS-FILES-READ      PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 REPORT-FROM-L PIC 9(8).
       01 REPORT-TO-L PIC 9(8).
       01 REPORT-PATH-L PIC X(60).
       01 REPORT-ROWS-L PIC 9(5).
       PROCEDURE DIVISION USING USER-CHOICE, REPORT-FROM-L,
           REPORT-TO-L, REPORT-PATH-L, REPORT-ROWS-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.


           PERFORM SORT-MONTHS-ASCENDING

      * Choice 0 is a scheduled run: no screen, only the months inside
      * the linkage bounds (zero for no limit) exported.
           IF USER-CHOICE = 0
               IF REPORT-FROM-L NOT = 0
                   COMPUTE WS-EXPORT-FROM-YYYYMM = REPORT-FROM-L / 100
               END-IF
               IF REPORT-TO-L NOT = 0
                   COMPUTE WS-EXPORT-TO-YYYYMM = REPORT-TO-L / 100
               END-IF
               MOVE REPORT-PATH-L TO WS-EXPORT-PATH
               PERFORM EXPORT-TREND-TABLE
               MOVE WS-EXPORT-COUNT TO REPORT-ROWS-L
               GOBACK
           END-IF

           DISPLAY " "
           DISPLAY "MONTH-OVER-MONTH LOAN AND OVERDUE TREND"
           DISPLAY HEADER-LINE
           STRING "MONTH,LOANS,OVERDUE" DELIMITED BY SIZE
               INTO EXPORT-LINE
           WRITE EXPORT-LINE
           MOVE 0 TO WS-EXPORT-COUNT
           PERFORM VARYING MO-IDX FROM 1 BY 1 UNTIL MO-IDX > MONTH-TOTAL
               IF MO-YYYYMM(MO-IDX) NOT < WS-EXPORT-FROM-YYYYMM AND
                  MO-YYYYMM(MO-IDX) NOT > WS-EXPORT-TO-YYYYMM
                   MOVE SPACES TO EXPORT-LINE
                   STRING MO-YYYYMM(MO-IDX) DELIMITED BY SIZE ","
                          MO-LOAN-COUNT(MO-IDX) DELIMITED BY SIZE ","
                          MO-OVERDUE-COUNT(MO-IDX) DELIMITED BY SIZE
                       INTO EXPORT-LINE
                   WRITE EXPORT-LINE
                   ADD 1 TO WS-EXPORT-COUNT
               END-IF
           END-PERFORM
           CLOSE EXPORT-FILE
           IF USER-CHOICE NOT = 0
               DISPLAY "Exported " MONTH-TOTAL " month(s) to "
                   WS-EXPORT-PATH
           END-IF.

       END PROGRAM TrendReport.
