      *                the loan's start date, returns by its return
      *                date, each rearranged to YYYYMMDD from the
      *                format its column is actually written in
      * 15.10.2026 HL - called with choice 0 (ReportSchedule.cbl),
      *                takes the date bounds and an export path
      *                through linkage and exports unattended
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StaffProductivityReport.
       01  WS-DATE-NUM        PIC 9(8).
       01  WS-IN-RANGE        PIC X VALUE 'Y'.

       01  WS-EXPORT-PATH     PIC X(60)
               VALUE "../staff-productivity.csv".
       01  WS-EXPORT-ANSWER   PIC X.

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

       MAIN-PROCEDURE.
           PERFORM LOAD-STAFF-TABLE THRU LOAD-STAFF-TABLE-EXIT

      * Choice 0 is a scheduled run: the bounds come through linkage
      * (zero for no limit) and nothing goes to the screen.
           IF USER-CHOICE = 0
               IF REPORT-FROM-L NOT = 0
                   MOVE REPORT-FROM-L TO WS-FILTER-FROM
               END-IF
               IF REPORT-TO-L NOT = 0
                   MOVE REPORT-TO-L TO WS-FILTER-TO
               END-IF
           ELSE
               DISPLAY "Filter by date -- leave blank for no limit"
               DISPLAY "From date (YYYYMMDD): "
               ACCEPT WS-FROM-RAW
               IF FUNCTION TRIM(WS-FROM-RAW) NOT = SPACES
                   MOVE FUNCTION TRIM(WS-FROM-RAW) TO WS-FILTER-FROM
               END-IF
               DISPLAY "To date (YYYYMMDD): "
               ACCEPT WS-TO-RAW
               IF FUNCTION TRIM(WS-TO-RAW) NOT = SPACES
                   MOVE FUNCTION TRIM(WS-TO-RAW) TO WS-FILTER-TO
               END-IF
           END-IF

           OPEN INPUT LOG-FILE
           END-PERFORM
           CLOSE LOG-FILE

           IF USER-CHOICE = 0
               MOVE REPORT-PATH-L TO WS-EXPORT-PATH
               PERFORM EXPORT-PRODUCTIVITY-TABLE
               MOVE PD-TOTAL TO REPORT-ROWS-L
               GOBACK
           END-IF

           DISPLAY " "
           DISPLAY "STAFF TRANSACTION PRODUCTIVITY"
           DISPLAY HEADER-LINE
               WRITE EXPORT-LINE
           END-PERFORM
           CLOSE EXPORT-FILE
           IF USER-CHOICE NOT = 0
               DISPLAY "Exported " PD-TOTAL " staff record(s) to "
                   WS-EXPORT-PATH
           END-IF.

       END PROGRAM StaffProductivityReport.
