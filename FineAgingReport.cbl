      *          collections threshold. The number the treasurer
      *          asks for monthly, without the calculator.
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - can age a closed financial year as at 31
      *                December from the closing copy of fine.csv
      *                YearEndClose.cbl keeps in the archive
      * 15.10.2026 HL - called with choice 0 (ReportSchedule.cbl), ages
      *                the live file as at the date given through
      *                linkage and exports the member lines and total
      *                to the path given, unattended; the fine loop
      *                PERFORMs AGE-ONE-FINE THRU its exit, so a fully
      *                paid balance no longer runs on past it
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FineAgingReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINE-FILE ASSIGN TO DYNAMIC FINE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINE-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
           SELECT POLICY-FILE ASSIGN TO "../policy.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POLICY-STATUS.
           SELECT EXPORT-FILE ASSIGN TO DYNAMIC WS-EXPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  LOG-REC            PIC X(200).
       FD  POLICY-FILE.
       01  POLICY-REC         PIC X(100).
       FD  EXPORT-FILE.
       01  EXPORT-LINE        PIC X(200).

       WORKING-STORAGE SECTION.
       01  FINE-STATUS        PIC XX.
       01  LOG-STATUS         PIC XX.
       01  POLICY-STATUS      PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  FINE-PATH          PIC X(40) VALUE "../fine.csv".
       01  WS-YEAR-RAW        PIC X(10).
       01  WS-AS-AT-YEAR      PIC X(4).

       01  FN-ID-F            PIC X(5).
       01  FN-TRAN-F          PIC X(5).
       01  CHRONIC-MIN-COUNT  PIC 9(2) VALUE 3.
       01  HEADER-LINE        PIC X(75) VALUE ALL '-'.

       01  WS-EXPORT-PATH     PIC X(60).
       01  WS-EXPORT-FLAG     PIC X(11).

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
           ACCEPT SYS-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-YEAR-RAW
      * A scheduled run (choice 0) ages the live file as at its
      * business date; the date range has no meaning for an aging.
           IF USER-CHOICE = 0
               IF REPORT-TO-L NOT = 0
                   MOVE REPORT-TO-L TO SYS-DATE
               END-IF
           ELSE
      * A closed year is aged from its closing copy of fine.csv as at
      * 31 December; blank ages the live file as at today.
               DISPLAY "Age a closed financial year (YYYY), "
                   "or blank for today: "
               ACCEPT WS-YEAR-RAW
           END-IF
           MOVE FUNCTION TRIM(WS-YEAR-RAW) TO WS-AS-AT-YEAR
           IF WS-AS-AT-YEAR NOT = SPACES
               IF WS-AS-AT-YEAR IS NOT NUMERIC
                   DISPLAY "Year must be four digits."
                   GOBACK
               END-IF
               MOVE SPACES TO FINE-PATH
               STRING "../archive/fine-close-" DELIMITED BY SIZE
                      WS-AS-AT-YEAR DELIMITED BY SIZE
                      ".csv" DELIMITED BY SIZE
                   INTO FINE-PATH
               STRING WS-AS-AT-YEAR DELIMITED BY SIZE
                      "1231" DELIMITED BY SIZE
                   INTO SYS-DATE
           END-IF
           COMPUTE SYS-DATE-INT = FUNCTION INTEGER-OF-DATE(SYS-DATE)
           PERFORM LOAD-COLLECTIONS-POLICY

           MOVE 'N' TO FILE-END
           OPEN INPUT FINE-FILE
           IF FINE-STATUS NOT = "00"
               IF WS-AS-AT-YEAR NOT = SPACES
                   DISPLAY "Financial year " WS-AS-AT-YEAR
                       " has not been closed."
               ELSE
                   DISPLAY "No fines on file."
               END-IF
               GOBACK
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
                                FN-DAYS-F, FN-AMOUNT-F, FN-PAID-F,
                                FN-PAID-DT-F, FN-PAID-AMT-F
                       IF FN-PAID-F = "N" OR FN-PAID-F = "P"
                           PERFORM AGE-ONE-FINE THRU AGE-ONE-FINE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINE-FILE

           IF USER-CHOICE = 0
               MOVE REPORT-PATH-L TO WS-EXPORT-PATH
               PERFORM EXPORT-AGING-TABLE
               MOVE AG-TOTAL TO REPORT-ROWS-L
               GOBACK
           END-IF

           DISPLAY " "
           IF WS-AS-AT-YEAR NOT = SPACES
               DISPLAY "FINE RECEIVABLES AGING (MMK) AS AT 12/31/"
                   WS-AS-AT-YEAR
           ELSE
               DISPLAY "FINE RECEIVABLES AGING (MMK)"
           END-IF
           DISPLAY HEADER-LINE
           DISPLAY "MEMBER CURRENT   30+      60+      90+"
               "      UNDATED  FLAG"
               CLOSE POLICY-FILE
           END-IF.

      * One row per member, the collections flag in its own column, and
      * the aggregate on a closing TOTAL row.
       EXPORT-AGING-TABLE.
           OPEN OUTPUT EXPORT-FILE
           MOVE SPACES TO EXPORT-LINE
           STRING "MEMBER_ID,CURRENT,DAYS_30,DAYS_60,DAYS_90,UNDATED,"
                      DELIMITED BY SIZE
                  "FLAG" DELIMITED BY SIZE
               INTO EXPORT-LINE
           WRITE EXPORT-LINE
           PERFORM VARYING AG-IDX FROM 1 BY 1 UNTIL AG-IDX > AG-TOTAL
               MOVE SPACES TO WS-EXPORT-FLAG
               IF AG-COUNT(AG-IDX) >= CHRONIC-MIN-COUNT
                   MOVE "COLLECTIONS" TO WS-EXPORT-FLAG
               END-IF
               MOVE SPACES TO EXPORT-LINE
               STRING AG-MEMBER(AG-IDX) DELIMITED BY SIZE ","
                      AG-CURRENT(AG-IDX) DELIMITED BY SIZE ","
                      AG-30(AG-IDX) DELIMITED BY SIZE ","
                      AG-60(AG-IDX) DELIMITED BY SIZE ","
                      AG-90(AG-IDX) DELIMITED BY SIZE ","
                      AG-UNDATED(AG-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(WS-EXPORT-FLAG) DELIMITED BY SIZE
                   INTO EXPORT-LINE
               WRITE EXPORT-LINE
           END-PERFORM
           MOVE SPACES TO EXPORT-LINE
           STRING "TOTAL" DELIMITED BY SIZE ","
                  TOT-CURRENT DELIMITED BY SIZE ","
                  TOT-30 DELIMITED BY SIZE ","
                  TOT-60 DELIMITED BY SIZE ","
                  TOT-90 DELIMITED BY SIZE ","
                  TOT-UNDATED DELIMITED BY SIZE ","
               INTO EXPORT-LINE
           WRITE EXPORT-LINE
           CLOSE EXPORT-FILE.

       END PROGRAM FineAgingReport.
