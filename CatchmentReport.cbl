      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Member demographics and catchment by township for the
      *          council. Keeps the township master list
      *          (../townships.csv: code,name,population,match words
      *          separated by ";") and assigns each member to a
      *          township from the free-text address in members.csv
      *          -- automatically by matching the township's name or
      *          match words, or by hand at the desk -- on
      *          ../member-townships.csv (member_id,township,method
      *          AUTO/MANUAL,assigned_by,date). A hand assignment is
      *          never overwritten by the automatic run; addresses
      *          that match nothing go to ../township-exceptions.csv.
      *          The report gives, per township, active members and
      *          active borrowers with the reporting year's loans,
      *          split by age band (member-profile.csv), gender and
      *          home branch (the branch whose stock the member
      *          borrows most), and borrower and member rates per
      *          1,000 residents where a population figure is loaded
      *          (../catchment-report.csv).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CatchmentReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOWNSHIP-FILE ASSIGN TO "../townships.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOWNSHIP-STATUS.
           SELECT TOWNSHIP-TMP-FILE ASSIGN TO "../townships.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASSIGN-FILE ASSIGN TO "../member-townships.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSIGN-STATUS.
           SELECT ASSIGN-TMP-FILE
               ASSIGN TO "../member-townships.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "../township-exceptions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMBER-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "../member-profile.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../catchment-report.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TOWNSHIP-FILE.
       01  TOWNSHIP-REC       PIC X(200).
       FD  TOWNSHIP-TMP-FILE.
       01  TOWNSHIP-TMP-REC   PIC X(200).
       FD  ASSIGN-FILE.
       01  ASSIGN-REC         PIC X(60).
       FD  ASSIGN-TMP-FILE.
       01  ASSIGN-TMP-REC     PIC X(60).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-REC      PIC X(120).
       FD  MEMBER-FILE.
       01  MEMBER-REC         PIC X(200).
       FD  PROFILE-FILE.
       01  PROFILE-REC        PIC X(30).
       FD  BOOK-FILE.
       01  BOOK-REC           PIC X(200).
       FD  LOG-FILE.
       01  LOG-REC            PIC X(200).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC        PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-REC         PIC X(120).

       WORKING-STORAGE SECTION.
       01  TOWNSHIP-STATUS     PIC XX.
       01  ASSIGN-STATUS       PIC XX.
       01  EXCEPTION-STATUS    PIC XX.
       01  MEMBER-STATUS       PIC XX.
       01  PROFILE-STATUS      PIC XX.
       01  BOOK-STATUS         PIC XX.
       01  LOG-STATUS          PIC XX.
       01  ARCHIVE-STATUS      PIC XX.
       01  REPORT-STATUS       PIC XX.
       01  FILE-END            PIC X VALUE 'N'.

       01  WS-MENU-CHOICE      PIC 9(1).
       01  WS-RAW              PIC X(100).
       01  WS-YEAR-RAW         PIC X(10).
       01  WS-YEAR             PIC X(4).
       01  WS-TW-CODE          PIC X(8).
       01  WS-MEMBER-ID        PIC X(5).

      * Township master. A member's address matches a township when
      * it contains the township name or any of its match words.
       01  TOWNSHIP-TABLE.
           05 TOWNSHIP-ENTRY OCCURS 100 TIMES.
              10  TW-CODE        PIC X(8).
              10  TW-NAME        PIC X(30).
              10  TW-POP         PIC 9(8).
              10  TW-KEYS        PIC X(100).
              10  TW-KEY         PIC X(20) OCCURS 5 TIMES.
       01  TW-TOTAL            PIC 9(3) VALUE 0.
       01  TW-IDX              PIC 9(3).
       01  TW-MATCH-IDX        PIC 9(3).
       01  TW-KEY-IDX          PIC 9(1).
       01  TW-POP-F            PIC X(10).

      * members.csv, quote-aware as AnnualStatsReturn.cbl reads it
       01  MB-ID-F             PIC X(5).
       01  MB-NAME-F           PIC X(30).
       01  MB-EMAIL-F          PIC X(35).
       01  MB-ADDR-F           PIC X(60).
       01  MB-GENDER-F         PIC X.
       01  MB-FLAG-F           PIC X(10).
       01  MB-EXPIRY-F         PIC X(10).
       01  MB-QUOTE-COUNT      PIC 9 VALUE 0.
       01  MB-ID-EMAIL         PIC X(70).
       01  MB-GENDER-FLAG      PIC X(60).
       01  MB-DUMMY            PIC X.
       01  MB-EXPIRY-YMD       PIC X(8).

      * One row per member for the report and the assignment run.
      * MB-BR-LOANS counts loans by the lending branch's position in
      * BRANCH-TABLE, across all the history scanned, to find the
      * member's home branch.
       01  MEMBER-TABLE.
           05 MEMBER-ENTRY OCCURS 2000 TIMES.
              10  MB-ID          PIC X(5).
              10  MB-GENDER      PIC X(1).
              10  MB-ACTIVE      PIC X(1).
              10  MB-AGE-BAND    PIC X(5).
              10  MB-TOWNSHIP    PIC X(8).
              10  MB-METHOD      PIC X(6).
              10  MB-ASSIGNED-BY PIC X(5).
              10  MB-ASSIGNED-ON PIC X(8).
              10  MB-YEAR-LOANS  PIC 9(5).
              10  MB-BR-LOANS    PIC 9(4) OCCURS 20 TIMES.
       01  MB-TOTAL            PIC 9(4) VALUE 0.
       01  MB-IDX              PIC 9(4).
       01  MB-MATCH-IDX        PIC 9(4).

       01  AS-MEMBER-F         PIC X(5).
       01  AS-TOWNSHIP-F       PIC X(8).
       01  AS-METHOD-F         PIC X(6).
       01  AS-BY-F             PIC X(5).
       01  AS-DATE-F           PIC X(8).

       01  PR-MEMBER-F         PIC X(5).
       01  PR-AGE-BAND-F       PIC X(5).

      * Address matching
       01  WS-ADDR-U           PIC X(60).
       01  WS-KEY-U            PIC X(30).
       01  WS-KEY-LEN          PIC 9(2).
       01  WS-HITS             PIC 9(3).
       01  CNT-AUTO            PIC 9(5) VALUE 0.
       01  CNT-MANUAL          PIC 9(5) VALUE 0.
       01  CNT-EXCEPTION       PIC 9(5) VALUE 0.

      * Book -> lending branch, and the branches seen
       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 2000 TIMES.
              10  BK-ID          PIC X(5).
              10  BK-BR-IDX      PIC 9(2).
       01  BK-TOTAL            PIC 9(4) VALUE 0.
       01  BK-IDX              PIC 9(4).
       01  BK-MATCH-IDX        PIC 9(4).
       01  BK-ID-F             PIC X(5).
       01  BK-SKIP-F           PIC X(30).
       01  BK-BRANCH-F         PIC X(10).
       01  BRANCH-TABLE.
           05 BR-NAME          PIC X(10) OCCURS 20 TIMES.
       01  BR-TOTAL            PIC 9(2) VALUE 0.
       01  BR-IDX              PIC 9(2).
       01  BR-MATCH-IDX        PIC 9(2).
       01  BR-BEST             PIC 9(4).

       01  LG-TRAN-F           PIC X(5).
       01  LG-MEMBER-F         PIC X(5).
       01  LG-BOOK-F           PIC X(5).
       01  LG-START-F          PIC X(10).

       01  ARCHIVE-PATH        PIC X(40).
       01  WS-PROBE-INT        PIC 9(8).
       01  WS-PROBE-DATE       PIC 9(8).
       01  WS-PROBE-STEPS      PIC 9(4).
       01  TODAY               PIC 9(8).
       01  TODAY-X             PIC X(8).
       01  TODAY-INT           PIC 9(8).

      * Report cells: township x dimension (TOTAL/AGE/GENDER/BRANCH)
      * x value.
       01  CELL-TABLE.
           05 CELL-ENTRY OCCURS 1500 TIMES.
              10  CL-TOWNSHIP    PIC X(8).
              10  CL-DIM         PIC X(6).
              10  CL-VALUE       PIC X(10).
              10  CL-MEMBERS     PIC 9(6).
              10  CL-BORROWERS   PIC 9(6).
              10  CL-LOANS       PIC 9(7).
       01  CL-TOTAL            PIC 9(4) VALUE 0.
       01  CL-IDX              PIC 9(4).
       01  CL-MATCH-IDX        PIC 9(4).
       01  WS-CL-TOWNSHIP      PIC X(8).
       01  WS-CL-DIM           PIC X(6).
       01  WS-CL-VALUE         PIC X(10).
       01  WS-HOME-BRANCH      PIC X(10).
       01  WS-DIM-IDX          PIC 9(1).
       01  DIM-NAMES.
           05 FILLER           PIC X(6) VALUE "AGE".
           05 FILLER           PIC X(6) VALUE "GENDER".
           05 FILLER           PIC X(6) VALUE "BRANCH".
       01  DIM-TABLE REDEFINES DIM-NAMES.
           05 DIM-NAME         PIC X(6) OCCURS 3 TIMES.
       01  WS-POP              PIC 9(8).
       01  WS-MEMBER-RATE      PIC 9(4)V9.
       01  WS-BORROWER-RATE    PIC 9(4)V9.
       01  WS-RATE-OUT         PIC ZZZ9.9.
       01  WS-RATE-OUT2        PIC ZZZ9.9.

       01  RENAME-STATUS       PIC S9(9) COMP-5.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           MOVE TODAY TO TODAY-X
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*   Member Catchment by Township          *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Add or change a township"
           DISPLAY "2. List townships"
           DISPLAY "3. Assign members to townships (automatic)"
           DISPLAY "4. Assign one member by hand"
           DISPLAY "5. Demographics and catchment report"
           DISPLAY "6. Exit"
           DISPLAY "Enter your choice (1-6): "
           ACCEPT WS-MENU-CHOICE
           PERFORM LOAD-TOWNSHIP-TABLE
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM MAINTAIN-TOWNSHIP THRU MAINTAIN-TOWNSHIP-EXIT
               WHEN 2
                   PERFORM LIST-TOWNSHIPS
               WHEN 3
                   PERFORM AUTO-ASSIGN THRU AUTO-ASSIGN-EXIT
               WHEN 4
                   PERFORM MANUAL-ASSIGN THRU MANUAL-ASSIGN-EXIT
               WHEN 5
                   PERFORM CATCHMENT-REPORT THRU CATCHMENT-REPORT-EXIT
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           GOBACK.

       MAINTAIN-TOWNSHIP.
           DISPLAY "Township code: "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RAW))
               TO WS-TW-CODE
           IF WS-TW-CODE = SPACES OR WS-TW-CODE = "UNASSIGN"
               DISPLAY "Not a usable township code."
               GO TO MAINTAIN-TOWNSHIP-EXIT
           END-IF
           PERFORM FIND-TOWNSHIP
           IF TW-MATCH-IDX = 0
               IF TW-TOTAL >= 100
                   DISPLAY "Township list is full."
                   GO TO MAINTAIN-TOWNSHIP-EXIT
               END-IF
               ADD 1 TO TW-TOTAL
               MOVE TW-TOTAL TO TW-MATCH-IDX
               MOVE SPACES TO TOWNSHIP-ENTRY(TW-MATCH-IDX)
               MOVE 0 TO TW-POP(TW-MATCH-IDX)
               MOVE WS-TW-CODE TO TW-CODE(TW-MATCH-IDX)
               DISPLAY "New township."
           ELSE
               DISPLAY "Current: " FUNCTION TRIM(TW-NAME(TW-MATCH-IDX))
                   "  population " TW-POP(TW-MATCH-IDX)
                   "  match " FUNCTION TRIM(TW-KEYS(TW-MATCH-IDX))
           END-IF

           DISPLAY "Township name (ENTER to keep): "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           IF WS-RAW NOT = SPACES
               INSPECT WS-RAW REPLACING ALL "," BY " "
               MOVE FUNCTION TRIM(WS-RAW) TO TW-NAME(TW-MATCH-IDX)
           END-IF
           IF TW-NAME(TW-MATCH-IDX) = SPACES
               MOVE WS-TW-CODE TO TW-NAME(TW-MATCH-IDX)
           END-IF

           DISPLAY "Population (ENTER to keep, 0 if unknown): "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           IF WS-RAW NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-RAW) = 0 AND
                  FUNCTION NUMVAL(WS-RAW) NOT < 0 AND
                  FUNCTION NUMVAL(WS-RAW) < 100000000
                   MOVE FUNCTION NUMVAL(WS-RAW) TO TW-POP(TW-MATCH-IDX)
               ELSE
                   DISPLAY "Population not changed."
               END-IF
           END-IF

           DISPLAY "Other spellings or quarters to match, separated "
               "by ; (up to 5, ENTER to keep): "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           IF WS-RAW NOT = SPACES
               INSPECT WS-RAW REPLACING ALL "," BY ";"
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RAW))
                   TO TW-KEYS(TW-MATCH-IDX)
           END-IF

           PERFORM REWRITE-TOWNSHIP-TABLE
           DISPLAY "Township " FUNCTION TRIM(WS-TW-CODE) " saved.".
       MAINTAIN-TOWNSHIP-EXIT.
           EXIT.

       LIST-TOWNSHIPS.
           IF TW-TOTAL = 0
               DISPLAY "No townships on file."
           END-IF
           PERFORM VARYING TW-IDX FROM 1 BY 1 UNTIL TW-IDX > TW-TOTAL
               DISPLAY TW-CODE(TW-IDX) " " TW-NAME(TW-IDX)(1:25)
                   " pop " TW-POP(TW-IDX) " "
                   FUNCTION TRIM(TW-KEYS(TW-IDX))
           END-PERFORM.

      * Every member without a hand assignment is matched afresh, so
      * a township added or corrected since the last run takes
      * effect. The assignment file is rewritten in full.
       AUTO-ASSIGN.
           IF TW-TOTAL = 0
               DISPLAY "Set up the township list first."
               GO TO AUTO-ASSIGN-EXIT
           END-IF
           PERFORM LOAD-ASSIGNMENTS-INTO-MEMBERS
           MOVE 0 TO CNT-AUTO CNT-MANUAL CNT-EXCEPTION
           OPEN OUTPUT EXCEPTION-FILE
           MOVE "MEMBER_ID,NAME,ADDRESS" TO EXCEPTION-REC
           WRITE EXCEPTION-REC
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
                       PERFORM SPLIT-MEMBER-REC
                       MOVE MB-ID-F TO WS-MEMBER-ID
                       PERFORM FIND-MEMBER-ENTRY
                       IF MB-MATCH-IDX > 0
                           PERFORM ASSIGN-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM
           IF MEMBER-STATUS = "00" OR MEMBER-STATUS = "10"
               CLOSE MEMBER-FILE
           END-IF
           MOVE 'N' TO FILE-END
           CLOSE EXCEPTION-FILE
           PERFORM REWRITE-ASSIGNMENTS
           DISPLAY "Matched automatically: " CNT-AUTO
           DISPLAY "Kept hand assignments: " CNT-MANUAL
           DISPLAY "No match (township-exceptions.csv): "
               CNT-EXCEPTION.
       AUTO-ASSIGN-EXIT.
           EXIT.

       ASSIGN-ONE-MEMBER.
           IF MB-METHOD(MB-MATCH-IDX) = "MANUAL"
               ADD 1 TO CNT-MANUAL
           ELSE
               PERFORM MATCH-ADDRESS
               IF TW-MATCH-IDX > 0
                   MOVE TW-CODE(TW-MATCH-IDX)
                       TO MB-TOWNSHIP(MB-MATCH-IDX)
                   MOVE "AUTO" TO MB-METHOD(MB-MATCH-IDX)
                   MOVE WS-OPERATOR-ID-L TO MB-ASSIGNED-BY(MB-MATCH-IDX)
                   MOVE TODAY-X TO MB-ASSIGNED-ON(MB-MATCH-IDX)
                   ADD 1 TO CNT-AUTO
               ELSE
                   MOVE SPACES TO MB-TOWNSHIP(MB-MATCH-IDX)
                       MB-METHOD(MB-MATCH-IDX)
                   ADD 1 TO CNT-EXCEPTION
                   INSPECT MB-ADDR-F REPLACING ALL "," BY ";"
                   MOVE SPACES TO EXCEPTION-REC
                   STRING MB-ID-F DELIMITED BY SIZE ","
                          FUNCTION TRIM(MB-NAME-F) DELIMITED BY SIZE
                          ","
                          FUNCTION TRIM(MB-ADDR-F) DELIMITED BY SIZE
                       INTO EXCEPTION-REC
                   WRITE EXCEPTION-REC
               END-IF
           END-IF.

      * First township, in master-list order, whose name or a match
      * word appears anywhere in the upper-cased address.
       MATCH-ADDRESS.
           MOVE 0 TO TW-MATCH-IDX
           MOVE FUNCTION UPPER-CASE(MB-ADDR-F) TO WS-ADDR-U
           PERFORM VARYING TW-IDX FROM 1 BY 1
                   UNTIL TW-IDX > TW-TOTAL OR TW-MATCH-IDX > 0
               MOVE FUNCTION UPPER-CASE(TW-NAME(TW-IDX)) TO WS-KEY-U
               PERFORM TEST-ONE-KEY
               PERFORM VARYING TW-KEY-IDX FROM 1 BY 1
                       UNTIL TW-KEY-IDX > 5 OR TW-MATCH-IDX > 0
                   MOVE TW-KEY(TW-IDX, TW-KEY-IDX) TO WS-KEY-U
                   PERFORM TEST-ONE-KEY
               END-PERFORM
           END-PERFORM.

       TEST-ONE-KEY.
           IF WS-KEY-U NOT = SPACES AND TW-MATCH-IDX = 0
               MOVE FUNCTION TRIM(WS-KEY-U) TO WS-KEY-U
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-KEY-U))
                   TO WS-KEY-LEN
               MOVE 0 TO WS-HITS
               INSPECT WS-ADDR-U TALLYING WS-HITS
                   FOR ALL WS-KEY-U(1:WS-KEY-LEN)
               IF WS-HITS > 0
                   MOVE TW-IDX TO TW-MATCH-IDX
               END-IF
           END-IF.

       MANUAL-ASSIGN.
           PERFORM LOAD-ASSIGNMENTS-INTO-MEMBERS
           DISPLAY "Member ID: "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE FUNCTION TRIM(WS-RAW) TO WS-MEMBER-ID
           PERFORM FIND-MEMBER-ENTRY
           IF MB-MATCH-IDX = 0
               DISPLAY "Member not found."
               GO TO MANUAL-ASSIGN-EXIT
           END-IF
           IF MB-TOWNSHIP(MB-MATCH-IDX) NOT = SPACES
               DISPLAY "Currently " MB-TOWNSHIP(MB-MATCH-IDX) " ("
                   FUNCTION TRIM(MB-METHOD(MB-MATCH-IDX)) ")"
           ELSE
               DISPLAY "Currently unassigned."
           END-IF
           DISPLAY "Township code: "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RAW))
               TO WS-TW-CODE
           PERFORM FIND-TOWNSHIP
           IF TW-MATCH-IDX = 0
               DISPLAY "No such township -- add it first."
               GO TO MANUAL-ASSIGN-EXIT
           END-IF
           MOVE WS-TW-CODE TO MB-TOWNSHIP(MB-MATCH-IDX)
           MOVE "MANUAL" TO MB-METHOD(MB-MATCH-IDX)
           MOVE WS-OPERATOR-ID-L TO MB-ASSIGNED-BY(MB-MATCH-IDX)
           MOVE TODAY-X TO MB-ASSIGNED-ON(MB-MATCH-IDX)
           PERFORM REWRITE-ASSIGNMENTS
           DISPLAY "Member " WS-MEMBER-ID " assigned to "
               FUNCTION TRIM(TW-NAME(TW-MATCH-IDX)) ".".
       MANUAL-ASSIGN-EXIT.
           EXIT.

       CATCHMENT-REPORT.
           DISPLAY "Reporting year (YYYY, ENTER for this year): "
           MOVE SPACES TO WS-YEAR-RAW
           ACCEPT WS-YEAR-RAW
           IF WS-YEAR-RAW = SPACES
               MOVE TODAY-X(1:4) TO WS-YEAR
           ELSE
               MOVE FUNCTION TRIM(WS-YEAR-RAW) TO WS-YEAR
               IF WS-YEAR IS NOT NUMERIC
                   DISPLAY "Year must be YYYY."
                   GO TO CATCHMENT-REPORT-EXIT
               END-IF
           END-IF

           PERFORM LOAD-ASSIGNMENTS-INTO-MEMBERS
           IF MB-TOTAL = 0
               DISPLAY "No members on file."
               GO TO CATCHMENT-REPORT-EXIT
           END-IF
           PERFORM LOAD-AGE-BANDS
           PERFORM LOAD-BOOK-BRANCHES
           PERFORM TALLY-LOANS

           MOVE 0 TO CL-TOTAL
           PERFORM VARYING TW-IDX FROM 1 BY 1 UNTIL TW-IDX > TW-TOTAL
               MOVE TW-CODE(TW-IDX) TO WS-CL-TOWNSHIP
               MOVE "TOTAL" TO WS-CL-DIM
               MOVE "ALL" TO WS-CL-VALUE
               PERFORM FIND-OR-ADD-CELL
           END-PERFORM
           PERFORM VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > MB-TOTAL
               PERFORM COUNT-ONE-MEMBER
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "YEAR,TOWNSHIP,DIMENSION,VALUE,ACTIVE_MEMBERS,"
                      DELIMITED BY SIZE
                  "ACTIVE_BORROWERS,LOANS,POPULATION,MEMBERS_PER_1000,"
                      DELIMITED BY SIZE
                  "BORROWERS_PER_1000" DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           DISPLAY "--- Member Catchment " WS-YEAR " ---"
           PERFORM VARYING TW-IDX FROM 1 BY 1 UNTIL TW-IDX > TW-TOTAL
               MOVE TW-CODE(TW-IDX) TO WS-CL-TOWNSHIP
               MOVE TW-POP(TW-IDX) TO WS-POP
               PERFORM PRINT-ONE-TOWNSHIP THRU PRINT-ONE-TOWNSHIP-EXIT
           END-PERFORM
           MOVE "UNASSIGN" TO WS-CL-TOWNSHIP
           MOVE 0 TO WS-POP
           PERFORM PRINT-ONE-TOWNSHIP THRU PRINT-ONE-TOWNSHIP-EXIT
           CLOSE REPORT-FILE
           DISPLAY " "
           DISPLAY "Report written to catchment-report.csv.".
       CATCHMENT-REPORT-EXIT.
           EXIT.

      * Active = ACTIVE flag and card not yet expired; an active
      * borrower also has a loan in the year. Loans are counted for
      * every member, lapsed or not.
       COUNT-ONE-MEMBER.
           MOVE MB-TOWNSHIP(MB-IDX) TO WS-CL-TOWNSHIP
           IF WS-CL-TOWNSHIP = SPACES
               MOVE "UNASSIGN" TO WS-CL-TOWNSHIP
           END-IF
           MOVE SPACES TO WS-HOME-BRANCH
           MOVE 0 TO BR-BEST
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-TOTAL
               IF MB-BR-LOANS(MB-IDX, BR-IDX) > BR-BEST
                   MOVE MB-BR-LOANS(MB-IDX, BR-IDX) TO BR-BEST
                   MOVE BR-NAME(BR-IDX) TO WS-HOME-BRANCH
               END-IF
           END-PERFORM
           IF WS-HOME-BRANCH = SPACES
               MOVE "NONE" TO WS-HOME-BRANCH
           END-IF

           MOVE "TOTAL" TO WS-CL-DIM
           MOVE "ALL" TO WS-CL-VALUE
           PERFORM ADD-MEMBER-TO-CELL
           MOVE "AGE" TO WS-CL-DIM
           MOVE MB-AGE-BAND(MB-IDX) TO WS-CL-VALUE
           PERFORM ADD-MEMBER-TO-CELL
           MOVE "GENDER" TO WS-CL-DIM
           MOVE MB-GENDER(MB-IDX) TO WS-CL-VALUE
           IF WS-CL-VALUE = SPACES
               MOVE "-" TO WS-CL-VALUE
           END-IF
           PERFORM ADD-MEMBER-TO-CELL
           MOVE "BRANCH" TO WS-CL-DIM
           MOVE WS-HOME-BRANCH TO WS-CL-VALUE
           PERFORM ADD-MEMBER-TO-CELL.

       ADD-MEMBER-TO-CELL.
           PERFORM FIND-OR-ADD-CELL
           IF CL-MATCH-IDX > 0
               IF MB-ACTIVE(MB-IDX) = 'Y'
                   ADD 1 TO CL-MEMBERS(CL-MATCH-IDX)
                   IF MB-YEAR-LOANS(MB-IDX) > 0
                       ADD 1 TO CL-BORROWERS(CL-MATCH-IDX)
                   END-IF
               END-IF
               ADD MB-YEAR-LOANS(MB-IDX) TO CL-LOANS(CL-MATCH-IDX)
           END-IF.

       FIND-OR-ADD-CELL.
           MOVE 0 TO CL-MATCH-IDX
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > CL-TOTAL OR CL-MATCH-IDX > 0
               IF CL-TOWNSHIP(CL-IDX) = WS-CL-TOWNSHIP AND
                  CL-DIM(CL-IDX) = WS-CL-DIM AND
                  CL-VALUE(CL-IDX) = WS-CL-VALUE
                   MOVE CL-IDX TO CL-MATCH-IDX
               END-IF
           END-PERFORM
           IF CL-MATCH-IDX = 0 AND CL-TOTAL < 1500
               ADD 1 TO CL-TOTAL
               MOVE CL-TOTAL TO CL-MATCH-IDX
               MOVE WS-CL-TOWNSHIP TO CL-TOWNSHIP(CL-MATCH-IDX)
               MOVE WS-CL-DIM TO CL-DIM(CL-MATCH-IDX)
               MOVE WS-CL-VALUE TO CL-VALUE(CL-MATCH-IDX)
               MOVE 0 TO CL-MEMBERS(CL-MATCH-IDX)
               MOVE 0 TO CL-BORROWERS(CL-MATCH-IDX)
               MOVE 0 TO CL-LOANS(CL-MATCH-IDX)
           END-IF.

      * Headline line with the rates, then the age, gender and home
      * branch splits. An UNASSIGN block only prints if it has
      * anybody in it.
       PRINT-ONE-TOWNSHIP.
           MOVE "TOTAL" TO WS-CL-DIM
           MOVE "ALL" TO WS-CL-VALUE
           MOVE 0 TO CL-MATCH-IDX
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > CL-TOTAL OR CL-MATCH-IDX > 0
               IF CL-TOWNSHIP(CL-IDX) = WS-CL-TOWNSHIP AND
                  CL-DIM(CL-IDX) = WS-CL-DIM
                   MOVE CL-IDX TO CL-MATCH-IDX
               END-IF
           END-PERFORM
           IF CL-MATCH-IDX = 0
               GO TO PRINT-ONE-TOWNSHIP-EXIT
           END-IF
           MOVE 0 TO WS-MEMBER-RATE WS-BORROWER-RATE
           IF WS-POP > 0
               COMPUTE WS-MEMBER-RATE ROUNDED =
                   CL-MEMBERS(CL-MATCH-IDX) * 1000 / WS-POP
               COMPUTE WS-BORROWER-RATE ROUNDED =
                   CL-BORROWERS(CL-MATCH-IDX) * 1000 / WS-POP
           END-IF
           MOVE WS-MEMBER-RATE TO WS-RATE-OUT
           MOVE WS-BORROWER-RATE TO WS-RATE-OUT2
           DISPLAY " "
           IF WS-CL-TOWNSHIP = "UNASSIGN"
               DISPLAY "UNASSIGNED (no township match)"
           ELSE
               DISPLAY FUNCTION TRIM(WS-CL-TOWNSHIP) " "
                   FUNCTION TRIM(TW-NAME(TW-IDX))
           END-IF
           DISPLAY "  Active members " CL-MEMBERS(CL-MATCH-IDX)
               "  active borrowers " CL-BORROWERS(CL-MATCH-IDX)
               "  loans " CL-LOANS(CL-MATCH-IDX)
           IF WS-POP > 0
               DISPLAY "  Population " WS-POP
                   "  members/1000 " WS-RATE-OUT
                   "  borrowers/1000 " WS-RATE-OUT2
           END-IF
           PERFORM WRITE-CELL-ROW
           PERFORM VARYING WS-DIM-IDX FROM 1 BY 1 UNTIL WS-DIM-IDX > 3
               PERFORM VARYING CL-IDX FROM 1 BY 1
                       UNTIL CL-IDX > CL-TOTAL
                   IF CL-TOWNSHIP(CL-IDX) = WS-CL-TOWNSHIP AND
                      CL-DIM(CL-IDX) = DIM-NAME(WS-DIM-IDX)
                       MOVE CL-IDX TO CL-MATCH-IDX
                       DISPLAY "    " CL-DIM(CL-IDX) " "
                           CL-VALUE(CL-IDX) " members "
                           CL-MEMBERS(CL-IDX) "  borrowers "
                           CL-BORROWERS(CL-IDX) "  loans "
                           CL-LOANS(CL-IDX)
                       MOVE 0 TO WS-MEMBER-RATE WS-BORROWER-RATE
                       PERFORM WRITE-CELL-ROW
                   END-IF
               END-PERFORM
           END-PERFORM.
       PRINT-ONE-TOWNSHIP-EXIT.
           EXIT.

       WRITE-CELL-ROW.
           MOVE WS-MEMBER-RATE TO WS-RATE-OUT
           MOVE WS-BORROWER-RATE TO WS-RATE-OUT2
           MOVE SPACES TO REPORT-REC
           IF CL-DIM(CL-MATCH-IDX) = "TOTAL" AND WS-POP > 0
               STRING WS-YEAR DELIMITED BY SIZE ","
                      FUNCTION TRIM(WS-CL-TOWNSHIP)
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(CL-DIM(CL-MATCH-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(CL-VALUE(CL-MATCH-IDX))
                          DELIMITED BY SIZE ","
                      CL-MEMBERS(CL-MATCH-IDX) DELIMITED BY SIZE ","
                      CL-BORROWERS(CL-MATCH-IDX) DELIMITED BY SIZE ","
                      CL-LOANS(CL-MATCH-IDX) DELIMITED BY SIZE ","
                      WS-POP DELIMITED BY SIZE ","
                      FUNCTION TRIM(WS-RATE-OUT) DELIMITED BY SIZE ","
                      FUNCTION TRIM(WS-RATE-OUT2) DELIMITED BY SIZE
                   INTO REPORT-REC
           ELSE
               STRING WS-YEAR DELIMITED BY SIZE ","
                      FUNCTION TRIM(WS-CL-TOWNSHIP)
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(CL-DIM(CL-MATCH-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(CL-VALUE(CL-MATCH-IDX))
                          DELIMITED BY SIZE ","
                      CL-MEMBERS(CL-MATCH-IDX) DELIMITED BY SIZE ","
                      CL-BORROWERS(CL-MATCH-IDX) DELIMITED BY SIZE ","
                      CL-LOANS(CL-MATCH-IDX) DELIMITED BY SIZE ",,,"
                   INTO REPORT-REC
           END-IF
           WRITE REPORT-REC.

      * Checkouts in the year (start date MMDDYYYY) from the live log
      * and two years of dated archives, as LanguageReport.cbl reads
      * them; every row scanned also counts toward the home branch.
       TALLY-LOANS.
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
                       PERFORM COUNT-ONE-LOAN
               END-READ
           END-PERFORM
           IF LOG-STATUS = "00" OR LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF
           MOVE 'N' TO FILE-END

           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY)
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
                       PERFORM COUNT-ONE-LOAN
               END-READ
           END-PERFORM
           IF ARCHIVE-STATUS = "00" OR ARCHIVE-STATUS = "10"
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       COUNT-ONE-LOAN.
           MOVE LG-MEMBER-F TO WS-MEMBER-ID
           PERFORM FIND-MEMBER-ENTRY
           IF MB-MATCH-IDX > 0
               IF LG-START-F(5:4) = WS-YEAR
                   ADD 1 TO MB-YEAR-LOANS(MB-MATCH-IDX)
               END-IF
               MOVE 0 TO BK-MATCH-IDX
               PERFORM VARYING BK-IDX FROM 1 BY 1
                       UNTIL BK-IDX > BK-TOTAL OR BK-MATCH-IDX > 0
                   IF BK-ID(BK-IDX) = LG-BOOK-F
                       MOVE BK-IDX TO BK-MATCH-IDX
                   END-IF
               END-PERFORM
               IF BK-MATCH-IDX > 0
                   ADD 1 TO MB-BR-LOANS(MB-MATCH-IDX,
                       BK-BR-IDX(BK-MATCH-IDX))
               END-IF
           END-IF.

      * Books and the branch that owns them (books.csv field 8,
      * blank = MAIN, as LanguageReport.cbl reads it).
       LOAD-BOOK-BRANCHES.
           MOVE 0 TO BK-TOTAL BR-TOTAL
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
                       MOVE 0 TO BR-MATCH-IDX
                       PERFORM VARYING BR-IDX FROM 1 BY 1
                               UNTIL BR-IDX > BR-TOTAL
                                  OR BR-MATCH-IDX > 0
                           IF BR-NAME(BR-IDX) = BK-BRANCH-F
                               MOVE BR-IDX TO BR-MATCH-IDX
                           END-IF
                       END-PERFORM
                       IF BR-MATCH-IDX = 0 AND BR-TOTAL < 20
                           ADD 1 TO BR-TOTAL
                           MOVE BR-TOTAL TO BR-MATCH-IDX
                           MOVE BK-BRANCH-F TO BR-NAME(BR-MATCH-IDX)
                       END-IF
                       IF BR-MATCH-IDX > 0
                           ADD 1 TO BK-TOTAL
                           MOVE BK-ID-F TO BK-ID(BK-TOTAL)
                           MOVE BR-MATCH-IDX TO BK-BR-IDX(BK-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF BOOK-STATUS = "00" OR BOOK-STATUS = "10"
               CLOSE BOOK-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * No profile row means ADULT, as BorrowBook.cbl treats it.
       LOAD-AGE-BANDS.
           MOVE 'N' TO FILE-END
           OPEN INPUT PROFILE-FILE
           IF PROFILE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ PROFILE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING PROFILE-REC DELIMITED BY ","
                           INTO PR-MEMBER-F, PR-AGE-BAND-F
                       MOVE PR-MEMBER-F TO WS-MEMBER-ID
                       PERFORM FIND-MEMBER-ENTRY
                       IF MB-MATCH-IDX > 0 AND
                          PR-AGE-BAND-F NOT = SPACES
                           MOVE PR-AGE-BAND-F
                               TO MB-AGE-BAND(MB-MATCH-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF PROFILE-STATUS = "00" OR PROFILE-STATUS = "10"
               CLOSE PROFILE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Builds MEMBER-TABLE from members.csv, then lays the saved
      * township assignments over it.
       LOAD-ASSIGNMENTS-INTO-MEMBERS.
           MOVE 0 TO MB-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT MEMBER-FILE
           IF MEMBER-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR MB-TOTAL >= 2000
               READ MEMBER-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM SPLIT-MEMBER-REC
                       IF MB-ID-F NOT = SPACES
                           ADD 1 TO MB-TOTAL
                           PERFORM SET-UP-MEMBER-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF MEMBER-STATUS = "00" OR MEMBER-STATUS = "10"
               CLOSE MEMBER-FILE
           END-IF

           MOVE 'N' TO FILE-END
           OPEN INPUT ASSIGN-FILE
           IF ASSIGN-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ASSIGN-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO AS-METHOD-F AS-BY-F AS-DATE-F
                       UNSTRING ASSIGN-REC DELIMITED BY ","
                           INTO AS-MEMBER-F, AS-TOWNSHIP-F,
                                AS-METHOD-F, AS-BY-F, AS-DATE-F
                       MOVE AS-MEMBER-F TO WS-MEMBER-ID
                       PERFORM FIND-MEMBER-ENTRY
                       IF MB-MATCH-IDX > 0
                           MOVE AS-TOWNSHIP-F
                               TO MB-TOWNSHIP(MB-MATCH-IDX)
                           MOVE AS-METHOD-F TO MB-METHOD(MB-MATCH-IDX)
                           MOVE AS-BY-F TO MB-ASSIGNED-BY(MB-MATCH-IDX)
                           MOVE AS-DATE-F
                               TO MB-ASSIGNED-ON(MB-MATCH-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF ASSIGN-STATUS = "00" OR ASSIGN-STATUS = "10"
               CLOSE ASSIGN-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SET-UP-MEMBER-ENTRY.
           MOVE SPACES TO MEMBER-ENTRY(MB-TOTAL)
           MOVE MB-ID-F TO MB-ID(MB-TOTAL)
           MOVE MB-GENDER-F TO MB-GENDER(MB-TOTAL)
           MOVE "ADULT" TO MB-AGE-BAND(MB-TOTAL)
           MOVE 0 TO MB-YEAR-LOANS(MB-TOTAL)
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > 20
               MOVE 0 TO MB-BR-LOANS(MB-TOTAL, BR-IDX)
           END-PERFORM
           MOVE 'N' TO MB-ACTIVE(MB-TOTAL)
           MOVE SPACES TO MB-EXPIRY-YMD
           IF MB-EXPIRY-F(3:1) = "/"
               STRING MB-EXPIRY-F(7:4) DELIMITED BY SIZE
                      MB-EXPIRY-F(1:2) DELIMITED BY SIZE
                      MB-EXPIRY-F(4:2) DELIMITED BY SIZE
                   INTO MB-EXPIRY-YMD
           END-IF
           IF FUNCTION TRIM(MB-FLAG-F) = "ACTIVE" AND
              (MB-EXPIRY-YMD = SPACES OR MB-EXPIRY-YMD NOT < TODAY-X)
               MOVE 'Y' TO MB-ACTIVE(MB-TOTAL)
           END-IF.

       SPLIT-MEMBER-REC.
           MOVE SPACES TO MB-ID-F MB-NAME-F MB-EMAIL-F MB-ADDR-F
               MB-GENDER-F MB-FLAG-F MB-EXPIRY-F
           MOVE 0 TO MB-QUOTE-COUNT
           INSPECT MEMBER-REC TALLYING MB-QUOTE-COUNT FOR ALL '"'
           IF MB-QUOTE-COUNT > 0
               UNSTRING MEMBER-REC DELIMITED BY '"'
                   INTO MB-ID-EMAIL, MB-ADDR-F, MB-GENDER-FLAG
               UNSTRING MB-ID-EMAIL DELIMITED BY ","
                   INTO MB-ID-F, MB-NAME-F, MB-EMAIL-F
               UNSTRING MB-GENDER-FLAG DELIMITED BY ","
                   INTO MB-DUMMY, MB-GENDER-F, MB-FLAG-F, MB-EXPIRY-F
           ELSE
               UNSTRING MEMBER-REC DELIMITED BY ","
                   INTO MB-ID-F, MB-NAME-F, MB-EMAIL-F, MB-ADDR-F,
                        MB-GENDER-F, MB-FLAG-F, MB-EXPIRY-F
           END-IF.

       FIND-MEMBER-ENTRY.
           MOVE 0 TO MB-MATCH-IDX
           PERFORM VARYING MB-IDX FROM 1 BY 1
                   UNTIL MB-IDX > MB-TOTAL OR MB-MATCH-IDX > 0
               IF MB-ID(MB-IDX) = WS-MEMBER-ID
                   MOVE MB-IDX TO MB-MATCH-IDX
               END-IF
           END-PERFORM.

       FIND-TOWNSHIP.
           MOVE 0 TO TW-MATCH-IDX
           PERFORM VARYING TW-IDX FROM 1 BY 1
                   UNTIL TW-IDX > TW-TOTAL OR TW-MATCH-IDX > 0
               IF TW-CODE(TW-IDX) = WS-TW-CODE
                   MOVE TW-IDX TO TW-MATCH-IDX
               END-IF
           END-PERFORM.

       REWRITE-ASSIGNMENTS.
           OPEN OUTPUT ASSIGN-TMP-FILE
           PERFORM VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > MB-TOTAL
               IF MB-TOWNSHIP(MB-IDX) NOT = SPACES
                   MOVE SPACES TO ASSIGN-TMP-REC
                   STRING MB-ID(MB-IDX) DELIMITED BY SIZE ","
                          FUNCTION TRIM(MB-TOWNSHIP(MB-IDX))
                              DELIMITED BY SIZE ","
                          FUNCTION TRIM(MB-METHOD(MB-IDX))
                              DELIMITED BY SIZE ","
                          FUNCTION TRIM(MB-ASSIGNED-BY(MB-IDX))
                              DELIMITED BY SIZE ","
                          FUNCTION TRIM(MB-ASSIGNED-ON(MB-IDX))
                              DELIMITED BY SIZE
                       INTO ASSIGN-TMP-REC
                   WRITE ASSIGN-TMP-REC
               END-IF
           END-PERFORM
           CLOSE ASSIGN-TMP-FILE

           CALL "CBL_RENAME_FILE" USING
               "../member-townships.csv.tmp",
               "../member-townships.csv"
               RETURNING RENAME-STATUS
           END-CALL.

       LOAD-TOWNSHIP-TABLE.
           MOVE 0 TO TW-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT TOWNSHIP-FILE
           IF TOWNSHIP-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR TW-TOTAL >= 100
               READ TOWNSHIP-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       ADD 1 TO TW-TOTAL
                       MOVE SPACES TO TOWNSHIP-ENTRY(TW-TOTAL)
                       MOVE SPACES TO TW-POP-F
                       UNSTRING TOWNSHIP-REC DELIMITED BY ","
                           INTO TW-CODE(TW-TOTAL), TW-NAME(TW-TOTAL),
                                TW-POP-F, TW-KEYS(TW-TOTAL)
                       MOVE 0 TO TW-POP(TW-TOTAL)
                       IF TW-POP-F NOT = SPACES
                           MOVE FUNCTION NUMVAL(TW-POP-F)
                               TO TW-POP(TW-TOTAL)
                       END-IF
                       UNSTRING TW-KEYS(TW-TOTAL) DELIMITED BY ";"
                           INTO TW-KEY(TW-TOTAL, 1),
                                TW-KEY(TW-TOTAL, 2),
                                TW-KEY(TW-TOTAL, 3),
                                TW-KEY(TW-TOTAL, 4),
                                TW-KEY(TW-TOTAL, 5)
               END-READ
           END-PERFORM
           IF TOWNSHIP-STATUS = "00" OR TOWNSHIP-STATUS = "10"
               CLOSE TOWNSHIP-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       REWRITE-TOWNSHIP-TABLE.
           OPEN OUTPUT TOWNSHIP-TMP-FILE
           PERFORM VARYING TW-IDX FROM 1 BY 1 UNTIL TW-IDX > TW-TOTAL
               MOVE SPACES TO TOWNSHIP-TMP-REC
               STRING FUNCTION TRIM(TW-CODE(TW-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(TW-NAME(TW-IDX))
                          DELIMITED BY SIZE ","
                      TW-POP(TW-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(TW-KEYS(TW-IDX))
                          DELIMITED BY SIZE
                   INTO TOWNSHIP-TMP-REC
               WRITE TOWNSHIP-TMP-REC
           END-PERFORM
           CLOSE TOWNSHIP-TMP-FILE

           CALL "CBL_RENAME_FILE" USING
               "../townships.csv.tmp", "../townships.csv"
               RETURNING RENAME-STATUS
           END-CALL.

       END PROGRAM CatchmentReport.
