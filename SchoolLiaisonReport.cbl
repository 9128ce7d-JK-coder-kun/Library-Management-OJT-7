      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: School liaison report -- for the pupils
      *          RosterImport.cbl registered from a school's roster
      *          (school-members.csv; nobody else is ever listed),
      *          their open loans, overdue items and unpaid fines,
      *          grouped by school and class (the roster's fifth
      *          field; UNASSIGNED when the roster had none). One page
      *          per school goes to
      *          ../school-liaison-YYYYMMDD.txt to hand to the liaison
      *          teacher. The full version lists each title and fine;
      *          the summary version prints only counts and balances
      *          per pupil. Pupils with nothing outstanding are left
      *          off but counted in the class totals.
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - TRAINING banner under every school heading when
      *                run against the practice data set
      *                (TrainingCheck.cbl)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SchoolLiaisonReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHOOL-MEMBER-FILE ASSIGN TO "../school-members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHOOL-MEMBER-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMBER-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT FINE-FILE ASSIGN TO "../fine.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINE-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC PRINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHOOL-MEMBER-FILE.
       01  SCHOOL-MEMBER-REC  PIC X(60).
       FD  MEMBER-FILE.
       01  MEMBER-REC         PIC X(200).
       FD  BOOK-FILE.
       01  BOOK-REC           PIC X(200).
       FD  LOG-FILE.
       01  LOG-REC            PIC X(200).
       FD  FINE-FILE.
       01  FINE-REC           PIC X(200).
       FD  PRINT-FILE.
       01  PRINT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  SCHOOL-MEMBER-STATUS PIC XX.
       01  MEMBER-STATUS       PIC XX.
       01  BOOK-STATUS         PIC XX.
       01  LOG-STATUS          PIC XX.
       01  FINE-STATUS         PIC XX.
       01  PRINT-STATUS        PIC XX.
       01  FILE-END            PIC X VALUE 'N'.
       01  PRINT-PATH          PIC X(40).

       01  TODAY               PIC 9(8).
       01  TODAY-INT           PIC 9(8).
       01  WS-RAW              PIC X(30).
       01  WS-WANT-SCHOOL      PIC X(20).
       01  WS-REPORT-KIND      PIC X VALUE 'F'.
           88  FULL-REPORT     VALUE 'F'.
           88  SUMMARY-REPORT  VALUE 'S'.

       01  SM-MEMBER-F         PIC X(5).
       01  SM-SCHOOL-F         PIC X(20).
       01  SM-DATE-F           PIC X(8).
       01  SM-CLASS-F          PIC X(10).

      * One entry per rostered pupil; a pupil on two rosters is
      * reported under the later one.
       01  PUPIL-TABLE.
           05 PUPIL-ENTRY OCCURS 2000 TIMES.
              10  PU-MEMBER      PIC X(5).
              10  PU-SCHOOL      PIC X(20).
              10  PU-CLASS       PIC X(10).
              10  PU-NAME        PIC X(30).
              10  PU-OPEN        PIC 9(3).
              10  PU-OVERDUE     PIC 9(3).
              10  PU-FINES       PIC 9(8).
       01  PU-TOTAL            PIC 9(4) VALUE 0.
       01  PU-IDX              PIC 9(4).
       01  PU-MATCH-IDX        PIC 9(4).

       01  LOAN-TABLE.
           05 LOAN-ENTRY OCCURS 3000 TIMES.
              10  LN-PUPIL       PIC 9(4).
              10  LN-BOOK        PIC X(5).
              10  LN-DUE         PIC X(10).
              10  LN-DAYS-OVER   PIC 9(4).
       01  LN-TOTAL            PIC 9(4) VALUE 0.
       01  LN-IDX              PIC 9(4).

       01  FINE-TABLE.
           05 FINE-ENTRY OCCURS 2000 TIMES.
              10  FN-PUPIL       PIC 9(4).
              10  FN-ID          PIC X(5).
              10  FN-BALANCE     PIC 9(8).
       01  FN-TOTAL            PIC 9(4) VALUE 0.
       01  FN-IDX              PIC 9(4).

       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 2000 TIMES.
              10  BK-ID          PIC X(5).
              10  BK-TITLE       PIC X(30).
       01  BK-TOTAL            PIC 9(4) VALUE 0.
       01  BK-IDX              PIC 9(4).
       01  BK-ID-F             PIC X(5).
       01  BK-TITLE-F          PIC X(30).
       01  WS-BOOK-ID          PIC X(5).
       01  WS-TITLE            PIC X(30).

       01  SCHOOL-LIST.
           05 SL-SCHOOL        PIC X(20) OCCURS 100 TIMES.
       01  SL-TOTAL            PIC 9(3) VALUE 0.
       01  SL-IDX              PIC 9(3).
       01  SL-FOUND            PIC X.
       01  CLASS-LIST.
           05 CS-CLASS         PIC X(10) OCCURS 200 TIMES.
       01  CS-TOTAL            PIC 9(3) VALUE 0.
       01  CS-IDX              PIC 9(3).
       01  CS-FOUND            PIC X.

       01  MB-ID-F             PIC X(5).
       01  MB-NAME-F           PIC X(30).
       01  MB-EMAIL-F          PIC X(35).
       01  MB-ADDR-F           PIC X(60).
       01  MB-GENDER-F         PIC X.
       01  MB-FLAG-F           PIC X(10).
       01  MB-EXPIRY-F         PIC X(10).
       01  MB-TIER-F           PIC X(10).
       01  MB-NOTIFY-F         PIC X(5).
       01  MB-QUOTE-COUNT      PIC 9 VALUE 0.
       01  MB-ID-EMAIL         PIC X(70).
       01  MB-GENDER-FLAG      PIC X(60).
       01  MB-DUMMY            PIC X.

       01  LG-TRAN-F           PIC X(5).
       01  LG-MEMBER-F         PIC X(5).
       01  LG-BOOK-F           PIC X(5).
       01  LG-SDT-F            PIC X(10).
       01  LG-EDT-F            PIC X(10).
       01  LG-DUE-F            PIC X(3).
       01  LG-RDT-F            PIC X(10).
       01  WS-DUE-YMD          PIC 9(8).
       01  WS-DUE-YMD-X REDEFINES WS-DUE-YMD.
           05 WS-DUE-YYYY      PIC X(4).
           05 WS-DUE-MM        PIC X(2).
           05 WS-DUE-DD        PIC X(2).
       01  WS-DUE-INT          PIC 9(8).

       01  FN-ID-F             PIC X(5).
       01  FN-TRAN-F           PIC X(5).
       01  FN-MEMBER-F         PIC X(5).
       01  FN-DAYS-F           PIC X(4).
       01  FN-AMOUNT-F         PIC X(8).
       01  FN-PAID-F           PIC X(1).
       01  FN-PAID-DT-F        PIC X(10).
       01  FN-PAID-AMT-F       PIC X(8).
       01  WS-BALANCE          PIC S9(8).

      * Per class and per school totals
       01  CL-PUPILS           PIC 9(5).
       01  CL-OWING            PIC 9(5).
       01  CL-OPEN             PIC 9(5).
       01  CL-OVERDUE          PIC 9(5).
       01  CL-FINES            PIC 9(9).
       01  SC-PUPILS           PIC 9(5).
       01  SC-OWING            PIC 9(5).
       01  SC-OPEN             PIC 9(5).
       01  SC-OVERDUE          PIC 9(5).
       01  SC-FINES            PIC 9(9).
       01  CNT-SCHOOLS         PIC 9(3) VALUE 0.

       01  AMOUNT-OUT          PIC ZZZ,ZZZ,ZZ9.
       01  CNT-OUT             PIC ZZ9.
       01  CNT-OUT-2           PIC ZZ9.
       01  TOTAL-OUT           PIC ZZZZ9.
       01  TOTAL-OUT-2         PIC ZZZZ9.
       01  TOTAL-OUT-3         PIC ZZZZ9.
       01  TOTAL-OUT-4         PIC ZZZZ9.
       01  DAYS-OUT            PIC ZZZ9.
       01  RULE-LINE           PIC X(78) VALUE ALL "-".
       01  TRAINING-MODE       PIC X VALUE 'N'.
       01  TRAINING-DATE       PIC X(8).

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY)
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*   School Liaison -- Loans and Fines     *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Full report (titles and fines listed)"
           DISPLAY "2. Summary only (no titles)"
           DISPLAY "Enter your choice (1-2): "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           EVALUATE FUNCTION TRIM(WS-RAW)
               WHEN "1"
                   MOVE 'F' TO WS-REPORT-KIND
               WHEN "2"
                   MOVE 'S' TO WS-REPORT-KIND
               WHEN OTHER
                   GOBACK
           END-EVALUATE
           DISPLAY "School (blank for every school): "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RAW))
               TO WS-WANT-SCHOOL

           PERFORM LOAD-PUPILS
           IF PU-TOTAL = 0
               IF WS-WANT-SCHOOL = SPACES
                   DISPLAY "No roster pupils on ../school-members.csv."
               ELSE
                   DISPLAY "No roster pupils for school "
                       FUNCTION TRIM(WS-WANT-SCHOOL) "."
               END-IF
               GOBACK
           END-IF
           PERFORM LOAD-PUPIL-NAMES
           PERFORM LOAD-BOOKS
           PERFORM LOAD-OPEN-LOANS
           PERFORM LOAD-UNPAID-FINES
           PERFORM PRINT-LIAISON-REPORT
           GOBACK.

      * school-members.csv: member,school,import date,class
       LOAD-PUPILS.
           MOVE 0 TO PU-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT SCHOOL-MEMBER-FILE
           IF SCHOOL-MEMBER-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SCHOOL-MEMBER-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM TAKE-ONE-PUPIL THRU TAKE-ONE-PUPIL-EXIT
               END-READ
           END-PERFORM
           IF SCHOOL-MEMBER-STATUS = "00" OR
              SCHOOL-MEMBER-STATUS = "10"
               CLOSE SCHOOL-MEMBER-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       TAKE-ONE-PUPIL.
           MOVE SPACES TO SM-MEMBER-F SM-SCHOOL-F SM-DATE-F SM-CLASS-F
           UNSTRING SCHOOL-MEMBER-REC DELIMITED BY ","
               INTO SM-MEMBER-F, SM-SCHOOL-F, SM-DATE-F, SM-CLASS-F
           IF SM-MEMBER-F = SPACES OR SM-SCHOOL-F = SPACES
               GO TO TAKE-ONE-PUPIL-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(SM-SCHOOL-F) TO SM-SCHOOL-F
           IF SM-CLASS-F = SPACES
               MOVE "UNASSIGNED" TO SM-CLASS-F
           END-IF
           PERFORM FIND-PUPIL-ENTRY
      * A later roster moves the pupil -- the old school drops them.
           IF PU-MATCH-IDX > 0
               MOVE SM-SCHOOL-F TO PU-SCHOOL(PU-MATCH-IDX)
               MOVE SM-CLASS-F TO PU-CLASS(PU-MATCH-IDX)
               GO TO TAKE-ONE-PUPIL-EXIT
           END-IF
           IF PU-TOTAL >= 2000
               GO TO TAKE-ONE-PUPIL-EXIT
           END-IF
           ADD 1 TO PU-TOTAL
           MOVE SM-MEMBER-F TO PU-MEMBER(PU-TOTAL)
           MOVE SM-SCHOOL-F TO PU-SCHOOL(PU-TOTAL)
           MOVE SM-CLASS-F TO PU-CLASS(PU-TOTAL)
           MOVE SPACES TO PU-NAME(PU-TOTAL)
           MOVE 0 TO PU-OPEN(PU-TOTAL) PU-OVERDUE(PU-TOTAL)
               PU-FINES(PU-TOTAL).
       TAKE-ONE-PUPIL-EXIT.
           EXIT.

       FIND-PUPIL-ENTRY.
           MOVE 0 TO PU-MATCH-IDX
           PERFORM VARYING PU-IDX FROM 1 BY 1
                   UNTIL PU-IDX > PU-TOTAL OR PU-MATCH-IDX > 0
               IF PU-MEMBER(PU-IDX) = SM-MEMBER-F
                   MOVE PU-IDX TO PU-MATCH-IDX
               END-IF
           END-PERFORM.

      * Pupils of other schools are loaded too, so a pupil moved to
      * another school's roster is never reported at the old one;
      * the school filter is applied when printing.
       LOAD-PUPIL-NAMES.
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
                       MOVE MB-ID-F TO SM-MEMBER-F
                       PERFORM FIND-PUPIL-ENTRY
                       IF PU-MATCH-IDX > 0
                           MOVE MB-NAME-F TO PU-NAME(PU-MATCH-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF MEMBER-STATUS = "00" OR MEMBER-STATUS = "10"
               CLOSE MEMBER-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SPLIT-MEMBER-REC.
           MOVE SPACES TO MB-ID-F MB-NAME-F MB-EMAIL-F MB-ADDR-F
               MB-GENDER-F MB-FLAG-F MB-EXPIRY-F MB-TIER-F
               MB-NOTIFY-F
           MOVE 0 TO MB-QUOTE-COUNT
           INSPECT MEMBER-REC TALLYING MB-QUOTE-COUNT FOR ALL '"'
           IF MB-QUOTE-COUNT > 0
               UNSTRING MEMBER-REC DELIMITED BY '"'
                   INTO MB-ID-EMAIL, MB-ADDR-F, MB-GENDER-FLAG
               UNSTRING MB-ID-EMAIL DELIMITED BY ","
                   INTO MB-ID-F, MB-NAME-F, MB-EMAIL-F
               UNSTRING MB-GENDER-FLAG DELIMITED BY ","
                   INTO MB-DUMMY, MB-GENDER-F, MB-FLAG-F, MB-EXPIRY-F,
                        MB-TIER-F, MB-NOTIFY-F
           ELSE
               UNSTRING MEMBER-REC DELIMITED BY ","
                   INTO MB-ID-F, MB-NAME-F, MB-EMAIL-F, MB-ADDR-F,
                        MB-GENDER-F, MB-FLAG-F, MB-EXPIRY-F,
                        MB-TIER-F, MB-NOTIFY-F
           END-IF.

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
                       UNSTRING BOOK-REC DELIMITED BY ","
                           INTO BK-ID-F, BK-TITLE-F
                       ADD 1 TO BK-TOTAL
                       MOVE BK-ID-F TO BK-ID(BK-TOTAL)
                       MOVE BK-TITLE-F TO BK-TITLE(BK-TOTAL)
               END-READ
           END-PERFORM
           IF BOOK-STATUS = "00" OR BOOK-STATUS = "10"
               CLOSE BOOK-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * An open loan has no return date; END-DATE is the dashless
      * MMDDYYYY BorrowBook.cbl writes, as CheckLog.cbl reads it.
       LOAD-OPEN-LOANS.
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
                       MOVE SPACES TO LG-RDT-F
                       UNSTRING LOG-REC DELIMITED BY ","
                           INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F,
                                LG-SDT-F, LG-EDT-F, LG-DUE-F, LG-RDT-F
                       IF FUNCTION TRIM(LG-RDT-F) = SPACES
                           PERFORM TAKE-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           IF LOG-STATUS = "00" OR LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       TAKE-ONE-LOAN.
           MOVE LG-MEMBER-F TO SM-MEMBER-F
           PERFORM FIND-PUPIL-ENTRY
           IF PU-MATCH-IDX > 0 AND LN-TOTAL < 3000
               ADD 1 TO PU-OPEN(PU-MATCH-IDX)
               ADD 1 TO LN-TOTAL
               MOVE PU-MATCH-IDX TO LN-PUPIL(LN-TOTAL)
               MOVE LG-BOOK-F TO LN-BOOK(LN-TOTAL)
               MOVE 0 TO LN-DAYS-OVER(LN-TOTAL)
               MOVE SPACES TO LN-DUE(LN-TOTAL)
               IF LG-EDT-F(1:8) IS NUMERIC
                   STRING LG-EDT-F(1:2) DELIMITED BY SIZE "/"
                          LG-EDT-F(3:2) DELIMITED BY SIZE "/"
                          LG-EDT-F(5:4) DELIMITED BY SIZE
                       INTO LN-DUE(LN-TOTAL)
                   MOVE LG-EDT-F(5:4) TO WS-DUE-YYYY
                   MOVE LG-EDT-F(1:2) TO WS-DUE-MM
                   MOVE LG-EDT-F(3:2) TO WS-DUE-DD
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-YMD) = 0
                       COMPUTE WS-DUE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-DUE-YMD)
                       IF TODAY-INT > WS-DUE-INT
                           COMPUTE LN-DAYS-OVER(LN-TOTAL) =
                               TODAY-INT - WS-DUE-INT
                           ADD 1 TO PU-OVERDUE(PU-MATCH-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * fine.csv: id,tran,member,days,amount,paid flag,paid date,paid
      * amount -- N and P rows carry a balance, as FineAgingReport.cbl
      * counts it.
       LOAD-UNPAID-FINES.
           MOVE 'N' TO FILE-END
           OPEN INPUT FINE-FILE
           IF FINE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ FINE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO FN-PAID-AMT-F
                       UNSTRING FINE-REC DELIMITED BY ","
                           INTO FN-ID-F, FN-TRAN-F, FN-MEMBER-F,
                                FN-DAYS-F, FN-AMOUNT-F, FN-PAID-F,
                                FN-PAID-DT-F, FN-PAID-AMT-F
                       IF FN-PAID-F = "N" OR FN-PAID-F = "P"
                           PERFORM TAKE-ONE-FINE THRU
                               TAKE-ONE-FINE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF FINE-STATUS = "00" OR FINE-STATUS = "10"
               CLOSE FINE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       TAKE-ONE-FINE.
           MOVE FN-MEMBER-F TO SM-MEMBER-F
           PERFORM FIND-PUPIL-ENTRY
           IF PU-MATCH-IDX = 0
               GO TO TAKE-ONE-FINE-EXIT
           END-IF
           MOVE 0 TO WS-BALANCE
           IF FN-AMOUNT-F NOT = SPACES
               COMPUTE WS-BALANCE = FUNCTION NUMVAL(FN-AMOUNT-F)
           END-IF
           IF FN-PAID-AMT-F NOT = SPACES
               COMPUTE WS-BALANCE = WS-BALANCE
                   - FUNCTION NUMVAL(FN-PAID-AMT-F)
           END-IF
           IF WS-BALANCE > 0
               ADD WS-BALANCE TO PU-FINES(PU-MATCH-IDX)
               IF FN-TOTAL < 2000
                   ADD 1 TO FN-TOTAL
                   MOVE PU-MATCH-IDX TO FN-PUPIL(FN-TOTAL)
                   MOVE FN-ID-F TO FN-ID(FN-TOTAL)
                   MOVE WS-BALANCE TO FN-BALANCE(FN-TOTAL)
               END-IF
           END-IF.
       TAKE-ONE-FINE-EXIT.
           EXIT.

       PRINT-LIAISON-REPORT.
           MOVE SPACES TO PRINT-PATH
           STRING "../school-liaison-" DELIMITED BY SIZE
                  TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO PRINT-PATH
           CALL "TrainingCheck" USING TRAINING-MODE, TRAINING-DATE
           OPEN OUTPUT PRINT-FILE
           MOVE 0 TO SL-TOTAL CNT-SCHOOLS
           PERFORM VARYING PU-IDX FROM 1 BY 1 UNTIL PU-IDX > PU-TOTAL
               IF WS-WANT-SCHOOL = SPACES OR
                  PU-SCHOOL(PU-IDX) = WS-WANT-SCHOOL
                   MOVE 'N' TO SL-FOUND
                   PERFORM VARYING SL-IDX FROM 1 BY 1
                           UNTIL SL-IDX > SL-TOTAL
                       IF SL-SCHOOL(SL-IDX) = PU-SCHOOL(PU-IDX)
                           MOVE 'Y' TO SL-FOUND
                       END-IF
                   END-PERFORM
                   IF SL-FOUND = 'N' AND SL-TOTAL < 100
                       ADD 1 TO SL-TOTAL
                       MOVE PU-SCHOOL(PU-IDX) TO SL-SCHOOL(SL-TOTAL)
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY " "
           DISPLAY "School               Pupils  Owing  Loans  Overdue"
               "  Fines (MMK)"
           DISPLAY RULE-LINE
           PERFORM VARYING SL-IDX FROM 1 BY 1 UNTIL SL-IDX > SL-TOTAL
               PERFORM PRINT-ONE-SCHOOL
           END-PERFORM
           DISPLAY RULE-LINE
           CLOSE PRINT-FILE
           IF SL-TOTAL = 0
               DISPLAY "No roster pupils for school "
                   FUNCTION TRIM(WS-WANT-SCHOOL) "."
           ELSE
               DISPLAY CNT-SCHOOLS " school page(s) written to "
                   FUNCTION TRIM(PRINT-PATH)
           END-IF.

       PRINT-ONE-SCHOOL.
           MOVE 0 TO SC-PUPILS SC-OWING SC-OPEN SC-OVERDUE SC-FINES
           ADD 1 TO CNT-SCHOOLS
      * A blank record carries the form feed; the heading follows it.
           IF CNT-SCHOOLS > 1
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING "SCHOOL LIAISON REPORT -- " DELIMITED BY SIZE
                  FUNCTION TRIM(SL-SCHOOL(SL-IDX)) DELIMITED BY SIZE
               INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "Outstanding loans and fines as at " DELIMITED BY SIZE
                  TODAY(5:2) DELIMITED BY SIZE "/"
                  TODAY(7:2) DELIMITED BY SIZE "/"
                  TODAY(1:4) DELIMITED BY SIZE
               INTO PRINT-LINE
           WRITE PRINT-LINE
           IF SUMMARY-REPORT
               MOVE "Summary -- titles are not shown." TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           IF TRAINING-MODE = 'Y'
               MOVE "*** TRAINING -- PRACTICE DATA, NOT FOR SCHOOLS ***"
                   TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE RULE-LINE TO PRINT-LINE
           WRITE PRINT-LINE

      * Classes of this school in roster order
           MOVE 0 TO CS-TOTAL
           PERFORM VARYING PU-IDX FROM 1 BY 1 UNTIL PU-IDX > PU-TOTAL
               IF PU-SCHOOL(PU-IDX) = SL-SCHOOL(SL-IDX)
                   MOVE 'N' TO CS-FOUND
                   PERFORM VARYING CS-IDX FROM 1 BY 1
                           UNTIL CS-IDX > CS-TOTAL
                       IF CS-CLASS(CS-IDX) = PU-CLASS(PU-IDX)
                           MOVE 'Y' TO CS-FOUND
                       END-IF
                   END-PERFORM
                   IF CS-FOUND = 'N' AND CS-TOTAL < 200
                       ADD 1 TO CS-TOTAL
                       MOVE PU-CLASS(PU-IDX) TO CS-CLASS(CS-TOTAL)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING CS-IDX FROM 1 BY 1 UNTIL CS-IDX > CS-TOTAL
               PERFORM PRINT-ONE-CLASS
           END-PERFORM

           MOVE SC-PUPILS TO TOTAL-OUT
           MOVE SC-OWING TO TOTAL-OUT-2
           MOVE SC-OPEN TO TOTAL-OUT-3
           MOVE SC-OVERDUE TO TOTAL-OUT-4
           MOVE SC-FINES TO AMOUNT-OUT
           MOVE RULE-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "School total: " DELIMITED BY SIZE
                  FUNCTION TRIM(TOTAL-OUT) DELIMITED BY SIZE
                  " pupil(s), " DELIMITED BY SIZE
                  FUNCTION TRIM(TOTAL-OUT-2) DELIMITED BY SIZE
                  " owing, " DELIMITED BY SIZE
                  FUNCTION TRIM(TOTAL-OUT-3) DELIMITED BY SIZE
                  " loan(s), " DELIMITED BY SIZE
                  FUNCTION TRIM(TOTAL-OUT-4) DELIMITED BY SIZE
                  " overdue, fines " DELIMITED BY SIZE
                  FUNCTION TRIM(AMOUNT-OUT) DELIMITED BY SIZE
                  " MMK" DELIMITED BY SIZE
               INTO PRINT-LINE
           WRITE PRINT-LINE
           DISPLAY SL-SCHOOL(SL-IDX) " " TOTAL-OUT "  " TOTAL-OUT-2
               "  " TOTAL-OUT-3 "  " TOTAL-OUT-4 "    " AMOUNT-OUT.

       PRINT-ONE-CLASS.
           MOVE 0 TO CL-PUPILS CL-OWING CL-OPEN CL-OVERDUE CL-FINES
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "Class " DELIMITED BY SIZE
                  FUNCTION TRIM(CS-CLASS(CS-IDX)) DELIMITED BY SIZE
               INTO PRINT-LINE
           WRITE PRINT-LINE
           IF SUMMARY-REPORT
               MOVE SPACES TO PRINT-LINE
               STRING "  Member Name" DELIMITED BY SIZE
                      "                              Loans  Overdue"
                          DELIMITED BY SIZE
                      "  Fines (MMK)" DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           PERFORM VARYING PU-IDX FROM 1 BY 1 UNTIL PU-IDX > PU-TOTAL
               IF PU-SCHOOL(PU-IDX) = SL-SCHOOL(SL-IDX) AND
                  PU-CLASS(PU-IDX) = CS-CLASS(CS-IDX)
                   PERFORM PRINT-ONE-PUPIL THRU PRINT-ONE-PUPIL-EXIT
               END-IF
           END-PERFORM
           MOVE CL-PUPILS TO TOTAL-OUT
           MOVE CL-OWING TO TOTAL-OUT-2
           MOVE CL-OPEN TO TOTAL-OUT-3
           MOVE CL-OVERDUE TO TOTAL-OUT-4
           MOVE CL-FINES TO AMOUNT-OUT
           MOVE SPACES TO PRINT-LINE
           STRING "  Class total: " DELIMITED BY SIZE
                  FUNCTION TRIM(TOTAL-OUT) DELIMITED BY SIZE
                  " pupil(s), " DELIMITED BY SIZE
                  FUNCTION TRIM(TOTAL-OUT-2) DELIMITED BY SIZE
                  " owing, " DELIMITED BY SIZE
                  FUNCTION TRIM(TOTAL-OUT-3) DELIMITED BY SIZE
                  " loan(s), " DELIMITED BY SIZE
                  FUNCTION TRIM(TOTAL-OUT-4) DELIMITED BY SIZE
                  " overdue, fines " DELIMITED BY SIZE
                  FUNCTION TRIM(AMOUNT-OUT) DELIMITED BY SIZE
                  " MMK" DELIMITED BY SIZE
               INTO PRINT-LINE
           WRITE PRINT-LINE
           ADD CL-PUPILS TO SC-PUPILS
           ADD CL-OWING TO SC-OWING
           ADD CL-OPEN TO SC-OPEN
           ADD CL-OVERDUE TO SC-OVERDUE
           ADD CL-FINES TO SC-FINES.

       PRINT-ONE-PUPIL.
           ADD 1 TO CL-PUPILS
           IF PU-OPEN(PU-IDX) = 0 AND PU-FINES(PU-IDX) = 0
               GO TO PRINT-ONE-PUPIL-EXIT
           END-IF
           ADD 1 TO CL-OWING
           ADD PU-OPEN(PU-IDX) TO CL-OPEN
           ADD PU-OVERDUE(PU-IDX) TO CL-OVERDUE
           ADD PU-FINES(PU-IDX) TO CL-FINES
           MOVE PU-OPEN(PU-IDX) TO CNT-OUT
           MOVE PU-OVERDUE(PU-IDX) TO CNT-OUT-2
           MOVE PU-FINES(PU-IDX) TO AMOUNT-OUT
           MOVE SPACES TO PRINT-LINE
           IF SUMMARY-REPORT
               STRING "  " DELIMITED BY SIZE
                      PU-MEMBER(PU-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      PU-NAME(PU-IDX) DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      CNT-OUT DELIMITED BY SIZE
                      "     " DELIMITED BY SIZE
                      CNT-OUT-2 DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AMOUNT-OUT DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE PRINT-LINE
               GO TO PRINT-ONE-PUPIL-EXIT
           END-IF
           STRING "  " DELIMITED BY SIZE
                  PU-MEMBER(PU-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(PU-NAME(PU-IDX)) DELIMITED BY SIZE
               INTO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM VARYING LN-IDX FROM 1 BY 1 UNTIL LN-IDX > LN-TOTAL
               IF LN-PUPIL(LN-IDX) = PU-IDX
                   PERFORM PRINT-ONE-LOAN
               END-IF
           END-PERFORM
           PERFORM VARYING FN-IDX FROM 1 BY 1 UNTIL FN-IDX > FN-TOTAL
               IF FN-PUPIL(FN-IDX) = PU-IDX
                   MOVE FN-BALANCE(FN-IDX) TO AMOUNT-OUT
                   MOVE SPACES TO PRINT-LINE
                   STRING "      Unpaid fine " DELIMITED BY SIZE
                          FN-ID(FN-IDX) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          FUNCTION TRIM(AMOUNT-OUT) DELIMITED BY SIZE
                          " MMK" DELIMITED BY SIZE
                       INTO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-PERFORM.
       PRINT-ONE-PUPIL-EXIT.
           EXIT.

       PRINT-ONE-LOAN.
           MOVE LN-BOOK(LN-IDX) TO WS-BOOK-ID
           MOVE "(not in catalog)" TO WS-TITLE
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-TOTAL
               IF BK-ID(BK-IDX) = WS-BOOK-ID
                   MOVE BK-TITLE(BK-IDX) TO WS-TITLE
               END-IF
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           IF LN-DAYS-OVER(LN-IDX) > 0
               MOVE LN-DAYS-OVER(LN-IDX) TO DAYS-OUT
               STRING "      " DELIMITED BY SIZE
                      WS-BOOK-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TITLE DELIMITED BY SIZE
                      " due " DELIMITED BY SIZE
                      LN-DUE(LN-IDX) DELIMITED BY SIZE
                      "  OVERDUE " DELIMITED BY SIZE
                      FUNCTION TRIM(DAYS-OUT) DELIMITED BY SIZE
                      " day(s)" DELIMITED BY SIZE
                   INTO PRINT-LINE
           ELSE
               STRING "      " DELIMITED BY SIZE
                      WS-BOOK-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TITLE DELIMITED BY SIZE
                      " due " DELIMITED BY SIZE
                      LN-DUE(LN-IDX) DELIMITED BY SIZE
                   INTO PRINT-LINE
           END-IF
           WRITE PRINT-LINE.

       END PROGRAM SchoolLiaisonReport.
