      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Children's summer reading challenge, replacing the
      *          paper cards. A challenge (../reading-challenges.csv:
      *          challenge_id,name,start,end,target_books,then up to
      *          three milestone books,prize pairs) runs between two
      *          YYYYMMDD dates. CHILD and TEEN members (age band on
      *          member-profile.csv) are enrolled at a branch on
      *          ../challenge-enrolments.csv (challenge_id,member_id,
      *          branch,school,enrolled,enrolled_by,then the date each
      *          milestone prize was issued); the school comes from
      *          the roster import (school-members.csv). A member's
      *          books are every loan returned inside the window --
      *          live log.csv plus the dated archives -- and any book
      *          read elsewhere that staff add on
      *          ../challenge-books.csv (challenge_id,member_id,date,
      *          recorded_by,title). Prizes are marked issued as each
      *          milestone is reached and handed over, and the
      *          completion report gives rates per school and per
      *          branch (../challenge-report.csv).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SummerChallenge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHALLENGE-FILE ASSIGN TO "../reading-challenges.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHALLENGE-STATUS.
           SELECT ENROL-FILE ASSIGN TO "../challenge-enrolments.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENROL-STATUS.
           SELECT ENROL-TMP-FILE
               ASSIGN TO "../challenge-enrolments.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRA-FILE ASSIGN TO "../challenge-books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRA-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMBER-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "../member-profile.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-STATUS.
           SELECT SCHOOL-MEMBER-FILE ASSIGN TO "../school-members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHOOL-MEMBER-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../challenge-report.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHALLENGE-FILE.
       01  CHALLENGE-REC      PIC X(200).
       FD  ENROL-FILE.
       01  ENROL-REC          PIC X(100).
       FD  ENROL-TMP-FILE.
       01  ENROL-TMP-REC      PIC X(100).
       FD  EXTRA-FILE.
       01  EXTRA-REC          PIC X(100).
       FD  MEMBER-FILE.
       01  MEMBER-REC         PIC X(200).
       FD  PROFILE-FILE.
       01  PROFILE-REC        PIC X(30).
       FD  SCHOOL-MEMBER-FILE.
       01  SCHOOL-MEMBER-REC  PIC X(60).
       FD  LOG-FILE.
       01  LOG-REC            PIC X(200).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC        PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-REC         PIC X(100).

       WORKING-STORAGE SECTION.
       01  CHALLENGE-STATUS    PIC XX.
       01  ENROL-STATUS        PIC XX.
       01  EXTRA-STATUS        PIC XX.
       01  MEMBER-STATUS       PIC XX.
       01  PROFILE-STATUS      PIC XX.
       01  SCHOOL-MEMBER-STATUS PIC XX.
       01  LOG-STATUS          PIC XX.
       01  ARCHIVE-STATUS      PIC XX.
       01  REPORT-STATUS       PIC XX.
       01  FILE-END            PIC X VALUE 'N'.

       01  WS-MENU-CHOICE      PIC 9(1).
       01  WS-RAW              PIC X(60).
       01  WS-DATE-RAW         PIC X(10).
       01  WS-CONFIRM          PIC X.
       01  WS-FOUND            PIC X VALUE 'N'.
       01  WS-LAST-ID          PIC 9(5) VALUE 0.
       01  WS-NEW-ID           PIC 9(5).
       01  WS-NUM              PIC 9(3).

       01  CHALLENGE-TABLE.
           05 CHALLENGE-ENTRY OCCURS 50 TIMES.
              10  CH-ID          PIC X(5).
              10  CH-NAME        PIC X(40).
              10  CH-START       PIC X(8).
              10  CH-END         PIC X(8).
              10  CH-TARGET      PIC X(3).
              10  CH-MILESTONE OCCURS 3 TIMES.
                  15  CH-MS-BOOKS    PIC X(3).
                  15  CH-MS-PRIZE    PIC X(30).
       01  CH-TOTAL            PIC 9(2) VALUE 0.
       01  CH-IDX              PIC 9(2).
       01  CH-SEL              PIC 9(2) VALUE 0.
       01  MS-IDX              PIC 9(1).
       01  WS-TARGET-NUM       PIC 9(3).
       01  WS-MS-NUM           PIC 9(3).

      * Enrolments for the selected challenge only; EN-BOOKS is the
      * member's count once TALLY-BOOKS has run.
       01  ENROL-TABLE.
           05 ENROL-ENTRY OCCURS 1000 TIMES.
              10  EN-CHALLENGE   PIC X(5).
              10  EN-MEMBER      PIC X(5).
              10  EN-BRANCH      PIC X(10).
              10  EN-SCHOOL      PIC X(20).
              10  EN-DATE        PIC X(8).
              10  EN-BY          PIC X(5).
              10  EN-PRIZE-DATE  PIC X(8) OCCURS 3 TIMES.
              10  EN-LOANS       PIC 9(4).
              10  EN-EXTRA       PIC 9(4).
              10  EN-BOOKS       PIC 9(4).
       01  EN-TOTAL            PIC 9(4) VALUE 0.
       01  EN-IDX              PIC 9(4).
       01  EN-MATCH-IDX        PIC 9(4).
      * Lookup used while scanning the logs, kept apart from the
      * member being worked on at the desk.
       01  EN-SCAN-IDX         PIC 9(4).
       01  WS-SCAN-MEMBER      PIC X(5).
      * Rows of other challenges are held here untouched so the
      * rewrite after a prize is issued keeps them.
       01  OTHER-ENROL-TABLE.
           05 OTHER-ENROL-ROW  PIC X(100) OCCURS 3000 TIMES.
       01  OE-TOTAL            PIC 9(4) VALUE 0.
       01  OE-IDX              PIC 9(4).
       01  EN-CHALLENGE-F      PIC X(5).
       01  EN-PRIZES-ISSUED    PIC 9(4) VALUE 0.

       01  WS-MEMBER-ID        PIC X(5).
       01  MEMBER-ID-F         PIC X(5).
       01  MEMBER-NAME-F       PIC X(30).
       01  MEMBER-NAME         PIC X(30).
       01  PR-MEMBER-F         PIC X(5).
       01  PR-AGE-BAND-F       PIC X(5).
       01  WS-AGE-BAND         PIC X(5).
       01  SM-MEMBER-F         PIC X(5).
       01  SM-SCHOOL-F         PIC X(20).
       01  WS-SCHOOL           PIC X(20).
       01  WS-BRANCH           PIC X(10).
       01  WS-TITLE            PIC X(50).

       01  XB-CHALLENGE-F      PIC X(5).
       01  XB-MEMBER-F         PIC X(5).

       01  LG-TRAN-F           PIC X(5).
       01  LG-MEMBER-F         PIC X(5).
       01  LG-BOOK-F           PIC X(5).
       01  LG-START-F          PIC X(10).
       01  LG-END-F            PIC X(10).
       01  LG-DUE-F            PIC X(10).
       01  LG-RETURN-F         PIC X(10).
       01  WS-RETURN-YMD       PIC X(8).

       01  ARCHIVE-PATH        PIC X(40).
       01  WS-PROBE-INT        PIC 9(8).
       01  WS-PROBE-DATE       PIC 9(8).
       01  WS-PROBE-STEPS      PIC 9(4).
       01  WS-PROBE-LIMIT      PIC 9(4).
       01  WS-START-NUM        PIC 9(8).
       01  TODAY               PIC 9(8).
       01  TODAY-X             PIC X(8).
       01  TODAY-INT           PIC 9(8).

      * Completion by school (GR-KIND 'S') and by branch ('B')
       01  GROUP-TABLE.
           05 GROUP-ENTRY OCCURS 200 TIMES.
              10  GR-KIND        PIC X(1).
              10  GR-NAME        PIC X(20).
              10  GR-ENROLLED    PIC 9(5).
              10  GR-COMPLETED   PIC 9(5).
       01  GR-TOTAL            PIC 9(3) VALUE 0.
       01  GR-IDX              PIC 9(3).
       01  GR-MATCH-IDX        PIC 9(3).
       01  WS-GR-KIND          PIC X(1).
       01  WS-GR-NAME          PIC X(20).
       01  WS-RATE             PIC 9(3).
       01  WS-ALL-ENROLLED     PIC 9(5).
       01  WS-ALL-COMPLETED    PIC 9(5).

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
           DISPLAY "*      Summer Reading Challenge           *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Set up a challenge"
           DISPLAY "2. Enrol a member"
           DISPLAY "3. Add a book read elsewhere"
           DISPLAY "4. Member progress and prizes"
           DISPLAY "5. Prizes due (all members)"
           DISPLAY "6. Completion report by school and branch"
           DISPLAY "7. Exit"
           DISPLAY "Enter your choice (1-7): "
           ACCEPT WS-MENU-CHOICE
           PERFORM LOAD-CHALLENGE-TABLE
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM DEFINE-CHALLENGE THRU DEFINE-CHALLENGE-EXIT
               WHEN 2
                   PERFORM ENROL-MEMBER THRU ENROL-MEMBER-EXIT
               WHEN 3
                   PERFORM ADD-OUTSIDE-BOOK THRU ADD-OUTSIDE-BOOK-EXIT
               WHEN 4
                   PERFORM MEMBER-PROGRESS THRU MEMBER-PROGRESS-EXIT
               WHEN 5
                   PERFORM PRIZES-DUE THRU PRIZES-DUE-EXIT
               WHEN 6
                   PERFORM COMPLETION-REPORT
                       THRU COMPLETION-REPORT-EXIT
               WHEN 7
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           GOBACK.

      * A new challenge: the window, the target that counts as
      * completing it, and up to three milestones each with a prize.
       DEFINE-CHALLENGE.
           IF CH-TOTAL >= 50
               DISPLAY "Challenge list is full."
               GO TO DEFINE-CHALLENGE-EXIT
           END-IF
           ADD 1 TO CH-TOTAL
           MOVE SPACES TO CHALLENGE-ENTRY(CH-TOTAL)

           DISPLAY "Challenge name: "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           IF FUNCTION TRIM(WS-RAW) = SPACES
               DISPLAY "A name is required. Nothing saved."
               GO TO DEFINE-CHALLENGE-EXIT
           END-IF
           INSPECT WS-RAW REPLACING ALL "," BY ";"
           MOVE FUNCTION TRIM(WS-RAW) TO CH-NAME(CH-TOTAL)

           DISPLAY "Starts (YYYYMMDD): "
           MOVE SPACES TO WS-DATE-RAW
           ACCEPT WS-DATE-RAW
           MOVE FUNCTION TRIM(WS-DATE-RAW) TO WS-DATE-RAW
           IF WS-DATE-RAW(1:8) IS NOT NUMERIC OR
              WS-DATE-RAW(9:2) NOT = SPACES
               DISPLAY "Date must be YYYYMMDD. Nothing saved."
               GO TO DEFINE-CHALLENGE-EXIT
           END-IF
           MOVE WS-DATE-RAW(1:8) TO CH-START(CH-TOTAL)
           DISPLAY "Ends (YYYYMMDD, last day books count): "
           MOVE SPACES TO WS-DATE-RAW
           ACCEPT WS-DATE-RAW
           MOVE FUNCTION TRIM(WS-DATE-RAW) TO WS-DATE-RAW
           IF WS-DATE-RAW(1:8) IS NOT NUMERIC OR
              WS-DATE-RAW(9:2) NOT = SPACES
               DISPLAY "Date must be YYYYMMDD. Nothing saved."
               GO TO DEFINE-CHALLENGE-EXIT
           END-IF
           MOVE WS-DATE-RAW(1:8) TO CH-END(CH-TOTAL)
           IF CH-END(CH-TOTAL) < CH-START(CH-TOTAL)
               DISPLAY "The challenge cannot end before it starts. "
                   "Nothing saved."
               GO TO DEFINE-CHALLENGE-EXIT
           END-IF

           DISPLAY "Target books to complete the challenge: "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           IF FUNCTION TEST-NUMVAL(WS-RAW) NOT = 0 OR
              FUNCTION NUMVAL(WS-RAW) < 1 OR
              FUNCTION NUMVAL(WS-RAW) > 999
               DISPLAY "Target must be 1-999 books. Nothing saved."
               GO TO DEFINE-CHALLENGE-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-RAW) TO WS-NUM
           MOVE WS-NUM TO CH-TARGET(CH-TOTAL)

           PERFORM VARYING MS-IDX FROM 1 BY 1 UNTIL MS-IDX > 3
               DISPLAY "Milestone " MS-IDX
                   " -- books (blank for no more milestones): "
               MOVE SPACES TO WS-RAW
               ACCEPT WS-RAW
               IF FUNCTION TRIM(WS-RAW) = SPACES
                   MOVE 4 TO MS-IDX
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-RAW) = 0 AND
                      FUNCTION NUMVAL(WS-RAW) > 0 AND
                      FUNCTION NUMVAL(WS-RAW) < 1000
                       MOVE FUNCTION NUMVAL(WS-RAW) TO WS-NUM
                       MOVE WS-NUM TO CH-MS-BOOKS(CH-TOTAL, MS-IDX)
                       DISPLAY "Milestone " MS-IDX " prize: "
                       MOVE SPACES TO WS-RAW
                       ACCEPT WS-RAW
                       INSPECT WS-RAW REPLACING ALL "," BY ";"
                       MOVE FUNCTION TRIM(WS-RAW)
                           TO CH-MS-PRIZE(CH-TOTAL, MS-IDX)
                       IF CH-MS-PRIZE(CH-TOTAL, MS-IDX) = SPACES
                           MOVE "Certificate"
                               TO CH-MS-PRIZE(CH-TOTAL, MS-IDX)
                       END-IF
                   ELSE
                       DISPLAY "Books must be 1-999 -- milestone "
                           "not set."
                       SUBTRACT 1 FROM MS-IDX
                   END-IF
               END-IF
           END-PERFORM

           MOVE 0 TO WS-LAST-ID
           PERFORM VARYING CH-IDX FROM 1 BY 1
                   UNTIL CH-IDX >= CH-TOTAL
               IF FUNCTION NUMVAL(CH-ID(CH-IDX)) > WS-LAST-ID
                   MOVE FUNCTION NUMVAL(CH-ID(CH-IDX)) TO WS-LAST-ID
               END-IF
           END-PERFORM
           COMPUTE WS-NEW-ID = WS-LAST-ID + 1
           MOVE WS-NEW-ID TO CH-ID(CH-TOTAL)

           OPEN EXTEND CHALLENGE-FILE
           IF CHALLENGE-STATUS = "05" OR CHALLENGE-STATUS = "35"
               OPEN OUTPUT CHALLENGE-FILE
           END-IF
           MOVE SPACES TO CHALLENGE-REC
           STRING CH-ID(CH-TOTAL) DELIMITED BY SIZE ","
                  FUNCTION TRIM(CH-NAME(CH-TOTAL))
                      DELIMITED BY SIZE ","
                  CH-START(CH-TOTAL) DELIMITED BY SIZE ","
                  CH-END(CH-TOTAL) DELIMITED BY SIZE ","
                  CH-TARGET(CH-TOTAL) DELIMITED BY SIZE ","
                  FUNCTION TRIM(CH-MS-BOOKS(CH-TOTAL, 1))
                      DELIMITED BY SIZE ","
                  FUNCTION TRIM(CH-MS-PRIZE(CH-TOTAL, 1))
                      DELIMITED BY SIZE ","
                  FUNCTION TRIM(CH-MS-BOOKS(CH-TOTAL, 2))
                      DELIMITED BY SIZE ","
                  FUNCTION TRIM(CH-MS-PRIZE(CH-TOTAL, 2))
                      DELIMITED BY SIZE ","
                  FUNCTION TRIM(CH-MS-BOOKS(CH-TOTAL, 3))
                      DELIMITED BY SIZE ","
                  FUNCTION TRIM(CH-MS-PRIZE(CH-TOTAL, 3))
                      DELIMITED BY SIZE
               INTO CHALLENGE-REC
           WRITE CHALLENGE-REC
           CLOSE CHALLENGE-FILE
           DISPLAY "Challenge #" CH-ID(CH-TOTAL) " "
               FUNCTION TRIM(CH-NAME(CH-TOTAL)) " saved, "
               CH-START(CH-TOTAL) "-" CH-END(CH-TOTAL) ".".
       DEFINE-CHALLENGE-EXIT.
           EXIT.

      * Only CHILD and TEEN members can join; a member with no
      * profile row is treated as ADULT, as BorrowBook.cbl does.
       ENROL-MEMBER.
           PERFORM SELECT-CHALLENGE THRU SELECT-CHALLENGE-EXIT
           IF CH-SEL = 0
               GO TO ENROL-MEMBER-EXIT
           END-IF
           IF CH-END(CH-SEL) < TODAY-X
               DISPLAY "That challenge has ended."
               GO TO ENROL-MEMBER-EXIT
           END-IF
           PERFORM LOAD-ENROL-TABLE

           DISPLAY "Member ID: "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE FUNCTION TRIM(WS-RAW) TO WS-MEMBER-ID
           PERFORM FIND-MEMBER
           IF WS-FOUND NOT = 'Y'
               DISPLAY "Member not found."
               GO TO ENROL-MEMBER-EXIT
           END-IF
           PERFORM FIND-ENROLMENT
           IF EN-MATCH-IDX > 0
               DISPLAY FUNCTION TRIM(MEMBER-NAME)
                   " is already enrolled (branch "
                   FUNCTION TRIM(EN-BRANCH(EN-MATCH-IDX)) ")."
               GO TO ENROL-MEMBER-EXIT
           END-IF
           PERFORM FIND-AGE-BAND
           IF WS-AGE-BAND NOT = "CHILD" AND WS-AGE-BAND NOT = "TEEN"
               DISPLAY "The challenge is for children and teens -- "
                   "member " WS-MEMBER-ID " is "
                   FUNCTION TRIM(WS-AGE-BAND) "."
               GO TO ENROL-MEMBER-EXIT
           END-IF
           IF EN-TOTAL >= 1000
               DISPLAY "Enrolment list is full."
               GO TO ENROL-MEMBER-EXIT
           END-IF

           DISPLAY "Branch (blank = MAIN): "
           MOVE SPACES TO WS-BRANCH
           ACCEPT WS-BRANCH
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BRANCH))
               TO WS-BRANCH
           IF WS-BRANCH = SPACES
               MOVE "MAIN" TO WS-BRANCH
           END-IF
           PERFORM FIND-SCHOOL

           OPEN EXTEND ENROL-FILE
           IF ENROL-STATUS = "05" OR ENROL-STATUS = "35"
               OPEN OUTPUT ENROL-FILE
           END-IF
           MOVE SPACES TO ENROL-REC
           STRING CH-ID(CH-SEL) DELIMITED BY SIZE ","
                  WS-MEMBER-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-BRANCH) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-SCHOOL) DELIMITED BY SIZE ","
                  TODAY-X DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE ",,,"
               INTO ENROL-REC
           WRITE ENROL-REC
           CLOSE ENROL-FILE
           DISPLAY FUNCTION TRIM(MEMBER-NAME) " enrolled in "
               FUNCTION TRIM(CH-NAME(CH-SEL)) " at "
               FUNCTION TRIM(WS-BRANCH) "."
           IF WS-SCHOOL NOT = SPACES
               DISPLAY "School: " FUNCTION TRIM(WS-SCHOOL)
           END-IF.
       ENROL-MEMBER-EXIT.
           EXIT.

       ADD-OUTSIDE-BOOK.
           PERFORM SELECT-CHALLENGE THRU SELECT-CHALLENGE-EXIT
           IF CH-SEL = 0
               GO TO ADD-OUTSIDE-BOOK-EXIT
           END-IF
           IF CH-START(CH-SEL) > TODAY-X OR CH-END(CH-SEL) < TODAY-X
               DISPLAY "Books can only be added while the challenge "
                   "is running (" CH-START(CH-SEL) "-"
                   CH-END(CH-SEL) ")."
               GO TO ADD-OUTSIDE-BOOK-EXIT
           END-IF
           PERFORM LOAD-ENROL-TABLE
           DISPLAY "Member ID: "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE FUNCTION TRIM(WS-RAW) TO WS-MEMBER-ID
           PERFORM FIND-ENROLMENT
           IF EN-MATCH-IDX = 0
               DISPLAY "Member " WS-MEMBER-ID
                   " is not enrolled in this challenge."
               GO TO ADD-OUTSIDE-BOOK-EXIT
           END-IF
           DISPLAY "Title of the book read: "
           MOVE SPACES TO WS-TITLE
           ACCEPT WS-TITLE
           IF FUNCTION TRIM(WS-TITLE) = SPACES
               DISPLAY "A title is required. Nothing added."
               GO TO ADD-OUTSIDE-BOOK-EXIT
           END-IF
           INSPECT WS-TITLE REPLACING ALL "," BY ";"

           OPEN EXTEND EXTRA-FILE
           IF EXTRA-STATUS = "05" OR EXTRA-STATUS = "35"
               OPEN OUTPUT EXTRA-FILE
           END-IF
           MOVE SPACES TO EXTRA-REC
           STRING CH-ID(CH-SEL) DELIMITED BY SIZE ","
                  WS-MEMBER-ID DELIMITED BY SIZE ","
                  TODAY-X DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-TITLE) DELIMITED BY SIZE
               INTO EXTRA-REC
           WRITE EXTRA-REC
           CLOSE EXTRA-FILE
           DISPLAY "Book added for member " WS-MEMBER-ID "."
           PERFORM TALLY-BOOKS
           MOVE 0 TO EN-PRIZES-ISSUED
           PERFORM ISSUE-PRIZES-FOR-ENTRY
           IF EN-PRIZES-ISSUED > 0
               PERFORM REWRITE-ENROL-TABLE
           END-IF.
       ADD-OUTSIDE-BOOK-EXIT.
           EXIT.

       MEMBER-PROGRESS.
           PERFORM SELECT-CHALLENGE THRU SELECT-CHALLENGE-EXIT
           IF CH-SEL = 0
               GO TO MEMBER-PROGRESS-EXIT
           END-IF
           PERFORM LOAD-ENROL-TABLE
           DISPLAY "Member ID: "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE FUNCTION TRIM(WS-RAW) TO WS-MEMBER-ID
           PERFORM FIND-ENROLMENT
           IF EN-MATCH-IDX = 0
               DISPLAY "Member " WS-MEMBER-ID
                   " is not enrolled in this challenge."
               GO TO MEMBER-PROGRESS-EXIT
           END-IF
           PERFORM TALLY-BOOKS
           PERFORM FIND-MEMBER
           DISPLAY "--- " FUNCTION TRIM(CH-NAME(CH-SEL)) " ---"
           DISPLAY "Member " WS-MEMBER-ID " "
               FUNCTION TRIM(MEMBER-NAME) "  branch "
               FUNCTION TRIM(EN-BRANCH(EN-MATCH-IDX))
           DISPLAY "Library loans returned: " EN-LOANS(EN-MATCH-IDX)
               "  read elsewhere: " EN-EXTRA(EN-MATCH-IDX)
           MOVE CH-TARGET(CH-SEL) TO WS-TARGET-NUM
           DISPLAY "Books so far: " EN-BOOKS(EN-MATCH-IDX)
               " of " WS-TARGET-NUM
           IF EN-BOOKS(EN-MATCH-IDX) NOT < WS-TARGET-NUM
               DISPLAY "** Challenge completed **"
           END-IF
           PERFORM VARYING MS-IDX FROM 1 BY 1 UNTIL MS-IDX > 3
               IF CH-MS-BOOKS(CH-SEL, MS-IDX) NOT = SPACES
                   IF EN-PRIZE-DATE(EN-MATCH-IDX, MS-IDX) NOT = SPACES
                       DISPLAY "  Milestone " MS-IDX " ("
                           FUNCTION TRIM(CH-MS-BOOKS(CH-SEL, MS-IDX))
                           " books) "
                           FUNCTION TRIM(CH-MS-PRIZE(CH-SEL, MS-IDX))
                           " -- issued "
                           EN-PRIZE-DATE(EN-MATCH-IDX, MS-IDX)
                   ELSE
                       DISPLAY "  Milestone " MS-IDX " ("
                           FUNCTION TRIM(CH-MS-BOOKS(CH-SEL, MS-IDX))
                           " books) "
                           FUNCTION TRIM(CH-MS-PRIZE(CH-SEL, MS-IDX))
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO EN-PRIZES-ISSUED
           PERFORM ISSUE-PRIZES-FOR-ENTRY
           IF EN-PRIZES-ISSUED > 0
               PERFORM REWRITE-ENROL-TABLE
           END-IF.
       MEMBER-PROGRESS-EXIT.
           EXIT.

       PRIZES-DUE.
           PERFORM SELECT-CHALLENGE THRU SELECT-CHALLENGE-EXIT
           IF CH-SEL = 0
               GO TO PRIZES-DUE-EXIT
           END-IF
           PERFORM LOAD-ENROL-TABLE
           IF EN-TOTAL = 0
               DISPLAY "Nobody is enrolled in this challenge."
               GO TO PRIZES-DUE-EXIT
           END-IF
           PERFORM TALLY-BOOKS
           MOVE 0 TO EN-PRIZES-ISSUED
           PERFORM VARYING EN-MATCH-IDX FROM 1 BY 1
                   UNTIL EN-MATCH-IDX > EN-TOTAL
               PERFORM ISSUE-PRIZES-FOR-ENTRY
           END-PERFORM
           IF EN-PRIZES-ISSUED > 0
               PERFORM REWRITE-ENROL-TABLE
           END-IF
           DISPLAY EN-PRIZES-ISSUED " prize(s) marked issued.".
       PRIZES-DUE-EXIT.
           EXIT.

      * Every milestone the member has reached whose prize has not
      * gone out is offered in turn; Y records today as the issue
      * date. EN-PRIZES-ISSUED counts across calls so PRIZES-DUE can
      * rewrite once at the end.
       ISSUE-PRIZES-FOR-ENTRY.
           PERFORM VARYING MS-IDX FROM 1 BY 1 UNTIL MS-IDX > 3
               IF CH-MS-BOOKS(CH-SEL, MS-IDX) NOT = SPACES AND
                  EN-PRIZE-DATE(EN-MATCH-IDX, MS-IDX) = SPACES
                   MOVE FUNCTION NUMVAL(CH-MS-BOOKS(CH-SEL, MS-IDX))
                       TO WS-MS-NUM
                   IF EN-BOOKS(EN-MATCH-IDX) NOT < WS-MS-NUM
                       DISPLAY "Member " EN-MEMBER(EN-MATCH-IDX)
                           " reached milestone " MS-IDX " ("
                           EN-BOOKS(EN-MATCH-IDX) " books): "
                           FUNCTION TRIM(CH-MS-PRIZE(CH-SEL, MS-IDX))
                       DISPLAY "Prize handed over now (Y/N)? "
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                           MOVE TODAY-X
                               TO EN-PRIZE-DATE(EN-MATCH-IDX, MS-IDX)
                           ADD 1 TO EN-PRIZES-ISSUED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Enrolled, completed (books at or over the target) and the
      * completion rate, first by school -- roster members only,
      * the rest under "NO SCHOOL" -- then by enrolling branch.
       COMPLETION-REPORT.
           PERFORM SELECT-CHALLENGE THRU SELECT-CHALLENGE-EXIT
           IF CH-SEL = 0
               GO TO COMPLETION-REPORT-EXIT
           END-IF
           PERFORM LOAD-ENROL-TABLE
           IF EN-TOTAL = 0
               DISPLAY "Nobody is enrolled in this challenge."
               GO TO COMPLETION-REPORT-EXIT
           END-IF
           PERFORM TALLY-BOOKS
           MOVE CH-TARGET(CH-SEL) TO WS-TARGET-NUM
           MOVE 0 TO GR-TOTAL WS-ALL-ENROLLED WS-ALL-COMPLETED
           PERFORM VARYING EN-IDX FROM 1 BY 1 UNTIL EN-IDX > EN-TOTAL
               ADD 1 TO WS-ALL-ENROLLED
               IF EN-BOOKS(EN-IDX) NOT < WS-TARGET-NUM
                   ADD 1 TO WS-ALL-COMPLETED
               END-IF
               MOVE 'S' TO WS-GR-KIND
               MOVE EN-SCHOOL(EN-IDX) TO WS-GR-NAME
               IF WS-GR-NAME = SPACES
                   MOVE "NO SCHOOL" TO WS-GR-NAME
               END-IF
               PERFORM COUNT-INTO-GROUP
               MOVE 'B' TO WS-GR-KIND
               MOVE EN-BRANCH(EN-IDX) TO WS-GR-NAME
               PERFORM COUNT-INTO-GROUP
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           MOVE "CHALLENGE,GROUPING,NAME,ENROLLED,COMPLETED,RATE_PCT"
               TO REPORT-REC
           WRITE REPORT-REC
           DISPLAY "--- " FUNCTION TRIM(CH-NAME(CH-SEL)) " "
               CH-START(CH-SEL) "-" CH-END(CH-SEL)
               "  target " WS-TARGET-NUM " books ---"
           DISPLAY " "
           DISPLAY "BY SCHOOL             ENROLLED COMPLETED  RATE"
           MOVE 'S' TO WS-GR-KIND
           PERFORM PRINT-GROUP-LINES
           DISPLAY " "
           DISPLAY "BY BRANCH             ENROLLED COMPLETED  RATE"
           MOVE 'B' TO WS-GR-KIND
           PERFORM PRINT-GROUP-LINES
           COMPUTE WS-RATE ROUNDED =
               WS-ALL-COMPLETED * 100 / WS-ALL-ENROLLED
           DISPLAY " "
           DISPLAY "ALL                   " WS-ALL-ENROLLED "    "
               WS-ALL-COMPLETED "     " WS-RATE "%"
           MOVE SPACES TO REPORT-REC
           STRING CH-ID(CH-SEL) DELIMITED BY SIZE ","
                  "ALL,ALL," DELIMITED BY SIZE
                  WS-ALL-ENROLLED DELIMITED BY SIZE ","
                  WS-ALL-COMPLETED DELIMITED BY SIZE ","
                  WS-RATE DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           DISPLAY "Report written to challenge-report.csv.".
       COMPLETION-REPORT-EXIT.
           EXIT.

       COUNT-INTO-GROUP.
           MOVE 0 TO GR-MATCH-IDX
           PERFORM VARYING GR-IDX FROM 1 BY 1
                   UNTIL GR-IDX > GR-TOTAL OR GR-MATCH-IDX > 0
               IF GR-KIND(GR-IDX) = WS-GR-KIND AND
                  GR-NAME(GR-IDX) = WS-GR-NAME
                   MOVE GR-IDX TO GR-MATCH-IDX
               END-IF
           END-PERFORM
           IF GR-MATCH-IDX = 0 AND GR-TOTAL < 200
               ADD 1 TO GR-TOTAL
               MOVE GR-TOTAL TO GR-MATCH-IDX
               MOVE WS-GR-KIND TO GR-KIND(GR-MATCH-IDX)
               MOVE WS-GR-NAME TO GR-NAME(GR-MATCH-IDX)
               MOVE 0 TO GR-ENROLLED(GR-MATCH-IDX)
               MOVE 0 TO GR-COMPLETED(GR-MATCH-IDX)
           END-IF
           IF GR-MATCH-IDX > 0
               ADD 1 TO GR-ENROLLED(GR-MATCH-IDX)
               IF EN-BOOKS(EN-IDX) NOT < WS-TARGET-NUM
                   ADD 1 TO GR-COMPLETED(GR-MATCH-IDX)
               END-IF
           END-IF.

       PRINT-GROUP-LINES.
           PERFORM VARYING GR-IDX FROM 1 BY 1 UNTIL GR-IDX > GR-TOTAL
               IF GR-KIND(GR-IDX) = WS-GR-KIND
                   COMPUTE WS-RATE ROUNDED =
                       GR-COMPLETED(GR-IDX) * 100 / GR-ENROLLED(GR-IDX)
                   DISPLAY GR-NAME(GR-IDX) "  " GR-ENROLLED(GR-IDX)
                       "    " GR-COMPLETED(GR-IDX) "     "
                       WS-RATE "%"
                   MOVE SPACES TO REPORT-REC
                   IF WS-GR-KIND = 'S'
                       STRING CH-ID(CH-SEL) DELIMITED BY SIZE ","
                              "SCHOOL," DELIMITED BY SIZE
                              FUNCTION TRIM(GR-NAME(GR-IDX))
                                  DELIMITED BY SIZE ","
                              GR-ENROLLED(GR-IDX) DELIMITED BY SIZE ","
                              GR-COMPLETED(GR-IDX) DELIMITED BY SIZE ","
                              WS-RATE DELIMITED BY SIZE
                           INTO REPORT-REC
                   ELSE
                       STRING CH-ID(CH-SEL) DELIMITED BY SIZE ","
                              "BRANCH," DELIMITED BY SIZE
                              FUNCTION TRIM(GR-NAME(GR-IDX))
                                  DELIMITED BY SIZE ","
                              GR-ENROLLED(GR-IDX) DELIMITED BY SIZE ","
                              GR-COMPLETED(GR-IDX) DELIMITED BY SIZE ","
                              WS-RATE DELIMITED BY SIZE
                           INTO REPORT-REC
                   END-IF
                   WRITE REPORT-REC
               END-IF
           END-PERFORM.

      * Blank picks the challenge running today, or failing that the
      * most recently set up one.
       SELECT-CHALLENGE.
           MOVE 0 TO CH-SEL
           IF CH-TOTAL = 0
               DISPLAY "No challenge has been set up yet."
               GO TO SELECT-CHALLENGE-EXIT
           END-IF
           DISPLAY "Challenge ID (ENTER for the current one): "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           IF FUNCTION TRIM(WS-RAW) = SPACES
               PERFORM VARYING CH-IDX FROM 1 BY 1
                       UNTIL CH-IDX > CH-TOTAL
                   IF CH-START(CH-IDX) NOT > TODAY-X AND
                      CH-END(CH-IDX) NOT < TODAY-X
                       MOVE CH-IDX TO CH-SEL
                   END-IF
               END-PERFORM
               IF CH-SEL = 0
                   MOVE CH-TOTAL TO CH-SEL
               END-IF
           ELSE
               PERFORM VARYING CH-IDX FROM 1 BY 1
                       UNTIL CH-IDX > CH-TOTAL OR CH-SEL > 0
                   IF FUNCTION NUMVAL(CH-ID(CH-IDX)) =
                      FUNCTION NUMVAL(WS-RAW)
                       MOVE CH-IDX TO CH-SEL
                   END-IF
               END-PERFORM
               IF CH-SEL = 0
                   DISPLAY "No such challenge."
                   GO TO SELECT-CHALLENGE-EXIT
               END-IF
           END-IF
           DISPLAY "Challenge #" CH-ID(CH-SEL) " "
               FUNCTION TRIM(CH-NAME(CH-SEL)) " "
               CH-START(CH-SEL) "-" CH-END(CH-SEL).
       SELECT-CHALLENGE-EXIT.
           EXIT.

      * Loans returned inside the window from the live log and the
      * dated archives (probed from the challenge's first day, up to
      * two years back as LanguageReport.cbl does), plus the books
      * added as read elsewhere.
       TALLY-BOOKS.
           PERFORM VARYING EN-IDX FROM 1 BY 1 UNTIL EN-IDX > EN-TOTAL
               MOVE 0 TO EN-LOANS(EN-IDX) EN-EXTRA(EN-IDX)
                   EN-BOOKS(EN-IDX)
           END-PERFORM
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
                       MOVE SPACES TO LG-RETURN-F
                       UNSTRING LOG-REC DELIMITED BY ","
                           INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F,
                                LG-START-F, LG-END-F, LG-DUE-F,
                                LG-RETURN-F
                       PERFORM COUNT-ONE-RETURN
               END-READ
           END-PERFORM
           IF LOG-STATUS = "00" OR LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF
           MOVE 'N' TO FILE-END

           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY)
           MOVE CH-START(CH-SEL) TO WS-START-NUM
           IF WS-START-NUM > TODAY
               MOVE 0 TO WS-PROBE-LIMIT
           ELSE
               COMPUTE WS-PROBE-LIMIT = TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(WS-START-NUM)
               IF WS-PROBE-LIMIT > 730
                   MOVE 730 TO WS-PROBE-LIMIT
               END-IF
           END-IF
           PERFORM VARYING WS-PROBE-STEPS FROM 0 BY 1
                   UNTIL WS-PROBE-STEPS > WS-PROBE-LIMIT
               COMPUTE WS-PROBE-INT = TODAY-INT - WS-PROBE-STEPS
               COMPUTE WS-PROBE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
               MOVE SPACES TO ARCHIVE-PATH
               STRING "../archive/log-" DELIMITED BY SIZE
                      WS-PROBE-DATE DELIMITED BY SIZE
                      ".csv" DELIMITED BY SIZE
                   INTO ARCHIVE-PATH
               PERFORM SCAN-ONE-ARCHIVE
           END-PERFORM

           PERFORM COUNT-OUTSIDE-BOOKS
           PERFORM VARYING EN-IDX FROM 1 BY 1 UNTIL EN-IDX > EN-TOTAL
               COMPUTE EN-BOOKS(EN-IDX) =
                   EN-LOANS(EN-IDX) + EN-EXTRA(EN-IDX)
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
                       MOVE SPACES TO LG-RETURN-F
                       UNSTRING ARCHIVE-REC DELIMITED BY ","
                           INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F,
                                LG-START-F, LG-END-F, LG-DUE-F,
                                LG-RETURN-F
                       PERFORM COUNT-ONE-RETURN
               END-READ
           END-PERFORM
           IF ARCHIVE-STATUS = "00" OR ARCHIVE-STATUS = "10"
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Return dates are DD-MM-YYYY from ReturnBook.cbl; older rows
      * carry MMDDYYYY.
       COUNT-ONE-RETURN.
           IF LG-RETURN-F NOT = SPACES
               IF LG-RETURN-F(3:1) = "-"
                   STRING LG-RETURN-F(7:4) DELIMITED BY SIZE
                          LG-RETURN-F(4:2) DELIMITED BY SIZE
                          LG-RETURN-F(1:2) DELIMITED BY SIZE
                       INTO WS-RETURN-YMD
               ELSE
                   STRING LG-RETURN-F(5:4) DELIMITED BY SIZE
                          LG-RETURN-F(1:2) DELIMITED BY SIZE
                          LG-RETURN-F(3:2) DELIMITED BY SIZE
                       INTO WS-RETURN-YMD
               END-IF
               IF WS-RETURN-YMD NOT < CH-START(CH-SEL) AND
                  WS-RETURN-YMD NOT > CH-END(CH-SEL)
                   MOVE LG-MEMBER-F TO WS-SCAN-MEMBER
                   PERFORM FIND-SCAN-ENROLMENT
                   IF EN-SCAN-IDX > 0
                       ADD 1 TO EN-LOANS(EN-SCAN-IDX)
                   END-IF
               END-IF
           END-IF.

       COUNT-OUTSIDE-BOOKS.
           MOVE 'N' TO FILE-END
           OPEN INPUT EXTRA-FILE
           IF EXTRA-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ EXTRA-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING EXTRA-REC DELIMITED BY ","
                           INTO XB-CHALLENGE-F, XB-MEMBER-F
                       IF XB-CHALLENGE-F = CH-ID(CH-SEL)
                           MOVE XB-MEMBER-F TO WS-SCAN-MEMBER
                           PERFORM FIND-SCAN-ENROLMENT
                           IF EN-SCAN-IDX > 0
                               ADD 1 TO EN-EXTRA(EN-SCAN-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF EXTRA-STATUS = "00" OR EXTRA-STATUS = "10"
               CLOSE EXTRA-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       FIND-ENROLMENT.
           MOVE 0 TO EN-MATCH-IDX
           PERFORM VARYING EN-IDX FROM 1 BY 1
                   UNTIL EN-IDX > EN-TOTAL OR EN-MATCH-IDX > 0
               IF EN-MEMBER(EN-IDX) = WS-MEMBER-ID
                   MOVE EN-IDX TO EN-MATCH-IDX
               END-IF
           END-PERFORM.

       FIND-SCAN-ENROLMENT.
           MOVE 0 TO EN-SCAN-IDX
           PERFORM VARYING EN-IDX FROM 1 BY 1
                   UNTIL EN-IDX > EN-TOTAL OR EN-SCAN-IDX > 0
               IF EN-MEMBER(EN-IDX) = WS-SCAN-MEMBER
                   MOVE EN-IDX TO EN-SCAN-IDX
               END-IF
           END-PERFORM.

       FIND-MEMBER.
           MOVE 'N' TO WS-FOUND
           MOVE SPACES TO MEMBER-NAME
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
                       UNSTRING MEMBER-REC DELIMITED BY ","
                           INTO MEMBER-ID-F, MEMBER-NAME-F
                       IF MEMBER-ID-F = WS-MEMBER-ID
                           MOVE 'Y' TO WS-FOUND
                           MOVE MEMBER-NAME-F TO MEMBER-NAME
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF MEMBER-STATUS = "00" OR MEMBER-STATUS = "10"
               CLOSE MEMBER-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       FIND-AGE-BAND.
           MOVE "ADULT" TO WS-AGE-BAND
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
                       IF PR-MEMBER-F = WS-MEMBER-ID
                           MOVE PR-AGE-BAND-F TO WS-AGE-BAND
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF PROFILE-STATUS = "00" OR PROFILE-STATUS = "10"
               CLOSE PROFILE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * The latest roster import naming the member wins.
       FIND-SCHOOL.
           MOVE SPACES TO WS-SCHOOL
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
                       UNSTRING SCHOOL-MEMBER-REC DELIMITED BY ","
                           INTO SM-MEMBER-F, SM-SCHOOL-F
                       IF SM-MEMBER-F = WS-MEMBER-ID
                           MOVE SM-SCHOOL-F TO WS-SCHOOL
                       END-IF
               END-READ
           END-PERFORM
           IF SCHOOL-MEMBER-STATUS = "00" OR
              SCHOOL-MEMBER-STATUS = "10"
               CLOSE SCHOOL-MEMBER-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-CHALLENGE-TABLE.
           MOVE 0 TO CH-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT CHALLENGE-FILE
           IF CHALLENGE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR CH-TOTAL >= 50
               READ CHALLENGE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       ADD 1 TO CH-TOTAL
                       MOVE SPACES TO CHALLENGE-ENTRY(CH-TOTAL)
                       UNSTRING CHALLENGE-REC DELIMITED BY ","
                           INTO CH-ID(CH-TOTAL), CH-NAME(CH-TOTAL),
                                CH-START(CH-TOTAL), CH-END(CH-TOTAL),
                                CH-TARGET(CH-TOTAL),
                                CH-MS-BOOKS(CH-TOTAL, 1),
                                CH-MS-PRIZE(CH-TOTAL, 1),
                                CH-MS-BOOKS(CH-TOTAL, 2),
                                CH-MS-PRIZE(CH-TOTAL, 2),
                                CH-MS-BOOKS(CH-TOTAL, 3),
                                CH-MS-PRIZE(CH-TOTAL, 3)
               END-READ
           END-PERFORM
           IF CHALLENGE-STATUS = "00" OR CHALLENGE-STATUS = "10"
               CLOSE CHALLENGE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-ENROL-TABLE.
           MOVE 0 TO EN-TOTAL
           MOVE 0 TO OE-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT ENROL-FILE
           IF ENROL-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ENROL-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING ENROL-REC DELIMITED BY ","
                           INTO EN-CHALLENGE-F
                       IF EN-CHALLENGE-F = CH-ID(CH-SEL)
                           IF EN-TOTAL < 1000
                               ADD 1 TO EN-TOTAL
                               PERFORM UNPACK-ENROL-ROW
                           END-IF
                       ELSE
                           IF OE-TOTAL < 3000
                               ADD 1 TO OE-TOTAL
                               MOVE ENROL-REC
                                   TO OTHER-ENROL-ROW(OE-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF ENROL-STATUS = "00" OR ENROL-STATUS = "10"
               CLOSE ENROL-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       UNPACK-ENROL-ROW.
           MOVE SPACES TO ENROL-ENTRY(EN-TOTAL)
           UNSTRING ENROL-REC DELIMITED BY ","
               INTO EN-CHALLENGE(EN-TOTAL), EN-MEMBER(EN-TOTAL),
                    EN-BRANCH(EN-TOTAL), EN-SCHOOL(EN-TOTAL),
                    EN-DATE(EN-TOTAL), EN-BY(EN-TOTAL),
                    EN-PRIZE-DATE(EN-TOTAL, 1),
                    EN-PRIZE-DATE(EN-TOTAL, 2),
                    EN-PRIZE-DATE(EN-TOTAL, 3)
           MOVE 0 TO EN-LOANS(EN-TOTAL) EN-EXTRA(EN-TOTAL)
               EN-BOOKS(EN-TOTAL).

       REWRITE-ENROL-TABLE.
           OPEN OUTPUT ENROL-TMP-FILE
           PERFORM VARYING OE-IDX FROM 1 BY 1 UNTIL OE-IDX > OE-TOTAL
               MOVE OTHER-ENROL-ROW(OE-IDX) TO ENROL-TMP-REC
               WRITE ENROL-TMP-REC
           END-PERFORM
           PERFORM VARYING EN-IDX FROM 1 BY 1 UNTIL EN-IDX > EN-TOTAL
               MOVE SPACES TO ENROL-TMP-REC
               STRING EN-CHALLENGE(EN-IDX) DELIMITED BY SIZE ","
                      EN-MEMBER(EN-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(EN-BRANCH(EN-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(EN-SCHOOL(EN-IDX))
                          DELIMITED BY SIZE ","
                      EN-DATE(EN-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(EN-BY(EN-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(EN-PRIZE-DATE(EN-IDX, 1))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(EN-PRIZE-DATE(EN-IDX, 2))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(EN-PRIZE-DATE(EN-IDX, 3))
                          DELIMITED BY SIZE
                   INTO ENROL-TMP-REC
               WRITE ENROL-TMP-REC
           END-PERFORM
           CLOSE ENROL-TMP-FILE

           CALL "CBL_RENAME_FILE" USING
               "../challenge-enrolments.csv.tmp",
               "../challenge-enrolments.csv"
               RETURNING RENAME-STATUS
           END-CALL.

       END PROGRAM SummerChallenge.
