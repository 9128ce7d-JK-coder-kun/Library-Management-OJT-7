      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Day transaction journal for members.csv, log.csv and
      *          fine.csv -- CALLed by every program that changes one
      *          of those files during the day (the desk programs
      *          BorrowBook, RenewBook, ReturnBook, PayFine,
      *          EditMember and AddNewMember, and the kiosk, approval,
      *          waiver, refund, recall, claims, kit, roster import,
      *          collections, member archive, log check and year-end
      *          programs) each time it does, so DayRecovery.cbl can
      *          rebuild the file from last night's backup set by
      *          replaying the day's changes in their original order.
      *          Modes:
      *          - ADD  -- after a row is appended: journals the row
      *                    (JNL-IMAGE-L), the caller having closed the
      *                    file;
      *          - DIFF -- after a rewrite is written to ../<file>.tmp
      *                    and before it is renamed over ../<file>:
      *                    compares the two row by row and journals
      *                    every row removed (DEL), added (ADD) or
      *                    changed (OLD then NEW);
      *          - SUM  -- control totals only: ../<file> non-blank
      *                    row count into JNL-IMAGE-L(1:7) and its
      *                    check sum into JNL-IMAGE-L(8:10), nothing
      *                    journaled.
      *          ADD and DIFF finish with a CHK row holding the file's
      *          row count and check sum as it now stands, so the
      *          replay can prove it reached the same state. The
      *          check sum adds up a per-row hash of the row text, so
      *          it does not depend on where in the file a row sits.
      *          ../day-journal.csv rows: date YYYYMMDD,time HHMMSSCC,
      *          program,file,ADD/DEL/OLD/NEW/CHK,row image (for CHK
      *          rows,check sum). Started afresh by each nightly
      *          backup (DayRecovery.cbl).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DayJournal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "../day-journal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT OLD-FILE ASSIGN TO DYNAMIC DJ-OLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-STATUS.
           SELECT NEW-FILE ASSIGN TO DYNAMIC DJ-NEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC        PIC X(400).
       FD  OLD-FILE.
       01  OLD-REC            PIC X(300).
       FD  NEW-FILE.
       01  NEW-REC            PIC X(300).

       WORKING-STORAGE SECTION.
       01  JOURNAL-STATUS     PIC XX.
       01  OLD-STATUS         PIC XX.
       01  NEW-STATUS         PIC XX.
       01  DJ-OLD-PATH        PIC X(50).
       01  DJ-NEW-PATH        PIC X(50).
       01  DJ-DATE            PIC 9(8).
       01  DJ-TIME            PIC 9(8).
       01  DJ-OP              PIC X(3).
       01  DJ-IMAGE           PIC X(300).

      * Two-row windows on the old and new file for the DIFF walk.
       01  OLD-EOF            PIC X VALUE 'N'.
       01  OLD-CUR            PIC X(300).
       01  OLD-NEXT           PIC X(300).
       01  OLD-HAVE-CUR       PIC X VALUE 'N'.
       01  OLD-HAVE-NEXT      PIC X VALUE 'N'.
       01  NEW-EOF            PIC X VALUE 'N'.
       01  NEW-CUR            PIC X(300).
       01  NEW-NEXT           PIC X(300).
       01  NEW-HAVE-CUR       PIC X VALUE 'N'.
       01  NEW-HAVE-NEXT      PIC X VALUE 'N'.

       01  SUM-ROWS           PIC 9(7).
       01  SUM-TOTAL          PIC 9(10).
       01  ROW-HASH           PIC 9(18).
       01  ROW-LEN            PIC 9(3).
       01  ROW-POS            PIC 9(3).
       01  SUM-MODULUS        PIC 9(10) VALUE 999999937.

       LINKAGE SECTION.
       01 JNL-MODE-L PIC X(4).
       01 JNL-PROGRAM-L PIC X(20).
       01 JNL-FILE-L PIC X(30).
       01 JNL-IMAGE-L PIC X(300).
       PROCEDURE DIVISION USING JNL-MODE-L, JNL-PROGRAM-L, JNL-FILE-L,
           JNL-IMAGE-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           MOVE SPACES TO DJ-OLD-PATH
           STRING "../" DELIMITED BY SIZE
                  FUNCTION TRIM(JNL-FILE-L) DELIMITED BY SIZE
               INTO DJ-OLD-PATH
           MOVE SPACES TO DJ-NEW-PATH
           STRING FUNCTION TRIM(DJ-OLD-PATH) DELIMITED BY SIZE
                  ".tmp" DELIMITED BY SIZE
               INTO DJ-NEW-PATH

           IF JNL-MODE-L = "SUM"
               PERFORM SUM-OLD-FILE
               MOVE SPACES TO JNL-IMAGE-L
               MOVE SUM-ROWS TO JNL-IMAGE-L(1:7)
               MOVE SUM-TOTAL TO JNL-IMAGE-L(8:10)
               GOBACK
           END-IF

           ACCEPT DJ-DATE FROM DATE YYYYMMDD
           ACCEPT DJ-TIME FROM TIME
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "05" OR JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF

           EVALUATE JNL-MODE-L
               WHEN "ADD"
                   IF JNL-IMAGE-L NOT = SPACES
                       MOVE "ADD" TO DJ-OP
                       MOVE JNL-IMAGE-L TO DJ-IMAGE
                       PERFORM WRITE-JOURNAL-ROW
                   END-IF
                   PERFORM SUM-OLD-FILE
               WHEN "DIFF"
                   PERFORM DIFF-FILES
                   PERFORM SUM-NEW-FILE
           END-EVALUATE

           MOVE "CHK" TO DJ-OP
           MOVE SPACES TO DJ-IMAGE
           STRING SUM-ROWS DELIMITED BY SIZE ","
                  SUM-TOTAL DELIMITED BY SIZE
               INTO DJ-IMAGE
           PERFORM WRITE-JOURNAL-ROW
           CLOSE JOURNAL-FILE
           GOBACK.

       WRITE-JOURNAL-ROW.
           MOVE SPACES TO JOURNAL-REC
           STRING DJ-DATE DELIMITED BY SIZE ","
                  DJ-TIME DELIMITED BY SIZE ","
                  FUNCTION TRIM(JNL-PROGRAM-L) DELIMITED BY SIZE ","
                  FUNCTION TRIM(JNL-FILE-L) DELIMITED BY SIZE ","
                  DJ-OP DELIMITED BY SIZE ","
                  FUNCTION TRIM(DJ-IMAGE TRAILING) DELIMITED BY SIZE
               INTO JOURNAL-REC
           WRITE JOURNAL-REC.

      ******************************************************************
      * Rewrites keep the rows in file order, so one pass over both
      * files finds the changes: a row the new file has skipped is a
      * DEL, a row slipped in ahead of the old one an ADD, anything
      * else that differs an OLD/NEW pair. Blank rows are not rows.
      ******************************************************************
       DIFF-FILES.
           MOVE 'N' TO OLD-EOF OLD-HAVE-CUR OLD-HAVE-NEXT
           MOVE 'N' TO NEW-EOF NEW-HAVE-CUR NEW-HAVE-NEXT
           OPEN INPUT OLD-FILE
           IF OLD-STATUS NOT = "00"
               MOVE 'Y' TO OLD-EOF
           END-IF
           OPEN INPUT NEW-FILE
           IF NEW-STATUS NOT = "00"
               MOVE 'Y' TO NEW-EOF
           END-IF
           PERFORM ADVANCE-OLD
           PERFORM ADVANCE-OLD
           PERFORM ADVANCE-NEW
           PERFORM ADVANCE-NEW

           PERFORM UNTIL OLD-HAVE-CUR = 'N' AND NEW-HAVE-CUR = 'N'
               EVALUATE TRUE
                   WHEN OLD-HAVE-CUR = 'N'
                       MOVE "ADD" TO DJ-OP
                       MOVE NEW-CUR TO DJ-IMAGE
                       PERFORM WRITE-JOURNAL-ROW
                       PERFORM ADVANCE-NEW
                   WHEN NEW-HAVE-CUR = 'N'
                       MOVE "DEL" TO DJ-OP
                       MOVE OLD-CUR TO DJ-IMAGE
                       PERFORM WRITE-JOURNAL-ROW
                       PERFORM ADVANCE-OLD
                   WHEN OLD-CUR = NEW-CUR
                       PERFORM ADVANCE-OLD
                       PERFORM ADVANCE-NEW
                   WHEN OLD-HAVE-NEXT = 'Y' AND OLD-NEXT = NEW-CUR
                       MOVE "DEL" TO DJ-OP
                       MOVE OLD-CUR TO DJ-IMAGE
                       PERFORM WRITE-JOURNAL-ROW
                       PERFORM ADVANCE-OLD
                   WHEN NEW-HAVE-NEXT = 'Y' AND NEW-NEXT = OLD-CUR
                       MOVE "ADD" TO DJ-OP
                       MOVE NEW-CUR TO DJ-IMAGE
                       PERFORM WRITE-JOURNAL-ROW
                       PERFORM ADVANCE-NEW
                   WHEN OTHER
                       MOVE "OLD" TO DJ-OP
                       MOVE OLD-CUR TO DJ-IMAGE
                       PERFORM WRITE-JOURNAL-ROW
                       MOVE "NEW" TO DJ-OP
                       MOVE NEW-CUR TO DJ-IMAGE
                       PERFORM WRITE-JOURNAL-ROW
                       PERFORM ADVANCE-OLD
                       PERFORM ADVANCE-NEW
               END-EVALUATE
           END-PERFORM

           IF OLD-STATUS = "00" OR OLD-STATUS = "10"
               CLOSE OLD-FILE
           END-IF
           IF NEW-STATUS = "00" OR NEW-STATUS = "10"
               CLOSE NEW-FILE
           END-IF.

       ADVANCE-OLD.
           MOVE OLD-HAVE-NEXT TO OLD-HAVE-CUR
           MOVE OLD-NEXT TO OLD-CUR
           MOVE 'N' TO OLD-HAVE-NEXT
           MOVE SPACES TO OLD-NEXT
           PERFORM UNTIL OLD-EOF = 'Y' OR OLD-HAVE-NEXT = 'Y'
               READ OLD-FILE
                   AT END
                       MOVE 'Y' TO OLD-EOF
                   NOT AT END
                       IF OLD-REC NOT = SPACES
                           MOVE OLD-REC TO OLD-NEXT
                           MOVE 'Y' TO OLD-HAVE-NEXT
                       END-IF
               END-READ
           END-PERFORM.

       ADVANCE-NEW.
           MOVE NEW-HAVE-NEXT TO NEW-HAVE-CUR
           MOVE NEW-NEXT TO NEW-CUR
           MOVE 'N' TO NEW-HAVE-NEXT
           MOVE SPACES TO NEW-NEXT
           PERFORM UNTIL NEW-EOF = 'Y' OR NEW-HAVE-NEXT = 'Y'
               READ NEW-FILE
                   AT END
                       MOVE 'Y' TO NEW-EOF
                   NOT AT END
                       IF NEW-REC NOT = SPACES
                           MOVE NEW-REC TO NEW-NEXT
                           MOVE 'Y' TO NEW-HAVE-NEXT
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Control totals -- non-blank rows, and the sum (modulo
      * SUM-MODULUS) of each row's polynomial hash of its characters.
      ******************************************************************
       SUM-OLD-FILE.
           MOVE 0 TO SUM-ROWS SUM-TOTAL
           MOVE 'N' TO OLD-EOF
           OPEN INPUT OLD-FILE
           IF OLD-STATUS NOT = "00"
               MOVE 'Y' TO OLD-EOF
           END-IF
           PERFORM UNTIL OLD-EOF = 'Y'
               READ OLD-FILE
                   AT END
                       MOVE 'Y' TO OLD-EOF
                   NOT AT END
                       IF OLD-REC NOT = SPACES
                           MOVE OLD-REC TO DJ-IMAGE
                           PERFORM ADD-ROW-TO-SUM
                       END-IF
               END-READ
           END-PERFORM
           IF OLD-STATUS = "00" OR OLD-STATUS = "10"
               CLOSE OLD-FILE
           END-IF.

       SUM-NEW-FILE.
           MOVE 0 TO SUM-ROWS SUM-TOTAL
           MOVE 'N' TO NEW-EOF
           OPEN INPUT NEW-FILE
           IF NEW-STATUS NOT = "00"
               MOVE 'Y' TO NEW-EOF
           END-IF
           PERFORM UNTIL NEW-EOF = 'Y'
               READ NEW-FILE
                   AT END
                       MOVE 'Y' TO NEW-EOF
                   NOT AT END
                       IF NEW-REC NOT = SPACES
                           MOVE NEW-REC TO DJ-IMAGE
                           PERFORM ADD-ROW-TO-SUM
                       END-IF
               END-READ
           END-PERFORM
           IF NEW-STATUS = "00" OR NEW-STATUS = "10"
               CLOSE NEW-FILE
           END-IF.

       ADD-ROW-TO-SUM.
           ADD 1 TO SUM-ROWS
           MOVE 0 TO ROW-HASH
           MOVE FUNCTION LENGTH(FUNCTION TRIM(DJ-IMAGE TRAILING))
               TO ROW-LEN
           PERFORM VARYING ROW-POS FROM 1 BY 1 UNTIL ROW-POS > ROW-LEN
               COMPUTE ROW-HASH = FUNCTION MOD(ROW-HASH * 131
                   + FUNCTION ORD(DJ-IMAGE(ROW-POS:1)), SUM-MODULUS)
           END-PERFORM
           COMPUTE SUM-TOTAL =
               FUNCTION MOD(SUM-TOTAL + ROW-HASH, SUM-MODULUS).

       END PROGRAM DayJournal.
