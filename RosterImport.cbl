      * Date: 2.9.2025
      * Purpose: Bulk member registration from a partner school's
      *          class roster -- ../school-roster.csv, whose first
      *          row is a header (tier,expiry MM-DD-YYYY,school) and
      *          every row after it name,email,address,gender. Each row
      *          passes the same email check and duplicate screen an
      *          interactive registration gets, member IDs are
      *          assigned in sequence from the highest on file, and
      *          the reason -- the same drive-a-file-through-the-
      *          same-rules shape the batch checkout runs use.
      * Tectonics: cobc
      ******************************************************************
      * Modification history
      * 15.10.2026 HL - optional third header field names the school;
      *               each registered member is recorded against it
      *               on ../school-members.csv (member_id,school,
      *               import_date) for per-school reporting
      * 15.10.2026 HL - each registered member queued on
      *               ../card-queue.csv for CardPrint.cbl
      * 15.10.2026 HL - optional fifth roster field gives the pupil's
      *               class, kept as the fourth school-members.csv
      *               field for the school liaison report
      * 15.10.2026 HL - each member row added goes to the day journal
      *               (DayJournal.cbl)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RosterImport.
           SELECT REJECT-FILE ASSIGN TO "../roster-rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-STATUS.
           SELECT SCHOOL-MEMBER-FILE ASSIGN TO "../school-members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHOOL-MEMBER-STATUS.
           SELECT CARD-QUEUE-FILE ASSIGN TO "../card-queue.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  MEMBER-REC         PIC X(200).
       FD  REJECT-FILE.
       01  REJECT-REC         PIC X(200).
       FD  SCHOOL-MEMBER-FILE.
       01  SCHOOL-MEMBER-REC  PIC X(60).
       FD  CARD-QUEUE-FILE.
       01  CARD-QUEUE-REC     PIC X(80).

       WORKING-STORAGE SECTION.
       01  ROSTER-STATUS      PIC XX.
       01  MEMBER-STATUS      PIC XX.
       01  REJECT-STATUS      PIC XX.
       01  SCHOOL-MEMBER-STATUS PIC XX.
       01  CARD-QUEUE-STATUS  PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  JNL-MODE           PIC X(4).
       01  JNL-PROGRAM        PIC X(20) VALUE "RosterImport".
       01  JNL-FILE           PIC X(30).
       01  JNL-IMAGE          PIC X(300).

       01  WS-HEADER-READ     PIC X VALUE 'N'.
       01  WS-ROSTER-TIER     PIC X(10) VALUE "STUDENT".
       01  WS-ROSTER-EXPIRY   PIC X(10).
       01  WS-ROSTER-SCHOOL   PIC X(20).
       01  WS-IMPORT-DATE     PIC 9(8).

       01  RS-NAME            PIC X(30).
       01  RS-EMAIL           PIC X(35).
       01  RS-ADDR            PIC X(50).
       01  RS-GENDER          PIC X.
       01  RS-CLASS           PIC X(10).

       01  WS-NEXT-ID         PIC 9(5) VALUE 0.
       01  WS-LAST-LINE       PIC X(200).
       01  WS-REJECT-REASON   PIC X(40).

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
           END-IF

           PERFORM FIND-NEXT-MEMBER-ID
           ACCEPT WS-IMPORT-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT REJECT-FILE

           MOVE 'N' TO FILE-END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF WS-HEADER-READ = 'N'
                           MOVE SPACES TO WS-ROSTER-SCHOOL
                           UNSTRING ROSTER-REC DELIMITED BY ","
                               INTO WS-ROSTER-TIER, WS-ROSTER-EXPIRY,
                                    WS-ROSTER-SCHOOL
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
                               (WS-ROSTER-TIER)) TO WS-ROSTER-TIER
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
                               (WS-ROSTER-SCHOOL)) TO WS-ROSTER-SCHOOL
                           MOVE 'Y' TO WS-HEADER-READ
                           DISPLAY "Roster header: tier "
                               FUNCTION TRIM(WS-ROSTER-TIER)
                               ", expiry "
                               FUNCTION TRIM(WS-ROSTER-EXPIRY)
                           IF WS-ROSTER-SCHOOL NOT = SPACES
                               DISPLAY "School: "
                                   FUNCTION TRIM(WS-ROSTER-SCHOOL)
                           END-IF
                       ELSE
                           PERFORM IMPORT-ONE-ROW THRU
                               IMPORT-ONE-ROW-EXIT
           MOVE SPACES TO RS-EMAIL
           MOVE SPACES TO RS-ADDR
           MOVE SPACES TO RS-GENDER
           MOVE SPACES TO RS-CLASS
           UNSTRING ROSTER-REC DELIMITED BY ","
               INTO RS-NAME, RS-EMAIL, RS-ADDR, RS-GENDER, RS-CLASS
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RS-CLASS))
               TO RS-CLASS

           IF FUNCTION TRIM(RS-NAME) = SPACES
               MOVE "blank name" TO WS-REJECT-REASON
           MOVE WS-CSV-LINE TO MEMBER-REC
           WRITE MEMBER-REC
           CLOSE MEMBER-FILE
           MOVE "ADD" TO JNL-MODE
           MOVE "members.csv" TO JNL-FILE
           MOVE WS-CSV-LINE TO JNL-IMAGE
           CALL "DayJournal" USING JNL-MODE, JNL-PROGRAM, JNL-FILE,
               JNL-IMAGE
           IF WS-ROSTER-SCHOOL NOT = SPACES
               PERFORM WRITE-SCHOOL-MEMBER-ROW
           END-IF
           PERFORM QUEUE-CARD-PRINT

           DISPLAY "  " WS-NEXT-ID " "
               FUNCTION TRIM(RS-NAME) " registered"
       IMPORT-ONE-ROW-EXIT.
           EXIT.

      * Ties the new member to the roster's school so reading
      * programmes (SummerChallenge.cbl) can report per school.
       WRITE-SCHOOL-MEMBER-ROW.
           OPEN EXTEND SCHOOL-MEMBER-FILE
           IF SCHOOL-MEMBER-STATUS = "05" OR SCHOOL-MEMBER-STATUS = "35"
               OPEN OUTPUT SCHOOL-MEMBER-FILE
           END-IF
           MOVE SPACES TO SCHOOL-MEMBER-REC
           STRING WS-NEXT-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-ROSTER-SCHOOL) DELIMITED BY SIZE ","
                  WS-IMPORT-DATE DELIMITED BY SIZE ","
                  FUNCTION TRIM(RS-CLASS) DELIMITED BY SIZE
               INTO SCHOOL-MEMBER-REC
           WRITE SCHOOL-MEMBER-REC
           CLOSE SCHOOL-MEMBER-FILE.

      * The new card waits on card-queue.csv for CardPrint.cbl.
       QUEUE-CARD-PRINT.
           OPEN EXTEND CARD-QUEUE-FILE
           IF CARD-QUEUE-STATUS = "05" OR CARD-QUEUE-STATUS = "35"
               OPEN OUTPUT CARD-QUEUE-FILE
           END-IF
           MOVE SPACES TO CARD-QUEUE-REC
           STRING WS-NEXT-ID DELIMITED BY SIZE ","
                  "NEW" DELIMITED BY SIZE ","
                  WS-IMPORT-DATE DELIMITED BY SIZE ","
                  "ROSTER" DELIMITED BY SIZE ","
                  ","
               INTO CARD-QUEUE-REC
           WRITE CARD-QUEUE-REC
           CLOSE CARD-QUEUE-FILE.

       WRITE-REJECT-ROW.
           MOVE SPACES TO REJECT-REC
           STRING FUNCTION TRIM(RS-NAME) DELIMITED BY SIZE ","
