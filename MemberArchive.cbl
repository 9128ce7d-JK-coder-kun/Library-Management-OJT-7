      * Modification History:
      * 21.8.2025 HL - read the archive threshold from policy.csv's
      *               9th field instead of a hardcoded 365 days
      * 15.10.2026 HL - the members.csv rewrite goes to the day
      *               journal (DayJournal.cbl) before it replaces the
      *               old file
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemberArchive.
       01  MEMBER-REAL-PATH  PIC X(20) VALUE "../members.csv".
       01  MEMBER-TMP-PATH   PIC X(24) VALUE "../members.csv.tmp".
       01  RENAME-STATUS     PIC S9(9) COMP-5.
       01  JNL-MODE          PIC X(4).
       01  JNL-PROGRAM       PIC X(20) VALUE "MemberArchive".
       01  JNL-FILE          PIC X(30).
       01  JNL-IMAGE         PIC X(300).

      * members.csv is comma-delimited, so an address containing a
      * comma has to be quoted or it splits into extra fields -- same
       01  HEADER-LINE         PIC X(70) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
           END-PERFORM
           CLOSE MEMBER-TMP-FILE

           MOVE "DIFF" TO JNL-MODE
           MOVE "members.csv" TO JNL-FILE
           MOVE SPACES TO JNL-IMAGE
           CALL "DayJournal" USING JNL-MODE, JNL-PROGRAM, JNL-FILE,
               JNL-IMAGE
           CALL "CBL_RENAME_FILE" USING MEMBER-TMP-PATH
               MEMBER-REAL-PATH
               RETURNING RENAME-STATUS
