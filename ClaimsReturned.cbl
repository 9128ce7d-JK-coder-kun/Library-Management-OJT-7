      *          lost-book charge. Every touch is logged with the
      *          deciding operator in ../claims-log.csv.
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - the log.csv rewrite and the replacement fee's
      *                fine.csv row go to the day journal
      *                (DayJournal.cbl)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClaimsReturned.
       01  COPIES-REAL-PATH   PIC X(20) VALUE "../copies.csv".
       01  COPIES-TMP-PATH    PIC X(24) VALUE "../copies.csv.tmp".
       01  RENAME-STATUS      PIC S9(9) COMP-5.
       01  JNL-MODE           PIC X(4).
       01  JNL-PROGRAM        PIC X(20) VALUE "ClaimsReturned".
       01  JNL-FILE           PIC X(30).
       01  JNL-IMAGE          PIC X(300).

       01  TODAY              PIC 9(8).
       01  WS-DATE-TODAY      PIC X(10).
       01  HEADER-LINE        PIC X(60) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE
           CLOSE LOG-TMP-FILE
           MOVE 'N' TO FILE-END

           MOVE "DIFF" TO JNL-MODE
           MOVE "log.csv" TO JNL-FILE
           MOVE SPACES TO JNL-IMAGE
           CALL "DayJournal" USING JNL-MODE, JNL-PROGRAM, JNL-FILE,
               JNL-IMAGE
           CALL "CBL_RENAME_FILE" USING LOG-TMP-PATH LOG-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL
                  "N" DELIMITED BY SIZE ","
                  SPACE DELIMITED BY SIZE
               INTO FINE-REC
           MOVE FINE-REC TO JNL-IMAGE
           WRITE FINE-REC
           CLOSE FINE-FILE
           MOVE "ADD" TO JNL-MODE
           MOVE "fine.csv" TO JNL-FILE
           CALL "DayJournal" USING JNL-MODE, JNL-PROGRAM, JNL-FILE,
               JNL-IMAGE
           DISPLAY "Replacement fee of " WS-REPLACEMENT-FEE
               " MMK billed to member " WS-MEMBER-ID ".".

