      *                checkout and only the pieces that come back
      *                restore it, so a kit on loan (or a piece gone
      *                LOST) can't feed a phantom count to BorrowBook
      * 15.10.2026 HL - a missing piece's fine.csv row goes to the
      *                day journal (DayJournal.cbl)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KitCirculation.
       01  BOOK-REAL-PATH     PIC X(20) VALUE "../books.csv".
       01  BOOK-TMP-PATH      PIC X(24) VALUE "../books.csv.tmp".
       01  RENAME-STATUS      PIC S9(9) COMP-5.
       01  JNL-MODE           PIC X(4).
       01  JNL-PROGRAM        PIC X(20) VALUE "KitCirculation".
       01  JNL-FILE           PIC X(30).
       01  JNL-IMAGE          PIC X(300).
       01  HEADER-LINE        PIC X(60) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE
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
           DISPLAY "Missing piece " PC-COPY-ID(PC-IDX)
               " billed at " WS-REPLACEMENT-FEE " MMK.".

