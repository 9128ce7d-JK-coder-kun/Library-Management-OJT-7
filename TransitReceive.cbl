      *          RECEIVED. ShelvingQueue.cbl's scan-confirm then
      *          releases it to AVAILABLE as usual.
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - the RECEIVED row keeps ReturnBook.cbl's
      *                check-in stamp and operator (7th-8th fields) and
      *                adds the receipt stamp YYYYMMDDHHMM (9th); the
      *                shelving-queue.csv row carries the stamp, home
      *                branch and operator for TurnaroundReport.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TransitReceive.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSIT-FILE.
       01  TRANSIT-REC        PIC X(100).
       FD  TRANSIT-TMP-FILE.
       01  TRANSIT-TMP-REC    PIC X(100).
       FD  COPIES-FILE.
       01  COPIES-REC         PIC X(100).
       FD  COPIES-TMP-FILE.
       01  TM-TO-F            PIC X(10).
       01  TM-DATE-F          PIC X(8).
       01  TM-STATUS-F        PIC X(10).
       01  TM-STAMP-F         PIC X(12).
       01  TM-OPER-F          PIC X(5).
       01  TM-HOME-BRANCH     PIC X(10).
       01  TM-CHECKIN-OPER    PIC X(5).
       01  WS-NOW-STAMP       PIC X(12).

       01  WS-COPY-ID-RAW     PIC X(20).
       01  WS-COPY-ID         PIC X(8).
       01  HEADER-LINE        PIC X(60) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-NOW-STAMP

           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*        Courier Transit Receiving        *"
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO TM-STAMP-F TM-OPER-F
                       UNSTRING TRANSIT-REC DELIMITED BY ","
                           INTO TM-COPY-F, TM-BOOK-F, TM-FROM-F,
                                TM-TO-F, TM-DATE-F, TM-STATUS-F,
                                TM-STAMP-F, TM-OPER-F
                       IF FUNCTION TRIM(TM-COPY-F) = WS-COPY-ID AND
                          FUNCTION TRIM(TM-STATUS-F) = "OPEN" AND
                          WS-FOUND = 'N'
                           MOVE 'Y' TO WS-FOUND
                           MOVE TM-BOOK-F TO WS-BOOK-ID
                           MOVE TM-TO-F TO TM-HOME-BRANCH
                           MOVE TM-OPER-F TO TM-CHECKIN-OPER
                           MOVE SPACES TO TRANSIT-TMP-REC
                           STRING FUNCTION TRIM(TM-COPY-F)
                                      DELIMITED BY SIZE ","
                                      DELIMITED BY SIZE ","
                                  FUNCTION TRIM(TM-DATE-F)
                                      DELIMITED BY SIZE ","
                                  "RECEIVED" DELIMITED BY SIZE ","
                                  FUNCTION TRIM(TM-STAMP-F)
                                      DELIMITED BY SIZE ","
                                  FUNCTION TRIM(TM-OPER-F)
                                      DELIMITED BY SIZE ","
                                  WS-NOW-STAMP DELIMITED BY SIZE
                               INTO TRANSIT-TMP-REC
                       ELSE
                           MOVE TRANSIT-REC TO TRANSIT-TMP-REC
           MOVE SPACES TO SHELVING-REC
           STRING WS-COPY-ID DELIMITED BY SIZE ","
                  WS-BOOK-ID DELIMITED BY SIZE ","
                  TODAY DELIMITED BY SIZE ","
                  WS-NOW-STAMP DELIMITED BY SIZE ","
                  FUNCTION TRIM(TM-HOME-BRANCH) DELIMITED BY SIZE ","
                  FUNCTION TRIM(TM-CHECKIN-OPER) DELIMITED BY SIZE
               INTO SHELVING-REC
           WRITE SHELVING-REC
           CLOSE SHELVING-FILE.
