      *          outstanding, and fines raised since the export --
      *          instead of resending everything
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - flag "R" (refunded by RefundDesk.cbl) reads as
      *                REFUNDED, matching ExportFines.cbl
      * 15.10.2026 HL - fines a year-end close moved to the dated fine
      *                archive are compared from there instead of
      *                being reported as gone from fine.csv
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinesReconcile.
           SELECT FINE-FILE ASSIGN TO "../fine.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINE-STATUS.
           SELECT CLOSE-FILE ASSIGN TO "../year-end-close.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-STATUS.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC ARCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.
           SELECT DELTA-FILE ASSIGN TO "../fines-delta.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELTA-STATUS.
       01  FEED-REC           PIC X(100).
       FD  FINE-FILE.
       01  FINE-REC           PIC X(200).
       FD  CLOSE-FILE.
       01  CLOSE-REC          PIC X(100).
       FD  ARCH-FILE.
       01  ARCH-REC           PIC X(200).
       FD  DELTA-FILE.
       01  DELTA-REC          PIC X(100).

       01  FEED-STATUS        PIC XX.
       01  FINE-STATUS        PIC XX.
       01  DELTA-STATUS       PIC XX.
       01  CLOSE-STATUS       PIC XX.
       01  ARCH-STATUS        PIC XX.
       01  ARCH-PATH          PIC X(40).
       01  ARCH-END           PIC X VALUE 'N'.
       01  WS-IN-ARCHIVE      PIC X VALUE 'N'.
       01  YC-YEAR-F          PIC X(4).
       01  FILE-END           PIC X VALUE 'N'.

      * The last export, loaded whole -- fine_id,member_id,amount,
       01  HEADER-LINE        PIC X(60) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
           END-PERFORM
           CLOSE FINE-FILE

           PERFORM CHECK-ARCHIVED-FINES
           PERFORM REPORT-VANISHED-FINES
           CLOSE DELTA-FILE

                   MOVE "PARTIAL"     TO STATUS-TEXT
               WHEN "W"
                   MOVE "WAIVED"      TO STATUS-TEXT
               WHEN "R"
                   MOVE "REFUNDED"    TO STATUS-TEXT
               WHEN OTHER
                   MOVE "OUTSTANDING" TO STATUS-TEXT
           END-EVALUATE

           MOVE 0 TO FD-MATCH-IDX
           PERFORM VARYING FD-IDX FROM 1 BY 1 UNTIL FD-IDX > FD-TOTAL
               IF FD-FINE-ID(FD-IDX) = FINE-ID-F AND
                  (WS-IN-ARCHIVE = 'N' OR FD-SEEN(FD-IDX) = 'N')
                   MOVE FD-IDX TO FD-MATCH-IDX
               END-IF
           END-PERFORM

           IF FD-MATCH-IDX = 0
               IF WS-IN-ARCHIVE = 'N'
                   ADD 1 TO NEW-COUNT
                   DISPLAY "NEW     fine " FINE-ID-F " member "
                       MEMBER-ID-F " " FUNCTION TRIM(FINE-AMOUNT-F)
                       " MMK " FUNCTION TRIM(STATUS-TEXT)
                   PERFORM WRITE-DELTA-NEW
               END-IF
           ELSE
               MOVE 'Y' TO FD-SEEN(FD-MATCH-IDX)
               IF FUNCTION TRIM(FD-FD-STATUS(FD-MATCH-IDX)) =
               INTO DELTA-REC
           WRITE DELTA-REC.

      * A fine exported before a year-end close may since have been
      * settled and moved to that year's archive/fines-YYYY.csv --
      * each closed year's archive is read for feed rows not yet
      * matched, and compared like a live fine. Only feed rows are
      * matched here; archived fines never exported are not new.
       CHECK-ARCHIVED-FINES.
           MOVE 'Y' TO WS-IN-ARCHIVE
           MOVE 'N' TO FILE-END
           OPEN INPUT CLOSE-FILE
           IF CLOSE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ CLOSE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING CLOSE-REC DELIMITED BY ","
                           INTO YC-YEAR-F
                       MOVE SPACES TO ARCH-PATH
                       STRING "../archive/fines-" DELIMITED BY SIZE
                              YC-YEAR-F DELIMITED BY SIZE
                              ".csv" DELIMITED BY SIZE
                           INTO ARCH-PATH
                       PERFORM SCAN-ONE-ARCHIVE
               END-READ
           END-PERFORM
           IF CLOSE-STATUS = "00" OR CLOSE-STATUS = "10"
               CLOSE CLOSE-FILE
           END-IF
           MOVE 'N' TO FILE-END
           MOVE 'N' TO WS-IN-ARCHIVE.

       SCAN-ONE-ARCHIVE.
           MOVE 'N' TO ARCH-END
           OPEN INPUT ARCH-FILE
           IF ARCH-STATUS NOT = "00"
               MOVE 'Y' TO ARCH-END
           END-IF
           PERFORM UNTIL ARCH-END = 'Y'
               READ ARCH-FILE
                   AT END
                       MOVE 'Y' TO ARCH-END
                   NOT AT END
                       UNSTRING ARCH-REC DELIMITED BY ","
                           INTO FINE-ID-F, TRAN-ID-F, MEMBER-ID-F,
                                DIFF-DAYS-F, FINE-AMOUNT-F,
                                PAID-FLAG-F, PAID-DATE-F
                       PERFORM CHECK-ONE-FINE
               END-READ
           END-PERFORM
           IF ARCH-STATUS = "00" OR ARCH-STATUS = "10"
               CLOSE ARCH-FILE
           END-IF.

      * Anything exported but never matched above has been deleted
      * from fine.csv since the export -- report it rather than let
      * accounting chase a fine this system no longer knows about.
