      *                courier run to another branch -- now it runs at
      *                scan-confirm, next to the count bump and holder
      *                paging, when the title really is on the shelf
      * 15.10.2026 HL - an "any edition" hold (../work-holds.csv) on
      *                another edition in the same work
      *                (../work-editions.csv) is paged for the copy
      *                reshelved, and the hold moves onto that edition
      * 15.10.2026 HL - each scan-confirm appends the queue row and the
      *                confirm stamp to ../shelving-log.csv, so the
      *                time a copy spent on the cart outlives the row
      *                for TurnaroundReport.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShelvingQueue.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT WORK-EDITION-FILE ASSIGN TO "../work-editions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-EDITION-STATUS.
           SELECT WORK-HOLD-FILE ASSIGN TO "../work-holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-HOLD-STATUS.
           SELECT SHELVING-LOG-FILE ASSIGN TO "../shelving-log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHELVING-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  LIST-REC           PIC X(100).
       FD  LOG-FILE.
       01  LOG-REC            PIC X(200).
       FD  WORK-EDITION-FILE.
       01  WORK-EDITION-REC   PIC X(80).
       FD  WORK-HOLD-FILE.
       01  WORK-HOLD-REC      PIC X(60).
       FD  SHELVING-LOG-FILE.
       01  SHELVING-LOG-REC   PIC X(100).

       WORKING-STORAGE SECTION.
       01  SHELVING-STATUS    PIC XX.
       01  SQ-COPY-F          PIC X(8).
       01  SQ-BOOK-F          PIC X(5).
       01  SQ-DATE-F          PIC X(8).
       01  SQ-STAMP-F         PIC X(12).
       01  SQ-BRANCH-F        PIC X(10).
       01  SQ-OPER-F          PIC X(5).
       01  SHELVING-LOG-STATUS PIC XX.
       01  WS-COPY-ID-RAW     PIC X(20).
       01  WS-COPY-ID         PIC X(8).
       01  WS-BOOK-ID         PIC X(5).
       01  HD-TOTAL           PIC 9(3) VALUE 0.
       01  HD-MATCH-IDX       PIC 9(3) VALUE 0.

      * Works (../work-editions.csv) and the holds placed for any
      * edition of one (../work-holds.csv, known by member, placement
      * date and work) -- such a hold on another edition of the
      * reshelved title's work queues for this copy as well.
       01  WORK-EDITION-STATUS PIC XX.
       01  WORK-HOLD-STATUS   PIC XX.
       01  WORK-EDITION-TABLE.
           05 WORK-EDITION-ENTRY OCCURS 500 TIMES.
              10  WE-WORK     PIC X(5).
              10  WE-BOOK     PIC X(5).
       01  WE-TOTAL           PIC 9(3) VALUE 0.
       01  WE-IDX             PIC 9(3).
       01  ANY-EDITION-TABLE.
           05 ANY-EDITION-ENTRY OCCURS 200 TIMES.
              10  AE-MEMBER   PIC X(5).
              10  AE-DATE     PIC X(10).
              10  AE-WORK     PIC X(5).
       01  AE-TOTAL           PIC 9(3) VALUE 0.
       01  AE-IDX             PIC 9(3).
       01  AE-BOOK-F          PIC X(5).
       01  WORK-SHELVED-WORK  PIC X(5).
       01  WORK-HOLD-WORK     PIC X(5).
       01  WORK-ROW-OK        PIC X VALUE 'N'.

       01  NOTIFY-EMAIL       PIC X(35).
       01  NOTIFY-PREF        PIC X(5).
      * Whose email/name the member scan should stop on -- set by
       01  HEADER-LINE        PIC X(60) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO SQ-STAMP-F SQ-BRANCH-F SQ-OPER-F
                       UNSTRING SHELVING-REC DELIMITED BY ","
                           INTO SQ-COPY-F, SQ-BOOK-F, SQ-DATE-F,
                                SQ-STAMP-F, SQ-BRANCH-F, SQ-OPER-F
                       IF FUNCTION TRIM(SQ-COPY-F) NOT = WS-COPY-ID
                           MOVE SHELVING-REC TO SHELVING-TMP-REC
                           WRITE SHELVING-TMP-REC
                       ELSE
                           PERFORM LOG-SHELVING-CONFIRM
                       END-IF
               END-READ
           END-PERFORM
               RETURNING RENAME-STATUS
           END-CALL.

      * shelving-log.csv: copy,book,queued date,queued stamp,branch,
      * check-in operator,confirm stamp. Rows queued before the stamp
      * was kept leave it blank; the branch falls back to the book's.
       LOG-SHELVING-CONFIRM.
           IF SQ-BRANCH-F = SPACES
               MOVE SHELVED-BOOK-BRANCH TO SQ-BRANCH-F
           END-IF
           OPEN EXTEND SHELVING-LOG-FILE
           IF SHELVING-LOG-STATUS = "05" OR SHELVING-LOG-STATUS = "35"
               OPEN OUTPUT SHELVING-LOG-FILE
           END-IF
           MOVE SPACES TO SHELVING-LOG-REC
           STRING FUNCTION TRIM(SQ-COPY-F) DELIMITED BY SIZE ","
                  FUNCTION TRIM(SQ-BOOK-F) DELIMITED BY SIZE ","
                  FUNCTION TRIM(SQ-DATE-F) DELIMITED BY SIZE ","
                  FUNCTION TRIM(SQ-STAMP-F) DELIMITED BY SIZE ","
                  FUNCTION TRIM(SQ-BRANCH-F) DELIMITED BY SIZE ","
                  FUNCTION TRIM(SQ-OPER-F) DELIMITED BY SIZE ","
                  FUNCTION CURRENT-DATE(1:12) DELIMITED BY SIZE
               INTO SHELVING-LOG-REC
           WRITE SHELVING-LOG-REC
           CLOSE SHELVING-LOG-FILE.

      * First-come-first-served, skipping holds whose pickup branch
      * names somewhere the copy is not -- the same rule the old
      * check-in paging applied.
       NOTIFY-NEXT-HOLDER.
           PERFORM LOAD-WORK-EDITIONS
           PERFORM LOAD-ANY-EDITION-HOLDS
           MOVE SPACES TO WORK-SHELVED-WORK
           PERFORM VARYING WE-IDX FROM 1 BY 1 UNTIL WE-IDX > WE-TOTAL
               IF WE-BOOK(WE-IDX) = WS-BOOK-ID
                   MOVE WE-WORK(WE-IDX) TO WORK-SHELVED-WORK
               END-IF
           END-PERFORM
           MOVE 0 TO HD-TOTAL
           MOVE 0 TO HD-MATCH-IDX
           MOVE 0 TO HD-BEST-PRI
                               MOVE "0" TO HD-PRIORITY(HD-TOTAL)
                           END-IF
      * Queue order is priority first, then placement (file) order.
                           PERFORM CHECK-HOLD-FITS-COPY
                           IF WORK-ROW-OK = 'Y' AND
                              FUNCTION TRIM(HD-STATUS(HD-TOTAL))
                                  = "WAITING" AND
                              (FUNCTION TRIM(HD-PICKUP(HD-TOTAL))
               GO TO NOTIFY-NEXT-HOLDER-EXIT
           END-IF

           IF HD-BOOK-ID(HD-MATCH-IDX) NOT = WS-BOOK-ID
               DISPLAY "Any-edition hold on " HD-BOOK-ID(HD-MATCH-IDX)
                   " is filled with edition " WS-BOOK-ID "."
               MOVE WS-BOOK-ID TO HD-BOOK-ID(HD-MATCH-IDX)
           END-IF
           MOVE "NOTIFIED" TO HD-STATUS(HD-MATCH-IDX)
           MOVE HD-MEMBER-ID(HD-MATCH-IDX) TO LOOKUP-KEY-ID
           PERFORM LOOKUP-MEMBER-EMAIL
       NOTIFY-NEXT-HOLDER-EXIT.
           EXIT.

      * WORK-ROW-OK = 'Y' when hold HD-TOTAL is on the reshelved
      * title itself, or is an any-edition hold on another edition of
      * the same work.
       CHECK-HOLD-FITS-COPY.
           MOVE 'N' TO WORK-ROW-OK
           IF HD-BOOK-ID(HD-TOTAL) = WS-BOOK-ID
               MOVE 'Y' TO WORK-ROW-OK
           END-IF
           IF WORK-ROW-OK = 'N' AND WORK-SHELVED-WORK NOT = SPACES
               MOVE SPACES TO WORK-HOLD-WORK
               PERFORM VARYING WE-IDX FROM 1 BY 1
                       UNTIL WE-IDX > WE-TOTAL
                   IF WE-BOOK(WE-IDX) = HD-BOOK-ID(HD-TOTAL)
                       MOVE WE-WORK(WE-IDX) TO WORK-HOLD-WORK
                   END-IF
               END-PERFORM
               IF WORK-HOLD-WORK = WORK-SHELVED-WORK
                   PERFORM VARYING AE-IDX FROM 1 BY 1
                           UNTIL AE-IDX > AE-TOTAL
                       IF AE-MEMBER(AE-IDX) = HD-MEMBER-ID(HD-TOTAL)
                          AND AE-DATE(AE-IDX) = HD-DATE(HD-TOTAL)
                          AND AE-WORK(AE-IDX) = WORK-SHELVED-WORK
                           MOVE 'Y' TO WORK-ROW-OK
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       LOAD-WORK-EDITIONS.
           MOVE 0 TO WE-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT WORK-EDITION-FILE
           IF WORK-EDITION-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ WORK-EDITION-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF WE-TOTAL < 500
                           ADD 1 TO WE-TOTAL
                           UNSTRING WORK-EDITION-REC DELIMITED BY ","
                               INTO WE-WORK(WE-TOTAL),
                                    WE-BOOK(WE-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF WORK-EDITION-STATUS = "00" OR WORK-EDITION-STATUS = "10"
               CLOSE WORK-EDITION-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-ANY-EDITION-HOLDS.
           MOVE 0 TO AE-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT WORK-HOLD-FILE
           IF WORK-HOLD-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ WORK-HOLD-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF AE-TOTAL < 200
                           ADD 1 TO AE-TOTAL
                           UNSTRING WORK-HOLD-REC DELIMITED BY ","
                               INTO AE-BOOK-F,
                                    AE-MEMBER(AE-TOTAL),
                                    AE-DATE(AE-TOTAL),
                                    AE-WORK(AE-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF WORK-HOLD-STATUS = "00" OR WORK-HOLD-STATUS = "10"
               CLOSE WORK-HOLD-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SEND-HOLD-TO-OUTBOX.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OUTBOX-SYS-DATE
           STRING OUTBOX-SYS-DATE(5:2) DELIMITED BY SIZE "/"
