      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Staff moderation queue for member reviews written at
      *          the kiosk (MemberKiosk.cbl) -- each PENDING review in
      *          ../reviews.csv is shown in turn to approve, reject or
      *          leave for later. Only APPROVED rows count toward a
      *          title's average rating or are shown in SearchBook.cbl
      *          and weighed by RecommendBuild.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReviewModerate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEW-FILE ASSIGN TO "../reviews.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-STATUS.
           SELECT REVIEW-TMP-FILE ASSIGN TO "../reviews.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVIEW-FILE.
       01  REVIEW-REC         PIC X(200).
       FD  REVIEW-TMP-FILE.
       01  REVIEW-TMP-REC     PIC X(200).
       FD  BOOK-FILE.
       01  BOOK-REC           PIC X(200).

       WORKING-STORAGE SECTION.
       01  REVIEW-STATUS       PIC XX.
       01  BOOK-STATUS         PIC XX.
       01  FILE-END            PIC X VALUE 'N'.

      * reviews.csv: review_id,member_id,book_id,rating,review_date,
      * status,moderated_by,moderated_date,review_text
       01  REVIEW-TABLE.
           05 REVIEW-ENTRY OCCURS 1000 TIMES.
              10  RV-ID          PIC X(5).
              10  RV-MEMBER-ID   PIC X(5).
              10  RV-BOOK-ID     PIC X(5).
              10  RV-RATING      PIC X(1).
              10  RV-DATE        PIC X(10).
              10  RV-STATUS      PIC X(10).
              10  RV-MOD-BY      PIC X(5).
              10  RV-MOD-DATE    PIC X(10).
              10  RV-TEXT        PIC X(100).
       01  RV-IDX               PIC 9(4).
       01  RV-TOTAL             PIC 9(4) VALUE 0.
       01  RV-PENDING-COUNT     PIC 9(4) VALUE 0.
       01  RV-DECIDED-COUNT     PIC 9(4) VALUE 0.
       01  RV-STOP              PIC X VALUE 'N'.

       01  BK-ID-F              PIC X(5).
       01  BK-NAME-F            PIC X(30).
       01  BK-FOUND-NAME        PIC X(30).

       01  WS-DECISION          PIC 9(1).

       01  TODAY                PIC 9(8).
       01  WS-YEAR              PIC 9(4).
       01  WS-MONTH             PIC 9(2).
       01  WS-DAY               PIC 9(2).
       01  WS-DATE-TODAY        PIC X(10).

       01  RENAME-STATUS        PIC S9(9) COMP-5.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 MODERATOR-STAFF-ID PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, MODERATOR-STAFF-ID.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY
           MOVE TODAY(1:4) TO WS-YEAR
           MOVE TODAY(5:2) TO WS-MONTH
           MOVE TODAY(7:2) TO WS-DAY
           STRING WS-MONTH DELIMITED BY SIZE "/"
                  WS-DAY   DELIMITED BY SIZE "/"
                  WS-YEAR  DELIMITED BY SIZE
               INTO WS-DATE-TODAY

           PERFORM LOAD-REVIEW-TABLE
           MOVE 0 TO RV-PENDING-COUNT
           PERFORM VARYING RV-IDX FROM 1 BY 1 UNTIL RV-IDX > RV-TOTAL
               IF FUNCTION TRIM(RV-STATUS(RV-IDX)) = "PENDING"
                   ADD 1 TO RV-PENDING-COUNT
               END-IF
           END-PERFORM
           IF RV-PENDING-COUNT = 0
               DISPLAY "No reviews waiting for moderation."
               GOBACK
           END-IF

           DISPLAY "--- Reviews Awaiting Moderation: "
               RV-PENDING-COUNT " ---"
           MOVE 0 TO RV-DECIDED-COUNT
           MOVE 'N' TO RV-STOP
           PERFORM VARYING RV-IDX FROM 1 BY 1
                   UNTIL RV-IDX > RV-TOTAL OR RV-STOP = 'Y'
               IF FUNCTION TRIM(RV-STATUS(RV-IDX)) = "PENDING"
                   PERFORM DECIDE-ONE-REVIEW
               END-IF
           END-PERFORM

           IF RV-DECIDED-COUNT > 0
               PERFORM REWRITE-REVIEW-TABLE
           END-IF
           DISPLAY RV-DECIDED-COUNT " review(s) decided."
           GOBACK.

       DECIDE-ONE-REVIEW.
           PERFORM FIND-BOOK-NAME
           DISPLAY " "
           DISPLAY "#" RV-ID(RV-IDX)
               "  Book " RV-BOOK-ID(RV-IDX) " "
               FUNCTION TRIM(BK-FOUND-NAME)
           DISPLAY "  Member " RV-MEMBER-ID(RV-IDX)
               "  " RV-RATING(RV-IDX) " star(s)  written "
               RV-DATE(RV-IDX)
           DISPLAY "  " FUNCTION TRIM(RV-TEXT(RV-IDX))
           DISPLAY "1=Approve  2=Reject  3=Skip  4=Stop"
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN 1
                   MOVE "APPROVED" TO RV-STATUS(RV-IDX)
                   MOVE MODERATOR-STAFF-ID TO RV-MOD-BY(RV-IDX)
                   MOVE WS-DATE-TODAY TO RV-MOD-DATE(RV-IDX)
                   ADD 1 TO RV-DECIDED-COUNT
               WHEN 2
                   MOVE "REJECTED" TO RV-STATUS(RV-IDX)
                   MOVE MODERATOR-STAFF-ID TO RV-MOD-BY(RV-IDX)
                   MOVE WS-DATE-TODAY TO RV-MOD-DATE(RV-IDX)
                   ADD 1 TO RV-DECIDED-COUNT
               WHEN 3
                   CONTINUE
               WHEN 4
                   MOVE 'Y' TO RV-STOP
               WHEN OTHER
                   DISPLAY "Invalid decision -- left pending."
           END-EVALUATE.

       FIND-BOOK-NAME.
           MOVE SPACES TO BK-FOUND-NAME
           MOVE 'N' TO FILE-END
           OPEN INPUT BOOK-FILE
           IF BOOK-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ BOOK-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING BOOK-REC DELIMITED BY ","
                           INTO BK-ID-F, BK-NAME-F
                       IF BK-ID-F = RV-BOOK-ID(RV-IDX)
                           MOVE BK-NAME-F TO BK-FOUND-NAME
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF BOOK-STATUS = "00" OR BOOK-STATUS = "10"
               CLOSE BOOK-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-REVIEW-TABLE.
           MOVE 0 TO RV-TOTAL
           MOVE 1 TO RV-IDX
           MOVE 'N' TO FILE-END
           OPEN INPUT REVIEW-FILE
           IF REVIEW-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y' OR RV-TOTAL >= 1000
                   READ REVIEW-FILE
                       AT END
                           MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE SPACES TO REVIEW-ENTRY(RV-IDX)
                           UNSTRING REVIEW-REC DELIMITED BY ","
                               INTO RV-ID(RV-IDX),
                                    RV-MEMBER-ID(RV-IDX),
                                    RV-BOOK-ID(RV-IDX),
                                    RV-RATING(RV-IDX),
                                    RV-DATE(RV-IDX),
                                    RV-STATUS(RV-IDX),
                                    RV-MOD-BY(RV-IDX),
                                    RV-MOD-DATE(RV-IDX),
                                    RV-TEXT(RV-IDX)
                           ADD 1 TO RV-IDX
                           ADD 1 TO RV-TOTAL
                   END-READ
               END-PERFORM
               CLOSE REVIEW-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       REWRITE-REVIEW-TABLE.
           OPEN OUTPUT REVIEW-TMP-FILE
           PERFORM VARYING RV-IDX FROM 1 BY 1 UNTIL RV-IDX > RV-TOTAL
               MOVE SPACES TO REVIEW-TMP-REC
               STRING FUNCTION TRIM(RV-ID(RV-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RV-MEMBER-ID(RV-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RV-BOOK-ID(RV-IDX))
                          DELIMITED BY SIZE ","
                      RV-RATING(RV-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(RV-DATE(RV-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RV-STATUS(RV-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RV-MOD-BY(RV-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RV-MOD-DATE(RV-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RV-TEXT(RV-IDX))
                          DELIMITED BY SIZE
                   INTO REVIEW-TMP-REC
               WRITE REVIEW-TMP-REC
           END-PERFORM
           CLOSE REVIEW-TMP-FILE

           CALL "CBL_RENAME_FILE" USING
               "../reviews.csv.tmp", "../reviews.csv"
               RETURNING RENAME-STATUS
           END-CALL.

       END PROGRAM ReviewModerate.
