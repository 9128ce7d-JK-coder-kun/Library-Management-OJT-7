      *          SearchBook.cbl and MemberKiosk.cbl read -- replacing
      *          the gut-feel displays table.
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - weigh each pairing by the picked title's
      *               average approved member rating (reviews.csv),
      *               so well-rated titles rise among the picks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecommendBuild.
           SELECT REC-FILE ASSIGN TO "../recommendations.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REC-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "../reviews.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  ARCHIVE-REC        PIC X(200).
       FD  REC-FILE.
       01  REC-OUT-REC        PIC X(150).
       FD  REVIEW-FILE.
       01  REVIEW-REC         PIC X(200).

       WORKING-STORAGE SECTION.
       01  BOOK-STATUS        PIC XX.
       01  LOG-STATUS         PIC XX.
       01  ARCHIVE-STATUS     PIC XX.
       01  REC-STATUS         PIC XX.
       01  REVIEW-STATUS      PIC XX.
       01  FILE-END           PIC X VALUE 'N'.

       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 500 TIMES.
              10  BK-ID       PIC X(5).
              10  BK-NAME     PIC X(30).
              10  BK-RATE-SUM PIC 9(5).
              10  BK-RATE-CNT PIC 9(4).
              10  BK-WEIGHT   PIC 9(2).
       01  BK-TOTAL           PIC 9(3) VALUE 0.
       01  BK-IDX             PIC 9(3).
       01  BK-MATCH-IDX       PIC 9(3).
       01  TOP-IDX-1          PIC 9(3).
       01  TOP-IDX-2          PIC 9(3).
       01  TOP-IDX-3          PIC 9(3).
       01  TOP-CNT-1          PIC 9(6).
       01  TOP-CNT-2          PIC 9(6).
       01  TOP-CNT-3          PIC 9(6).

      * A pairing's score is its co-borrow count times the picked
      * title's rating weight -- its approved average in tenths of a
      * star (1.0 to 5.0 as 10 to 50), or 30 when nobody has rated it
      * yet, so an unrated title is neither helped nor held back
      * against a middling one.
       01  PAIR-SCORE         PIC 9(6).
       01  RV-ID-F            PIC X(5).
       01  RV-MEMBER-F        PIC X(5).
       01  RV-BOOK-F          PIC X(5).
       01  RV-RATING-F        PIC X(1).
       01  RV-DATE-F          PIC X(10).
       01  RV-STATUS-F        PIC X(10).
       01  RV-RATING-NUM      PIC 9.
       01  CNT-RATED-TITLES   PIC 9(3) VALUE 0.
       01  CNT-REC-ROWS       PIC 9(3) VALUE 0.
       01  REC-ID-2           PIC X(5).
       01  REC-NAME-2         PIC X(30).
       01  REC-NAME-3         PIC X(30).

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
       MAIN-PROCEDURE.
           DISPLAY "Building co-borrowing recommendations..."
           PERFORM LOAD-BOOK-TABLE
           PERFORM LOAD-RATINGS
           PERFORM LOAD-ALL-LOANS
           IF LOAN-OVERFLOW = 'Y'
               DISPLAY "Note: more than 3000 loans on file -- the "
           PERFORM WRITE-RECOMMENDATIONS
           DISPLAY CNT-REC-ROWS " title(s) now carry "
               "recommendations in ../recommendations.csv"
           DISPLAY CNT-RATED-TITLES " title(s) weighted by member "
               "ratings"
           GOBACK.

       LOAD-BOOK-TABLE.
                           UNSTRING BOOK-REC DELIMITED BY ","
                               INTO BK-ID(BK-TOTAL),
                                    BK-NAME(BK-TOTAL)
                           MOVE 0 TO BK-RATE-SUM(BK-TOTAL)
                           MOVE 0 TO BK-RATE-CNT(BK-TOTAL)
                           MOVE 30 TO BK-WEIGHT(BK-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-RATINGS.
           MOVE 'N' TO FILE-END
           OPEN INPUT REVIEW-FILE
           IF REVIEW-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ REVIEW-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO RV-STATUS-F
                       UNSTRING REVIEW-REC DELIMITED BY ","
                           INTO RV-ID-F, RV-MEMBER-F, RV-BOOK-F,
                                RV-RATING-F, RV-DATE-F, RV-STATUS-F
                       IF RV-STATUS-F = "APPROVED" AND
                          RV-RATING-F >= "1" AND RV-RATING-F <= "5"
                           MOVE 0 TO BK-MATCH-IDX
                           PERFORM VARYING BK-IDX FROM 1 BY 1
                                   UNTIL BK-IDX > BK-TOTAL
                               IF BK-ID(BK-IDX) = RV-BOOK-F
                                   MOVE BK-IDX TO BK-MATCH-IDX
                               END-IF
                           END-PERFORM
                           IF BK-MATCH-IDX > 0
                               MOVE RV-RATING-F TO RV-RATING-NUM
                               ADD RV-RATING-NUM
                                   TO BK-RATE-SUM(BK-MATCH-IDX)
                               ADD 1 TO BK-RATE-CNT(BK-MATCH-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF REVIEW-STATUS = "00" OR REVIEW-STATUS = "10"
               CLOSE REVIEW-FILE
           END-IF
           MOVE 'N' TO FILE-END
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-TOTAL
               IF BK-RATE-CNT(BK-IDX) > 0
                   COMPUTE BK-WEIGHT(BK-IDX) ROUNDED =
                       BK-RATE-SUM(BK-IDX) * 10 / BK-RATE-CNT(BK-IDX)
                   ADD 1 TO CNT-RATED-TITLES
               END-IF
           END-PERFORM.

       LOAD-ALL-LOANS.
           MOVE 0 TO LN-TOTAL
           PERFORM SCAN-LIVE-LOG
               MOVE 0 TO TOP-CNT-2
               MOVE 0 TO TOP-CNT-3
               PERFORM VARYING PM-J FROM 1 BY 1 UNTIL PM-J > BK-TOTAL
                   COMPUTE PAIR-SCORE =
                       PAIR-COUNT(PM-I, PM-J) * BK-WEIGHT(PM-J)
                   IF PAIR-SCORE > TOP-CNT-3
                       IF PAIR-SCORE > TOP-CNT-1
                           MOVE TOP-IDX-2 TO TOP-IDX-3
                           MOVE TOP-CNT-2 TO TOP-CNT-3
                           MOVE TOP-IDX-1 TO TOP-IDX-2
                           MOVE TOP-CNT-1 TO TOP-CNT-2
                           MOVE PM-J TO TOP-IDX-1
                           MOVE PAIR-SCORE TO TOP-CNT-1
                       ELSE
                           IF PAIR-SCORE > TOP-CNT-2
                               MOVE TOP-IDX-2 TO TOP-IDX-3
                               MOVE TOP-CNT-2 TO TOP-CNT-3
                               MOVE PM-J TO TOP-IDX-2
                               MOVE PAIR-SCORE TO TOP-CNT-2
                           ELSE
                               MOVE PM-J TO TOP-IDX-3
                               MOVE PAIR-SCORE TO TOP-CNT-3
                           END-IF
                       END-IF
                   END-IF
