      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Supervisor override review -- every override staff
      *          made at the desk in a date range, in one place:
      *            RATING   guardian overrides of the juvenile rating
      *                     check (rating-overrides.csv)
      *            FASTADD  unknown barcodes fast-added and lent
      *                     (catalog-review.csv)
      *            WAIVER   fine waiver requests put in at PayFine.cbl
      *                     (fine-waiver-requests.csv)
      *            LIMIT    loans pushed past the borrowing limit
      *            BOOKING  loans pushed through an advance booking
      *                     (both override-log.csv, BorrowBook.cbl)
      *          Each operator's overrides are set against the
      *          checkouts and returns they processed in the same
      *          range, counted off log.csv the way
      *          StaffProductivityReport.cbl counts them, as a rate
      *          per 100 transactions. An operator at twice the
      *          overall rate (with at least 3 overrides), or with
      *          overrides but no transactions, is marked for a look.
      *          Written to ../override-review.csv.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OverrideReview.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATING-OVERRIDE-FILE
               ASSIGN TO "../rating-overrides.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATING-OVERRIDE-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "../catalog-review.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-STATUS.
           SELECT WAIVER-FILE ASSIGN TO "../fine-waiver-requests.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIVER-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "../override-log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT STAFF-FILE ASSIGN TO "../staff.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAFF-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../override-review.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATING-OVERRIDE-FILE.
       01  RATING-OVERRIDE-REC PIC X(60).
       FD  REVIEW-FILE.
       01  REVIEW-REC         PIC X(120).
       FD  WAIVER-FILE.
       01  WAIVER-REC         PIC X(200).
       FD  EXCEPTION-LOG-FILE.
       01  EXCEPTION-LOG-REC  PIC X(120).
       FD  LOG-FILE.
       01  LOG-REC            PIC X(200).
       FD  STAFF-FILE.
       01  STAFF-REC          PIC X(100).
       FD  REPORT-FILE.
       01  REPORT-LINE        PIC X(200).

       WORKING-STORAGE SECTION.
       01  RATING-OVERRIDE-STATUS PIC XX.
       01  REVIEW-STATUS       PIC XX.
       01  WAIVER-STATUS       PIC XX.
       01  EXCEPTION-LOG-STATUS PIC XX.
       01  LOG-STATUS          PIC XX.
       01  STAFF-STATUS        PIC XX.
       01  REPORT-STATUS       PIC XX.
       01  FILE-END            PIC X VALUE 'N'.

      * Reporting window, YYYYMMDD bounds as StaffProductivityReport
      * takes them; blank is no limit.
       01  WS-FROM-RAW         PIC X(10).
       01  WS-TO-RAW           PIC X(10).
       01  WS-FILTER-FROM      PIC 9(8) VALUE 0.
       01  WS-FILTER-TO        PIC 9(8) VALUE 99999999.
       01  WS-DATE-TRIMMED     PIC X(10).
       01  WS-DATE-NUM         PIC 9(8).
       01  WS-IN-RANGE         PIC X VALUE 'Y'.

       01  EVENT-TABLE.
           05 EVENT-ENTRY OCCURS 3000 TIMES.
              10  EV-DATE        PIC 9(8).
              10  EV-TYPE        PIC X(8).
              10  EV-OPER        PIC X(5).
              10  EV-MEMBER      PIC X(5).
              10  EV-ITEM        PIC X(10).
              10  EV-REASON      PIC X(60).
       01  EV-TOTAL            PIC 9(4) VALUE 0.
       01  EV-IDX              PIC 9(4).

      * Staged fields for the event being added.
       01  NEW-EV-DATE         PIC 9(8).
       01  NEW-EV-TYPE         PIC X(8).
       01  NEW-EV-OPER         PIC X(5).
       01  NEW-EV-MEMBER       PIC X(5).
       01  NEW-EV-ITEM         PIC X(10).
       01  NEW-EV-REASON       PIC X(60).

       01  STAFF-TABLE.
           05 STAFF-ENTRY OCCURS 200 TIMES.
              10  SF-ID           PIC X(5).
              10  SF-NAME         PIC X(30).
              10  SF-PIN          PIC X(6).
       01  SF-IDX              PIC 9(3).
       01  SF-TOTAL            PIC 9(3) VALUE 0.

       01  OPER-TABLE.
           05 OPER-ENTRY OCCURS 200 TIMES.
              10  OP-ID           PIC X(5).
              10  OP-NAME         PIC X(30).
              10  OP-RATING       PIC 9(4).
              10  OP-FASTADD      PIC 9(4).
              10  OP-WAIVER       PIC 9(4).
              10  OP-LIMIT        PIC 9(4).
              10  OP-BOOKING      PIC 9(4).
              10  OP-OVERRIDES    PIC 9(5).
              10  OP-CHECKOUTS    PIC 9(5).
              10  OP-RETURNS      PIC 9(5).
              10  OP-RATE         PIC 9(4)V9.
              10  OP-FLAG         PIC X(8).
       01  OP-IDX              PIC 9(3).
       01  OP-TOTAL            PIC 9(3) VALUE 0.
       01  OP-MATCH-IDX        PIC 9(3).
       01  WS-LOOKUP-STAFF-ID  PIC X(5).

       01  TOTAL-OVERRIDES     PIC 9(6) VALUE 0.
       01  TOTAL-TRANSACTIONS  PIC 9(7) VALUE 0.
       01  WS-TRANSACTIONS     PIC 9(6).
       01  OVERALL-RATE        PIC 9(4)V9 VALUE 0.
       01  HIGH-RATE-FACTOR    PIC 9 VALUE 2.
       01  HIGH-RATE-MIN-COUNT PIC 9(2) VALUE 3.
       01  CNT-FLAGGED         PIC 9(3) VALUE 0.

       01  RO-DATE-F           PIC X(8).
       01  RO-MEMBER-F         PIC X(5).
       01  RO-BOOK-F           PIC X(5).
       01  RO-RATING-F         PIC X(5).
       01  RO-OPER-F           PIC X(5).

       01  CR-BOOK-F           PIC X(5).
       01  CR-COPY-F           PIC X(8).
       01  CR-TITLE-F          PIC X(30).
       01  CR-STATUS-F         PIC X(12).
       01  CR-DATE-F           PIC X(8).
       01  CR-OPER-F           PIC X(5).
       01  CR-MEMBER-F         PIC X(5).

       01  WV-REQ-ID-F         PIC X(5).
       01  WV-FINE-ID-F        PIC X(5).
       01  WV-MEMBER-F         PIC X(5).
       01  WV-AMOUNT-F         PIC X(6).
       01  WV-REASON-F         PIC X(50).
       01  WV-DATE-F           PIC X(10).
       01  WV-STATUS-F         PIC X(10).
       01  WV-APPR-BY-F        PIC X(5).
       01  WV-APPR-DATE-F      PIC X(10).
       01  WV-REQ-BY-F         PIC X(5).

       01  OL-DATE-F           PIC X(8).
       01  OL-TYPE-F           PIC X(8).
       01  OL-MEMBER-F         PIC X(5).
       01  OL-BOOK-F           PIC X(5).
       01  OL-OPER-F           PIC X(5).
       01  OL-REASON-F         PIC X(50).

       01  TRAN-ID-F           PIC X(5).
       01  MEMBER-ID-F         PIC X(5).
       01  BOOK-ID-F           PIC X(5).
       01  START-DATE-F        PIC X(10).
       01  END-DATE-F          PIC X(10).
       01  DUE-FLAG-F          PIC X(3).
       01  RETURN-DATE-F       PIC X(10).
       01  COPY-ID-F           PIC X(6).
       01  CHECKOUT-STAFF-F    PIC X(5).
       01  RETURN-STAFF-F      PIC X(5).

       01  HEADER-LINE         PIC X(78) VALUE ALL '-'.
       01  DATE-OUT            PIC X(10).
       01  RATE-OUT            PIC ZZZ9.9.
       01  RATE-OUT-2          PIC ZZZ9.9.
       01  CNT-OUT             PIC ZZZ9.
       01  CNT-OUT-2           PIC ZZZ9.
       01  CNT-OUT-3           PIC ZZZ9.
       01  CNT-OUT-4           PIC ZZZ9.
       01  CNT-OUT-5           PIC ZZZ9.
       01  TOTAL-OUT           PIC ZZZZ9.
       01  TOTAL-OUT-2         PIC ZZZZ9.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*      Supervisor Override Review         *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "Filter by date -- leave blank for no limit"
           DISPLAY "From date (YYYYMMDD): "
           MOVE SPACES TO WS-FROM-RAW
           ACCEPT WS-FROM-RAW
           IF WS-FROM-RAW NOT = SPACES AND
              FUNCTION TRIM(WS-FROM-RAW) IS NUMERIC
               MOVE FUNCTION TRIM(WS-FROM-RAW) TO WS-FILTER-FROM
           END-IF
           DISPLAY "To date (YYYYMMDD): "
           MOVE SPACES TO WS-TO-RAW
           ACCEPT WS-TO-RAW
           IF WS-TO-RAW NOT = SPACES AND
              FUNCTION TRIM(WS-TO-RAW) IS NUMERIC
               MOVE FUNCTION TRIM(WS-TO-RAW) TO WS-FILTER-TO
           END-IF

           PERFORM LOAD-STAFF-TABLE
           PERFORM LOAD-RATING-OVERRIDES
           PERFORM LOAD-FAST-ADDS
           PERFORM LOAD-WAIVER-REQUESTS
           PERFORM LOAD-DESK-EXCEPTIONS
           PERFORM COUNT-TRANSACTIONS
           PERFORM RATE-OPERATORS
           PERFORM SHOW-OVERRIDE-REVIEW
           PERFORM WRITE-OVERRIDE-REVIEW
           GOBACK.

       LOAD-STAFF-TABLE.
           MOVE 0 TO SF-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT STAFF-FILE
           IF STAFF-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR SF-TOTAL >= 200
               READ STAFF-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       ADD 1 TO SF-TOTAL
                       UNSTRING STAFF-REC DELIMITED BY ","
                           INTO SF-ID(SF-TOTAL), SF-NAME(SF-TOTAL),
                                SF-PIN(SF-TOTAL)
               END-READ
           END-PERFORM
           IF STAFF-STATUS = "00" OR STAFF-STATUS = "10"
               CLOSE STAFF-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * rating-overrides.csv: YYYYMMDD,member,book,rating,staff
       LOAD-RATING-OVERRIDES.
           MOVE 'N' TO FILE-END
           OPEN INPUT RATING-OVERRIDE-FILE
           IF RATING-OVERRIDE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ RATING-OVERRIDE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO RO-DATE-F RO-MEMBER-F RO-BOOK-F
                           RO-RATING-F RO-OPER-F
                       UNSTRING RATING-OVERRIDE-REC DELIMITED BY ","
                           INTO RO-DATE-F, RO-MEMBER-F, RO-BOOK-F,
                                RO-RATING-F, RO-OPER-F
                       IF RO-DATE-F IS NUMERIC
                           MOVE RO-DATE-F TO NEW-EV-DATE
                           MOVE "RATING" TO NEW-EV-TYPE
                           MOVE RO-OPER-F TO NEW-EV-OPER
                           MOVE RO-MEMBER-F TO NEW-EV-MEMBER
                           MOVE RO-BOOK-F TO NEW-EV-ITEM
                           MOVE SPACES TO NEW-EV-REASON
                           STRING "Guardian present - title rated "
                                  DELIMITED BY SIZE
                                  FUNCTION TRIM(RO-RATING-F)
                                  DELIMITED BY SIZE
                               INTO NEW-EV-REASON
                           PERFORM ADD-EVENT THRU ADD-EVENT-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF RATING-OVERRIDE-STATUS = "00" OR
              RATING-OVERRIDE-STATUS = "10"
               CLOSE RATING-OVERRIDE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * catalog-review.csv: book,copy,title,PROVISIONAL,YYYYMMDD,staff,
      * member -- rows from before the member was recorded have none.
       LOAD-FAST-ADDS.
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
                       MOVE SPACES TO CR-BOOK-F CR-COPY-F CR-TITLE-F
                           CR-STATUS-F CR-DATE-F CR-OPER-F CR-MEMBER-F
                       UNSTRING REVIEW-REC DELIMITED BY ","
                           INTO CR-BOOK-F, CR-COPY-F, CR-TITLE-F,
                                CR-STATUS-F, CR-DATE-F, CR-OPER-F,
                                CR-MEMBER-F
                       IF CR-DATE-F IS NUMERIC
                           MOVE CR-DATE-F TO NEW-EV-DATE
                           MOVE "FASTADD" TO NEW-EV-TYPE
                           MOVE CR-OPER-F TO NEW-EV-OPER
                           MOVE CR-MEMBER-F TO NEW-EV-MEMBER
                           MOVE CR-COPY-F TO NEW-EV-ITEM
                           MOVE SPACES TO NEW-EV-REASON
                           STRING "Unknown barcode lent as "
                                  DELIMITED BY SIZE
                                  FUNCTION TRIM(CR-TITLE-F)
                                  DELIMITED BY SIZE
                               INTO NEW-EV-REASON
                           PERFORM ADD-EVENT THRU ADD-EVENT-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF REVIEW-STATUS = "00" OR REVIEW-STATUS = "10"
               CLOSE REVIEW-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * fine-waiver-requests.csv: request,fine,member,amount,reason,
      * MM/DD/YYYY,status,approved by,approved date,requested by.
      * Requests from before the requester was recorded show UNKNOWN.
       LOAD-WAIVER-REQUESTS.
           MOVE 'N' TO FILE-END
           OPEN INPUT WAIVER-FILE
           IF WAIVER-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ WAIVER-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM TAKE-ONE-WAIVER THRU TAKE-ONE-WAIVER-EXIT
               END-READ
           END-PERFORM
           IF WAIVER-STATUS = "00" OR WAIVER-STATUS = "10"
               CLOSE WAIVER-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       TAKE-ONE-WAIVER.
           MOVE SPACES TO WV-REQ-ID-F WV-FINE-ID-F WV-MEMBER-F
               WV-AMOUNT-F WV-REASON-F WV-DATE-F WV-STATUS-F
               WV-APPR-BY-F WV-APPR-DATE-F WV-REQ-BY-F
           UNSTRING WAIVER-REC DELIMITED BY ","
               INTO WV-REQ-ID-F, WV-FINE-ID-F, WV-MEMBER-F,
                    WV-AMOUNT-F, WV-REASON-F, WV-DATE-F, WV-STATUS-F,
                    WV-APPR-BY-F, WV-APPR-DATE-F, WV-REQ-BY-F
           IF WV-DATE-F(3:1) NOT = "/"
               GO TO TAKE-ONE-WAIVER-EXIT
           END-IF
           MOVE 0 TO WS-DATE-NUM
           STRING WV-DATE-F(7:4) DELIMITED BY SIZE
                  WV-DATE-F(1:2) DELIMITED BY SIZE
                  WV-DATE-F(4:2) DELIMITED BY SIZE
               INTO WS-DATE-NUM
           MOVE WS-DATE-NUM TO NEW-EV-DATE
           MOVE "WAIVER" TO NEW-EV-TYPE
           MOVE WV-REQ-BY-F TO NEW-EV-OPER
           IF NEW-EV-OPER = SPACES
               MOVE "UNKNOWN" TO NEW-EV-OPER
           END-IF
           MOVE WV-MEMBER-F TO NEW-EV-MEMBER
           MOVE WV-FINE-ID-F TO NEW-EV-ITEM
           MOVE SPACES TO NEW-EV-REASON
           STRING FUNCTION TRIM(WV-REASON-F) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WV-AMOUNT-F) DELIMITED BY SIZE
                  " MMK " DELIMITED BY SIZE
                  FUNCTION TRIM(WV-STATUS-F) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO NEW-EV-REASON
           PERFORM ADD-EVENT THRU ADD-EVENT-EXIT.
       TAKE-ONE-WAIVER-EXIT.
           EXIT.

      * override-log.csv: YYYYMMDD,LIMIT|BOOKING,member,book,staff,
      * reason -- written by BorrowBook.cbl's OFFER-STAFF-EXCEPTION.
       LOAD-DESK-EXCEPTIONS.
           MOVE 'N' TO FILE-END
           OPEN INPUT EXCEPTION-LOG-FILE
           IF EXCEPTION-LOG-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ EXCEPTION-LOG-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO OL-DATE-F OL-TYPE-F OL-MEMBER-F
                           OL-BOOK-F OL-OPER-F OL-REASON-F
                       UNSTRING EXCEPTION-LOG-REC DELIMITED BY ","
                           INTO OL-DATE-F, OL-TYPE-F, OL-MEMBER-F,
                                OL-BOOK-F, OL-OPER-F, OL-REASON-F
                       IF OL-DATE-F IS NUMERIC
                           MOVE OL-DATE-F TO NEW-EV-DATE
                           MOVE OL-TYPE-F TO NEW-EV-TYPE
                           MOVE OL-OPER-F TO NEW-EV-OPER
                           MOVE OL-MEMBER-F TO NEW-EV-MEMBER
                           MOVE OL-BOOK-F TO NEW-EV-ITEM
                           MOVE OL-REASON-F TO NEW-EV-REASON
                           PERFORM ADD-EVENT THRU ADD-EVENT-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF EXCEPTION-LOG-STATUS = "00" OR
              EXCEPTION-LOG-STATUS = "10"
               CLOSE EXCEPTION-LOG-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       ADD-EVENT.
           IF NEW-EV-DATE < WS-FILTER-FROM OR
              NEW-EV-DATE > WS-FILTER-TO
               GO TO ADD-EVENT-EXIT
           END-IF
           IF EV-TOTAL >= 3000
               GO TO ADD-EVENT-EXIT
           END-IF
           ADD 1 TO EV-TOTAL
           MOVE NEW-EV-DATE TO EV-DATE(EV-TOTAL)
           MOVE NEW-EV-TYPE TO EV-TYPE(EV-TOTAL)
           MOVE NEW-EV-OPER TO EV-OPER(EV-TOTAL)
           MOVE NEW-EV-MEMBER TO EV-MEMBER(EV-TOTAL)
           MOVE NEW-EV-ITEM TO EV-ITEM(EV-TOTAL)
           MOVE NEW-EV-REASON TO EV-REASON(EV-TOTAL)
           ADD 1 TO TOTAL-OVERRIDES

           MOVE NEW-EV-OPER TO WS-LOOKUP-STAFF-ID
           PERFORM FIND-OR-ADD-OPERATOR
           ADD 1 TO OP-OVERRIDES(OP-MATCH-IDX)
           EVALUATE NEW-EV-TYPE
               WHEN "RATING"
                   ADD 1 TO OP-RATING(OP-MATCH-IDX)
               WHEN "FASTADD"
                   ADD 1 TO OP-FASTADD(OP-MATCH-IDX)
               WHEN "WAIVER"
                   ADD 1 TO OP-WAIVER(OP-MATCH-IDX)
               WHEN "LIMIT"
                   ADD 1 TO OP-LIMIT(OP-MATCH-IDX)
               WHEN "BOOKING"
                   ADD 1 TO OP-BOOKING(OP-MATCH-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       ADD-EVENT-EXIT.
           EXIT.

       FIND-OR-ADD-OPERATOR.
           MOVE 0 TO OP-MATCH-IDX
           PERFORM VARYING OP-IDX FROM 1 BY 1
                   UNTIL OP-IDX > OP-TOTAL OR OP-MATCH-IDX > 0
               IF OP-ID(OP-IDX) = WS-LOOKUP-STAFF-ID
                   MOVE OP-IDX TO OP-MATCH-IDX
               END-IF
           END-PERFORM
           IF OP-MATCH-IDX = 0 AND OP-TOTAL < 200
               ADD 1 TO OP-TOTAL
               MOVE OP-TOTAL TO OP-MATCH-IDX
               INITIALIZE OPER-ENTRY(OP-MATCH-IDX)
               MOVE WS-LOOKUP-STAFF-ID TO OP-ID(OP-MATCH-IDX)
               PERFORM VARYING SF-IDX FROM 1 BY 1
                       UNTIL SF-IDX > SF-TOTAL
                   IF SF-ID(SF-IDX) = WS-LOOKUP-STAFF-ID
                       MOVE SF-NAME(SF-IDX) TO OP-NAME(OP-MATCH-IDX)
                   END-IF
               END-PERFORM
           END-IF
           IF OP-MATCH-IDX = 0
               MOVE OP-TOTAL TO OP-MATCH-IDX
           END-IF.

      * Same basis as StaffProductivityReport.cbl: a log.csv row counts
      * once for its checkout staff (by the dashless MMDDYYYY start
      * date) and once for its return staff (by the DD-MM-YYYY return
      * date), each inside the same window.
       COUNT-TRANSACTIONS.
           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF LOG-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LOG-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO CHECKOUT-STAFF-F RETURN-STAFF-F
                           START-DATE-F RETURN-DATE-F
                       UNSTRING LOG-REC DELIMITED BY ","
                           INTO TRAN-ID-F, MEMBER-ID-F, BOOK-ID-F,
                                START-DATE-F, END-DATE-F, DUE-FLAG-F,
                                RETURN-DATE-F, COPY-ID-F,
                                CHECKOUT-STAFF-F, RETURN-STAFF-F
                       PERFORM ACCUMULATE-TRANSACTIONS
               END-READ
           END-PERFORM
           IF LOG-STATUS = "00" OR LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       ACCUMULATE-TRANSACTIONS.
           IF FUNCTION TRIM(CHECKOUT-STAFF-F) NOT = SPACES
               PERFORM CHECK-START-IN-RANGE
               IF WS-IN-RANGE = 'Y'
                   MOVE CHECKOUT-STAFF-F TO WS-LOOKUP-STAFF-ID
                   PERFORM FIND-OR-ADD-OPERATOR
                   ADD 1 TO OP-CHECKOUTS(OP-MATCH-IDX)
                   ADD 1 TO TOTAL-TRANSACTIONS
               END-IF
           END-IF
           IF FUNCTION TRIM(RETURN-STAFF-F) NOT = SPACES
               PERFORM CHECK-RETURN-IN-RANGE
               IF WS-IN-RANGE = 'Y'
                   MOVE RETURN-STAFF-F TO WS-LOOKUP-STAFF-ID
                   PERFORM FIND-OR-ADD-OPERATOR
                   ADD 1 TO OP-RETURNS(OP-MATCH-IDX)
                   ADD 1 TO TOTAL-TRANSACTIONS
               END-IF
           END-IF.

       CHECK-START-IN-RANGE.
           MOVE 'Y' TO WS-IN-RANGE
           MOVE 0 TO WS-DATE-NUM
           IF FUNCTION TRIM(START-DATE-F) NOT = SPACES
               MOVE FUNCTION TRIM(START-DATE-F) TO WS-DATE-TRIMMED
               STRING WS-DATE-TRIMMED(5:4) DELIMITED BY SIZE
                      WS-DATE-TRIMMED(1:2) DELIMITED BY SIZE
                      WS-DATE-TRIMMED(3:2) DELIMITED BY SIZE
                   INTO WS-DATE-NUM
           END-IF
           IF WS-DATE-NUM < WS-FILTER-FROM
                   OR WS-DATE-NUM > WS-FILTER-TO
               MOVE 'N' TO WS-IN-RANGE
           END-IF.

       CHECK-RETURN-IN-RANGE.
           MOVE 'Y' TO WS-IN-RANGE
           MOVE 0 TO WS-DATE-NUM
           IF FUNCTION TRIM(RETURN-DATE-F) NOT = SPACES
               MOVE FUNCTION TRIM(RETURN-DATE-F) TO WS-DATE-TRIMMED
               STRING WS-DATE-TRIMMED(7:4) DELIMITED BY SIZE
                      WS-DATE-TRIMMED(4:2) DELIMITED BY SIZE
                      WS-DATE-TRIMMED(1:2) DELIMITED BY SIZE
                   INTO WS-DATE-NUM
           END-IF
           IF WS-DATE-NUM < WS-FILTER-FROM
                   OR WS-DATE-NUM > WS-FILTER-TO
               MOVE 'N' TO WS-IN-RANGE
           END-IF.

      * Rates are overrides per 100 checkouts and returns.
       RATE-OPERATORS.
           IF TOTAL-TRANSACTIONS > 0
               COMPUTE OVERALL-RATE ROUNDED =
                   TOTAL-OVERRIDES * 100 / TOTAL-TRANSACTIONS
           END-IF
           PERFORM VARYING OP-IDX FROM 1 BY 1 UNTIL OP-IDX > OP-TOTAL
               MOVE SPACES TO OP-FLAG(OP-IDX)
               COMPUTE WS-TRANSACTIONS =
                   OP-CHECKOUTS(OP-IDX) + OP-RETURNS(OP-IDX)
               IF WS-TRANSACTIONS > 0
                   COMPUTE OP-RATE(OP-IDX) ROUNDED =
                       OP-OVERRIDES(OP-IDX) * 100 / WS-TRANSACTIONS
                   IF OP-OVERRIDES(OP-IDX) >= HIGH-RATE-MIN-COUNT AND
                      OP-RATE(OP-IDX) >=
                          OVERALL-RATE * HIGH-RATE-FACTOR
                       MOVE "HIGH" TO OP-FLAG(OP-IDX)
                   END-IF
               ELSE
                   MOVE 0 TO OP-RATE(OP-IDX)
                   IF OP-OVERRIDES(OP-IDX) > 0
                       MOVE "NO-TXNS" TO OP-FLAG(OP-IDX)
                   END-IF
               END-IF
               IF OP-FLAG(OP-IDX) NOT = SPACES
                   ADD 1 TO CNT-FLAGGED
               END-IF
           END-PERFORM.

       SHOW-OVERRIDE-REVIEW.
           DISPLAY " "
           DISPLAY "OVERRIDE EVENTS"
           DISPLAY HEADER-LINE
           DISPLAY "DATE       TYPE     STAFF MEMBR ITEM       REASON"
           DISPLAY HEADER-LINE
           PERFORM VARYING EV-IDX FROM 1 BY 1 UNTIL EV-IDX > EV-TOTAL
               PERFORM FORMAT-EVENT-DATE
               DISPLAY DATE-OUT " " EV-TYPE(EV-IDX) " "
                   EV-OPER(EV-IDX) " " EV-MEMBER(EV-IDX) " "
                   EV-ITEM(EV-IDX) " "
                   FUNCTION TRIM(EV-REASON(EV-IDX))
           END-PERFORM
           IF EV-TOTAL = 0
               DISPLAY "No overrides recorded in that period."
           END-IF
           DISPLAY HEADER-LINE
           DISPLAY " "
           DISPLAY "OVERRIDE RATE BY STAFF (per 100 checkouts+returns)"
           DISPLAY HEADER-LINE
           DISPLAY "STAFF NAME                 RATG FAST WAIV LIMT BOOK"
               "  TXNS   RATE"
           DISPLAY HEADER-LINE
           PERFORM VARYING OP-IDX FROM 1 BY 1 UNTIL OP-IDX > OP-TOTAL
               MOVE OP-RATING(OP-IDX) TO CNT-OUT
               MOVE OP-FASTADD(OP-IDX) TO CNT-OUT-2
               MOVE OP-WAIVER(OP-IDX) TO CNT-OUT-3
               MOVE OP-LIMIT(OP-IDX) TO CNT-OUT-4
               MOVE OP-BOOKING(OP-IDX) TO CNT-OUT-5
               COMPUTE TOTAL-OUT =
                   OP-CHECKOUTS(OP-IDX) + OP-RETURNS(OP-IDX)
               MOVE OP-RATE(OP-IDX) TO RATE-OUT
               DISPLAY OP-ID(OP-IDX) " " OP-NAME(OP-IDX)(1:20) " "
                   CNT-OUT " " CNT-OUT-2 " " CNT-OUT-3 " " CNT-OUT-4
                   " " CNT-OUT-5 " " TOTAL-OUT " " RATE-OUT " "
                   OP-FLAG(OP-IDX)
           END-PERFORM
           DISPLAY HEADER-LINE
           MOVE TOTAL-OVERRIDES TO TOTAL-OUT
           MOVE TOTAL-TRANSACTIONS TO TOTAL-OUT-2
           MOVE OVERALL-RATE TO RATE-OUT-2
           DISPLAY TOTAL-OUT " override(s) against " TOTAL-OUT-2
               " transaction(s) -- overall rate " RATE-OUT-2
           MOVE CNT-FLAGGED TO CNT-OUT
           DISPLAY CNT-OUT " staff member(s) marked for review. "
               "Written to ../override-review.csv.".

       FORMAT-EVENT-DATE.
           MOVE SPACES TO DATE-OUT
           STRING EV-DATE(EV-IDX)(7:2) DELIMITED BY SIZE "."
                  EV-DATE(EV-IDX)(5:2) DELIMITED BY SIZE "."
                  EV-DATE(EV-IDX)(1:4) DELIMITED BY SIZE
               INTO DATE-OUT.

       WRITE-OVERRIDE-REVIEW.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "EVENT,DATE,TYPE,STAFF,MEMBER,ITEM,REASON"
                  DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING EV-IDX FROM 1 BY 1 UNTIL EV-IDX > EV-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING "EVENT" DELIMITED BY SIZE ","
                      EV-DATE(EV-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(EV-TYPE(EV-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(EV-OPER(EV-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(EV-MEMBER(EV-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(EV-ITEM(EV-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(EV-REASON(EV-IDX))
                          DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "STAFF,STAFF_ID,STAFF_NAME,RATING,FASTADD,WAIVER,"
                  DELIMITED BY SIZE
                  "LIMIT,BOOKING,OVERRIDES,CHECKOUTS,RETURNS,"
                  DELIMITED BY SIZE
                  "RATE_PER_100,FLAG" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING OP-IDX FROM 1 BY 1 UNTIL OP-IDX > OP-TOTAL
               MOVE OP-RATE(OP-IDX) TO RATE-OUT
               MOVE SPACES TO REPORT-LINE
               STRING "STAFF" DELIMITED BY SIZE ","
                      FUNCTION TRIM(OP-ID(OP-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(OP-NAME(OP-IDX))
                          DELIMITED BY SIZE ","
                      OP-RATING(OP-IDX) DELIMITED BY SIZE ","
                      OP-FASTADD(OP-IDX) DELIMITED BY SIZE ","
                      OP-WAIVER(OP-IDX) DELIMITED BY SIZE ","
                      OP-LIMIT(OP-IDX) DELIMITED BY SIZE ","
                      OP-BOOKING(OP-IDX) DELIMITED BY SIZE ","
                      OP-OVERRIDES(OP-IDX) DELIMITED BY SIZE ","
                      OP-CHECKOUTS(OP-IDX) DELIMITED BY SIZE ","
                      OP-RETURNS(OP-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(RATE-OUT) DELIMITED BY SIZE ","
                      FUNCTION TRIM(OP-FLAG(OP-IDX)) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           CLOSE REPORT-FILE.

       END PROGRAM OverrideReview.
