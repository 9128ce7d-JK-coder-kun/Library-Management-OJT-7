      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Patron purchase suggestions -- a member asks the
      *          library to buy a title (at the desk here, or from
      *          MemberKiosk.cbl), staff decide it, and the member is
      *          told the outcome on the shared notify-outbox.csv feed.
      *          ../purchase-suggestions.csv: sugg_id,member_id,date,
      *          title,author,isbn,status,reason,staff,decided_date,
      *          po_id,book_id -- status SUBMITTED, then ACCEPTED /
      *          REJECTED (with a reason) / OWNED (already in the
      *          collection, book_id filled in). An ACCEPTED title is
      *          offered as a line source when PurchaseOrder.cbl raises
      *          the next PO (ORDERED, po_id filled in), and once
      *          AddNewBook.cbl catalogs it ON_ORDER the requester is
      *          given the first hold in the queue (ON_ORDER, book_id
      *          filled in).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PurchaseSuggest.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUGG-FILE ASSIGN TO "../purchase-suggestions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUGG-STATUS.
           SELECT SUGG-TMP-FILE
               ASSIGN TO "../purchase-suggestions.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMBER-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-STATUS.
           SELECT OUTBOX-FILE ASSIGN TO "../notify-outbox.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTBOX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUGG-FILE.
       01  SUGG-REC           PIC X(250).
       FD  SUGG-TMP-FILE.
       01  SUGG-TMP-REC       PIC X(250).
       FD  MEMBER-FILE.
       01  MEMBER-REC         PIC X(200).
       FD  BOOK-FILE.
       01  BOOK-REC           PIC X(200).
       FD  OUTBOX-FILE.
       01  OUTBOX-LINE        PIC X(200).

       WORKING-STORAGE SECTION.
       01  SUGG-STATUS        PIC XX.
       01  MEMBER-STATUS      PIC XX.
       01  BOOK-STATUS        PIC XX.
       01  OUTBOX-STATUS      PIC XX.
       01  FILE-END           PIC X VALUE 'N'.

      * The whole suggestions file, held so a review pass can decide
      * several rows and write them back in one go.
       01  SUGG-TABLE.
           05 SG-ENTRY OCCURS 500 TIMES.
               10  SG-ID        PIC X(5).
               10  SG-MEMBER    PIC X(5).
               10  SG-DATE      PIC X(10).
               10  SG-TITLE     PIC X(30).
               10  SG-AUTHOR    PIC X(30).
               10  SG-ISBN      PIC X(17).
               10  SG-STATE     PIC X(10).
               10  SG-REASON    PIC X(40).
               10  SG-STAFF     PIC X(5).
               10  SG-DECIDED   PIC X(10).
               10  SG-PO        PIC X(5).
               10  SG-BOOK      PIC X(5).
       01  SG-TOTAL           PIC 9(3) VALUE 0.
       01  SG-IDX             PIC 9(3).
       01  SG-OVERFLOW        PIC X VALUE 'N'.
       01  SG-CHANGED         PIC 9(3) VALUE 0.
       01  SG-PENDING         PIC 9(3) VALUE 0.
       01  SG-SHOWN           PIC 9(3) VALUE 0.
       01  SG-ID-NUM          PIC 9(5) VALUE 0.
       01  SG-LAST-ID         PIC 9(5) VALUE 0.
       01  SG-NEW-ID          PIC 9(5) VALUE 0.

       01  WS-MENU-CHOICE     PIC 9.
       01  WS-KIOSK-MODE      PIC X VALUE 'N'.
       01  WS-MEMBER-ID-RAW   PIC X(20).
       01  WS-MEMBER-ID       PIC X(5).
       01  WS-TITLE           PIC X(30).
       01  WS-AUTHOR          PIC X(30).
       01  WS-ISBN            PIC X(17).
       01  WS-TITLE-UPPER     PIC X(30).
       01  WS-ROW-UPPER       PIC X(30).
       01  WS-DUP-FOUND       PIC X VALUE 'N'.
       01  WS-DECISION        PIC X.
       01  WS-STOP            PIC X VALUE 'N'.
       01  WS-REASON          PIC X(40).
       01  WS-BOOK-ID-RAW     PIC X(20).
       01  WS-BOOK-ID         PIC X(5).
       01  WS-FILTER          PIC X(10).
       01  WS-SUGG-REAL-PATH  PIC X(32)
           VALUE "../purchase-suggestions.csv".
       01  WS-SUGG-TMP-PATH   PIC X(36)
           VALUE "../purchase-suggestions.csv.tmp".
       01  RENAME-STATUS      PIC S9(9) COMP-5.

       01  TODAY              PIC 9(8).
       01  WS-DATE-TODAY      PIC X(10).
       01  HEADER-LINE        PIC X(70) VALUE ALL '-'.

      * Member lookup -- the same quote-aware members.csv scan the
      * other notifiers use, for the active check at submission and
      * the address and NONE preference at notice time.
       01  WS-VALID           PIC X VALUE 'N'.
       01  MB-QUOTE-COUNT     PIC 9 VALUE 0.
       01  MB-ID-EMAIL        PIC X(70).
       01  MB-GENDER-FLAG     PIC X(60).
       01  MB-DUMMY           PIC X.
       01  MB-ID-F            PIC X(5).
       01  MB-NAME-F          PIC X(30).
       01  MB-EMAIL-F         PIC X(35).
       01  MB-ADDR-F          PIC X(50).
       01  MB-GENDER-F        PIC X.
       01  MB-FLAG-F          PIC X(10).
       01  MB-EXPIRY-F        PIC X(10).
       01  MB-TIER-F          PIC X(10).
       01  MB-NOTIFY-F        PIC X(5).
       01  LOOKUP-NAME        PIC X(30).
       01  NOTIFY-EMAIL       PIC X(35).
       01  NOTIFY-PREF        PIC X(5).

      * Catalog match for a suggestion -- same ISBN when both sides
      * have one, otherwise the same title.
       01  BK-ID-F            PIC X(5).
       01  BK-NAME-F          PIC X(30).
       01  BK-AUTHOR-F        PIC X(30).
       01  BK-COUNT-F         PIC X(5).
       01  BK-GENRE-F         PIC X(30).
       01  BK-STATUS-F        PIC X(10).
       01  BK-ISBN-F          PIC X(17).
       01  WS-CAT-BOOK-ID     PIC X(5).
       01  WS-CAT-BOOK-NAME   PIC X(30).

      * notify-outbox.csv row: member,email,type,book_id,days,date,
      * rendered text.
       01  WS-NOTICE-TYPE     PIC X(12).
       01  WS-NOTICE-TEXT     PIC X(120).

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
      * PRESET-MEMBER-ID-L, when non-blank, is the member signed in at
      * the kiosk -- the run goes straight to a submission for them.
       01 PRESET-MEMBER-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L,
               PRESET-MEMBER-ID-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DATE-TODAY
           STRING TODAY(5:2) DELIMITED BY SIZE "/"
                  TODAY(7:2) DELIMITED BY SIZE "/"
                  TODAY(1:4) DELIMITED BY SIZE
               INTO WS-DATE-TODAY

           IF FUNCTION TRIM(PRESET-MEMBER-ID-L) NOT = SPACES
               MOVE 'Y' TO WS-KIOSK-MODE
               MOVE PRESET-MEMBER-ID-L TO WS-MEMBER-ID
               PERFORM SUBMIT-SUGGESTION THRU SUBMIT-SUGGESTION-EXIT
               GOBACK
           END-IF

           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*       Patron Purchase Suggestions       *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Record a member's suggestion"
           DISPLAY "2. Review pending suggestions"
           DISPLAY "3. List suggestions"
           DISPLAY "4. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM SUBMIT-SUGGESTION THRU
                       SUBMIT-SUGGESTION-EXIT
               WHEN 2
                   PERFORM REVIEW-SUGGESTIONS THRU
                       REVIEW-SUGGESTIONS-EXIT
               WHEN 3
                   PERFORM LIST-SUGGESTIONS THRU LIST-SUGGESTIONS-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       SUBMIT-SUGGESTION.
           IF WS-KIOSK-MODE NOT = 'Y'
               DISPLAY "Member ID: "
               MOVE SPACES TO WS-MEMBER-ID-RAW
               ACCEPT WS-MEMBER-ID-RAW
               MOVE FUNCTION TRIM(WS-MEMBER-ID-RAW) TO WS-MEMBER-ID
           END-IF
           PERFORM LOOKUP-MEMBER
           IF WS-VALID NOT = 'Y'
               DISPLAY "Suggestions are taken from active members "
                   "only."
               GO TO SUBMIT-SUGGESTION-EXIT
           END-IF

           DISPLAY "Suggest a title for the library to buy."
           DISPLAY "Title: "
           MOVE SPACES TO WS-TITLE
           ACCEPT WS-TITLE
           IF FUNCTION TRIM(WS-TITLE) = SPACES
               DISPLAY "No title entered -- nothing recorded."
               GO TO SUBMIT-SUGGESTION-EXIT
           END-IF
           DISPLAY "Author (blank if unknown): "
           MOVE SPACES TO WS-AUTHOR
           ACCEPT WS-AUTHOR
           DISPLAY "ISBN (blank if unknown): "
           MOVE SPACES TO WS-ISBN
           ACCEPT WS-ISBN
           INSPECT WS-TITLE REPLACING ALL "," BY ";"
           INSPECT WS-AUTHOR REPLACING ALL "," BY ";"
           INSPECT WS-ISBN REPLACING ALL "," BY SPACE

           PERFORM LOAD-SUGGESTIONS
           IF SG-OVERFLOW = 'Y'
               DISPLAY "purchase-suggestions.csv exceeds 500 rows -- "
                   "please see a staff member."
               GO TO SUBMIT-SUGGESTION-EXIT
           END-IF

      * The same member asking twice for a title still in play is
      * one suggestion, not two.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TITLE))
               TO WS-TITLE-UPPER
           MOVE 'N' TO WS-DUP-FOUND
           MOVE 0 TO SG-LAST-ID
           PERFORM VARYING SG-IDX FROM 1 BY 1 UNTIL SG-IDX > SG-TOTAL
               MOVE FUNCTION NUMVAL(SG-ID(SG-IDX)) TO SG-ID-NUM
               IF SG-ID-NUM > SG-LAST-ID
                   MOVE SG-ID-NUM TO SG-LAST-ID
               END-IF
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
                   (SG-TITLE(SG-IDX))) TO WS-ROW-UPPER
               IF SG-MEMBER(SG-IDX) = WS-MEMBER-ID AND
                  WS-ROW-UPPER = WS-TITLE-UPPER AND
                  (SG-STATE(SG-IDX) = "SUBMITTED" OR
                   SG-STATE(SG-IDX) = "ACCEPTED" OR
                   SG-STATE(SG-IDX) = "ORDERED")
                   MOVE 'Y' TO WS-DUP-FOUND
               END-IF
           END-PERFORM
           IF WS-DUP-FOUND = 'Y'
               DISPLAY "You have already suggested this title -- it "
                   "is still being considered."
               GO TO SUBMIT-SUGGESTION-EXIT
           END-IF

           COMPUTE SG-NEW-ID = SG-LAST-ID + 1
           OPEN EXTEND SUGG-FILE
           IF SUGG-STATUS = "05" OR SUGG-STATUS = "35"
               OPEN OUTPUT SUGG-FILE
           END-IF
           MOVE SPACES TO SUGG-REC
           STRING SG-NEW-ID DELIMITED BY SIZE ","
                  WS-MEMBER-ID DELIMITED BY SIZE ","
                  WS-DATE-TODAY DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-TITLE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-AUTHOR) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-ISBN) DELIMITED BY SIZE ","
                  "SUBMITTED" DELIMITED BY SIZE ","
                  SPACE DELIMITED BY SIZE ","
                  SPACE DELIMITED BY SIZE ","
                  SPACE DELIMITED BY SIZE ","
                  SPACE DELIMITED BY SIZE ","
                  SPACE DELIMITED BY SIZE
               INTO SUGG-REC
           WRITE SUGG-REC
           CLOSE SUGG-FILE
           DISPLAY "Suggestion " SG-NEW-ID " recorded for "
               FUNCTION TRIM(LOOKUP-NAME) ". The outcome will be "
               "sent to you once staff have decided.".
       SUBMIT-SUGGESTION-EXIT.
           EXIT.

      * Walks every SUBMITTED row in file order; each decision is
      * kept in the table and the file is written back once at the
      * end, with the member's notice queued as each is decided.
       REVIEW-SUGGESTIONS.
           PERFORM LOAD-SUGGESTIONS
           IF SG-OVERFLOW = 'Y'
               DISPLAY "purchase-suggestions.csv exceeds 500 rows -- "
                   "review cancelled so no row is lost."
               GO TO REVIEW-SUGGESTIONS-EXIT
           END-IF
           MOVE 0 TO SG-PENDING
           PERFORM VARYING SG-IDX FROM 1 BY 1 UNTIL SG-IDX > SG-TOTAL
               IF SG-STATE(SG-IDX) = "SUBMITTED"
                   ADD 1 TO SG-PENDING
               END-IF
           END-PERFORM
           IF SG-PENDING = 0
               DISPLAY "No suggestions waiting for a decision."
               GO TO REVIEW-SUGGESTIONS-EXIT
           END-IF
           DISPLAY SG-PENDING " suggestion(s) waiting for a decision."

           MOVE 0 TO SG-CHANGED
           MOVE 'N' TO WS-STOP
           PERFORM VARYING SG-IDX FROM 1 BY 1
                   UNTIL SG-IDX > SG-TOTAL OR WS-STOP = 'Y'
               IF SG-STATE(SG-IDX) = "SUBMITTED"
                   PERFORM DECIDE-ONE-SUGGESTION THRU
                       DECIDE-ONE-SUGGESTION-EXIT
               END-IF
           END-PERFORM

           IF SG-CHANGED > 0
               PERFORM REWRITE-SUGGESTIONS
               DISPLAY SG-CHANGED " decision(s) recorded. Accepted "
                   "titles are offered when the next purchase order "
                   "is raised."
           END-IF.
       REVIEW-SUGGESTIONS-EXIT.
           EXIT.

       DECIDE-ONE-SUGGESTION.
           DISPLAY HEADER-LINE
           DISPLAY "Suggestion " SG-ID(SG-IDX) "  Member "
               SG-MEMBER(SG-IDX) "  " SG-DATE(SG-IDX)
           DISPLAY "  Title : " FUNCTION TRIM(SG-TITLE(SG-IDX))
           DISPLAY "  Author: " FUNCTION TRIM(SG-AUTHOR(SG-IDX))
           DISPLAY "  ISBN  : " FUNCTION TRIM(SG-ISBN(SG-IDX))
           PERFORM FIND-IN-CATALOG
           IF WS-CAT-BOOK-ID NOT = SPACES
               DISPLAY "  Catalog match: Book ID " WS-CAT-BOOK-ID " "
                   FUNCTION TRIM(WS-CAT-BOOK-NAME)
           END-IF
           DISPLAY "A=Accept  R=Reject  O=Already owned  S=Skip  "
               "Q=Stop: "
           MOVE SPACE TO WS-DECISION
           ACCEPT WS-DECISION
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION

           EVALUATE WS-DECISION
               WHEN "A"
                   MOVE "ACCEPTED" TO SG-STATE(SG-IDX)
                   MOVE "SUGG_ACCEPT" TO WS-NOTICE-TYPE
                   MOVE SPACES TO WS-NOTICE-TEXT
                   STRING "We will order "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(SG-TITLE(SG-IDX))
                              DELIMITED BY SIZE
                          " for you; you will be first in line when "
                              DELIMITED BY SIZE
                          "it is on order." DELIMITED BY SIZE
                       INTO WS-NOTICE-TEXT
               WHEN "R"
                   DISPLAY "Reason (required): "
                   MOVE SPACES TO WS-REASON
                   ACCEPT WS-REASON
                   IF FUNCTION TRIM(WS-REASON) = SPACES
                       DISPLAY "A rejection needs a reason -- skipped."
                       GO TO DECIDE-ONE-SUGGESTION-EXIT
                   END-IF
                   INSPECT WS-REASON REPLACING ALL "," BY ";"
                   MOVE WS-REASON TO SG-REASON(SG-IDX)
                   MOVE "REJECTED" TO SG-STATE(SG-IDX)
                   MOVE "SUGG_REJECT" TO WS-NOTICE-TYPE
                   MOVE SPACES TO WS-NOTICE-TEXT
                   STRING "We will not be ordering "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(SG-TITLE(SG-IDX))
                              DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
                       INTO WS-NOTICE-TEXT
               WHEN "O"
                   IF WS-CAT-BOOK-ID NOT = SPACES
                       DISPLAY "Book ID (blank = " WS-CAT-BOOK-ID "): "
                   ELSE
                       DISPLAY "Book ID already in the collection: "
                   END-IF
                   MOVE SPACES TO WS-BOOK-ID-RAW
                   ACCEPT WS-BOOK-ID-RAW
                   MOVE FUNCTION TRIM(WS-BOOK-ID-RAW) TO WS-BOOK-ID
                   IF WS-BOOK-ID = SPACES
                       MOVE WS-CAT-BOOK-ID TO WS-BOOK-ID
                   END-IF
                   PERFORM CHECK-BOOK-ON-FILE
                   IF WS-CAT-BOOK-ID = SPACES
                       DISPLAY "No such Book ID in the catalog -- "
                           "skipped."
                       GO TO DECIDE-ONE-SUGGESTION-EXIT
                   END-IF
                   MOVE WS-BOOK-ID TO SG-BOOK(SG-IDX)
                   MOVE "OWNED" TO SG-STATE(SG-IDX)
                   MOVE "SUGG_OWNED" TO WS-NOTICE-TYPE
                   MOVE SPACES TO WS-NOTICE-TEXT
                   STRING "We already have "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CAT-BOOK-NAME)
                              DELIMITED BY SIZE
                          " (Book ID " DELIMITED BY SIZE
                          WS-BOOK-ID DELIMITED BY SIZE
                          ") -- borrow it or place a hold."
                              DELIMITED BY SIZE
                       INTO WS-NOTICE-TEXT
               WHEN "Q"
                   MOVE 'Y' TO WS-STOP
                   GO TO DECIDE-ONE-SUGGESTION-EXIT
               WHEN OTHER
                   GO TO DECIDE-ONE-SUGGESTION-EXIT
           END-EVALUATE

           MOVE WS-OPERATOR-ID-L TO SG-STAFF(SG-IDX)
           MOVE WS-DATE-TODAY TO SG-DECIDED(SG-IDX)
           ADD 1 TO SG-CHANGED
           PERFORM SEND-SUGGESTION-NOTICE THRU
               SEND-SUGGESTION-NOTICE-EXIT
           DISPLAY "Suggestion " SG-ID(SG-IDX) " "
               FUNCTION TRIM(SG-STATE(SG-IDX)) ".".
       DECIDE-ONE-SUGGESTION-EXIT.
           EXIT.

       LIST-SUGGESTIONS.
           DISPLAY "Status to list (SUBMITTED/ACCEPTED/REJECTED/"
               "OWNED/ORDERED/ON_ORDER, blank = all): "
           MOVE SPACES TO WS-FILTER
           ACCEPT WS-FILTER
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FILTER))
               TO WS-FILTER
           PERFORM LOAD-SUGGESTIONS
           MOVE 0 TO SG-SHOWN
           DISPLAY HEADER-LINE
           DISPLAY "ID    MEMBER DATE       STATUS     TITLE"
           DISPLAY HEADER-LINE
           PERFORM VARYING SG-IDX FROM 1 BY 1 UNTIL SG-IDX > SG-TOTAL
               IF WS-FILTER = SPACES OR
                  SG-STATE(SG-IDX) = WS-FILTER
                   ADD 1 TO SG-SHOWN
                   DISPLAY SG-ID(SG-IDX) " " SG-MEMBER(SG-IDX) "  "
                       SG-DATE(SG-IDX) " " SG-STATE(SG-IDX) " "
                       FUNCTION TRIM(SG-TITLE(SG-IDX))
                   IF SG-STATE(SG-IDX) = "REJECTED"
                       DISPLAY "      Reason: "
                           FUNCTION TRIM(SG-REASON(SG-IDX))
                   END-IF
                   IF SG-PO(SG-IDX) NOT = SPACES
                       DISPLAY "      PO " SG-PO(SG-IDX)
                   END-IF
                   IF SG-BOOK(SG-IDX) NOT = SPACES
                       DISPLAY "      Book ID " SG-BOOK(SG-IDX)
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY HEADER-LINE
           DISPLAY SG-SHOWN " suggestion(s) listed.".
       LIST-SUGGESTIONS-EXIT.
           EXIT.

       LOAD-SUGGESTIONS.
           MOVE 0 TO SG-TOTAL
           MOVE 'N' TO SG-OVERFLOW
           MOVE 'N' TO FILE-END
           OPEN INPUT SUGG-FILE
           IF SUGG-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SUGG-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF SG-TOTAL < 500
                           ADD 1 TO SG-TOTAL
                           MOVE SPACES TO SG-ENTRY(SG-TOTAL)
                           UNSTRING SUGG-REC DELIMITED BY ","
                               INTO SG-ID(SG-TOTAL),
                                    SG-MEMBER(SG-TOTAL),
                                    SG-DATE(SG-TOTAL),
                                    SG-TITLE(SG-TOTAL),
                                    SG-AUTHOR(SG-TOTAL),
                                    SG-ISBN(SG-TOTAL),
                                    SG-STATE(SG-TOTAL),
                                    SG-REASON(SG-TOTAL),
                                    SG-STAFF(SG-TOTAL),
                                    SG-DECIDED(SG-TOTAL),
                                    SG-PO(SG-TOTAL),
                                    SG-BOOK(SG-TOTAL)
                       ELSE
                           MOVE 'Y' TO SG-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF SUGG-STATUS = "00" OR SUGG-STATUS = "10"
               CLOSE SUGG-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       REWRITE-SUGGESTIONS.
           OPEN OUTPUT SUGG-TMP-FILE
           PERFORM VARYING SG-IDX FROM 1 BY 1 UNTIL SG-IDX > SG-TOTAL
               MOVE SPACES TO SUGG-TMP-REC
               STRING FUNCTION TRIM(SG-ID(SG-IDX)) DELIMITED BY SIZE
                      ","
                      FUNCTION TRIM(SG-MEMBER(SG-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SG-DATE(SG-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SG-TITLE(SG-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SG-AUTHOR(SG-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SG-ISBN(SG-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SG-STATE(SG-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SG-REASON(SG-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SG-STAFF(SG-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SG-DECIDED(SG-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SG-PO(SG-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SG-BOOK(SG-IDX))
                          DELIMITED BY SIZE
                   INTO SUGG-TMP-REC
               WRITE SUGG-TMP-REC
           END-PERFORM
           CLOSE SUGG-TMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-SUGG-TMP-PATH
               WS-SUGG-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL.

      * Suggestion SG-IDX against books.csv -- same ISBN when both
      * carry one, otherwise the same title, case-blind.
       FIND-IN-CATALOG.
           MOVE SPACES TO WS-CAT-BOOK-ID WS-CAT-BOOK-NAME
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SG-TITLE(SG-IDX)))
               TO WS-TITLE-UPPER
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
                       MOVE SPACES TO BK-ISBN-F
                       UNSTRING BOOK-REC DELIMITED BY ","
                           INTO BK-ID-F, BK-NAME-F, BK-AUTHOR-F,
                                BK-COUNT-F, BK-GENRE-F, BK-STATUS-F,
                                BK-ISBN-F
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
                           (BK-NAME-F)) TO WS-ROW-UPPER
                       IF (FUNCTION TRIM(SG-ISBN(SG-IDX)) NOT = SPACES
                           AND FUNCTION TRIM(BK-ISBN-F) =
                               FUNCTION TRIM(SG-ISBN(SG-IDX)))
                          OR WS-ROW-UPPER = WS-TITLE-UPPER
                           MOVE BK-ID-F TO WS-CAT-BOOK-ID
                           MOVE BK-NAME-F TO WS-CAT-BOOK-NAME
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF BOOK-STATUS = "00" OR BOOK-STATUS = "10"
               CLOSE BOOK-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       CHECK-BOOK-ON-FILE.
           MOVE SPACES TO WS-CAT-BOOK-ID WS-CAT-BOOK-NAME
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
                       IF BK-ID-F = WS-BOOK-ID
                           MOVE BK-ID-F TO WS-CAT-BOOK-ID
                           MOVE BK-NAME-F TO WS-CAT-BOOK-NAME
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF BOOK-STATUS = "00" OR BOOK-STATUS = "10"
               CLOSE BOOK-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SEND-SUGGESTION-NOTICE.
           MOVE SG-MEMBER(SG-IDX) TO WS-MEMBER-ID
           PERFORM LOOKUP-MEMBER
           IF FUNCTION TRIM(NOTIFY-PREF) = "NONE"
               GO TO SEND-SUGGESTION-NOTICE-EXIT
           END-IF
           OPEN EXTEND OUTBOX-FILE
           IF OUTBOX-STATUS = "05" OR OUTBOX-STATUS = "35"
               OPEN OUTPUT OUTBOX-FILE
           END-IF
           MOVE SPACES TO OUTBOX-LINE
           STRING WS-MEMBER-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(NOTIFY-EMAIL) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-NOTICE-TYPE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(SG-BOOK(SG-IDX)) DELIMITED BY SIZE ","
                  0 DELIMITED BY SIZE ","
                  WS-DATE-TODAY DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-NOTICE-TEXT) DELIMITED BY SIZE
               INTO OUTBOX-LINE
           WRITE OUTBOX-LINE
           CLOSE OUTBOX-FILE.
       SEND-SUGGESTION-NOTICE-EXIT.
           EXIT.

       LOOKUP-MEMBER.
           MOVE 'N' TO WS-VALID
           MOVE SPACES TO LOOKUP-NAME NOTIFY-EMAIL
           MOVE "EMAIL" TO NOTIFY-PREF
           MOVE 'N' TO FILE-END
           OPEN INPUT MEMBER-FILE
           IF MEMBER-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ MEMBER-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO MB-FLAG-F MB-NOTIFY-F
                       MOVE 0 TO MB-QUOTE-COUNT
                       INSPECT MEMBER-REC TALLYING MB-QUOTE-COUNT
                           FOR ALL '"'
                       IF MB-QUOTE-COUNT > 0
                           UNSTRING MEMBER-REC DELIMITED BY '"'
                               INTO MB-ID-EMAIL, MB-ADDR-F,
                                    MB-GENDER-FLAG
                           UNSTRING MB-ID-EMAIL DELIMITED BY ","
                               INTO MB-ID-F, MB-NAME-F, MB-EMAIL-F
                           UNSTRING MB-GENDER-FLAG DELIMITED BY ","
                               INTO MB-DUMMY, MB-GENDER-F, MB-FLAG-F,
                                    MB-EXPIRY-F, MB-TIER-F,
                                    MB-NOTIFY-F
                       ELSE
                           UNSTRING MEMBER-REC DELIMITED BY ","
                               INTO MB-ID-F, MB-NAME-F, MB-EMAIL-F,
                                    MB-ADDR-F, MB-GENDER-F, MB-FLAG-F,
                                    MB-EXPIRY-F, MB-TIER-F,
                                    MB-NOTIFY-F
                       END-IF
                       IF MB-ID-F = WS-MEMBER-ID
                           IF MB-FLAG-F = "ACTIVE"
                               MOVE 'Y' TO WS-VALID
                           END-IF
                           MOVE MB-NAME-F TO LOOKUP-NAME
                           MOVE MB-EMAIL-F TO NOTIFY-EMAIL
                           IF MB-NOTIFY-F NOT = SPACES
                               MOVE MB-NOTIFY-F TO NOTIFY-PREF
                           END-IF
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF MEMBER-STATUS = "00" OR MEMBER-STATUS = "10"
               CLOSE MEMBER-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       END PROGRAM PurchaseSuggest.
