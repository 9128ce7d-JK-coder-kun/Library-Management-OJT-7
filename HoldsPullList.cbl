      * 2.9.2025 HL  - HOLD_READY outbox rows carry the rendered
      *                template body (7th field) in the member's
      *                language, matching the other notice writers
      * 15.10.2026 HL - an "any edition" hold (../work-holds.csv) is
      *                matched to a shelf copy of any edition in its
      *                work (../work-editions.csv) at the pickup
      *                branch when its own edition has none, and the
      *                scan-confirm moves the hold onto the edition
      *                actually pulled
      * 15.10.2026 HL - scan-confirm offers a free pickup locker at the
      *                hold's pickup branch (../locker-slots.csv); a
      *                copy loaded into one gets a one-time pickup code
      *                and the HOLD_READY notice names the slot and
      *                code (HOLD_LOCKER template, %L and %C)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldsPullList.
           SELECT PROFILE-LANG-FILE ASSIGN TO "../member-profile.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-LANG-STATUS.
           SELECT WORK-EDITION-FILE ASSIGN TO "../work-editions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-EDITION-STATUS.
           SELECT WORK-HOLD-FILE ASSIGN TO "../work-holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-HOLD-STATUS.
           SELECT LOCKER-FILE ASSIGN TO "../locker-slots.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCKER-STATUS.
           SELECT LOCKER-TMP-FILE ASSIGN TO "../locker-slots.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  TEMPLATE-REC       PIC X(150).
       FD  PROFILE-LANG-FILE.
       01  PROFILE-LANG-REC   PIC X(30).
       FD  WORK-EDITION-FILE.
       01  WORK-EDITION-REC   PIC X(80).
       FD  WORK-HOLD-FILE.
       01  WORK-HOLD-REC      PIC X(60).
       FD  LOCKER-FILE.
       01  LOCKER-REC         PIC X(100).
       FD  LOCKER-TMP-FILE.
       01  LOCKER-TMP-REC     PIC X(100).

       WORKING-STORAGE SECTION.
       01  HOLDS-STATUS       PIC XX.
       01  BK-MATCH-IDX       PIC 9(3).
       01  BK-SKIP-F          PIC X(30).

      * Works: which book IDs are editions of the same title, and
      * which holds the member placed for any edition of it. An
      * any-edition hold is known by member, placement date and work,
      * so it still matches after the hold row moves to the edition
      * that filled it.
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
       01  AE-HIT             PIC X VALUE 'N'.
       01  WORK-TRY-BOOK      PIC X(5).
       01  WORK-TRY-WORK      PIC X(5).
       01  WORK-HOLD-WORK     PIC X(5).
       01  WORK-MATCHED       PIC X VALUE 'N'.

       01  CN-BOOK-F          PIC X(5).
       01  CN-CALL-F          PIC X(12).
       01  CN-LOC-F           PIC X(20).
       01  RENDERED-MSG       PIC X(120).
       01  WS-NOTICE-TYPE     PIC X(12).

      * Pickup lockers -- ../locker-slots.csv, one row per slot:
      * slot,branch,status (FREE/OCCUPIED),copy_id,book_id,member_id,
      * pickup_code,loaded yyyymmdd. HoldLockers.cbl owns the file;
      * here a confirmed copy is only loaded into a FREE slot.
       01  LOCKER-STATUS      PIC XX.
       01  LOCKER-TABLE.
           05 LOCKER-ENTRY OCCURS 200 TIMES.
              10  LS-SLOT     PIC X(6).
              10  LS-BRANCH   PIC X(10).
              10  LS-STATUS   PIC X(8).
              10  LS-COPY     PIC X(8).
              10  LS-BOOK     PIC X(5).
              10  LS-MEMBER   PIC X(5).
              10  LS-CODE     PIC X(6).
              10  LS-LOADED   PIC X(8).
       01  LS-TOTAL           PIC 9(3) VALUE 0.
       01  LS-IDX             PIC 9(3).
       01  LS-FREE-IDX        PIC 9(3).
       01  LS-WANT-BRANCH     PIC X(10).
       01  LS-ANSWER          PIC X.
       01  LS-SEED            PIC 9(8).
       01  LS-CODE-NUM        PIC 9(6).
       01  LOCKER-SLOT-ID     PIC X(6) VALUE SPACES.
       01  LOCKER-CODE        PIC X(6) VALUE SPACES.
       01  LOCKER-REAL-PATH   PIC X(24) VALUE "../locker-slots.csv".
       01  LOCKER-TMP-PATH    PIC X(28)
           VALUE "../locker-slots.csv.tmp".

       01  HOLDS-REAL-PATH    PIC X(20) VALUE "../holds.csv".
       01  HOLDS-TMP-PATH     PIC X(24) VALUE "../holds.csv.tmp".
       01  COPIES-REAL-PATH   PIC X(20) VALUE "../copies.csv".
       01  HEADER-LINE        PIC X(65) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
           PERFORM LOAD-HOLDS-TABLE
           PERFORM LOAD-AVAIL-TABLE
           PERFORM LOAD-BOOK-TABLE
           PERFORM LOAD-WORK-EDITIONS
           PERFORM LOAD-ANY-EDITION-HOLDS

           MOVE 0 TO PL-TOTAL
           MOVE 2 TO WS-PASS-PRI
           END-PERFORM.

      * One shelf copy serves one hold per list; the pickup branch on
      * the hold, when named, must match the book's home branch. An
      * any-edition hold whose own edition has nothing on the shelf
      * falls back to the other editions in its work, in file order.
       TRY-MATCH-ONE-HOLD.
           MOVE 'N' TO WORK-MATCHED
           MOVE HD-BOOK-ID(HD-IDX) TO WORK-TRY-BOOK
           PERFORM TRY-MATCH-EDITION THRU TRY-MATCH-EDITION-EXIT
           IF WORK-MATCHED = 'Y'
               GO TO TRY-MATCH-ONE-HOLD-EXIT
           END-IF

           PERFORM CHECK-ANY-EDITION-HOLD
           IF AE-HIT NOT = 'Y'
               GO TO TRY-MATCH-ONE-HOLD-EXIT
           END-IF
           PERFORM VARYING WE-IDX FROM 1 BY 1
                   UNTIL WE-IDX > WE-TOTAL OR WORK-MATCHED = 'Y'
               IF WE-WORK(WE-IDX) = WORK-HOLD-WORK AND
                  WE-BOOK(WE-IDX) NOT = HD-BOOK-ID(HD-IDX)
                   MOVE WE-BOOK(WE-IDX) TO WORK-TRY-BOOK
                   PERFORM TRY-MATCH-EDITION THRU
                       TRY-MATCH-EDITION-EXIT
               END-IF
           END-PERFORM.
       TRY-MATCH-ONE-HOLD-EXIT.
           EXIT.

       TRY-MATCH-EDITION.
           MOVE 0 TO BK-MATCH-IDX
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-TOTAL
               IF BK-ID(BK-IDX) = WORK-TRY-BOOK
                   MOVE BK-IDX TO BK-MATCH-IDX
               END-IF
           END-PERFORM
           IF BK-MATCH-IDX = 0
               GO TO TRY-MATCH-EDITION-EXIT
           END-IF
           IF FUNCTION TRIM(HD-PICKUP(HD-IDX)) NOT = SPACES AND
              FUNCTION TRIM(HD-PICKUP(HD-IDX)) NOT =
                  FUNCTION TRIM(BK-BRANCH(BK-MATCH-IDX))
               GO TO TRY-MATCH-EDITION-EXIT
           END-IF

           MOVE 0 TO AV-MATCH-IDX
           PERFORM VARYING AV-IDX FROM 1 BY 1 UNTIL AV-IDX > AV-TOTAL
               IF AV-BOOK-ID(AV-IDX) = WORK-TRY-BOOK AND
                  AV-USED(AV-IDX) = 'N' AND
                  AV-MATCH-IDX = 0
                   MOVE AV-IDX TO AV-MATCH-IDX
               END-IF
           END-PERFORM
           IF AV-MATCH-IDX = 0
               GO TO TRY-MATCH-EDITION-EXIT
           END-IF

           MOVE 'Y' TO WORK-MATCHED
           MOVE 'Y' TO AV-USED(AV-MATCH-IDX)
           IF PL-TOTAL < 100
               ADD 1 TO PL-TOTAL
               MOVE "ZZZ-NONE" TO PL-CALLNUM(PL-TOTAL)
               MOVE AV-COPY-ID(AV-MATCH-IDX) TO PL-COPY-ID(PL-TOTAL)
               MOVE WORK-TRY-BOOK TO PL-BOOK-ID(PL-TOTAL)
               MOVE BK-NAME(BK-MATCH-IDX) TO PL-TITLE(PL-TOTAL)
               MOVE HD-MEMBER-ID(HD-IDX) TO PL-MEMBER(PL-TOTAL)
           END-IF.
       TRY-MATCH-EDITION-EXIT.
           EXIT.

      * Sets WORK-TRY-WORK to the work WORK-TRY-BOOK belongs to, or
      * spaces when it is not grouped into one.
       FIND-WORK-OF-BOOK.
           MOVE SPACES TO WORK-TRY-WORK
           PERFORM VARYING WE-IDX FROM 1 BY 1 UNTIL WE-IDX > WE-TOTAL
               IF WE-BOOK(WE-IDX) = WORK-TRY-BOOK
                   MOVE WE-WORK(WE-IDX) TO WORK-TRY-WORK
               END-IF
           END-PERFORM.

      * AE-HIT = 'Y' when hold HD-IDX was placed for any edition;
      * WORK-HOLD-WORK is then the work it may be filled from.
       CHECK-ANY-EDITION-HOLD.
           MOVE 'N' TO AE-HIT
           MOVE HD-BOOK-ID(HD-IDX) TO WORK-TRY-BOOK
           PERFORM FIND-WORK-OF-BOOK
           MOVE WORK-TRY-WORK TO WORK-HOLD-WORK
           IF WORK-HOLD-WORK NOT = SPACES
               PERFORM VARYING AE-IDX FROM 1 BY 1
                       UNTIL AE-IDX > AE-TOTAL
                   IF AE-MEMBER(AE-IDX) = HD-MEMBER-ID(HD-IDX) AND
                      AE-DATE(AE-IDX) = HD-DATE(HD-IDX) AND
                      AE-WORK(AE-IDX) = WORK-HOLD-WORK
                       MOVE 'Y' TO AE-HIT
                   END-IF
               END-PERFORM
           END-IF.

       ATTACH-CALL-NUMBERS.
           MOVE 'N' TO FILE-END
           OPEN INPUT CALLNUM-FILE
       CONFIRM-PULLED-COPY-EXIT.
           EXIT.

      * The member's hold on the pulled edition itself wins; failing
      * that, their any-edition hold on the same work is moved onto
      * the edition pulled so BorrowBook hands this copy over.
       PROMOTE-HOLD-TO-NOTIFIED.
           PERFORM LOAD-HOLDS-TABLE
           MOVE 0 TO HD-MATCH-IDX
                   MOVE HD-IDX TO HD-MATCH-IDX
               END-IF
           END-PERFORM
           IF HD-MATCH-IDX = 0
               PERFORM LOAD-WORK-EDITIONS
               PERFORM LOAD-ANY-EDITION-HOLDS
               MOVE WS-BOOK-ID TO WORK-TRY-BOOK
               PERFORM FIND-WORK-OF-BOOK
               IF WORK-TRY-WORK NOT = SPACES
                   PERFORM VARYING HD-IDX FROM 1 BY 1
                           UNTIL HD-IDX > HD-TOTAL
                       IF HD-MEMBER-ID(HD-IDX) = WS-MEMBER-ID AND
                          FUNCTION TRIM(HD-STATUS(HD-IDX))
                              = "WAITING" AND
                          HD-MATCH-IDX = 0
                           PERFORM CHECK-ANY-EDITION-HOLD
                           MOVE WS-BOOK-ID TO WORK-TRY-BOOK
                           PERFORM FIND-WORK-OF-BOOK
                           IF AE-HIT = 'Y' AND
                              WORK-HOLD-WORK = WORK-TRY-WORK
                               MOVE HD-IDX TO HD-MATCH-IDX
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               IF HD-MATCH-IDX > 0
                   DISPLAY "Any-edition hold on "
                       HD-BOOK-ID(HD-MATCH-IDX)
                       " is filled with edition " WS-BOOK-ID "."
                   MOVE WS-BOOK-ID TO HD-BOOK-ID(HD-MATCH-IDX)
               END-IF
           END-IF
           IF HD-MATCH-IDX = 0
               DISPLAY "No waiting hold for that member and book -- "
                   "the copy is HELD at the desk regardless."

           MOVE "NOTIFIED" TO HD-STATUS(HD-MATCH-IDX)
           PERFORM LOOKUP-MEMBER-EMAIL
           MOVE SPACES TO LOCKER-SLOT-ID
           MOVE SPACES TO LOCKER-CODE
           PERFORM OFFER-PICKUP-LOCKER THRU OFFER-PICKUP-LOCKER-EXIT
           PERFORM SEND-HOLD-TO-OUTBOX THRU SEND-HOLD-TO-OUTBOX-EXIT
           MOVE OUTBOX-DATE TO HD-NOTIFY-DATE(HD-MATCH-IDX)

           END-CALL

           DISPLAY "Copy " WS-COPY-ID " is HELD for member "
               WS-MEMBER-ID " and they have been paged."
           IF LOCKER-SLOT-ID NOT = SPACES
               DISPLAY "Load it into locker slot "
                   FUNCTION TRIM(LOCKER-SLOT-ID) " now."
           END-IF.
       PROMOTE-HOLD-TO-NOTIFIED-EXIT.
           EXIT.

      * A pickup locker is offered only where the hold is collected
      * (the pickup branch, or the book's home branch on a row with
      * none) and only to a member who takes notices -- the code
      * reaches them in the HOLD_READY notice and nowhere else. The
      * code is six random digits, good for the one pickup.
       OFFER-PICKUP-LOCKER.
           IF FUNCTION TRIM(NOTIFY-PREF) = "NONE"
               GO TO OFFER-PICKUP-LOCKER-EXIT
           END-IF
           MOVE HD-PICKUP(HD-MATCH-IDX) TO LS-WANT-BRANCH
           IF LS-WANT-BRANCH = SPACES
               PERFORM LOAD-BOOK-TABLE
               MOVE "MAIN" TO LS-WANT-BRANCH
               PERFORM VARYING BK-IDX FROM 1 BY 1
                       UNTIL BK-IDX > BK-TOTAL
                   IF BK-ID(BK-IDX) = WS-BOOK-ID
                       MOVE BK-BRANCH(BK-IDX) TO LS-WANT-BRANCH
                   END-IF
               END-PERFORM
           END-IF

           PERFORM LOAD-LOCKER-TABLE
           MOVE 0 TO LS-FREE-IDX
           PERFORM VARYING LS-IDX FROM 1 BY 1 UNTIL LS-IDX > LS-TOTAL
               IF FUNCTION TRIM(LS-STATUS(LS-IDX)) = "FREE" AND
                  FUNCTION TRIM(LS-BRANCH(LS-IDX)) =
                      FUNCTION TRIM(LS-WANT-BRANCH) AND
                  LS-FREE-IDX = 0
                   MOVE LS-IDX TO LS-FREE-IDX
               END-IF
           END-PERFORM
           IF LS-FREE-IDX = 0
               GO TO OFFER-PICKUP-LOCKER-EXIT
           END-IF

           DISPLAY "Pickup locker " FUNCTION TRIM(LS-SLOT(LS-FREE-IDX))
               " is free at " FUNCTION TRIM(LS-WANT-BRANCH)
               " -- load this copy into it? (Y/N): "
           ACCEPT LS-ANSWER
           IF LS-ANSWER NOT = 'Y' AND LS-ANSWER NOT = 'y'
               GO TO OFFER-PICKUP-LOCKER-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(9:8) TO LS-SEED
           COMPUTE LS-CODE-NUM =
               100000 + FUNCTION RANDOM(LS-SEED) * 899999
           MOVE LS-CODE-NUM TO LOCKER-CODE
           MOVE LS-SLOT(LS-FREE-IDX) TO LOCKER-SLOT-ID
           MOVE "OCCUPIED" TO LS-STATUS(LS-FREE-IDX)
           MOVE WS-COPY-ID TO LS-COPY(LS-FREE-IDX)
           MOVE WS-BOOK-ID TO LS-BOOK(LS-FREE-IDX)
           MOVE WS-MEMBER-ID TO LS-MEMBER(LS-FREE-IDX)
           MOVE LOCKER-CODE TO LS-CODE(LS-FREE-IDX)
           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-LOADED(LS-FREE-IDX)

           OPEN OUTPUT LOCKER-TMP-FILE
           PERFORM VARYING LS-IDX FROM 1 BY 1 UNTIL LS-IDX > LS-TOTAL
               MOVE SPACES TO LOCKER-TMP-REC
               STRING FUNCTION TRIM(LS-SLOT(LS-IDX)) DELIMITED BY SIZE
                      "," FUNCTION TRIM(LS-BRANCH(LS-IDX))
                          DELIMITED BY SIZE
                      "," FUNCTION TRIM(LS-STATUS(LS-IDX))
                          DELIMITED BY SIZE
                      "," FUNCTION TRIM(LS-COPY(LS-IDX))
                          DELIMITED BY SIZE
                      "," FUNCTION TRIM(LS-BOOK(LS-IDX))
                          DELIMITED BY SIZE
                      "," FUNCTION TRIM(LS-MEMBER(LS-IDX))
                          DELIMITED BY SIZE
                      "," FUNCTION TRIM(LS-CODE(LS-IDX))
                          DELIMITED BY SIZE
                      "," FUNCTION TRIM(LS-LOADED(LS-IDX))
                          DELIMITED BY SIZE
                   INTO LOCKER-TMP-REC
               WRITE LOCKER-TMP-REC
           END-PERFORM
           CLOSE LOCKER-TMP-FILE
           CALL "CBL_RENAME_FILE" USING LOCKER-TMP-PATH
               LOCKER-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL.
       OFFER-PICKUP-LOCKER-EXIT.
           EXIT.

       LOAD-LOCKER-TABLE.
           MOVE 0 TO LS-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT LOCKER-FILE
           IF LOCKER-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LOCKER-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF LOCKER-REC NOT = SPACES AND LS-TOTAL < 200
                           ADD 1 TO LS-TOTAL
                           MOVE SPACES TO LOCKER-ENTRY(LS-TOTAL)
                           UNSTRING LOCKER-REC DELIMITED BY ","
                               INTO LS-SLOT(LS-TOTAL),
                                    LS-BRANCH(LS-TOTAL),
                                    LS-STATUS(LS-TOTAL),
                                    LS-COPY(LS-TOTAL),
                                    LS-BOOK(LS-TOTAL),
                                    LS-MEMBER(LS-TOTAL),
                                    LS-CODE(LS-TOTAL),
                                    LS-LOADED(LS-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF LOCKER-STATUS = "00" OR LOCKER-STATUS = "10"
               CLOSE LOCKER-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-HOLDS-TABLE.
           MOVE 0 TO HD-TOTAL
           MOVE 'N' TO FILE-END
           END-IF
           MOVE 'N' TO FILE-END.

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

       LOAD-AVAIL-TABLE.
           MOVE 0 TO AV-TOTAL
           MOVE 'N' TO FILE-END
           END-IF
           MOVE "HOLD_READY" TO WS-NOTICE-TYPE
           MOVE "0" TO TPL-DAYS-X
           IF LOCKER-SLOT-ID NOT = SPACES
               PERFORM RENDER-LOCKER-TEXT
           ELSE
               PERFORM RENDER-NOTICE-TEXT THRU RENDER-NOTICE-TEXT-EXIT
           END-IF
           MOVE SPACES TO OUTBOX-LINE
           STRING WS-MEMBER-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(NOTIFY-EMAIL) DELIMITED BY SIZE ","
       SEND-HOLD-TO-OUTBOX-EXIT.
           EXIT.

      * A locker pickup is worded by the HOLD_LOCKER template, where
      * %L is the slot and %C the pickup code; with no such template
      * the plain HOLD_READY text goes out with the slot and code
      * added at the end, so the member always has the code.
       RENDER-LOCKER-TEXT.
           MOVE "HOLD_LOCKER" TO WS-NOTICE-TYPE
           PERFORM RENDER-NOTICE-TEXT THRU RENDER-NOTICE-TEXT-EXIT
           IF RENDERED-MSG = SPACES
               MOVE "HOLD_READY" TO WS-NOTICE-TYPE
               PERFORM RENDER-NOTICE-TEXT THRU RENDER-NOTICE-TEXT-EXIT
               MOVE 1 TO TPL-OUT-PTR
               IF RENDERED-MSG NOT = SPACES
                   COMPUTE TPL-OUT-PTR =
                       FUNCTION LENGTH(FUNCTION TRIM(RENDERED-MSG
                           TRAILING)) + 2
               END-IF
               STRING "Locker " DELIMITED BY SIZE
                      FUNCTION TRIM(LOCKER-SLOT-ID) DELIMITED BY SIZE
                      ", pickup code " DELIMITED BY SIZE
                      LOCKER-CODE DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                   INTO RENDERED-MSG
                   WITH POINTER TPL-OUT-PTR
           END-IF
           MOVE "HOLD_READY" TO WS-NOTICE-TYPE.

      * Renders the notice body from ../notice-templates.csv
      * (type,lang,text -- the text is everything past the second
      * comma, so it may itself contain commas). %N, %B and %D in the
      * text stand for the member's name, the book ID and the day
      * count; %L and %C for the locker slot and pickup code. The
      * member's language preference is member-profile.csv field 3
      * (blank = EN); a missing template in their language
      * falls back to EN, and no template at all leaves the rendered
      * field blank, exactly as rows looked before templates existed.
       RENDER-NOTICE-TEXT.
                           STRING TPL-DAYS-X DELIMITED BY SIZE
                               INTO RENDERED-MSG
                               WITH POINTER TPL-OUT-PTR
                       WHEN "L"
                           STRING FUNCTION TRIM(LOCKER-SLOT-ID)
                                   DELIMITED BY SIZE
                               INTO RENDERED-MSG
                               WITH POINTER TPL-OUT-PTR
                       WHEN "C"
                           STRING LOCKER-CODE DELIMITED BY SIZE
                               INTO RENDERED-MSG
                               WITH POINTER TPL-OUT-PTR
                       WHEN OTHER
                           STRING TPL-TEXT(TPL-IN-PTR:1)
                                   DELIMITED BY SIZE
