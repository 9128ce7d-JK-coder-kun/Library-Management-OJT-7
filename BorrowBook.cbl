      *                guard actually evaluates (it never populated
      *                FOUND-BOOK or the table, so the guard bailed
      *                out before the overlap math every time)
      * 15.10.2026 HL - a copy on an in-term course reserve list
      *                (CourseReserves.cbl) lends for the list's hours
      *                through the equipment due-time handling, and
      *                reverts to the normal loan period at term end
      * 15.10.2026 HL - called with choice 0, runs the check-outs
      *                another program queued on
      *                ../delivery-checkout.csv (the homebound
      *                delivery run) through the batch path unattended,
      *                under the caller's staff ID
      * 15.10.2026 HL - while the operator has a bookmobile stop
      *                session open (Bookmobile.cbl), a loan is due on
      *                the van's next visit to that stop, skips only
      *                MOBILE closures, and is tagged to the stop on
      *                ../mobile-loans.csv
      * 15.10.2026 HL - a hold on a title grouped into a work of two
      *                or more editions (WorkMaintain.cbl) can be
      *                placed for any edition; the choice is recorded
      *                on ../work-holds.csv for the promotion paths
      * 15.10.2026 HL - fast-add asks the item's language and records
      *                it on ../title-languages.csv
      * 15.10.2026 HL - pop up the member's active staff notes
      *                (MemberAlert.cbl) for acknowledgement once the
      *                member ID is keyed in at the desk
      * 15.10.2026 HL - refuse any check-out -- desk, batch or kiosk --
      *                to a member under a manager-approved premises
      *                ban in force today (BanCheck.cbl)
      * 15.10.2026 HL - VISITOR and RECIPROCAL card holders borrow at
      *                most two items at a time
      * 15.10.2026 HL - staff may push a loan through the borrowing
      *                limit or an advance-booking clash with a
      *                reason, logged to ../override-log.csv; the
      *                fast-add review row carries the member
      * 15.10.2026 HL - each loan row appended to log.csv goes to the
      *                day journal (DayJournal.cbl) for recovery
      * 15.10.2026 HL - called with choice 99, lends the one member_id,
      *                book_id pair a self-check machine asked for
      *                (SelfCheckGateway.cbl, ../selfcheck-work.csv)
      *                under the machine's ID and answers on
      *                ../selfcheck-result.csv
      * 15.10.2026 HL - called with choice 98, replays one loan taken
      *                on paper or at the offline capture station
      *                (OfflineUpload.cbl, ../offline-work.csv) on the
      *                captured copy, date and time, answering on
      *                ../offline-result.csv
      * 15.10.2026 HL - the preview's age-rating check is performed
      *                through its exit paragraph, so an unrated title
      *                no longer runs on into the commit paragraphs
      * 15.10.2026 HL - the homebound delivery run is choice 97, so
      *                choice 0 is again the ordinary call that honours
      *                a preset member (MemberKiosk.cbl's checkout)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BorrowBook.
           SELECT CTR-LOCK-FILE ASSIGN TO "../counters.csv.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTR-LOCK-STATUS.
           SELECT BATCH-FILE ASSIGN TO DYNAMIC BATCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "../checkout-receipts.csv"
               ASSIGN TO "../equipment-loan-hours.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EQUIP-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "../override-log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "../catalog-review.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-STATUS.
           SELECT LANGUAGE-FILE ASSIGN TO "../languages.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LANGUAGE-FILE-STATUS.
           SELECT TITLE-LANGUAGE-FILE
               ASSIGN TO "../title-languages.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TITLE-LANGUAGE-STATUS.
           SELECT SC-RESULT-FILE ASSIGN TO "../selfcheck-result.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-RESULT-STATUS.
           SELECT OFFLINE-RESULT-FILE ASSIGN TO "../offline-result.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFFLINE-RESULT-STATUS.
           SELECT BOOKING-FILE ASSIGN TO "../bookings.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOKING-STATUS.
           SELECT RESERVE-ITEM-FILE ASSIGN TO "../reserve-items.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESERVE-ITEM-STATUS.
           SELECT RESERVE-LIST-FILE ASSIGN TO "../course-reserves.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESERVE-LIST-STATUS.
           SELECT MOBILE-SESSION-FILE
               ASSIGN TO "../bookmobile-session.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOBILE-SESSION-STATUS.
           SELECT MOBILE-STOP-FILE ASSIGN TO "../bookmobile-stops.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOBILE-STOP-STATUS.
           SELECT MOBILE-LOAN-FILE ASSIGN TO "../mobile-loans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOBILE-LOAN-STATUS.
           SELECT WORK-EDITION-FILE ASSIGN TO "../work-editions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-EDITION-STATUS.
           SELECT WORK-HOLD-FILE ASSIGN TO "../work-holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  COPIES-TMP-REC     PIC X(100).
       FD  BATCH-FILE.
       01  BATCH-REC          PIC X(200).
       FD  SC-RESULT-FILE.
       01  SC-RESULT-REC      PIC X(200).
       FD  OFFLINE-RESULT-FILE.
       01  OFFLINE-RESULT-REC PIC X(200).
       FD  RECEIPT-FILE.
       01  RECEIPT-REC        PIC X(200).
       FD  CLOSURE-FILE.
       01  OVERRIDE-REC       PIC X(60).
       FD  EQUIP-HOURS-FILE.
       01  EQUIP-HOURS-REC    PIC X(20).
       FD  EXCEPTION-LOG-FILE.
       01  EXCEPTION-LOG-REC  PIC X(120).
       FD  REVIEW-FILE.
       01  REVIEW-REC         PIC X(120).
       FD  LANGUAGE-FILE.
       01  LANGUAGE-REC       PIC X(20).
       FD  TITLE-LANGUAGE-FILE.
       01  TITLE-LANGUAGE-REC PIC X(20).
       FD  BOOKING-FILE.
       01  BOOKING-REC        PIC X(80).
       FD  RESERVE-ITEM-FILE.
       01  RESERVE-ITEM-REC   PIC X(80).
       FD  RESERVE-LIST-FILE.
       01  RESERVE-LIST-REC   PIC X(150).
       FD  MOBILE-SESSION-FILE.
       01  MOBILE-SESSION-REC PIC X(40).
       FD  MOBILE-STOP-FILE.
       01  MOBILE-STOP-REC    PIC X(100).
       FD  MOBILE-LOAN-FILE.
       01  MOBILE-LOAN-REC    PIC X(60).
       FD  WORK-EDITION-FILE.
       01  WORK-EDITION-REC   PIC X(80).
       FD  WORK-HOLD-FILE.
       01  WORK-HOLD-REC      PIC X(60).

       WORKING-STORAGE SECTION.
       01  RECEIPT-STATUS     PIC XX.
      * days, STUDENT and STANDARD borrow under the policy as-is.
       01  WS-TIER-MAX-BOOKS  PIC 9(2).
       01  WS-TIER-DAYS       PIC 9(3).
      * Visitor and reciprocal cards (AddNewMember.cbl) are held to a
      * lower concurrent-loan ceiling whatever the policy allows.
       01  VISITOR-MAX-BOOKS  PIC 9(2) VALUE 2.
       01  POLICY-FINE-RATE-X PIC X(6).
       01  POLICY-FINE-CAP-X  PIC X(6).
       01  POLICY-MAX-RENEW-X PIC X(2).
      * holds.csv field; promotion and the position estimate order by
      * priority, then placement date.
       01  HOLD-PRIORITY      PIC 9 VALUE 0.

      * "Any edition" holds: a title grouped into a work with other
      * editions (../work-editions.csv) may be held for whichever
      * edition frees up first; the hold row itself keeps this book
      * ID and ../work-holds.csv flags it as any-edition.
       01  WORK-EDITION-STATUS PIC XX.
       01  WORK-HOLD-STATUS   PIC XX.
       01  WORK-FILE-END      PIC X VALUE 'N'.
       01  WORK-ID-F          PIC X(5).
       01  WORK-BOOK-F        PIC X(5).
       01  WORK-HOLD-WORK     PIC X(5).
       01  WORK-EDITION-CNT   PIC 9(3) VALUE 0.
       01  WORK-ANY-ANSWER    PIC X VALUE 'N'.
       01  HD-CHK-PRIORITY    PIC X(1).
       01  HD-CHK-NOTIFY      PIC X(10).
       01  HD-CHK-PICKUP      PIC X(10).
       01  BOOK-REAL-PATH     PIC X(20) VALUE "../books.csv".
       01  BOOK-TMP-PATH      PIC X(24) VALUE "../books.csv.tmp".
       01  RENAME-STATUS      PIC S9(9) COMP-5.
       01  JNL-MODE           PIC X(4).
       01  JNL-PROGRAM        PIC X(20) VALUE "BorrowBook".
       01  JNL-FILE           PIC X(30).
       01  JNL-IMAGE          PIC X(300).

       01  COPIES-STATUS      PIC XX.
       01  CP-ID-F            PIC X(8).
      * from ../batch_checkout.csv and runs each through the same
      * checkout logic used for a single interactive transaction.
       01  BATCH-STATUS       PIC XX.
       01  BATCH-PATH         PIC X(40) VALUE "../batch_checkout.csv".
       01  UNATTENDED-FLAG    PIC X VALUE 'N'.
       01  BATCH-MODE-FLAG    PIC X VALUE 'N'.
       01  BATCH-LINE-END     PIC X VALUE 'N'.
       01  BATCH-OK-COUNT     PIC 9(5) VALUE 0.
       01  PREVIEW-FAIL-REASON PIC X(50).
       01  PV-BOOK-OK         PIC X VALUE 'N'.

      * Self-check machine request (choice 99) -- SelfCheckGateway.cbl
      * leaves one member_id,book_id row on ../selfcheck-work.csv and
      * reads back result,reason,tran_id,due_date,amount from
      * ../selfcheck-result.csv. The preview's read-only checks run
      * first so a refusal can be answered with its reason.
       01  SC-RESULT-STATUS   PIC XX.
       01  SC-RESULT          PIC X(2).
       01  SC-REASON          PIC X(50).

      * Offline replay (choice 98) -- OfflineUpload.cbl leaves one
      * member_id,book_id,copy_id,yyyymmdd,hhmm row on
      * ../offline-work.csv. The loan goes out on that very copy and
      * is dated as captured; OFFLINE-DATE stays 0 on every other
      * path, which then takes today's date as before.
       01  OFFLINE-RESULT-STATUS PIC XX.
       01  OFFLINE-DATE       PIC 9(8) VALUE 0.
       01  OFFLINE-DATE-RAW   PIC X(10).
       01  OFFLINE-TIME       PIC X(4) VALUE SPACES.
       01  OFFLINE-COPY-ID    PIC X(8) VALUE SPACES.

      * Juvenile borrowing restriction: the title's audience rating
      * (title-ratings.csv, absent = ALL) against the member's age
      * band (member-profile.csv, absent = ADULT). A CHILD card only
       01  RATING-BLOCKED     PIC X VALUE 'N'.
       01  WS-OVERRIDE-ANSWER PIC X.

      * A loan refused for the borrowing limit or an advance booking
      * can be pushed through by staff at the desk with a reason --
      * one override-log.csv row each (date,type,member,book,staff,
      * reason). Kiosk and batch runs still refuse.
       01  EXCEPTION-LOG-STATUS PIC XX.
       01  EXCEPTION-TYPE     PIC X(8).
       01  EXCEPTION-REASON   PIC X(50).
       01  EXCEPTION-TAKEN    PIC X VALUE 'N'.

      * Hourly loans for EQUIPMENT items: log.csv rows now carry a
      * checkout time (12th field, HHMM) on every loan and a due time
      * (13th field) on equipment loans, whose due date/time is now
       01  WS-DUE-MM          PIC 9(2).
       01  EQUIP-SCAN-EOF     PIC X VALUE 'N'.

      * Course reserves: a copy sitting ON_RESERVE on
      * reserve-items.csv (list,copy,book,hours,status,added) whose
      * course-reserves.csv list (list,course,instructor,start,end,
      * status) is in term today lends for that many hours, exactly
      * as an EQUIPMENT item does. From the term end date on, the
      * copy is back on its normal loan period.
       01  RESERVE-ITEM-STATUS PIC XX.
       01  RESERVE-LIST-STATUS PIC XX.
       01  RESERVE-HIT        PIC X VALUE 'N'.
       01  RESERVE-SCAN-EOF   PIC X VALUE 'N'.
       01  WS-RESERVE-HOURS   PIC 9(3) VALUE 0.
       01  WS-RESERVE-LIST    PIC X(5).
       01  RI-LIST-F          PIC X(5).
       01  RI-COPY-F          PIC X(8).
       01  RI-BOOK-F          PIC X(5).
       01  RI-HOURS-F         PIC X(4).
       01  RI-STATUS-F        PIC X(12).
       01  RL-ID-F            PIC X(5).
       01  RL-COURSE-F        PIC X(30).
       01  RL-INSTRUCTOR-F    PIC X(30).
       01  RL-START-F         PIC X(10).
       01  RL-END-F           PIC X(10).
       01  RL-STATUS-F        PIC X(10).
       01  RL-START-NUM       PIC 9(8).
       01  RL-END-NUM         PIC 9(8).
       01  RL-TODAY-NUM       PIC 9(8).

      * Bookmobile stop session (Bookmobile.cbl): the operator's open
      * stop for today from ../bookmobile-session.csv
      * (operator,stop_id,date), and that stop's visit pattern from
      * ../bookmobile-stops.csv (stop_id,village,first_visit,
      * interval_days,arrive_hhmm,status).
       01  MOBILE-SESSION-STATUS PIC XX.
       01  MOBILE-STOP-STATUS PIC XX.
       01  MOBILE-LOAN-STATUS PIC XX.
       01  MOBILE-SCAN-EOF    PIC X VALUE 'N'.
       01  MOBILE-STOP-ID     PIC X(5) VALUE SPACES.
       01  MOBILE-VILLAGE     PIC X(30) VALUE SPACES.
       01  MOBILE-DUE-SET     PIC X VALUE 'N'.
       01  MS-OPERATOR-F      PIC X(5).
       01  MS-STOP-F          PIC X(5).
       01  MS-DATE-F          PIC X(10).
       01  MP-STOP-F          PIC X(5).
       01  MP-VILLAGE-F       PIC X(30).
       01  MP-FIRST-F         PIC X(10).
       01  MP-INTERVAL-F      PIC X(4).
       01  MP-ARRIVE-F        PIC X(4).
       01  MP-STATUS-F        PIC X(8).
       01  MP-FIRST-NUM       PIC 9(8).
       01  MP-FIRST-INT       PIC 9(8).
       01  MP-INTERVAL        PIC 9(3).
       01  MP-TODAY-INT       PIC 9(8).
       01  MP-VISITS          PIC 9(5).
       01  MP-TODAY-MMDDYYYY  PIC X(10).

      * Advance-booking guard (BookingMaintain.cbl): a loan whose
      * window overlaps a BOOKED reservation is refused when the
      * shelf cannot cover both -- unless the borrower IS the member
       01  FAST-ADD-COPY-ID   PIC X(8).
       01  BOOK-APPEND-STATUS PIC XX.

      * The fast-added item's language, from the same code list
      * AddNewBook.cbl offers (MYA/ENG/SHN/CHI plus languages.csv),
      * written to title-languages.csv (book_id,code).
       01  LANGUAGE-FILE-STATUS PIC XX.
       01  TITLE-LANGUAGE-STATUS PIC XX.
       01  LANGUAGE-LIST.
           05  LANGUAGE-ENTRY PIC X(3) OCCURS 20 TIMES.
       01  LANGUAGE-COUNT     PIC 9(2) VALUE 0.
       01  LANGUAGE-IDX       PIC 9(2).
       01  FAST-ADD-LANGUAGE  PIC X(3).
       01  LANGUAGE-VALID-FLAG PIC X VALUE 'N'.

      * The reference shelf never circulates -- a REFERENCE-typed
      * title is refused outright with its own message (not the
      * generic not-found one), and no holds prompt, since a hold on
      * field) only closes that branch; a blank one closes everybody.
       01  WS-LOAN-BRANCH     PIC X(10) VALUE "MAIN".

      * Staff notes pop-up -- MemberAlert.cbl shows and logs the
      * acknowledgement of any active WARNING/ALERT note on the member
      * keyed in at the desk. A kiosk session is the member's own
      * screen, so staff notes are never shown there.
       01  ALERT-PROGRAM      PIC X(12) VALUE "BorrowBook".

      * Premises ban -- BanCheck.cbl answers 'Y' while a manager-
      * approved ban on the member is in force. The wording shown is
      * deliberately neutral; the member may be reading the screen.
       01  BAN-ACTIVE-FLAG    PIC X VALUE 'N'.

      * PRESET-MEMBER-ID-L, when non-blank, pins the whole run to that
      * member: the member prompt and the batch question are skipped,
      * so a kiosk session can only ever act on the member who signed
      * in. OJT_v1.cbl passes spaces for a normal staff-driven run.
       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       01 PRESET-MEMBER-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L,
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
       MAIN-PROCEDURE.
       MOVE 0 TO OFFLINE-DATE
       MOVE SPACES TO OFFLINE-TIME
       MOVE SPACES TO OFFLINE-COPY-ID
       PERFORM LOAD-LOAN-POLICY
       PERFORM LOAD-CLOSURE-CALENDAR THRU LOAD-CLOSURE-CALENDAR-EXIT

      * Choice 97 is the homebound delivery run (HomeboundService.cbl),
      * which has already written its member_id,book_id pairs to
      * ../delivery-checkout.csv -- run them as a committed batch with
      * nobody at the keyboard.
       IF USER-CHOICE = 97
           MOVE "../delivery-checkout.csv" TO BATCH-PATH
           MOVE 'Y' TO UNATTENDED-FLAG
           PERFORM RUN-BATCH-CHECKOUT THRU RUN-BATCH-CHECKOUT-EXIT
           GOBACK
       END-IF

       IF USER-CHOICE = 99
           PERFORM RUN-SELFCHECK-CHECKOUT THRU
               RUN-SELFCHECK-CHECKOUT-EXIT
           GOBACK
       END-IF

       IF USER-CHOICE = 98
           PERFORM RUN-OFFLINE-CHECKOUT THRU
               RUN-OFFLINE-CHECKOUT-EXIT
           GOBACK
       END-IF

       PERFORM LOAD-MOBILE-SESSION THRU LOAD-MOBILE-SESSION-EXIT

       IF FUNCTION TRIM(PRESET-MEMBER-ID-L) NOT = SPACES
           MOVE PRESET-MEMBER-ID-L TO WS-MEMBER-ID
           DISPLAY "Enter/Scan Book ID: "
           DISPLAY "Enter/Scan Member ID: "
           ACCEPT WS-MEMBER-ID-RAW
           MOVE FUNCTION TRIM(WS-MEMBER-ID-RAW) TO WS-MEMBER-ID
           CALL "MemberAlert" USING WS-OPERATOR-ID-L, WS-MEMBER-ID,
               ALERT-PROGRAM
           DISPLAY "Enter/Scan Book ID: "
           ACCEPT WS-BOOK-ID-RAW
           MOVE FUNCTION TRIM(WS-BOOK-ID-RAW) TO WS-BOOK-ID
           MOVE 'N' TO BATCH-LINE-END
           OPEN INPUT BATCH-FILE
           IF BATCH-STATUS NOT = "00"
               DISPLAY "No batch file found at "
                   FUNCTION TRIM(BATCH-PATH)
               GO TO RUN-BATCH-CHECKOUT-EXIT
           END-IF
           MOVE 'N' TO PREVIEW-MODE-FLAG
           IF UNATTENDED-FLAG NOT = 'Y'
               DISPLAY "Preview only -- validate without committing "
                   "(Y/N)? "
               ACCEPT PREVIEW-MODE-FLAG
           END-IF
           PERFORM UNTIL BATCH-LINE-END = 'Y'
               READ BATCH-FILE
                   AT END
       RUN-BATCH-CHECKOUT-EXIT.
           EXIT.

      * One self-check machine check-out, unattended: no prompts, no
      * staff override, no fast-add -- a refusal goes back to the
      * machine with the preview's reason for it.
       RUN-SELFCHECK-CHECKOUT.
           MOVE "NO" TO SC-RESULT
           MOVE SPACES TO SC-REASON
           MOVE "../selfcheck-work.csv" TO BATCH-PATH
           MOVE 'Y' TO UNATTENDED-FLAG
           MOVE 'Y' TO SUPPRESS-HOLD-PROMPT
           MOVE SPACES TO WS-MEMBER-ID
           MOVE SPACES TO WS-BOOK-ID
           OPEN INPUT BATCH-FILE
           IF BATCH-STATUS NOT = "00"
               MOVE "no request to process" TO SC-REASON
               GO TO RUN-SELFCHECK-CHECKOUT-REPLY
           END-IF
           READ BATCH-FILE
               AT END
                   MOVE SPACES TO BATCH-REC
           END-READ
           CLOSE BATCH-FILE
           UNSTRING BATCH-REC DELIMITED BY ","
               INTO WS-MEMBER-ID, WS-BOOK-ID

           PERFORM VALIDATE-ONE-CHECKOUT THRU
               VALIDATE-ONE-CHECKOUT-EXIT
           IF CHECKOUT-RESULT-OK NOT = 'Y'
               MOVE PREVIEW-FAIL-REASON TO SC-REASON
               GO TO RUN-SELFCHECK-CHECKOUT-REPLY
           END-IF

           PERFORM PROCESS-ONE-CHECKOUT THRU PROCESS-ONE-CHECKOUT-EXIT
           IF CHECKOUT-RESULT-OK = 'Y'
               MOVE "OK" TO SC-RESULT
               MOVE "item lent" TO SC-REASON
           ELSE
               MOVE "item could not be lent -- please see staff"
                   TO SC-REASON
           END-IF.
       RUN-SELFCHECK-CHECKOUT-REPLY.
           OPEN OUTPUT SC-RESULT-FILE
           MOVE SPACES TO SC-RESULT-REC
           IF SC-RESULT = "OK"
               STRING SC-RESULT DELIMITED BY SIZE ","
                      FUNCTION TRIM(SC-REASON) DELIMITED BY SIZE ","
                      NEW-TRAN-ID DELIMITED BY SIZE ","
                      FUNCTION TRIM(END-DATE) DELIMITED BY SIZE ","
                      "0" DELIMITED BY SIZE
                   INTO SC-RESULT-REC
           ELSE
               STRING SC-RESULT DELIMITED BY SIZE ","
                      FUNCTION TRIM(SC-REASON) DELIMITED BY SIZE ",,,"
                      "0" DELIMITED BY SIZE
                   INTO SC-RESULT-REC
           END-IF
           WRITE SC-RESULT-REC
           CLOSE SC-RESULT-FILE.
       RUN-SELFCHECK-CHECKOUT-EXIT.
           EXIT.

      * One loan captured while the system was down, replayed by the
      * upload run: same checks and commit as a self-check loan, but
      * on the copy that was actually handed over, dated when it was.
      * A refusal goes back with its reason for the conflict report.
       RUN-OFFLINE-CHECKOUT.
           MOVE "NO" TO SC-RESULT
           MOVE SPACES TO SC-REASON
           MOVE "../offline-work.csv" TO BATCH-PATH
           MOVE 'Y' TO UNATTENDED-FLAG
           MOVE 'Y' TO SUPPRESS-HOLD-PROMPT
           MOVE SPACES TO WS-MEMBER-ID
           MOVE SPACES TO WS-BOOK-ID
           MOVE SPACES TO OFFLINE-DATE-RAW
           OPEN INPUT BATCH-FILE
           IF BATCH-STATUS NOT = "00"
               MOVE "no request to process" TO SC-REASON
               GO TO RUN-OFFLINE-CHECKOUT-REPLY
           END-IF
           READ BATCH-FILE
               AT END
                   MOVE SPACES TO BATCH-REC
           END-READ
           CLOSE BATCH-FILE
           UNSTRING BATCH-REC DELIMITED BY ","
               INTO WS-MEMBER-ID, WS-BOOK-ID, OFFLINE-COPY-ID,
                    OFFLINE-DATE-RAW, OFFLINE-TIME
           IF OFFLINE-COPY-ID = SPACES OR
              FUNCTION TRIM(OFFLINE-DATE-RAW) IS NOT NUMERIC
               MOVE "capture row incomplete" TO SC-REASON
               GO TO RUN-OFFLINE-CHECKOUT-REPLY
           END-IF
           MOVE OFFLINE-DATE-RAW(1:8) TO OFFLINE-DATE

           PERFORM VALIDATE-ONE-CHECKOUT THRU
               VALIDATE-ONE-CHECKOUT-EXIT
           IF CHECKOUT-RESULT-OK NOT = 'Y'
               MOVE PREVIEW-FAIL-REASON TO SC-REASON
               GO TO RUN-OFFLINE-CHECKOUT-REPLY
           END-IF

           PERFORM PROCESS-ONE-CHECKOUT THRU PROCESS-ONE-CHECKOUT-EXIT
           IF CHECKOUT-RESULT-OK = 'Y'
               MOVE "OK" TO SC-RESULT
               MOVE "loan recorded" TO SC-REASON
           ELSE
               MOVE "copy could not be lent" TO SC-REASON
           END-IF.
       RUN-OFFLINE-CHECKOUT-REPLY.
           OPEN OUTPUT OFFLINE-RESULT-FILE
           MOVE SPACES TO OFFLINE-RESULT-REC
           IF SC-RESULT = "OK"
               STRING SC-RESULT DELIMITED BY SIZE ","
                      FUNCTION TRIM(SC-REASON) DELIMITED BY SIZE ","
                      NEW-TRAN-ID DELIMITED BY SIZE ","
                      FUNCTION TRIM(END-DATE) DELIMITED BY SIZE ","
                      "0" DELIMITED BY SIZE
                   INTO OFFLINE-RESULT-REC
           ELSE
               STRING SC-RESULT DELIMITED BY SIZE ","
                      FUNCTION TRIM(SC-REASON) DELIMITED BY SIZE ",,,"
                      "0" DELIMITED BY SIZE
                   INTO OFFLINE-RESULT-REC
           END-IF
           WRITE OFFLINE-RESULT-REC
           CLOSE OFFLINE-RESULT-FILE.
       RUN-OFFLINE-CHECKOUT-EXIT.
           EXIT.

      * Read-only twin of PROCESS-ONE-CHECKOUT below -- runs the same
      * member, expiry, loan-limit, age-rating, availability and
      * advance-booking checks against the live files and reports the
               GO TO VALIDATE-ONE-CHECKOUT-REPORT
           END-IF

           CALL "BanCheck" USING WS-MEMBER-ID, BAN-ACTIVE-FLAG
           IF BAN-ACTIVE-FLAG = 'Y'
               MOVE "member account restricted"
                   TO PREVIEW-FAIL-REASON
               GO TO VALIDATE-ONE-CHECKOUT-REPORT
           END-IF

           PERFORM APPLY-TIER-RULES

           IF FUNCTION TRIM(MEMBER-EXPIRY) NOT = SPACES
               COMPUTE EXPIRY-INT =
                   FUNCTION INTEGER-OF-DATE(EXPIRY-YYYYMMDD)
               ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD
               IF OFFLINE-DATE NOT = 0
                   MOVE OFFLINE-DATE TO TODAY-YYYYMMDD
               END-IF
               COMPUTE TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD)
               IF TODAY-INT > EXPIRY-INT

      * Preview applies the juvenile restriction without the override
      * prompt -- a batch row can't produce a guardian.
           PERFORM CHECK-AGE-RESTRICTION-READONLY THRU
               CHECK-AGE-RESTRICTION-READONLY-EXIT
           IF RATING-BLOCKED = 'Y'
               MOVE "age-restricted title" TO PREVIEW-FAIL-REASON
               GO TO VALIDATE-ONE-CHECKOUT-REPORT
           GO TO PROCESS-ONE-CHECKOUT-EXIT
       END-IF

       CALL "BanCheck" USING WS-MEMBER-ID, BAN-ACTIVE-FLAG
       IF BAN-ACTIVE-FLAG = 'Y'
           DISPLAY "This account cannot be used at present. "
               "Please see a staff member."
           GO TO PROCESS-ONE-CHECKOUT-EXIT
       END-IF

       PERFORM APPLY-TIER-RULES

       IF FUNCTION TRIM(MEMBER-EXPIRY) NOT = SPACES
           COMPUTE EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE(EXPIRY-YYYYMMDD)
           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD
           IF OFFLINE-DATE NOT = 0
               MOVE OFFLINE-DATE TO TODAY-YYYYMMDD
           END-IF
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD)
           IF TODAY-INT > EXPIRY-INT
               MOVE 'Y' TO EXPIRED-FLAG
       IF OPEN-LOAN-COUNT >= WS-TIER-MAX-BOOKS
           DISPLAY "Member already has " OPEN-LOAN-COUNT
               " book(s) out. Borrowing limit reached."
           MOVE "LIMIT" TO EXCEPTION-TYPE
           PERFORM OFFER-STAFF-EXCEPTION THRU
               OFFER-STAFF-EXCEPTION-EXIT
           IF EXCEPTION-TAKEN NOT = 'Y'
               GO TO PROCESS-ONE-CHECKOUT-EXIT
           END-IF
       END-IF

       PERFORM CHECK-AGE-RESTRICTION THRU CHECK-AGE-RESTRICTION-EXIT
       PERFORM CHECK-BOOKING-CONFLICT THRU
           CHECK-BOOKING-CONFLICT-EXIT
       IF BOOKING-BLOCKED = 'Y'
           DISPLAY "This title is reserved by an advance booking "
               "over that loan window -- see the bookings desk."
           MOVE "BOOKING" TO EXCEPTION-TYPE
           PERFORM OFFER-STAFF-EXCEPTION THRU
               OFFER-STAFF-EXCEPTION-EXIT
           IF EXCEPTION-TAKEN NOT = 'Y'
               PERFORM RELEASE-BOOK-LOCK
               GO TO PROCESS-ONE-CHECKOUT-EXIT
           END-IF
       END-IF

       IF FOUND-BOOK NOT = 'Y'

       PERFORM NEXT-TRAN-SEQ
       PERFORM ASSIGN-AVAILABLE-COPY THRU ASSIGN-AVAILABLE-COPY-EXIT
      * A replayed loan must land on the copy the member walked out
      * with -- if that one is no longer free, nothing is committed.
       IF OFFLINE-COPY-ID NOT = SPACES AND CP-MATCH-IDX = 0
           PERFORM RELEASE-BOOK-LOCK
           DISPLAY "Copy " FUNCTION TRIM(OFFLINE-COPY-ID)
               " is not free to lend."
           GO TO PROCESS-ONE-CHECKOUT-EXIT
       END-IF

       MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY
       IF OFFLINE-DATE NOT = 0
           MOVE OFFLINE-DATE TO TODAY
       END-IF
       MOVE TODAY(1:4) TO WS-YEAR
       MOVE TODAY(5:2) TO WS-MONTH
       MOVE TODAY(7:2) TO WS-DAY
           INTO START-DATE

       MOVE FUNCTION CURRENT-DATE(9:4) TO WS-CK-TIME
       IF OFFLINE-DATE NOT = 0
           MOVE OFFLINE-TIME TO WS-CK-TIME
       END-IF
       MOVE SPACES TO WS-DUE-TIME
       MOVE BK-BRANCH(BK-MATCH-IDX) TO WS-LOAN-BRANCH
       PERFORM CHECK-COURSE-RESERVE THRU CHECK-COURSE-RESERVE-EXIT

       COMPUTE RES = FUNCTION INTEGER-OF-DATE (TODAY)
       MOVE 'N' TO MOBILE-DUE-SET
       IF BK-TYPE(BK-MATCH-IDX) = "EQUIPMENT" OR RESERVE-HIT = 'Y'
           PERFORM SET-EQUIPMENT-DUE-TIME
       ELSE
           IF MOBILE-STOP-ID NOT = SPACES
               PERFORM SET-MOBILE-DUE-DATE
                   THRU SET-MOBILE-DUE-DATE-EXIT
           ELSE
               ADD WS-TIER-DAYS TO RES
           END-IF
       END-IF
       IF MOBILE-DUE-SET NOT = 'Y'
           PERFORM SKIP-CLOSED-DAYS
       END-IF
       COMPUTE TODAY = FUNCTION DATE-OF-INTEGER (RES)
       MOVE TODAY(1:4) TO END-YEAR
       MOVE TODAY(5:2) TO END-MONTH
              WS-CK-TIME DELIMITED BY SIZE ","
              WS-DUE-TIME DELIMITED BY SIZE
           INTO LOG-REC
       MOVE LOG-REC TO JNL-IMAGE
       WRITE LOG-REC
       CLOSE LOG-FILE
       PERFORM JOURNAL-LOG-ROW
       PERFORM TAG-MOBILE-LOAN THRU TAG-MOBILE-LOAN-EXIT


       OPEN OUTPUT BOOK-TMP-FILE
               DISPLAY "Due time    : " WS-DUE-TIME(1:2) ":"
                   WS-DUE-TIME(3:2)
           END-IF
           IF MOBILE-STOP-ID NOT = SPACES
               DISPLAY "Bookmobile  : " MOBILE-STOP-ID " "
                   FUNCTION TRIM(MOBILE-VILLAGE)
           END-IF
           DISPLAY "Processed by: " WS-OPERATOR-ID-L
           DISPLAY RECEIPT-LINE

       CHECK-AGE-RESTRICTION-EXIT.
           EXIT.

       OFFER-STAFF-EXCEPTION.
           MOVE 'N' TO EXCEPTION-TAKEN
           IF WS-OPERATOR-ID-L = "KIOSK" OR
              SUPPRESS-HOLD-PROMPT = 'Y'
               GO TO OFFER-STAFF-EXCEPTION-EXIT
           END-IF
           DISPLAY "Override and lend anyway (Y/N)? "
           ACCEPT WS-OVERRIDE-ANSWER
           IF WS-OVERRIDE-ANSWER NOT = 'Y' AND
              WS-OVERRIDE-ANSWER NOT = 'y'
               GO TO OFFER-STAFF-EXCEPTION-EXIT
           END-IF
           DISPLAY "Reason for the override: "
           MOVE SPACES TO EXCEPTION-REASON
           ACCEPT EXCEPTION-REASON
           IF EXCEPTION-REASON = SPACES
               DISPLAY "A reason is required -- checkout refused."
               GO TO OFFER-STAFF-EXCEPTION-EXIT
           END-IF
           INSPECT EXCEPTION-REASON REPLACING ALL "," BY " "

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY
           OPEN EXTEND EXCEPTION-LOG-FILE
           IF EXCEPTION-LOG-STATUS = "05" OR
              EXCEPTION-LOG-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF
           MOVE SPACES TO EXCEPTION-LOG-REC
           STRING TODAY DELIMITED BY SIZE ","
                  FUNCTION TRIM(EXCEPTION-TYPE) DELIMITED BY SIZE ","
                  WS-MEMBER-ID DELIMITED BY SIZE ","
                  WS-BOOK-ID DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE ","
                  FUNCTION TRIM(EXCEPTION-REASON) DELIMITED BY SIZE
               INTO EXCEPTION-LOG-REC
           WRITE EXCEPTION-LOG-REC
           CLOSE EXCEPTION-LOG-FILE
           MOVE 'Y' TO EXCEPTION-TAKEN
           DISPLAY "Override recorded under staff "
               WS-OPERATOR-ID-L ".".
       OFFER-STAFF-EXCEPTION-EXIT.
           EXIT.

       RECORD-RATING-OVERRIDE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY
           OPEN EXTEND OVERRIDE-FILE
           WRITE HOLDS-REC
           CLOSE HOLDS-FILE

           PERFORM OFFER-ANY-EDITION-HOLD THRU
               OFFER-ANY-EDITION-HOLD-EXIT

           DISPLAY "You have been added to the holds queue."
           DISPLAY "Your position in line: " HOLD-POSITION
           DISPLAY "Estimated wait: " HOLD-WAIT-DAYS " day(s)".

      * Finds the work this title belongs to and, when the work has
      * another edition to fall back on, offers to take whichever one
      * comes free first.
       OFFER-ANY-EDITION-HOLD.
           MOVE SPACES TO WORK-HOLD-WORK
           MOVE 0 TO WORK-EDITION-CNT
           MOVE 'N' TO WORK-FILE-END
           OPEN INPUT WORK-EDITION-FILE
           IF WORK-EDITION-STATUS NOT = "00"
               GO TO OFFER-ANY-EDITION-HOLD-EXIT
           END-IF
           PERFORM UNTIL WORK-FILE-END = 'Y'
               READ WORK-EDITION-FILE
                   AT END
                       MOVE 'Y' TO WORK-FILE-END
                   NOT AT END
                       UNSTRING WORK-EDITION-REC DELIMITED BY ","
                           INTO WORK-ID-F WORK-BOOK-F
                       IF WORK-BOOK-F = WS-BOOK-ID
                           MOVE WORK-ID-F TO WORK-HOLD-WORK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-EDITION-FILE
           IF WORK-HOLD-WORK = SPACES
               GO TO OFFER-ANY-EDITION-HOLD-EXIT
           END-IF

           MOVE 'N' TO WORK-FILE-END
           OPEN INPUT WORK-EDITION-FILE
           PERFORM UNTIL WORK-FILE-END = 'Y'
               READ WORK-EDITION-FILE
                   AT END
                       MOVE 'Y' TO WORK-FILE-END
                   NOT AT END
                       UNSTRING WORK-EDITION-REC DELIMITED BY ","
                           INTO WORK-ID-F WORK-BOOK-F
                       IF WORK-ID-F = WORK-HOLD-WORK
                           ADD 1 TO WORK-EDITION-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-EDITION-FILE
           IF WORK-EDITION-CNT < 2
               GO TO OFFER-ANY-EDITION-HOLD-EXIT
           END-IF

           DISPLAY "This title has " WORK-EDITION-CNT
               " editions on file (work " WORK-HOLD-WORK ")."
           DISPLAY "Fill the hold from any edition (Y/N)? "
           ACCEPT WORK-ANY-ANSWER
           MOVE FUNCTION UPPER-CASE(WORK-ANY-ANSWER)
               TO WORK-ANY-ANSWER
           IF WORK-ANY-ANSWER NOT = 'Y'
               GO TO OFFER-ANY-EDITION-HOLD-EXIT
           END-IF

           OPEN EXTEND WORK-HOLD-FILE
           IF WORK-HOLD-STATUS = "05" OR WORK-HOLD-STATUS = "35"
               OPEN OUTPUT WORK-HOLD-FILE
           END-IF
           MOVE SPACES TO WORK-HOLD-REC
           STRING WS-BOOK-ID DELIMITED BY SIZE ","
                  WS-MEMBER-ID DELIMITED BY SIZE ","
                  HOLD-DATE DELIMITED BY SIZE ","
                  WORK-HOLD-WORK DELIMITED BY SIZE
               INTO WORK-HOLD-REC
           WRITE WORK-HOLD-REC
           CLOSE WORK-HOLD-FILE
           DISPLAY "Hold will be filled by the first edition free.".
       OFFER-ANY-EDITION-HOLD-EXIT.
           EXIT.

      * Counts existing WAITING/NOTIFIED holds on the same title ahead
      * of this one, so the member sees where they land in line --
      * each position ahead is assumed to hold the book for one loan
               WHEN "PREMIUM"
                   ADD 2 TO WS-TIER-MAX-BOOKS
                   ADD 7 TO WS-TIER-DAYS
               WHEN "VISITOR"
               WHEN "RECIPROCAL"
                   IF WS-TIER-MAX-BOOKS > VISITOR-MAX-BOOKS
                       MOVE VISITOR-MAX-BOOKS TO WS-TIER-MAX-BOOKS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                           INTO CP-ID-F, CP-BOOK-ID-F, CP-STATUS-F
                       IF CP-BOOK-ID-F = WS-BOOK-ID AND
                          FUNCTION TRIM(CP-STATUS-F) = "AVAILABLE" AND
                          (OFFLINE-COPY-ID = SPACES OR
                           CP-ID-F = OFFLINE-COPY-ID) AND
                          CP-MATCH-IDX = 0
                           MOVE CP-TOTAL TO CP-MATCH-IDX
                           MOVE CP-ID-F TO ASSIGNED-COPY-ID
                       END-IF
                       IF CP-BOOK-ID-F = WS-BOOK-ID AND
                          FUNCTION TRIM(CP-STATUS-F) = "HELD" AND
                          (OFFLINE-COPY-ID = SPACES OR
                           CP-ID-F = OFFLINE-COPY-ID) AND
                          CP-HELD-IDX = 0
                           MOVE CP-TOTAL TO CP-HELD-IDX
                           MOVE CP-ID-F TO CP-HELD-COPY-ID
           END-IF
           DISPLAY "Brief description (author/edition/anything): "
           ACCEPT FAST-ADD-DESC
           PERFORM ASK-FAST-ADD-LANGUAGE

      * The scanned barcode becomes the Book ID -- that is the label
      * on the physical item, so it has to resolve next scan.
           WRITE COPIES-REC
           CLOSE COPIES-FILE

           OPEN EXTEND TITLE-LANGUAGE-FILE
           IF TITLE-LANGUAGE-STATUS = "05" OR
              TITLE-LANGUAGE-STATUS = "35"
               OPEN OUTPUT TITLE-LANGUAGE-FILE
           END-IF
           MOVE SPACES TO TITLE-LANGUAGE-REC
           STRING WS-BOOK-ID DELIMITED BY SIZE ","
                  FAST-ADD-LANGUAGE DELIMITED BY SIZE
               INTO TITLE-LANGUAGE-REC
           WRITE TITLE-LANGUAGE-REC
           CLOSE TITLE-LANGUAGE-FILE

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY
           OPEN EXTEND REVIEW-FILE
           IF REVIEW-STATUS = "05" OR REVIEW-STATUS = "35"
                  FUNCTION TRIM(FAST-ADD-TITLE) DELIMITED BY SIZE ","
                  "PROVISIONAL" DELIMITED BY SIZE ","
                  TODAY DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE ","
                  WS-MEMBER-ID DELIMITED BY SIZE
               INTO REVIEW-REC
           WRITE REVIEW-REC
           CLOSE REVIEW-FILE
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-CK-TIME
           MOVE SPACES TO WS-DUE-TIME
           COMPUTE RES = FUNCTION INTEGER-OF-DATE (TODAY)
           MOVE "MAIN" TO WS-LOAN-BRANCH
           MOVE 'N' TO MOBILE-DUE-SET
           IF MOBILE-STOP-ID NOT = SPACES
               PERFORM SET-MOBILE-DUE-DATE
                   THRU SET-MOBILE-DUE-DATE-EXIT
           ELSE
               ADD WS-TIER-DAYS TO RES
           END-IF
           IF MOBILE-DUE-SET NOT = 'Y'
               PERFORM SKIP-CLOSED-DAYS
           END-IF
           COMPUTE TODAY = FUNCTION DATE-OF-INTEGER (RES)
           MOVE TODAY(1:4) TO END-YEAR
           MOVE TODAY(5:2) TO END-MONTH
                  WS-CK-TIME DELIMITED BY SIZE ","
                  WS-DUE-TIME DELIMITED BY SIZE
               INTO LOG-REC
           MOVE LOG-REC TO JNL-IMAGE
           WRITE LOG-REC
           CLOSE LOG-FILE
           PERFORM JOURNAL-LOG-ROW
           PERFORM TAG-MOBILE-LOAN THRU TAG-MOBILE-LOAN-EXIT

           PERFORM PRINT-CHECKOUT-RECEIPT
           DISPLAY "Fast-added and lent. Transaction ID: "
       FAST-ADD-AND-LEND-EXIT.
           EXIT.

       ASK-FAST-ADD-LANGUAGE.
           MOVE "MYA" TO LANGUAGE-ENTRY(1)
           MOVE "ENG" TO LANGUAGE-ENTRY(2)
           MOVE "SHN" TO LANGUAGE-ENTRY(3)
           MOVE "CHI" TO LANGUAGE-ENTRY(4)
           MOVE 4 TO LANGUAGE-COUNT
           OPEN INPUT LANGUAGE-FILE
           IF LANGUAGE-FILE-STATUS = "00"
               PERFORM UNTIL LANGUAGE-FILE-STATUS NOT = "00"
                   OR LANGUAGE-COUNT >= 20
                   READ LANGUAGE-FILE
                       AT END
                           MOVE "10" TO LANGUAGE-FILE-STATUS
                       NOT AT END
                           IF FUNCTION TRIM(LANGUAGE-REC) NOT = SPACES
                               ADD 1 TO LANGUAGE-COUNT
                               MOVE FUNCTION UPPER-CASE
                                   (FUNCTION TRIM(LANGUAGE-REC))
                                   TO LANGUAGE-ENTRY(LANGUAGE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LANGUAGE-FILE
           END-IF
           MOVE 'N' TO LANGUAGE-VALID-FLAG
           PERFORM UNTIL LANGUAGE-VALID-FLAG = 'Y'
               DISPLAY "Language code (MYA/ENG/SHN/CHI, blank = MYA): "
               ACCEPT FAST-ADD-LANGUAGE
               IF FAST-ADD-LANGUAGE = SPACES
                   MOVE "MYA" TO FAST-ADD-LANGUAGE
               END-IF
               MOVE FUNCTION UPPER-CASE(FAST-ADD-LANGUAGE)
                   TO FAST-ADD-LANGUAGE
               PERFORM VARYING LANGUAGE-IDX FROM 1 BY 1
                       UNTIL LANGUAGE-IDX > LANGUAGE-COUNT
                   IF LANGUAGE-ENTRY(LANGUAGE-IDX) = FAST-ADD-LANGUAGE
                       MOVE 'Y' TO LANGUAGE-VALID-FLAG
                   END-IF
               END-PERFORM
               IF LANGUAGE-VALID-FLAG = 'N'
                   DISPLAY "Unknown language code. Valid codes:"
                   PERFORM VARYING LANGUAGE-IDX FROM 1 BY 1
                           UNTIL LANGUAGE-IDX > LANGUAGE-COUNT
                       DISPLAY "  " LANGUAGE-ENTRY(LANGUAGE-IDX)
                   END-PERFORM
               END-IF
           END-PERFORM.

      * Overlap test between the would-be loan window (today
      * through the estimated due date, pre closure skips) and every
      * BOOKED row on the title.  The shelf must keep one copy per
           MOVE 0 TO BOOKING-OVERLAPS
           MOVE 'N' TO BOOKING-IS-MINE
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY
           IF OFFLINE-DATE NOT = 0
               MOVE OFFLINE-DATE TO TODAY
           END-IF
           COMPUTE WS-LOAN-FROM-INT =
               FUNCTION INTEGER-OF-DATE(TODAY)
           COMPUTE WS-LOAN-TO-INT = WS-LOAN-FROM-INT + WS-TIER-DAYS
           IF EQUIP-STATUS = "00" OR EQUIP-STATUS = "10"
               CLOSE EQUIP-HOURS-FILE
           END-IF
           IF RESERVE-HIT = 'Y'
               MOVE WS-RESERVE-HOURS TO WS-EQUIP-HOURS
           END-IF

           COMPUTE WS-NOW-MINUTES =
               (FUNCTION NUMVAL(WS-CK-TIME(1:2)) * 60) +
               INTO WS-DUE-TIME
           ADD WS-DUE-EXTRA-DAYS TO RES.

      * Is ASSIGNED-COPY-ID on a course reserve list that is in term
      * today (start date up to the day before the end date)?
       CHECK-COURSE-RESERVE.
           MOVE 'N' TO RESERVE-HIT
           MOVE 0 TO WS-RESERVE-HOURS
           MOVE SPACES TO WS-RESERVE-LIST
           IF ASSIGNED-COPY-ID = SPACES
               GO TO CHECK-COURSE-RESERVE-EXIT
           END-IF
           MOVE 'N' TO RESERVE-SCAN-EOF
           OPEN INPUT RESERVE-ITEM-FILE
           IF RESERVE-ITEM-STATUS NOT = "00"
               GO TO CHECK-COURSE-RESERVE-EXIT
           END-IF
           PERFORM UNTIL RESERVE-SCAN-EOF = 'Y'
               READ RESERVE-ITEM-FILE
                   AT END
                       MOVE 'Y' TO RESERVE-SCAN-EOF
                   NOT AT END
                       MOVE SPACES TO RI-STATUS-F
                       UNSTRING RESERVE-ITEM-REC DELIMITED BY ","
                           INTO RI-LIST-F, RI-COPY-F, RI-BOOK-F,
                                RI-HOURS-F, RI-STATUS-F
                       IF RI-COPY-F = ASSIGNED-COPY-ID AND
                          FUNCTION TRIM(RI-STATUS-F) = "ON_RESERVE"
                           MOVE RI-LIST-F TO WS-RESERVE-LIST
                           MOVE FUNCTION NUMVAL(RI-HOURS-F)
                               TO WS-RESERVE-HOURS
                           MOVE 'Y' TO RESERVE-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESERVE-ITEM-FILE
           IF WS-RESERVE-LIST = SPACES OR WS-RESERVE-HOURS = 0
               GO TO CHECK-COURSE-RESERVE-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-TODAY-NUM
           IF OFFLINE-DATE NOT = 0
               MOVE OFFLINE-DATE TO RL-TODAY-NUM
           END-IF
           MOVE 'N' TO RESERVE-SCAN-EOF
           OPEN INPUT RESERVE-LIST-FILE
           IF RESERVE-LIST-STATUS NOT = "00"
               GO TO CHECK-COURSE-RESERVE-EXIT
           END-IF
           PERFORM UNTIL RESERVE-SCAN-EOF = 'Y'
               READ RESERVE-LIST-FILE
                   AT END
                       MOVE 'Y' TO RESERVE-SCAN-EOF
                   NOT AT END
                       MOVE SPACES TO RL-STATUS-F
                       UNSTRING RESERVE-LIST-REC DELIMITED BY ","
                           INTO RL-ID-F, RL-COURSE-F, RL-INSTRUCTOR-F,
                                RL-START-F, RL-END-F, RL-STATUS-F
                       IF RL-ID-F = WS-RESERVE-LIST AND
                          FUNCTION TRIM(RL-STATUS-F) = "ACTIVE" AND
                          RL-START-F(3:1) = "/" AND
                          RL-END-F(3:1) = "/"
                           STRING RL-START-F(7:4) DELIMITED BY SIZE
                                  RL-START-F(1:2) DELIMITED BY SIZE
                                  RL-START-F(4:2) DELIMITED BY SIZE
                               INTO RL-START-NUM
                           STRING RL-END-F(7:4) DELIMITED BY SIZE
                                  RL-END-F(1:2) DELIMITED BY SIZE
                                  RL-END-F(4:2) DELIMITED BY SIZE
                               INTO RL-END-NUM
                           IF RL-TODAY-NUM >= RL-START-NUM AND
                              RL-TODAY-NUM < RL-END-NUM
                               MOVE 'Y' TO RESERVE-HIT
                               DISPLAY "Course reserve copy ("
                                   FUNCTION TRIM(RL-COURSE-F)
                                   ") -- " WS-RESERVE-HOURS
                                   "-hour loan."
                           END-IF
                           MOVE 'Y' TO RESERVE-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESERVE-LIST-FILE.
       CHECK-COURSE-RESERVE-EXIT.
           EXIT.

      * RES holds the candidate due date as an integer day -- keep
      * stepping it forward while it lands on a closure day.
       SKIP-CLOSED-DAYS.
               END-IF
           END-PERFORM.

      * The operator's bookmobile stop, if a session for today is
      * open on ../bookmobile-session.csv; blank means a branch desk
      * loan and the normal loan period.
       LOAD-MOBILE-SESSION.
           MOVE SPACES TO MOBILE-STOP-ID
           MOVE SPACES TO MOBILE-VILLAGE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-TODAY-NUM
           MOVE SPACES TO MP-TODAY-MMDDYYYY
           STRING RL-TODAY-NUM(5:2) DELIMITED BY SIZE "/"
                  RL-TODAY-NUM(7:2) DELIMITED BY SIZE "/"
                  RL-TODAY-NUM(1:4) DELIMITED BY SIZE
               INTO MP-TODAY-MMDDYYYY
           MOVE 'N' TO MOBILE-SCAN-EOF
           OPEN INPUT MOBILE-SESSION-FILE
           IF MOBILE-SESSION-STATUS NOT = "00"
               GO TO LOAD-MOBILE-SESSION-EXIT
           END-IF
           PERFORM UNTIL MOBILE-SCAN-EOF = 'Y'
               READ MOBILE-SESSION-FILE
                   AT END
                       MOVE 'Y' TO MOBILE-SCAN-EOF
                   NOT AT END
                       MOVE SPACES TO MS-DATE-F
                       UNSTRING MOBILE-SESSION-REC DELIMITED BY ","
                           INTO MS-OPERATOR-F, MS-STOP-F, MS-DATE-F
                       IF MS-OPERATOR-F = WS-OPERATOR-ID-L AND
                          MS-DATE-F = MP-TODAY-MMDDYYYY
                           MOVE MS-STOP-F TO MOBILE-STOP-ID
                           MOVE 'Y' TO MOBILE-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOBILE-SESSION-FILE
           IF MOBILE-STOP-ID NOT = SPACES
               DISPLAY "Bookmobile stop " MOBILE-STOP-ID
                   " -- loans are due on the van's next visit."
           END-IF.
       LOAD-MOBILE-SESSION-EXIT.
           EXIT.

      * Due on the stop's next scheduled visit after today: the first
      * visit date plus whole intervals, stepping a further interval
      * past any MOBILE (or library-wide) closure. A stop missing from
      * the schedule falls back to the normal loan period.
       SET-MOBILE-DUE-DATE.
           MOVE "MOBILE" TO WS-LOAN-BRANCH
           MOVE 0 TO MP-FIRST-INT
           MOVE 14 TO MP-INTERVAL
           MOVE 'N' TO MOBILE-SCAN-EOF
           OPEN INPUT MOBILE-STOP-FILE
           IF MOBILE-STOP-STATUS NOT = "00"
               MOVE 'Y' TO MOBILE-SCAN-EOF
           END-IF
           PERFORM UNTIL MOBILE-SCAN-EOF = 'Y'
               READ MOBILE-STOP-FILE
                   AT END
                       MOVE 'Y' TO MOBILE-SCAN-EOF
                   NOT AT END
                       MOVE SPACES TO MP-INTERVAL-F
                       UNSTRING MOBILE-STOP-REC DELIMITED BY ","
                           INTO MP-STOP-F, MP-VILLAGE-F, MP-FIRST-F,
                                MP-INTERVAL-F, MP-ARRIVE-F,
                                MP-STATUS-F
                       IF MP-STOP-F = MOBILE-STOP-ID AND
                          MP-FIRST-F(3:1) = "/"
                           MOVE MP-VILLAGE-F TO MOBILE-VILLAGE
                           STRING MP-FIRST-F(7:4) DELIMITED BY SIZE
                                  MP-FIRST-F(1:2) DELIMITED BY SIZE
                                  MP-FIRST-F(4:2) DELIMITED BY SIZE
                               INTO MP-FIRST-NUM
                           COMPUTE MP-FIRST-INT =
                               FUNCTION INTEGER-OF-DATE(MP-FIRST-NUM)
                           IF FUNCTION TRIM(MP-INTERVAL-F) IS NUMERIC
                               MOVE FUNCTION NUMVAL(MP-INTERVAL-F)
                                   TO MP-INTERVAL
                           END-IF
                           IF MP-INTERVAL = 0
                               MOVE 14 TO MP-INTERVAL
                           END-IF
                           MOVE 'Y' TO MOBILE-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF MOBILE-STOP-STATUS = "00" OR MOBILE-STOP-STATUS = "10"
               CLOSE MOBILE-STOP-FILE
           END-IF
           IF MP-FIRST-INT = 0
               ADD WS-TIER-DAYS TO RES
               GO TO SET-MOBILE-DUE-DATE-EXIT
           END-IF

           MOVE RES TO MP-TODAY-INT
           IF MP-TODAY-INT < MP-FIRST-INT
               MOVE MP-FIRST-INT TO RES
           ELSE
               COMPUTE MP-VISITS =
                   (MP-TODAY-INT - MP-FIRST-INT) / MP-INTERVAL + 1
               COMPUTE RES = MP-FIRST-INT + (MP-VISITS * MP-INTERVAL)
           END-IF
           MOVE 'Y' TO CLOSURE-HIT
           PERFORM UNTIL CLOSURE-HIT = 'N'
               MOVE 'N' TO CLOSURE-HIT
               PERFORM VARYING CL-IDX FROM 1 BY 1
                       UNTIL CL-IDX > CL-TOTAL
                   IF CL-DATE-INT(CL-IDX) = RES AND
                      (FUNCTION TRIM(CL-BRANCH(CL-IDX)) = SPACES OR
                       FUNCTION TRIM(CL-BRANCH(CL-IDX)) = "MOBILE")
                       MOVE 'Y' TO CLOSURE-HIT
                   END-IF
               END-PERFORM
               IF CLOSURE-HIT = 'Y'
                   ADD MP-INTERVAL TO RES
               END-IF
           END-PERFORM
           MOVE 'Y' TO MOBILE-DUE-SET.
       SET-MOBILE-DUE-DATE-EXIT.
           EXIT.

      * ../mobile-loans.csv (tran_id,stop_id,date,member_id,book_id)
      * -- the per-stop circulation Bookmobile.cbl reports from.
       TAG-MOBILE-LOAN.
           IF MOBILE-STOP-ID = SPACES
               GO TO TAG-MOBILE-LOAN-EXIT
           END-IF
           OPEN EXTEND MOBILE-LOAN-FILE
           IF MOBILE-LOAN-STATUS = "05" OR MOBILE-LOAN-STATUS = "35"
               OPEN OUTPUT MOBILE-LOAN-FILE
           END-IF
           MOVE SPACES TO MOBILE-LOAN-REC
           STRING NEW-TRAN-ID DELIMITED BY SIZE ","
                  MOBILE-STOP-ID DELIMITED BY SPACE ","
                  START-DATE DELIMITED BY SIZE ","
                  WS-MEMBER-ID DELIMITED BY SIZE ","
                  WS-BOOK-ID DELIMITED BY SIZE
               INTO MOBILE-LOAN-REC
           WRITE MOBILE-LOAN-REC
           CLOSE MOBILE-LOAN-FILE.
       TAG-MOBILE-LOAN-EXIT.
           EXIT.

       NEXT-TRAN-SEQ.
           PERFORM ACQUIRE-COUNTER-LOCK
           MOVE 0 TO CTR-NEXT-TRAN
           IF CTR-LOCK-ACQUIRED-FLAG = 'Y'
               PERFORM RELEASE-COUNTER-LOCK
           END-IF.

      * The loan row just appended (JNL-IMAGE) goes to the day journal
      * so DayRecovery.cbl can replay it onto last night's backup.
       JOURNAL-LOG-ROW.
           MOVE "ADD" TO JNL-MODE
           MOVE "log.csv" TO JNL-FILE
           CALL "DayJournal" USING JNL-MODE, JNL-PROGRAM, JNL-FILE,
               JNL-IMAGE.
