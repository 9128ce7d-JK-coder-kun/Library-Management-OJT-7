      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: 24-hour hold pickup lockers. ../locker-slots.csv is
      *          the occupancy file, one row per slot:
      *          slot,branch,status (FREE/OCCUPIED),copy_id,book_id,
      *          member_id,pickup_code,loaded yyyymmdd.
      *          HoldsPullList.cbl's scan-confirm loads a pulled copy
      *          into a FREE slot and sends the one-time pickup code in
      *          the HOLD_READY notice. The locker controller reports
      *          each door opened with a good code on
      *          ../locker-events.csv (slot,code,yyyymmdd,hhmm); this
      *          program takes that file over (../locker-events.work,
      *          as SelfCheckGateway.cbl and OfflineUpload.cbl do) and
      *          checks each pickup out to the member through
      *          BorrowBook.cbl -- choice 98 on ../offline-work.csv,
      *          the same one-copy, dated loan an offline upload makes,
      *          so the loan goes out on the copy in the slot at the
      *          moment it was collected, under the LOCKR station ID.
      *          The slot is freed and its code dies with the pickup.
      *          Every event is logged on ../locker-log.csv
      *          (run_stamp,slot,copy_id,member_id,yyyymmdd,hhmm,
      *          result,reason,operator); a pickup the desk rules
      *          refused is left for staff to settle by hand.
      *          Items still in a slot past the pickup window (policy
      *          .csv field 8, as NightlyBatch applies it), or whose
      *          hold is no longer NOTIFIED, are listed for staff to
      *          take out; emptying the slot leaves the copy HELD at
      *          the desk for whoever NightlyBatch promoted next, or
      *          sends it back to AVAILABLE when nobody is waiting.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldLockers.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKER-FILE ASSIGN TO "../locker-slots.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCKER-STATUS.
           SELECT LOCKER-TMP-FILE ASSIGN TO "../locker-slots.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EVENT-FILE ASSIGN TO "../locker-events.work"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.
           SELECT LOCKER-LOG-FILE ASSIGN TO "../locker-log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCKER-LOG-STATUS.
           SELECT WORK-FILE ASSIGN TO "../offline-work.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-STATUS.
           SELECT RESULT-FILE ASSIGN TO "../offline-result.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULT-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "../holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-STATUS.
           SELECT POLICY-FILE ASSIGN TO "../policy.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POLICY-STATUS.
           SELECT COPIES-FILE ASSIGN TO "../copies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPIES-STATUS.
           SELECT COPIES-TMP-FILE ASSIGN TO "../copies.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKER-FILE.
       01  LOCKER-REC         PIC X(100).
       FD  LOCKER-TMP-FILE.
       01  LOCKER-TMP-REC     PIC X(100).
       FD  EVENT-FILE.
       01  EVENT-REC          PIC X(100).
       FD  LOCKER-LOG-FILE.
       01  LOCKER-LOG-REC     PIC X(200).
       FD  WORK-FILE.
       01  WORK-REC           PIC X(100).
       FD  RESULT-FILE.
       01  RESULT-REC         PIC X(200).
       FD  HOLDS-FILE.
       01  HOLDS-REC          PIC X(200).
       FD  POLICY-FILE.
       01  POLICY-REC         PIC X(100).
       FD  COPIES-FILE.
       01  COPIES-REC         PIC X(100).
       FD  COPIES-TMP-FILE.
       01  COPIES-TMP-REC     PIC X(100).

       WORKING-STORAGE SECTION.
       01  LOCKER-STATUS      PIC XX.
       01  EVENT-STATUS       PIC XX.
       01  LOCKER-LOG-STATUS  PIC XX.
       01  WORK-STATUS        PIC XX.
       01  RESULT-STATUS      PIC XX.
       01  HOLDS-STATUS       PIC XX.
       01  POLICY-STATUS      PIC XX.
       01  COPIES-STATUS      PIC XX.
       01  RENAME-STATUS      PIC S9(9) COMP-5.
       01  FILE-END           PIC X VALUE 'N'.

       01  LOCKER-REAL-PATH   PIC X(40) VALUE "../locker-slots.csv".
       01  LOCKER-TMP-PATH    PIC X(40) VALUE "../locker-slots.csv.tmp".
       01  EVENT-REAL-PATH    PIC X(40) VALUE "../locker-events.csv".
       01  EVENT-WORK-PATH    PIC X(40) VALUE "../locker-events.work".
       01  WORK-PATH          PIC X(40) VALUE "../offline-work.csv".
       01  RESULT-PATH        PIC X(40) VALUE "../offline-result.csv".
       01  COPIES-REAL-PATH   PIC X(40) VALUE "../copies.csv".
       01  COPIES-TMP-PATH    PIC X(40) VALUE "../copies.csv.tmp".

       01  WS-MENU-CHOICE     PIC 9.
       01  WS-CALL-CHOICE     PIC 9(3) VALUE 98.
       01  WS-LOCKER-STATION  PIC X(5) VALUE "LOCKR".
       01  WS-RUN-STAMP       PIC X(12).
       01  WS-SLOT-RAW        PIC X(20).
       01  WS-SLOT-ID         PIC X(6).
       01  WS-BRANCH-RAW      PIC X(20).
       01  WS-BRANCH          PIC X(10).
       01  ADD-DONE           PIC X VALUE 'N'.

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
       01  LS-MATCH-IDX       PIC 9(3).
       01  LS-FREE-COUNT      PIC 9(3).
       01  LS-BUSY-COUNT      PIC 9(3).

      * locker-events.csv: slot,code,yyyymmdd,hhmm
       01  EV-SLOT-F          PIC X(6).
       01  EV-CODE-F          PIC X(6).
       01  EV-DATE-F          PIC X(8).
       01  EV-TIME-F          PIC X(4).
       01  EV-COPY            PIC X(8).
       01  EV-MEMBER          PIC X(5).

      * What became of the pickup being booked.
       01  RS-RESULT          PIC X(2).
       01  RS-REASON          PIC X(60).
       01  RS-TRAN            PIC X(5).
       01  RS-DATE            PIC X(10).
       01  RS-AMOUNT-RAW      PIC X(10).

       01  CNT-LENT           PIC 9(5) VALUE 0.
       01  CNT-REFUSED        PIC 9(5) VALUE 0.
       01  CNT-REJECTED       PIC 9(5) VALUE 0.
       01  CNT-LISTED         PIC 9(5) VALUE 0.

      * Holds, to tell a live locker pickup from a lapsed one.
       01  HH-BOOK-F          PIC X(5).
       01  HH-MEMBER-F        PIC X(5).
       01  HH-DATE-F          PIC X(10).
       01  HH-STATUS-F        PIC X(10).
       01  HOLD-OPEN          PIC X VALUE 'N'.
       01  NEXT-HOLDER        PIC X(5).

       01  POLICY-SKIP-F      PIC X(10).
       01  POLICY-PICKUP-F    PIC X(10).
       01  PICKUP-WINDOW-DAYS PIC 9(3) VALUE 5.
       01  SYS-DATE           PIC 9(8).
       01  SYS-DATE-INT       PIC 9(8).
       01  LOADED-NUM         PIC 9(8).
       01  LOADED-AGE         PIC S9(5).
       01  LOADED-AGE-OUT     PIC ZZZZ9.
       01  UNCOLLECTED-WHY    PIC X(30).

       01  CP-ID-F            PIC X(8).
       01  CP-BOOK-ID-F       PIC X(5).
       01  CP-STATUS-F        PIC X(12).
       01  COPIES-DATA.
           05 COPIES-LINE OCCURS 500 TIMES.
               10 CP-DATA     PIC X(100).
       01  CP-IDX             PIC 9(3) VALUE 0.
       01  CP-TOTAL           PIC 9(3) VALUE 0.
       01  CP-CHANGED         PIC X VALUE 'N'.

       01  HEADER-LINE        PIC X(65) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*        Hold Pickup Lockers              *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Locker occupancy"
           DISPLAY "2. Add locker slots"
           DISPLAY "3. Process locker pickups"
           DISPLAY "4. Uncollected items to remove"
           DISPLAY "5. Empty a slot (item taken out by staff)"
           DISPLAY "6. Exit"
           DISPLAY "Enter your choice (1-6): "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM SHOW-OCCUPANCY
               WHEN 2
                   PERFORM ADD-LOCKER-SLOTS THRU ADD-LOCKER-SLOTS-EXIT
               WHEN 3
                   PERFORM RUN-PICKUPS THRU RUN-PICKUPS-EXIT
               WHEN 4
                   PERFORM SHOW-UNCOLLECTED
               WHEN 5
                   PERFORM EMPTY-ONE-SLOT THRU EMPTY-ONE-SLOT-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

      * The pickup code is not shown -- it belongs to the member, and
      * a lost one is settled by taking the item out to the desk.
       SHOW-OCCUPANCY.
           PERFORM LOAD-LOCKER-TABLE
           IF LS-TOTAL = 0
               DISPLAY "No locker slots on file -- add them first."
           ELSE
               MOVE 0 TO LS-FREE-COUNT
               MOVE 0 TO LS-BUSY-COUNT
               DISPLAY " "
               DISPLAY "PICKUP LOCKER OCCUPANCY"
               DISPLAY HEADER-LINE
               DISPLAY "SLOT   BRANCH     STATUS   COPY     BOOK  "
                   "MEMBER LOADED"
               DISPLAY HEADER-LINE
               PERFORM VARYING LS-IDX FROM 1 BY 1
                       UNTIL LS-IDX > LS-TOTAL
                   IF FUNCTION TRIM(LS-STATUS(LS-IDX)) = "OCCUPIED"
                       ADD 1 TO LS-BUSY-COUNT
                   ELSE
                       ADD 1 TO LS-FREE-COUNT
                   END-IF
                   DISPLAY LS-SLOT(LS-IDX) " " LS-BRANCH(LS-IDX) " "
                       LS-STATUS(LS-IDX) " " LS-COPY(LS-IDX) " "
                       LS-BOOK(LS-IDX) " " LS-MEMBER(LS-IDX) "  "
                       LS-LOADED(LS-IDX)
               END-PERFORM
               DISPLAY HEADER-LINE
               DISPLAY LS-BUSY-COUNT " occupied, " LS-FREE-COUNT
                   " free."
           END-IF.

      * One slot ID per line, as labelled on the locker door; blank
      * ends. A slot already on file is not added twice.
       ADD-LOCKER-SLOTS.
           DISPLAY "Branch the locker bank stands at (ENTER = MAIN): "
           ACCEPT WS-BRANCH-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BRANCH-RAW))
               TO WS-BRANCH
           IF WS-BRANCH = SPACES
               MOVE "MAIN" TO WS-BRANCH
           END-IF
           PERFORM LOAD-LOCKER-TABLE
           MOVE 'N' TO ADD-DONE
           PERFORM UNTIL ADD-DONE = 'Y'
               DISPLAY "Slot ID (blank to finish): "
               ACCEPT WS-SLOT-RAW
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SLOT-RAW))
                   TO WS-SLOT-ID
               IF WS-SLOT-ID = SPACES
                   MOVE 'Y' TO ADD-DONE
               ELSE
                   PERFORM ADD-ONE-SLOT
               END-IF
           END-PERFORM
           PERFORM SAVE-LOCKER-TABLE
           DISPLAY LS-TOTAL " slot(s) on file.".
       ADD-LOCKER-SLOTS-EXIT.
           EXIT.

       ADD-ONE-SLOT.
           PERFORM FIND-SLOT
           IF LS-MATCH-IDX > 0
               DISPLAY "Slot " FUNCTION TRIM(WS-SLOT-ID)
                   " is already on file."
           ELSE
               IF LS-TOTAL < 200
                   ADD 1 TO LS-TOTAL
                   MOVE SPACES TO LOCKER-ENTRY(LS-TOTAL)
                   MOVE WS-SLOT-ID TO LS-SLOT(LS-TOTAL)
                   MOVE WS-BRANCH TO LS-BRANCH(LS-TOTAL)
                   MOVE "FREE" TO LS-STATUS(LS-TOTAL)
               ELSE
                   DISPLAY "Locker file is full (200 slots)."
                   MOVE 'Y' TO ADD-DONE
               END-IF
           END-IF.

      * The rename is the hand-off, as in SelfCheckGateway.cbl: the
      * controller reporting after it simply starts a fresh file, and
      * a work file left by an interrupted run is finished first.
       RUN-PICKUPS.
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-RUN-STAMP
           MOVE 0 TO CNT-LENT
           MOVE 0 TO CNT-REFUSED
           MOVE 0 TO CNT-REJECTED
           OPEN INPUT EVENT-FILE
           IF EVENT-STATUS = "00"
               DISPLAY "Finishing pickups left by an interrupted run."
           ELSE
               CALL "CBL_RENAME_FILE" USING EVENT-REAL-PATH
                   EVENT-WORK-PATH
                   RETURNING RENAME-STATUS
               END-CALL
               IF RENAME-STATUS NOT = 0
                   DISPLAY "No locker pickups waiting."
                   GO TO RUN-PICKUPS-EXIT
               END-IF
               OPEN INPUT EVENT-FILE
               IF EVENT-STATUS NOT = "00"
                   DISPLAY "No locker pickups waiting."
                   GO TO RUN-PICKUPS-EXIT
               END-IF
           END-IF

           MOVE 'N' TO FILE-END
           PERFORM UNTIL FILE-END = 'Y'
               READ EVENT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF EVENT-REC NOT = SPACES
                           PERFORM BOOK-ONE-PICKUP THRU
                               BOOK-ONE-PICKUP-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-FILE

           CALL "CBL_DELETE_FILE" USING EVENT-WORK-PATH
               RETURNING RENAME-STATUS
           END-CALL
           CALL "CBL_DELETE_FILE" USING WORK-PATH
               RETURNING RENAME-STATUS
           END-CALL
           CALL "CBL_DELETE_FILE" USING RESULT-PATH
               RETURNING RENAME-STATUS
           END-CALL
           DISPLAY " "
           DISPLAY "Locker pickups " WS-RUN-STAMP " done."
           DISPLAY "  Checked out:         " CNT-LENT
           DISPLAY "  Loan refused:        " CNT-REFUSED
           DISPLAY "  Not a live pickup:   " CNT-REJECTED
           IF CNT-REFUSED > 0
               DISPLAY "Refused pickups left the locker all the "
                   "same -- see ../locker-log.csv and settle them "
                   "at the desk."
           END-IF.
       RUN-PICKUPS-EXIT.
           EXIT.

      * The door only opens on the slot's code, so a good event means
      * the item is gone: the slot is freed even when the desk rules
      * refuse the loan, and the refusal is logged for staff.
       BOOK-ONE-PICKUP.
           MOVE SPACES TO EV-SLOT-F EV-CODE-F EV-DATE-F EV-TIME-F
           MOVE SPACES TO EV-COPY EV-MEMBER
           UNSTRING EVENT-REC DELIMITED BY ","
               INTO EV-SLOT-F, EV-CODE-F, EV-DATE-F, EV-TIME-F
           IF EV-DATE-F IS NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO EV-DATE-F
               MOVE FUNCTION CURRENT-DATE(9:4) TO EV-TIME-F
           END-IF
           IF EV-TIME-F IS NOT NUMERIC
               MOVE "0000" TO EV-TIME-F
           END-IF
           MOVE "NO" TO RS-RESULT
           MOVE SPACES TO RS-REASON

           PERFORM LOAD-LOCKER-TABLE
           MOVE EV-SLOT-F TO WS-SLOT-ID
           PERFORM FIND-SLOT
           IF LS-MATCH-IDX = 0
               MOVE "no such locker slot" TO RS-REASON
               ADD 1 TO CNT-REJECTED
               GO TO BOOK-ONE-PICKUP-LOG
           END-IF
           MOVE LS-COPY(LS-MATCH-IDX) TO EV-COPY
           MOVE LS-MEMBER(LS-MATCH-IDX) TO EV-MEMBER
           IF FUNCTION TRIM(LS-STATUS(LS-MATCH-IDX)) NOT = "OCCUPIED"
               MOVE "slot already empty" TO RS-REASON
               ADD 1 TO CNT-REJECTED
               GO TO BOOK-ONE-PICKUP-LOG
           END-IF
           IF LS-CODE(LS-MATCH-IDX) NOT = EV-CODE-F
               MOVE "pickup code does not match slot" TO RS-REASON
               ADD 1 TO CNT-REJECTED
               GO TO BOOK-ONE-PICKUP-LOG
           END-IF

           MOVE SPACES TO WORK-REC
           STRING FUNCTION TRIM(LS-MEMBER(LS-MATCH-IDX))
                      DELIMITED BY SIZE ","
                  FUNCTION TRIM(LS-BOOK(LS-MATCH-IDX))
                      DELIMITED BY SIZE ","
                  FUNCTION TRIM(LS-COPY(LS-MATCH-IDX))
                      DELIMITED BY SIZE ","
                  EV-DATE-F DELIMITED BY SIZE ","
                  EV-TIME-F DELIMITED BY SIZE
               INTO WORK-REC
           PERFORM WRITE-WORK-REQUEST
           CALL "BorrowBook" USING WS-CALL-CHOICE, WS-LOCKER-STATION,
               EV-MEMBER
           CANCEL "BorrowBook"
           PERFORM READ-DESK-RESULT
           IF RS-RESULT = "OK"
               ADD 1 TO CNT-LENT
           ELSE
               ADD 1 TO CNT-REFUSED
           END-IF

           MOVE "FREE" TO LS-STATUS(LS-MATCH-IDX)
           MOVE SPACES TO LS-COPY(LS-MATCH-IDX)
           MOVE SPACES TO LS-BOOK(LS-MATCH-IDX)
           MOVE SPACES TO LS-MEMBER(LS-MATCH-IDX)
           MOVE SPACES TO LS-CODE(LS-MATCH-IDX)
           MOVE SPACES TO LS-LOADED(LS-MATCH-IDX)
           PERFORM SAVE-LOCKER-TABLE.
       BOOK-ONE-PICKUP-LOG.
           DISPLAY "  Slot " EV-SLOT-F " " EV-COPY " " EV-MEMBER " "
               RS-RESULT " " FUNCTION TRIM(RS-REASON)
           OPEN EXTEND LOCKER-LOG-FILE
           IF LOCKER-LOG-STATUS = "05" OR LOCKER-LOG-STATUS = "35"
               OPEN OUTPUT LOCKER-LOG-FILE
           END-IF
           MOVE SPACES TO LOCKER-LOG-REC
           STRING WS-RUN-STAMP DELIMITED BY SIZE ","
                  FUNCTION TRIM(EV-SLOT-F) DELIMITED BY SIZE ","
                  FUNCTION TRIM(EV-COPY) DELIMITED BY SIZE ","
                  FUNCTION TRIM(EV-MEMBER) DELIMITED BY SIZE ","
                  EV-DATE-F DELIMITED BY SIZE ","
                  EV-TIME-F DELIMITED BY SIZE ","
                  RS-RESULT DELIMITED BY SIZE ","
                  FUNCTION TRIM(RS-REASON) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-OPERATOR-ID-L) DELIMITED BY SIZE
               INTO LOCKER-LOG-REC
           WRITE LOCKER-LOG-REC
           CLOSE LOCKER-LOG-FILE.
       BOOK-ONE-PICKUP-EXIT.
           EXIT.

      * A stale answer from the pickup before must never be read as
      * this one's, so the result file goes before the call is made.
       WRITE-WORK-REQUEST.
           CALL "CBL_DELETE_FILE" USING RESULT-PATH
               RETURNING RENAME-STATUS
           END-CALL
           OPEN OUTPUT WORK-FILE
           WRITE WORK-REC
           CLOSE WORK-FILE.

       READ-DESK-RESULT.
           OPEN INPUT RESULT-FILE
           IF RESULT-STATUS NOT = "00"
               MOVE "NO" TO RS-RESULT
               MOVE "transaction not completed" TO RS-REASON
           ELSE
               MOVE SPACES TO RESULT-REC
               READ RESULT-FILE
                   AT END
                       MOVE SPACES TO RESULT-REC
               END-READ
               CLOSE RESULT-FILE
               UNSTRING RESULT-REC DELIMITED BY ","
                   INTO RS-RESULT, RS-REASON, RS-TRAN, RS-DATE,
                        RS-AMOUNT-RAW
               IF RS-RESULT NOT = "OK"
                   MOVE "NO" TO RS-RESULT
               END-IF
           END-IF.

      * An item is due out of its slot once the member's hold is no
      * longer NOTIFIED (NightlyBatch cancels it after the pickup
      * window and promotes the next hold) or once it has sat longer
      * than the window, whichever staff see first.
       SHOW-UNCOLLECTED.
           PERFORM LOAD-PICKUP-POLICY
           MOVE FUNCTION CURRENT-DATE(1:8) TO SYS-DATE
           COMPUTE SYS-DATE-INT = FUNCTION INTEGER-OF-DATE(SYS-DATE)
           PERFORM LOAD-LOCKER-TABLE
           MOVE 0 TO CNT-LISTED
           DISPLAY " "
           DISPLAY "UNCOLLECTED LOCKER ITEMS -- take out to the desk"
           DISPLAY "Pickup window: " PICKUP-WINDOW-DAYS " day(s)"
           DISPLAY HEADER-LINE
           DISPLAY "SLOT   BRANCH     COPY     BOOK  MEMBER LOADED   "
               "DAYS  WHY"
           DISPLAY HEADER-LINE
           PERFORM VARYING LS-IDX FROM 1 BY 1 UNTIL LS-IDX > LS-TOTAL
               IF FUNCTION TRIM(LS-STATUS(LS-IDX)) = "OCCUPIED"
                   PERFORM CHECK-SLOT-UNCOLLECTED
                   IF UNCOLLECTED-WHY NOT = SPACES
                       ADD 1 TO CNT-LISTED
                       MOVE LOADED-AGE TO LOADED-AGE-OUT
                       DISPLAY LS-SLOT(LS-IDX) " " LS-BRANCH(LS-IDX)
                           " " LS-COPY(LS-IDX) " " LS-BOOK(LS-IDX)
                           " " LS-MEMBER(LS-IDX) "  "
                           LS-LOADED(LS-IDX) " " LOADED-AGE-OUT " "
                           FUNCTION TRIM(UNCOLLECTED-WHY)
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY HEADER-LINE
           DISPLAY CNT-LISTED " item(s) to take out. Empty each slot "
               "here (option 5) once the item is in hand.".

       CHECK-SLOT-UNCOLLECTED.
           MOVE SPACES TO UNCOLLECTED-WHY
           MOVE 0 TO LOADED-AGE
           IF LS-LOADED(LS-IDX) IS NUMERIC
               MOVE LS-LOADED(LS-IDX) TO LOADED-NUM
               COMPUTE LOADED-AGE = SYS-DATE-INT -
                   FUNCTION INTEGER-OF-DATE(LOADED-NUM)
           END-IF
           PERFORM CHECK-HOLD-STILL-OPEN
           IF HOLD-OPEN NOT = 'Y'
               MOVE "hold no longer open" TO UNCOLLECTED-WHY
           ELSE
               IF LOADED-AGE > PICKUP-WINDOW-DAYS
                   MOVE "past pickup window" TO UNCOLLECTED-WHY
               END-IF
           END-IF.

      * HOLD-OPEN = 'Y' when slot LS-IDX's member still has their
      * NOTIFIED hold on its book; NEXT-HOLDER is any other member
      * with a NOTIFIED hold on the same book.
       CHECK-HOLD-STILL-OPEN.
           MOVE 'N' TO HOLD-OPEN
           MOVE SPACES TO NEXT-HOLDER
           MOVE 'N' TO FILE-END
           OPEN INPUT HOLDS-FILE
           IF HOLDS-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ HOLDS-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING HOLDS-REC DELIMITED BY ","
                           INTO HH-BOOK-F, HH-MEMBER-F, HH-DATE-F,
                                HH-STATUS-F
                       IF HH-BOOK-F = LS-BOOK(LS-IDX) AND
                          FUNCTION TRIM(HH-STATUS-F) = "NOTIFIED"
                           IF HH-MEMBER-F = LS-MEMBER(LS-IDX)
                               MOVE 'Y' TO HOLD-OPEN
                           ELSE
                               MOVE HH-MEMBER-F TO NEXT-HOLDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF HOLDS-STATUS = "00" OR HOLDS-STATUS = "10"
               CLOSE HOLDS-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Staff have the item in hand: the slot is freed and its code is
      * void. The copy stays HELD when a hold on the title is still
      * NOTIFIED -- the original member's, or the one NightlyBatch
      * promoted -- and goes back to AVAILABLE when nobody is waiting.
       EMPTY-ONE-SLOT.
           DISPLAY "Slot emptied: "
           ACCEPT WS-SLOT-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SLOT-RAW))
               TO WS-SLOT-ID
           PERFORM LOAD-LOCKER-TABLE
           PERFORM FIND-SLOT
           IF LS-MATCH-IDX = 0
               DISPLAY "No slot " FUNCTION TRIM(WS-SLOT-ID)
                   " on file."
               GO TO EMPTY-ONE-SLOT-EXIT
           END-IF
           IF FUNCTION TRIM(LS-STATUS(LS-MATCH-IDX)) NOT = "OCCUPIED"
               DISPLAY "Slot " FUNCTION TRIM(WS-SLOT-ID)
                   " is already empty."
               GO TO EMPTY-ONE-SLOT-EXIT
           END-IF

           MOVE LS-MATCH-IDX TO LS-IDX
           PERFORM CHECK-HOLD-STILL-OPEN
           MOVE LS-COPY(LS-MATCH-IDX) TO EV-COPY
           MOVE LS-MEMBER(LS-MATCH-IDX) TO EV-MEMBER
           MOVE "FREE" TO LS-STATUS(LS-MATCH-IDX)
           MOVE SPACES TO LS-COPY(LS-MATCH-IDX)
           MOVE SPACES TO LS-BOOK(LS-MATCH-IDX)
           MOVE SPACES TO LS-MEMBER(LS-MATCH-IDX)
           MOVE SPACES TO LS-CODE(LS-MATCH-IDX)
           MOVE SPACES TO LS-LOADED(LS-MATCH-IDX)
           PERFORM SAVE-LOCKER-TABLE

           EVALUATE TRUE
               WHEN HOLD-OPEN = 'Y'
                   DISPLAY "Copy " FUNCTION TRIM(EV-COPY)
                       " stays HELD at the desk for member " EV-MEMBER
                       " -- their code no longer opens the locker."
               WHEN NEXT-HOLDER NOT = SPACES
                   DISPLAY "Copy " FUNCTION TRIM(EV-COPY)
                       " stays HELD at the desk for member "
                       NEXT-HOLDER ", already notified."
               WHEN OTHER
                   PERFORM RELEASE-HELD-COPY
                   DISPLAY "Nobody is waiting -- copy "
                       FUNCTION TRIM(EV-COPY)
                       " is AVAILABLE again; reshelve it."
           END-EVALUATE.
       EMPTY-ONE-SLOT-EXIT.
           EXIT.

       RELEASE-HELD-COPY.
           MOVE 0 TO CP-TOTAL
           MOVE 'N' TO CP-CHANGED
           MOVE 'N' TO FILE-END
           OPEN INPUT COPIES-FILE
           IF COPIES-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ COPIES-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF CP-TOTAL < 500
                           ADD 1 TO CP-TOTAL
                           MOVE COPIES-REC TO CP-DATA(CP-TOTAL)
                           MOVE SPACES TO CP-STATUS-F
                           UNSTRING COPIES-REC DELIMITED BY ","
                               INTO CP-ID-F, CP-BOOK-ID-F, CP-STATUS-F
                           IF CP-ID-F = EV-COPY AND
                              FUNCTION TRIM(CP-STATUS-F) = "HELD"
                               MOVE SPACES TO CP-DATA(CP-TOTAL)
                               STRING FUNCTION TRIM(CP-ID-F)
                                          DELIMITED BY SIZE ","
                                      CP-BOOK-ID-F
                                          DELIMITED BY SIZE ","
                                      "AVAILABLE" DELIMITED BY SIZE
                                   INTO CP-DATA(CP-TOTAL)
                               MOVE 'Y' TO CP-CHANGED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF COPIES-STATUS = "00" OR COPIES-STATUS = "10"
               CLOSE COPIES-FILE
           END-IF
           MOVE 'N' TO FILE-END
           IF CP-CHANGED = 'Y'
               OPEN OUTPUT COPIES-TMP-FILE
               PERFORM VARYING CP-IDX FROM 1 BY 1
                       UNTIL CP-IDX > CP-TOTAL
                   MOVE CP-DATA(CP-IDX) TO COPIES-TMP-REC
                   WRITE COPIES-TMP-REC
               END-PERFORM
               CLOSE COPIES-TMP-FILE
               CALL "CBL_RENAME_FILE" USING COPIES-TMP-PATH
                   COPIES-REAL-PATH
                   RETURNING RENAME-STATUS
               END-CALL
           END-IF.

       FIND-SLOT.
           MOVE 0 TO LS-MATCH-IDX
           PERFORM VARYING LS-IDX FROM 1 BY 1 UNTIL LS-IDX > LS-TOTAL
               IF LS-SLOT(LS-IDX) = WS-SLOT-ID
                   MOVE LS-IDX TO LS-MATCH-IDX
               END-IF
           END-PERFORM.

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

       SAVE-LOCKER-TABLE.
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

      * policy.csv field 8 is the pickup window NightlyBatch expires
      * NOTIFIED holds by; 5 days when it is not set.
       LOAD-PICKUP-POLICY.
           MOVE 5 TO PICKUP-WINDOW-DAYS
           OPEN INPUT POLICY-FILE
           IF POLICY-STATUS = "00"
               READ POLICY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO POLICY-PICKUP-F
                       UNSTRING POLICY-REC DELIMITED BY ","
                           INTO POLICY-SKIP-F, POLICY-SKIP-F,
                                POLICY-SKIP-F, POLICY-SKIP-F,
                                POLICY-SKIP-F, POLICY-SKIP-F,
                                POLICY-SKIP-F, POLICY-PICKUP-F
                       IF FUNCTION TRIM(POLICY-PICKUP-F) NOT = SPACES
                           MOVE FUNCTION NUMVAL(POLICY-PICKUP-F)
                               TO PICKUP-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE POLICY-FILE
           END-IF.

       END PROGRAM HoldLockers.
