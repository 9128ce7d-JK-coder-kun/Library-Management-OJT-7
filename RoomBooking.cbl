      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Meeting and study room bookings -- replaces the
      *          paper diary at the front desk. Rooms live on a
      *          room master (../rooms.csv: room_id,name,branch,
      *          capacity,hourly_fee,status) and bookings on
      *          ../room-bookings.csv (booking_id,room_id,member_id,
      *          date,start_hhmm,end_hhmm,status,fee,operator). A
      *          slot is refused if it overlaps another BOOKED slot
      *          in the same room, falls on a closures.csv date for
      *          everybody or for the room's own branch, or the
      *          member is not ACTIVE on members.csv. A paid room
      *          posts its hire fee the way PayFine.cbl posts a
      *          payment (cash, member credit, KBZPay/Wave, bank)
      *          with a receipt row on ../room-receipts.csv, and
      *          the day's schedule prints for the desk.
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - no room booking for a member under a premises
      *               ban in force today (BanCheck.cbl)
      * 15.10.2026 HL - a visitor card's deposit on member-credits.csv
      *               is not spendable credit for room hire
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RoomBooking.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-FILE ASSIGN TO "../rooms.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROOM-STATUS.
           SELECT RBOOK-FILE ASSIGN TO "../room-bookings.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RBOOK-STATUS.
           SELECT RBOOK-TMP-FILE ASSIGN TO "../room-bookings.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMBER-STATUS.
           SELECT CLOSURE-FILE ASSIGN TO "../closures.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSURE-STATUS.
           SELECT CREDIT-FILE ASSIGN TO "../member-credits.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "../room-receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROOM-FILE.
       01  ROOM-REC           PIC X(100).
       FD  RBOOK-FILE.
       01  RBOOK-REC          PIC X(100).
       FD  RBOOK-TMP-FILE.
       01  RBOOK-TMP-REC      PIC X(100).
       FD  MEMBER-FILE.
       01  MEMBER-REC         PIC X(200).
       FD  CLOSURE-FILE.
       01  CLOSURE-REC        PIC X(80).
       FD  CREDIT-FILE.
       01  CREDIT-REC         PIC X(100).
       FD  RECEIPT-FILE.
       01  RECEIPT-REC        PIC X(200).

       WORKING-STORAGE SECTION.
       01  ROOM-STATUS        PIC XX.
       01  RBOOK-STATUS       PIC XX.
       01  MEMBER-STATUS      PIC XX.
       01  CLOSURE-STATUS     PIC XX.
       01  CREDIT-STATUS      PIC XX.
       01  RECEIPT-STATUS     PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-MENU-CHOICE     PIC 9.

      * rooms.csv fields
       01  RM-ID-F            PIC X(5).
       01  RM-NAME-F          PIC X(30).
       01  RM-BRANCH-F        PIC X(10).
       01  RM-CAPACITY-F      PIC X(4).
       01  RM-FEE-F           PIC X(7).
       01  RM-STATUS-F        PIC X(10).

      * room-bookings.csv fields
       01  RB-ID-F            PIC X(5).
       01  RB-ROOM-F          PIC X(5).
       01  RB-MEMBER-F        PIC X(5).
       01  RB-DATE-F          PIC X(10).
       01  RB-START-F         PIC X(4).
       01  RB-END-F           PIC X(4).
       01  RB-STATUS-F        PIC X(10).
       01  RB-FEE-F           PIC X(7).
       01  RB-OPERATOR-F      PIC X(5).

       01  CL-DATE-F          PIC X(10).
       01  CL-DESC-F          PIC X(40).
       01  CL-BRANCH-F        PIC X(10).

       01  WS-ROOM-ID-RAW     PIC X(20).
       01  WS-ROOM-ID         PIC X(5).
       01  WS-ROOM-NAME       PIC X(30).
       01  WS-ROOM-BRANCH     PIC X(10).
       01  WS-ROOM-FEE        PIC 9(6) VALUE 0.
       01  WS-ROOM-CAPACITY   PIC 9(3) VALUE 0.
       01  WS-MEMBER-ID-RAW   PIC X(20).
       01  WS-MEMBER-ID       PIC X(5).
       01  WS-DATE-RAW        PIC X(12).
       01  WS-DATE            PIC X(10).
       01  WS-START-RAW       PIC X(10).
       01  WS-START           PIC X(4).
       01  WS-END-RAW         PIC X(10).
       01  WS-END             PIC X(4).
       01  WS-BOOKING-ID-RAW  PIC X(20).
       01  WS-BOOKING-ID      PIC X(5).
       01  WS-NAME-RAW        PIC X(40).
       01  WS-BRANCH-RAW      PIC X(12).
       01  WS-CAPACITY-RAW    PIC X(6).
       01  WS-FEE-RAW         PIC X(8).
       01  WS-LAST-ID         PIC 9(5) VALUE 0.
       01  WS-NEW-ID          PIC 9(5) VALUE 0.
       01  WS-ID-NUM          PIC 9(5).
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-VALID           PIC X VALUE 'N'.
       01  BAN-ACTIVE-FLAG    PIC X VALUE 'N'.
       01  WS-CLOSED          PIC X VALUE 'N'.
       01  WS-CLASH           PIC X VALUE 'N'.
       01  WS-CLOSED-DESC     PIC X(40).
       01  WS-SHOWN-COUNT     PIC 9(3) VALUE 0.

      * Slot times are HHMM on the 24-hour clock, the same shape as
      * log.csv's checkout/due times. Minutes past midnight make the
      * overlap test and the hours-charged sum plain arithmetic.
       01  WS-START-MIN       PIC 9(4).
       01  WS-END-MIN         PIC 9(4).
       01  EX-START-MIN       PIC 9(4).
       01  EX-END-MIN         PIC 9(4).
       01  WS-SLOT-MINUTES    PIC 9(4).
       01  WS-SLOT-HOURS      PIC 9(2).
       01  WS-HH              PIC 99.
       01  WS-MM              PIC 99.

       01  TODAY              PIC 9(8).
       01  TODAY-MMDDYYYY     PIC X(10).
       01  WS-DATE-NUM        PIC 9(8).

       01  MB-ID-F            PIC X(5).
       01  MB-FLAG-F          PIC X(10).
       01  MB-QUOTE-COUNT     PIC 9 VALUE 0.
       01  MB-ID-EMAIL        PIC X(70).
       01  MB-ADDR-F          PIC X(50).
       01  MB-GENDER-FLAG     PIC X(60).
       01  MB-DUMMY           PIC X.
       01  MB-NAME-F          PIC X(30).
       01  MB-EMAIL-F         PIC X(35).
       01  MB-GENDER-F        PIC X.

      * Hire fee posting -- same funding-source menu and member
      * credit draw as PayFine.cbl's CHOOSE-FUNDING-SOURCE, with the
      * movement typed ROOMHIRE on member-credits.csv.
       01  WS-FEE-AMT         PIC 9(6) VALUE 0.
       01  CR-MEMBER-F        PIC X(5).
       01  CR-DATE-F          PIC X(10).
       01  CR-TYPE-F          PIC X(8).
       01  CR-AMOUNT-F        PIC X(9).
       01  CR-OPERATOR-F      PIC X(5).
       01  CR-BALANCE-F       PIC X(9).
       01  WS-CREDIT-BALANCE  PIC S9(8) VALUE 0.
       01  WS-FUND-CHOICE     PIC 9(1).
       01  WS-FUND-SOURCE     PIC X(8) VALUE "CASH".
       01  WS-FUND-OK         PIC X VALUE 'N'.
       01  WS-CREDIT-EOF      PIC X VALUE 'N'.
       01  WS-PAY-REFERENCE   PIC X(20) VALUE SPACES.
       01  RECEIPT-LINE       PIC X(50) VALUE ALL '-'.

      * The day's schedule, gathered and then printed room by room in
      * start-time order.
       01  SCHED-TABLE.
           05 SCHED-ENTRY OCCURS 200 TIMES.
              10  SC-ROOM     PIC X(5).
              10  SC-START    PIC X(4).
              10  SC-END      PIC X(4).
              10  SC-ID       PIC X(5).
              10  SC-MEMBER   PIC X(5).
       01  SC-TOTAL           PIC 9(3) VALUE 0.
       01  SC-IDX             PIC 9(3).
       01  SC-SWAP            PIC X VALUE 'N'.
       01  SW-ENTRY           PIC X(23).
       01  WS-LAST-ROOM       PIC X(5).

       01  RBOOK-REAL-PATH    PIC X(24) VALUE "../room-bookings.csv".
       01  RBOOK-TMP-PATH     PIC X(28)
               VALUE "../room-bookings.csv.tmp".
       01  RENAME-STATUS      PIC S9(9) COMP-5.
       01  HEADER-LINE        PIC X(60) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO TODAY-MMDDYYYY
           STRING TODAY(5:2) DELIMITED BY SIZE "/"
                  TODAY(7:2) DELIMITED BY SIZE "/"
                  TODAY(1:4) DELIMITED BY SIZE
               INTO TODAY-MMDDYYYY

           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*       Meeting and Study Rooms           *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Book a room"
           DISPLAY "2. Cancel a room booking"
           DISPLAY "3. Print a day's room schedule"
           DISPLAY "4. Add a room to the room master"
           DISPLAY "5. List rooms"
           DISPLAY "6. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM BOOK-ROOM THRU BOOK-ROOM-EXIT
               WHEN 2
                   PERFORM CANCEL-ROOM-BOOKING
                       THRU CANCEL-ROOM-BOOKING-EXIT
               WHEN 3
                   PERFORM PRINT-DAY-SCHEDULE
                       THRU PRINT-DAY-SCHEDULE-EXIT
               WHEN 4
                   PERFORM ADD-ROOM THRU ADD-ROOM-EXIT
               WHEN 5
                   PERFORM LIST-ROOMS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       BOOK-ROOM.
           DISPLAY "Member ID: "
           ACCEPT WS-MEMBER-ID-RAW
           MOVE FUNCTION TRIM(WS-MEMBER-ID-RAW) TO WS-MEMBER-ID
           PERFORM VALIDATE-MEMBER
           IF WS-VALID NOT = 'Y'
               DISPLAY "Invalid member or inactive status."
               GO TO BOOK-ROOM-EXIT
           END-IF
           CALL "BanCheck" USING WS-MEMBER-ID, BAN-ACTIVE-FLAG
           IF BAN-ACTIVE-FLAG = 'Y'
               DISPLAY "This account cannot be used at present. "
                   "Please see a staff member."
               GO TO BOOK-ROOM-EXIT
           END-IF

           DISPLAY "Room ID: "
           ACCEPT WS-ROOM-ID-RAW
           MOVE FUNCTION TRIM(WS-ROOM-ID-RAW) TO WS-ROOM-ID
           PERFORM FIND-ROOM
           IF WS-FOUND NOT = 'Y'
               DISPLAY "No such room ID."
               GO TO BOOK-ROOM-EXIT
           END-IF
           IF WS-VALID NOT = 'Y'
               DISPLAY "That room is not open for booking."
               GO TO BOOK-ROOM-EXIT
           END-IF

           DISPLAY "Date (MM/DD/YYYY): "
           ACCEPT WS-DATE-RAW
           MOVE FUNCTION TRIM(WS-DATE-RAW) TO WS-DATE
           IF WS-DATE(3:1) NOT = "/" OR WS-DATE(6:1) NOT = "/"
               DISPLAY "Date must be MM/DD/YYYY."
               GO TO BOOK-ROOM-EXIT
           END-IF
           STRING WS-DATE(7:4) DELIMITED BY SIZE
                  WS-DATE(1:2) DELIMITED BY SIZE
                  WS-DATE(4:2) DELIMITED BY SIZE
               INTO WS-DATE-NUM
           IF WS-DATE-NUM < TODAY
               DISPLAY "That date has already passed."
               GO TO BOOK-ROOM-EXIT
           END-IF

           PERFORM CHECK-CLOSED-DAY
           IF WS-CLOSED = 'Y'
               DISPLAY "The library is closed that day ("
                   FUNCTION TRIM(WS-CLOSED-DESC) ") -- "
                   "no room bookings."
               GO TO BOOK-ROOM-EXIT
           END-IF

           DISPLAY "Start time (HHMM, 24-hour): "
           ACCEPT WS-START-RAW
           MOVE FUNCTION TRIM(WS-START-RAW) TO WS-START
           DISPLAY "End time (HHMM, 24-hour): "
           ACCEPT WS-END-RAW
           MOVE FUNCTION TRIM(WS-END-RAW) TO WS-END
           IF WS-START IS NOT NUMERIC OR WS-END IS NOT NUMERIC
               DISPLAY "Times must be four digits, e.g. 0930."
               GO TO BOOK-ROOM-EXIT
           END-IF
           MOVE WS-START(1:2) TO WS-HH
           MOVE WS-START(3:2) TO WS-MM
           IF WS-HH > 23 OR WS-MM > 59
               DISPLAY "Start time is not a valid time."
               GO TO BOOK-ROOM-EXIT
           END-IF
           COMPUTE WS-START-MIN = WS-HH * 60 + WS-MM
           MOVE WS-END(1:2) TO WS-HH
           MOVE WS-END(3:2) TO WS-MM
           IF WS-HH > 24 OR WS-MM > 59
               DISPLAY "End time is not a valid time."
               GO TO BOOK-ROOM-EXIT
           END-IF
           COMPUTE WS-END-MIN = WS-HH * 60 + WS-MM
           IF WS-END-MIN NOT > WS-START-MIN
               DISPLAY "End time must be after the start time."
               GO TO BOOK-ROOM-EXIT
           END-IF

           PERFORM CHECK-ROOM-CLASH
           IF WS-CLASH = 'Y'
               DISPLAY "That room is already booked for part of "
                   "that slot."
               GO TO BOOK-ROOM-EXIT
           END-IF

      * Any part of an hour is charged as a full hour.
           COMPUTE WS-SLOT-MINUTES = WS-END-MIN - WS-START-MIN
           COMPUTE WS-SLOT-HOURS = (WS-SLOT-MINUTES + 59) / 60
           COMPUTE WS-FEE-AMT = WS-ROOM-FEE * WS-SLOT-HOURS

           PERFORM NEXT-ROOM-BOOKING-ID
           IF WS-FEE-AMT > 0
               DISPLAY "Hire fee: " WS-FEE-AMT " MMK ("
                   WS-SLOT-HOURS " hour(s) at " WS-ROOM-FEE " MMK)"
               PERFORM CHOOSE-FUNDING-SOURCE
           END-IF

           OPEN EXTEND RBOOK-FILE
           IF RBOOK-STATUS = "05" OR RBOOK-STATUS = "35"
               OPEN OUTPUT RBOOK-FILE
           END-IF
           MOVE SPACES TO RBOOK-REC
           STRING WS-NEW-ID DELIMITED BY SIZE ","
                  WS-ROOM-ID DELIMITED BY SIZE ","
                  WS-MEMBER-ID DELIMITED BY SIZE ","
                  WS-DATE DELIMITED BY SIZE ","
                  WS-START DELIMITED BY SIZE ","
                  WS-END DELIMITED BY SIZE ","
                  "BOOKED" DELIMITED BY SIZE ","
                  WS-FEE-AMT DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE
               INTO RBOOK-REC
           WRITE RBOOK-REC
           CLOSE RBOOK-FILE

           IF WS-FEE-AMT > 0
               PERFORM PRINT-ROOM-RECEIPT
           END-IF
           DISPLAY "Room booking " WS-NEW-ID " made: "
               FUNCTION TRIM(WS-ROOM-NAME) " on " WS-DATE " "
               WS-START "-" WS-END ".".
       BOOK-ROOM-EXIT.
           EXIT.

       NEXT-ROOM-BOOKING-ID.
           MOVE 0 TO WS-LAST-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT RBOOK-FILE
           IF RBOOK-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ RBOOK-FILE
                       AT END
                           MOVE 'Y' TO FILE-END
                       NOT AT END
                           UNSTRING RBOOK-REC DELIMITED BY ","
                               INTO RB-ID-F
                           MOVE FUNCTION NUMVAL(RB-ID-F)
                               TO WS-ID-NUM
                           IF WS-ID-NUM > WS-LAST-ID
                               MOVE WS-ID-NUM TO WS-LAST-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RBOOK-FILE
           END-IF
           MOVE 'N' TO FILE-END
           COMPUTE WS-NEW-ID = WS-LAST-ID + 1.

      * Looks WS-ROOM-ID up on the room master. WS-FOUND says the room
      * exists; WS-VALID says it is ACTIVE (a room taken out of use is
      * kept on file with another status so old bookings still name
      * it).
       FIND-ROOM.
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-VALID
           MOVE 'N' TO FILE-END
           OPEN INPUT ROOM-FILE
           IF ROOM-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ROOM-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO RM-BRANCH-F RM-STATUS-F
                       MOVE SPACES TO RM-FEE-F RM-CAPACITY-F
                       UNSTRING ROOM-REC DELIMITED BY ","
                           INTO RM-ID-F, RM-NAME-F, RM-BRANCH-F,
                                RM-CAPACITY-F, RM-FEE-F, RM-STATUS-F
                       IF FUNCTION TRIM(RM-ID-F) = WS-ROOM-ID
                           MOVE 'Y' TO WS-FOUND
                           MOVE RM-NAME-F TO WS-ROOM-NAME
                           MOVE RM-BRANCH-F TO WS-ROOM-BRANCH
                           MOVE 0 TO WS-ROOM-FEE
                           IF FUNCTION TRIM(RM-FEE-F) NOT = SPACES
                               MOVE FUNCTION NUMVAL(RM-FEE-F)
                                   TO WS-ROOM-FEE
                           END-IF
                           IF FUNCTION TRIM(RM-STATUS-F) = "ACTIVE"
                              OR FUNCTION TRIM(RM-STATUS-F) = SPACES
                               MOVE 'Y' TO WS-VALID
                           END-IF
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF ROOM-STATUS = "00" OR ROOM-STATUS = "10"
               CLOSE ROOM-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * A closures.csv row with a blank 3rd field closes every branch;
      * one naming a branch closes only that branch's rooms.
       CHECK-CLOSED-DAY.
           MOVE 'N' TO WS-CLOSED
           MOVE SPACES TO WS-CLOSED-DESC
           MOVE 'N' TO FILE-END
           OPEN INPUT CLOSURE-FILE
           IF CLOSURE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ CLOSURE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO CL-BRANCH-F
                       UNSTRING CLOSURE-REC DELIMITED BY ","
                           INTO CL-DATE-F, CL-DESC-F, CL-BRANCH-F
                       IF FUNCTION TRIM(CL-DATE-F) = WS-DATE
                           IF FUNCTION TRIM(CL-BRANCH-F) = SPACES OR
                              FUNCTION TRIM(CL-BRANCH-F) =
                                  FUNCTION TRIM(WS-ROOM-BRANCH)
                               MOVE 'Y' TO WS-CLOSED
                               MOVE CL-DESC-F TO WS-CLOSED-DESC
                               MOVE 'Y' TO FILE-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF CLOSURE-STATUS = "00" OR CLOSURE-STATUS = "10"
               CLOSE CLOSURE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Two slots in the same room on the same day clash when each
      * starts before the other ends -- back-to-back slots (one ends
      * 1000, the next starts 1000) are fine.
       CHECK-ROOM-CLASH.
           MOVE 'N' TO WS-CLASH
           MOVE 'N' TO FILE-END
           OPEN INPUT RBOOK-FILE
           IF RBOOK-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ RBOOK-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING RBOOK-REC DELIMITED BY ","
                           INTO RB-ID-F, RB-ROOM-F, RB-MEMBER-F,
                                RB-DATE-F, RB-START-F, RB-END-F,
                                RB-STATUS-F
                       IF FUNCTION TRIM(RB-ROOM-F) = WS-ROOM-ID AND
                          FUNCTION TRIM(RB-DATE-F) = WS-DATE AND
                          FUNCTION TRIM(RB-STATUS-F) = "BOOKED" AND
                          RB-START-F IS NUMERIC AND
                          RB-END-F IS NUMERIC
                           COMPUTE EX-START-MIN =
                               FUNCTION NUMVAL(RB-START-F(1:2)) * 60
                               + FUNCTION NUMVAL(RB-START-F(3:2))
                           COMPUTE EX-END-MIN =
                               FUNCTION NUMVAL(RB-END-F(1:2)) * 60
                               + FUNCTION NUMVAL(RB-END-F(3:2))
                           IF WS-START-MIN < EX-END-MIN AND
                              WS-END-MIN > EX-START-MIN
                               MOVE 'Y' TO WS-CLASH
                               DISPLAY "  clashes with booking "
                                   RB-ID-F " " RB-START-F "-"
                                   RB-END-F
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF RBOOK-STATUS = "00" OR RBOOK-STATUS = "10"
               CLOSE RBOOK-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       CANCEL-ROOM-BOOKING.
           DISPLAY "Room booking ID to cancel: "
           ACCEPT WS-BOOKING-ID-RAW
           MOVE FUNCTION TRIM(WS-BOOKING-ID-RAW) TO WS-BOOKING-ID

           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO FILE-END
           OPEN INPUT RBOOK-FILE
           IF RBOOK-STATUS NOT = "00"
               DISPLAY "No room bookings on file."
               GO TO CANCEL-ROOM-BOOKING-EXIT
           END-IF
           OPEN OUTPUT RBOOK-TMP-FILE
           PERFORM UNTIL FILE-END = 'Y'
               READ RBOOK-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO RB-FEE-F RB-OPERATOR-F
                       UNSTRING RBOOK-REC DELIMITED BY ","
                           INTO RB-ID-F, RB-ROOM-F, RB-MEMBER-F,
                                RB-DATE-F, RB-START-F, RB-END-F,
                                RB-STATUS-F, RB-FEE-F, RB-OPERATOR-F
                       IF FUNCTION TRIM(RB-ID-F) = WS-BOOKING-ID AND
                          FUNCTION TRIM(RB-STATUS-F) = "BOOKED"
                           MOVE 'Y' TO WS-FOUND
                           MOVE SPACES TO RBOOK-TMP-REC
                           STRING FUNCTION TRIM(RB-ID-F)
                                      DELIMITED BY SIZE ","
                                  FUNCTION TRIM(RB-ROOM-F)
                                      DELIMITED BY SIZE ","
                                  FUNCTION TRIM(RB-MEMBER-F)
                                      DELIMITED BY SIZE ","
                                  FUNCTION TRIM(RB-DATE-F)
                                      DELIMITED BY SIZE ","
                                  FUNCTION TRIM(RB-START-F)
                                      DELIMITED BY SIZE ","
                                  FUNCTION TRIM(RB-END-F)
                                      DELIMITED BY SIZE ","
                                  "CANCELLED" DELIMITED BY SIZE ","
                                  FUNCTION TRIM(RB-FEE-F)
                                      DELIMITED BY SIZE ","
                                  FUNCTION TRIM(RB-OPERATOR-F)
                                      DELIMITED BY SIZE
                               INTO RBOOK-TMP-REC
                           IF FUNCTION NUMVAL(RB-FEE-F) > 0
                               DISPLAY "A hire fee of "
                                   FUNCTION TRIM(RB-FEE-F)
                                   " MMK was taken for this booking"
                                   " -- refund it at the desk."
                           END-IF
                       ELSE
                           MOVE RBOOK-REC TO RBOOK-TMP-REC
                       END-IF
                       WRITE RBOOK-TMP-REC
               END-READ
           END-PERFORM
           CLOSE RBOOK-FILE
           CLOSE RBOOK-TMP-FILE
           MOVE 'N' TO FILE-END

           CALL "CBL_RENAME_FILE" USING RBOOK-TMP-PATH
               RBOOK-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL

           IF WS-FOUND = 'Y'
               DISPLAY "Room booking cancelled."
           ELSE
               DISPLAY "No open room booking with that ID."
           END-IF.
       CANCEL-ROOM-BOOKING-EXIT.
           EXIT.

      * The desk copy of one day's bookings, room by room in start
      * time order. Blank date means today.
       PRINT-DAY-SCHEDULE.
           DISPLAY "Schedule date (MM/DD/YYYY, blank = today): "
           MOVE SPACES TO WS-DATE-RAW
           ACCEPT WS-DATE-RAW
           MOVE FUNCTION TRIM(WS-DATE-RAW) TO WS-DATE
           IF WS-DATE = SPACES
               MOVE TODAY-MMDDYYYY TO WS-DATE
           END-IF
           IF WS-DATE(3:1) NOT = "/" OR WS-DATE(6:1) NOT = "/"
               DISPLAY "Date must be MM/DD/YYYY."
               GO TO PRINT-DAY-SCHEDULE-EXIT
           END-IF

           MOVE 0 TO SC-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT RBOOK-FILE
           IF RBOOK-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ RBOOK-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING RBOOK-REC DELIMITED BY ","
                           INTO RB-ID-F, RB-ROOM-F, RB-MEMBER-F,
                                RB-DATE-F, RB-START-F, RB-END-F,
                                RB-STATUS-F
                       IF FUNCTION TRIM(RB-DATE-F) = WS-DATE AND
                          FUNCTION TRIM(RB-STATUS-F) = "BOOKED" AND
                          SC-TOTAL < 200
                           ADD 1 TO SC-TOTAL
                           MOVE RB-ROOM-F TO SC-ROOM(SC-TOTAL)
                           MOVE RB-START-F TO SC-START(SC-TOTAL)
                           MOVE RB-END-F TO SC-END(SC-TOTAL)
                           MOVE RB-ID-F TO SC-ID(SC-TOTAL)
                           MOVE RB-MEMBER-F TO SC-MEMBER(SC-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF RBOOK-STATUS = "00" OR RBOOK-STATUS = "10"
               CLOSE RBOOK-FILE
           END-IF
           MOVE 'N' TO FILE-END

      * Room then start time -- SC-ROOM and SC-START lead each entry,
      * so comparing the whole entry sorts on both.
           MOVE 'Y' TO SC-SWAP
           PERFORM UNTIL SC-SWAP = 'N'
               MOVE 'N' TO SC-SWAP
               PERFORM VARYING SC-IDX FROM 1 BY 1
                       UNTIL SC-IDX >= SC-TOTAL
                   IF SCHED-ENTRY(SC-IDX) > SCHED-ENTRY(SC-IDX + 1)
                       MOVE SCHED-ENTRY(SC-IDX) TO SW-ENTRY
                       MOVE SCHED-ENTRY(SC-IDX + 1)
                           TO SCHED-ENTRY(SC-IDX)
                       MOVE SW-ENTRY TO SCHED-ENTRY(SC-IDX + 1)
                       MOVE 'Y' TO SC-SWAP
                   END-IF
               END-PERFORM
           END-PERFORM

           DISPLAY " "
           DISPLAY "ROOM SCHEDULE FOR " WS-DATE
           DISPLAY HEADER-LINE
           MOVE SPACES TO WS-LAST-ROOM
           PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > SC-TOTAL
               IF SC-ROOM(SC-IDX) NOT = WS-LAST-ROOM
                   MOVE FUNCTION TRIM(SC-ROOM(SC-IDX)) TO WS-ROOM-ID
                   PERFORM FIND-ROOM
                   DISPLAY "Room " SC-ROOM(SC-IDX) " "
                       FUNCTION TRIM(WS-ROOM-NAME)
                   MOVE SC-ROOM(SC-IDX) TO WS-LAST-ROOM
               END-IF
               DISPLAY "  " SC-START(SC-IDX) "-" SC-END(SC-IDX)
                   "  booking " SC-ID(SC-IDX)
                   "  member " SC-MEMBER(SC-IDX)
           END-PERFORM
           DISPLAY HEADER-LINE
           IF SC-TOTAL = 0
               DISPLAY "No rooms booked that day."
           ELSE
               DISPLAY SC-TOTAL " booking(s)."
           END-IF.
       PRINT-DAY-SCHEDULE-EXIT.
           EXIT.

       ADD-ROOM.
           DISPLAY "New room ID: "
           ACCEPT WS-ROOM-ID-RAW
           MOVE FUNCTION TRIM(WS-ROOM-ID-RAW) TO WS-ROOM-ID
           IF WS-ROOM-ID = SPACES
               GO TO ADD-ROOM-EXIT
           END-IF
           PERFORM FIND-ROOM
           IF WS-FOUND = 'Y'
               DISPLAY "That room ID is already on the room master."
               GO TO ADD-ROOM-EXIT
           END-IF
           DISPLAY "Room name: "
           ACCEPT WS-NAME-RAW
           DISPLAY "Branch: "
           ACCEPT WS-BRANCH-RAW
           DISPLAY "Seats: "
           ACCEPT WS-CAPACITY-RAW
           DISPLAY "Hourly hire fee in MMK (0 = free): "
           ACCEPT WS-FEE-RAW
           MOVE 0 TO WS-ROOM-CAPACITY WS-ROOM-FEE
           IF FUNCTION TRIM(WS-CAPACITY-RAW) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CAPACITY-RAW)
                   TO WS-ROOM-CAPACITY
           END-IF
           IF FUNCTION TRIM(WS-FEE-RAW) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-FEE-RAW) TO WS-ROOM-FEE
           END-IF

           OPEN EXTEND ROOM-FILE
           IF ROOM-STATUS = "05" OR ROOM-STATUS = "35"
               OPEN OUTPUT ROOM-FILE
           END-IF
           MOVE SPACES TO ROOM-REC
           STRING WS-ROOM-ID DELIMITED BY SPACE ","
                  FUNCTION TRIM(WS-NAME-RAW) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-BRANCH-RAW) DELIMITED BY SIZE ","
                  WS-ROOM-CAPACITY DELIMITED BY SIZE ","
                  WS-ROOM-FEE DELIMITED BY SIZE ","
                  "ACTIVE" DELIMITED BY SIZE
               INTO ROOM-REC
           WRITE ROOM-REC
           CLOSE ROOM-FILE
           DISPLAY "Room " FUNCTION TRIM(WS-ROOM-ID) " added.".
       ADD-ROOM-EXIT.
           EXIT.

       LIST-ROOMS.
           MOVE 0 TO WS-SHOWN-COUNT
           MOVE 'N' TO FILE-END
           OPEN INPUT ROOM-FILE
           IF ROOM-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           DISPLAY " "
           DISPLAY "ROOMS"
           DISPLAY HEADER-LINE
           PERFORM UNTIL FILE-END = 'Y'
               READ ROOM-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO RM-BRANCH-F RM-STATUS-F
                       MOVE SPACES TO RM-FEE-F RM-CAPACITY-F
                       UNSTRING ROOM-REC DELIMITED BY ","
                           INTO RM-ID-F, RM-NAME-F, RM-BRANCH-F,
                                RM-CAPACITY-F, RM-FEE-F, RM-STATUS-F
                       DISPLAY "  " RM-ID-F " " RM-NAME-F " "
                           RM-BRANCH-F " seats "
                           FUNCTION TRIM(RM-CAPACITY-F) ", "
                           FUNCTION TRIM(RM-FEE-F) " MMK/hr "
                           FUNCTION TRIM(RM-STATUS-F)
                       ADD 1 TO WS-SHOWN-COUNT
               END-READ
           END-PERFORM
           IF ROOM-STATUS = "00" OR ROOM-STATUS = "10"
               CLOSE ROOM-FILE
           END-IF
           MOVE 'N' TO FILE-END
           DISPLAY HEADER-LINE
           IF WS-SHOWN-COUNT = 0
               DISPLAY "No rooms on the room master."
           END-IF.

       VALIDATE-MEMBER.
           MOVE 'N' TO WS-VALID
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
                       MOVE SPACES TO MB-FLAG-F
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
                               INTO MB-DUMMY, MB-GENDER-F, MB-FLAG-F
                       ELSE
                           UNSTRING MEMBER-REC DELIMITED BY ","
                               INTO MB-ID-F, MB-NAME-F, MB-EMAIL-F,
                                    MB-ADDR-F, MB-GENDER-F, MB-FLAG-F
                       END-IF
                       IF MB-ID-F = WS-MEMBER-ID
                           IF MB-FLAG-F = "ACTIVE"
                               MOVE 'Y' TO WS-VALID
                           END-IF
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF MEMBER-STATUS = "00" OR MEMBER-STATUS = "10"
               CLOSE MEMBER-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Cash is the default; drawing from the member's prepaid credit
      * requires the balance to cover the whole fee.
       CHOOSE-FUNDING-SOURCE.
           MOVE "CASH" TO WS-FUND-SOURCE
           MOVE SPACES TO WS-PAY-REFERENCE
           MOVE 'N' TO WS-FUND-OK
           PERFORM UNTIL WS-FUND-OK = 'Y'
               DISPLAY "Payment method: 1=Cash  2=Member credit  "
                   "3=KBZPay  4=Wave  5=Bank transfer"
               ACCEPT WS-FUND-CHOICE
               EVALUATE WS-FUND-CHOICE
                   WHEN 2
                       PERFORM COMPUTE-CREDIT-BALANCE
                       IF WS-CREDIT-BALANCE >= WS-FEE-AMT
                           MOVE "CREDIT" TO WS-FUND-SOURCE
                           PERFORM DRAW-FROM-CREDIT
                           MOVE 'Y' TO WS-FUND-OK
                       ELSE
                           DISPLAY "Credit balance is only "
                               WS-CREDIT-BALANCE " MMK -- not "
                               "enough for this payment."
                       END-IF
                   WHEN 3
                       MOVE "KBZPAY" TO WS-FUND-SOURCE
                       PERFORM ACCEPT-PAY-REFERENCE
                       MOVE 'Y' TO WS-FUND-OK
                   WHEN 4
                       MOVE "WAVE" TO WS-FUND-SOURCE
                       PERFORM ACCEPT-PAY-REFERENCE
                       MOVE 'Y' TO WS-FUND-OK
                   WHEN 5
                       MOVE "BANK" TO WS-FUND-SOURCE
                       PERFORM ACCEPT-PAY-REFERENCE
                       MOVE 'Y' TO WS-FUND-OK
                   WHEN OTHER
                       MOVE "CASH" TO WS-FUND-SOURCE
                       MOVE 'Y' TO WS-FUND-OK
               END-EVALUATE
           END-PERFORM.

       ACCEPT-PAY-REFERENCE.
           DISPLAY "Wallet/transfer reference number: "
           ACCEPT WS-PAY-REFERENCE.

       COMPUTE-CREDIT-BALANCE.
           MOVE 0 TO WS-CREDIT-BALANCE
           MOVE 'N' TO WS-CREDIT-EOF
           OPEN INPUT CREDIT-FILE
           IF CREDIT-STATUS NOT = "00"
               MOVE 'Y' TO WS-CREDIT-EOF
           END-IF
           PERFORM UNTIL WS-CREDIT-EOF = 'Y'
               READ CREDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-CREDIT-EOF
                   NOT AT END
                       UNSTRING CREDIT-REC DELIMITED BY ","
                           INTO CR-MEMBER-F, CR-DATE-F, CR-TYPE-F,
                                CR-AMOUNT-F, CR-OPERATOR-F,
                                CR-BALANCE-F
                       IF CR-MEMBER-F = WS-MEMBER-ID
                           EVALUATE FUNCTION TRIM(CR-TYPE-F)
                               WHEN "TOPUP"
                                   ADD FUNCTION NUMVAL(CR-AMOUNT-F)
                                       TO WS-CREDIT-BALANCE
                               WHEN "DEPOSIT"
                               WHEN "DEPRETURN"
                                   CONTINUE
                               WHEN OTHER
                                   SUBTRACT FUNCTION NUMVAL(CR-AMOUNT-F)
                                       FROM WS-CREDIT-BALANCE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           IF CREDIT-STATUS = "00" OR CREDIT-STATUS = "10"
               CLOSE CREDIT-FILE
           END-IF.

       DRAW-FROM-CREDIT.
           SUBTRACT WS-FEE-AMT FROM WS-CREDIT-BALANCE
           OPEN EXTEND CREDIT-FILE
           IF CREDIT-STATUS = "05" OR CREDIT-STATUS = "35"
               OPEN OUTPUT CREDIT-FILE
           END-IF
           MOVE SPACES TO CREDIT-REC
           STRING WS-MEMBER-ID DELIMITED BY SIZE ","
                  TODAY-MMDDYYYY DELIMITED BY SIZE ","
                  "ROOMHIRE" DELIMITED BY SIZE ","
                  WS-FEE-AMT DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE ","
                  WS-CREDIT-BALANCE DELIMITED BY SIZE
               INTO CREDIT-REC
           WRITE CREDIT-REC
           CLOSE CREDIT-FILE
           DISPLAY "Drawn from member credit. Remaining credit: "
               WS-CREDIT-BALANCE " MMK".

      * No attached printer -- the receipt goes to the console as it
      * would be printed and the same facts are appended to
      * ../room-receipts.csv (booking_id,member_id,room_id,fee,
      * paid_date,fund_source,reference,operator), as PayFine.cbl
      * does for fines.
       PRINT-ROOM-RECEIPT.
           DISPLAY RECEIPT-LINE
           DISPLAY "LIBRARY ROOM HIRE RECEIPT"
           DISPLAY RECEIPT-LINE
           DISPLAY "Booking ID  : " WS-NEW-ID
           DISPLAY "Member ID   : " WS-MEMBER-ID
           DISPLAY "Room        : " WS-ROOM-ID " "
               FUNCTION TRIM(WS-ROOM-NAME)
           DISPLAY "Slot        : " WS-DATE " " WS-START "-" WS-END
           DISPLAY "Hire fee    : " WS-FEE-AMT " MMK"
           DISPLAY "Paid via    : " WS-FUND-SOURCE
           IF FUNCTION TRIM(WS-PAY-REFERENCE) NOT = SPACES
               DISPLAY "Reference   : "
                   FUNCTION TRIM(WS-PAY-REFERENCE)
           END-IF
           DISPLAY "Date        : " TODAY-MMDDYYYY
           DISPLAY RECEIPT-LINE

           OPEN EXTEND RECEIPT-FILE
           IF RECEIPT-STATUS = "05" OR RECEIPT-STATUS = "35"
               OPEN OUTPUT RECEIPT-FILE
           END-IF
           MOVE SPACES TO RECEIPT-REC
           STRING WS-NEW-ID DELIMITED BY SIZE ","
                  WS-MEMBER-ID DELIMITED BY SIZE ","
                  WS-ROOM-ID DELIMITED BY SIZE ","
                  WS-FEE-AMT DELIMITED BY SIZE ","
                  TODAY-MMDDYYYY DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-FUND-SOURCE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-PAY-REFERENCE) DELIMITED BY SIZE
                  ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE
               INTO RECEIPT-REC
           WRITE RECEIPT-REC
           CLOSE RECEIPT-FILE.

       END PROGRAM RoomBooking.
