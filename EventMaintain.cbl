      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Library programmes and events -- storytime, computer
      *          classes, author talks -- with capacity-limited
      *          registration in place of the sign-up notebook.
      *          Events live on ../events.csv (event_id,title,type,
      *          date,time_hhmm,branch,capacity,age_band,status) and
      *          sign-ups on ../event-registrations.csv (event_id,
      *          member_id,reg_date,status,reminded). A full event
      *          puts the member on a WAITLIST that moves up when a
      *          seat is given back; a reminder pass queues an
      *          EVENT_REMIND row to notify-outbox.csv rendered from
      *          notice-templates.csv in the member's language;
      *          attendance is marked on the day; and a monthly
      *          attendance-by-event-type report feeds the annual
      *          statistics return.
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - no event sign-up for a member under a premises
      *               ban in force today (BanCheck.cbl)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EventMaintain.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "../events.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.
           SELECT REG-FILE ASSIGN TO "../event-registrations.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.
           SELECT REG-TMP-FILE
               ASSIGN TO "../event-registrations.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMBER-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "../member-profile.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-STATUS.
           SELECT OUTBOX-FILE ASSIGN TO "../notify-outbox.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTBOX-STATUS.
           SELECT TEMPLATE-FILE ASSIGN TO "../notice-templates.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEMPLATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE.
       01  EVENT-REC          PIC X(150).
       FD  REG-FILE.
       01  REG-REC            PIC X(60).
       FD  REG-TMP-FILE.
       01  REG-TMP-REC        PIC X(60).
       FD  MEMBER-FILE.
       01  MEMBER-REC         PIC X(200).
       FD  PROFILE-FILE.
       01  PROFILE-REC        PIC X(30).
       FD  OUTBOX-FILE.
       01  OUTBOX-LINE        PIC X(200).
       FD  TEMPLATE-FILE.
       01  TEMPLATE-REC       PIC X(150).

       WORKING-STORAGE SECTION.
       01  EVENT-STATUS       PIC XX.
       01  REG-STATUS         PIC XX.
       01  MEMBER-STATUS      PIC XX.
       01  PROFILE-STATUS     PIC XX.
       01  OUTBOX-STATUS      PIC XX.
       01  TEMPLATE-STATUS    PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-MENU-CHOICE     PIC 9.

      * events.csv fields
       01  EV-ID-F            PIC X(5).
       01  EV-TITLE-F         PIC X(40).
       01  EV-TYPE-F          PIC X(12).
       01  EV-DATE-F          PIC X(10).
       01  EV-TIME-F          PIC X(4).
       01  EV-BRANCH-F        PIC X(10).
       01  EV-CAPACITY-F      PIC X(4).
       01  EV-AGE-F           PIC X(5).
       01  EV-STATUS-F        PIC X(10).

      * The event master, held whole -- every option needs to look an
      * event up by ID or walk the events in a date window.
       01  EVENT-TABLE.
           05 EVENT-ENTRY OCCURS 300 TIMES.
              10  ET-ID       PIC X(5).
              10  ET-TITLE    PIC X(40).
              10  ET-TYPE     PIC X(12).
              10  ET-DATE     PIC X(10).
              10  ET-TIME     PIC X(4).
              10  ET-BRANCH   PIC X(10).
              10  ET-CAPACITY PIC 9(4).
              10  ET-AGE      PIC X(5).
              10  ET-STATUS   PIC X(10).
              10  ET-DATE-NUM PIC 9(8).
       01  ET-TOTAL           PIC 9(3) VALUE 0.
       01  ET-IDX             PIC 9(3).
       01  ET-MATCH-IDX       PIC 9(3) VALUE 0.

      * event-registrations.csv, loaded, changed in place and written
      * back through the .tmp/rename step. Status is REGISTERED,
      * WAITLIST, ATTENDED or CANCELLED; the 5th field is Y once the
      * reminder has been queued.
       01  REG-TABLE.
           05 REG-ENTRY OCCURS 2000 TIMES.
              10  RG-EVENT    PIC X(5).
              10  RG-MEMBER   PIC X(5).
              10  RG-DATE     PIC X(10).
              10  RG-STATUS   PIC X(10).
              10  RG-REMINDED PIC X(1).
       01  RG-TOTAL           PIC 9(4) VALUE 0.
       01  RG-IDX             PIC 9(4).
       01  RG-MATCH-IDX       PIC 9(4) VALUE 0.
       01  RG-EVENT-F         PIC X(5).
       01  RG-MEMBER-F        PIC X(5).
       01  RG-DATE-F          PIC X(10).
       01  RG-STATUS-F        PIC X(10).
       01  RG-REMINDED-F      PIC X(1).
       01  WS-SEATS-TAKEN     PIC 9(4) VALUE 0.
       01  WS-WAITING         PIC 9(4) VALUE 0.

       01  WS-EVENT-ID-RAW    PIC X(20).
       01  WS-EVENT-ID        PIC X(5).
       01  WS-MEMBER-ID-RAW   PIC X(20).
       01  WS-MEMBER-ID       PIC X(5).
       01  WS-TITLE-RAW       PIC X(40).
       01  WS-TYPE-RAW        PIC X(12).
       01  WS-DATE-RAW        PIC X(12).
       01  WS-DATE            PIC X(10).
       01  WS-TIME-RAW        PIC X(10).
       01  WS-TIME            PIC X(4).
       01  WS-BRANCH-RAW      PIC X(12).
       01  WS-CAPACITY-RAW    PIC X(6).
       01  WS-CAPACITY        PIC 9(4) VALUE 0.
       01  WS-AGE-RAW         PIC X(8).
       01  WS-AGE             PIC X(5).
       01  WS-DAYS-RAW        PIC X(4).
       01  WS-DAYS-AHEAD      PIC 9(3) VALUE 2.
       01  WS-MONTH-RAW       PIC X(10).
       01  WS-REPORT-MM       PIC X(2).
       01  WS-REPORT-YYYY     PIC X(4).
       01  WS-LAST-ID         PIC 9(5) VALUE 0.
       01  WS-NEW-ID          PIC 9(5) VALUE 0.
       01  WS-ID-NUM          PIC 9(5).
       01  WS-VALID           PIC X VALUE 'N'.
       01  BAN-ACTIVE-FLAG    PIC X VALUE 'N'.
       01  WS-SHOWN-COUNT     PIC 9(4) VALUE 0.
       01  WS-QUEUED-COUNT    PIC 9(4) VALUE 0.
       01  WS-MARKED-COUNT    PIC 9(4) VALUE 0.
       01  WS-DONE            PIC X VALUE 'N'.

       01  TODAY              PIC 9(8).
       01  TODAY-INT          PIC 9(8).
       01  TODAY-MMDDYYYY     PIC X(10).
       01  WS-EVENT-INT       PIC 9(8).
       01  WS-DAYS-TO-GO      PIC 9(3).

      * Member lookups -- status, name, e-mail and notice preference
      * from members.csv, age band and language from
      * member-profile.csv (absent = ADULT, EN).
       01  MB-ID-F            PIC X(5).
       01  MB-NAME-F          PIC X(30).
       01  MB-EMAIL-F         PIC X(35).
       01  MB-ADDR-F          PIC X(50).
       01  MB-GENDER-F        PIC X.
       01  MB-FLAG-F          PIC X(10).
       01  MB-EXPIRY-F        PIC X(10).
       01  MB-TIER-F          PIC X(10).
       01  MB-NOTIFY-F        PIC X(5).
       01  MB-QUOTE-COUNT     PIC 9 VALUE 0.
       01  MB-ID-EMAIL        PIC X(70).
       01  MB-GENDER-FLAG     PIC X(60).
       01  MB-DUMMY           PIC X.
       01  LOOKUP-NAME        PIC X(30).
       01  NOTIFY-EMAIL       PIC X(35).
       01  NOTIFY-PREF        PIC X(5).
       01  PF-MEMBER-F        PIC X(5).
       01  PF-AGE-F           PIC X(5).
       01  PF-LANG-F          PIC X(3).
       01  WS-AGE-BAND        PIC X(5) VALUE "ADULT".
       01  WS-MEMBER-LANG     PIC X(3) VALUE "EN".

      * Template plumbing, as HoldsPullList.cbl renders HOLD_READY.
       01  TPL-TYPE-F         PIC X(12).
       01  TPL-LANG-F         PIC X(3).
       01  TPL-WANT-LANG      PIC X(3).
       01  TPL-TEXT           PIC X(120).
       01  TPL-EOF            PIC X VALUE 'N'.
       01  TPL-IN-PTR         PIC 9(4).
       01  TPL-OUT-PTR        PIC 9(4).
       01  TPL-SPLIT-PTR      PIC 9(4).
       01  TPL-DAYS-X         PIC X(5).
       01  RENDERED-MSG       PIC X(120).
       01  WS-NOTICE-TYPE     PIC X(12).
       01  WS-NOTICE-TITLE    PIC X(40).

      * Monthly report, one bucket per event type.
       01  TYPE-TABLE.
           05 TYPE-ENTRY OCCURS 30 TIMES.
              10  TY-NAME     PIC X(12).
              10  TY-EVENTS   PIC 9(4).
              10  TY-BOOKED   PIC 9(5).
              10  TY-ATTENDED PIC 9(5).
              10  TY-WAITLIST PIC 9(5).
       01  TY-TOTAL           PIC 9(2) VALUE 0.
       01  TY-IDX             PIC 9(2).
       01  TY-MATCH-IDX       PIC 9(2).
       01  TOT-EVENTS         PIC 9(4) VALUE 0.
       01  TOT-BOOKED         PIC 9(5) VALUE 0.
       01  TOT-ATTENDED       PIC 9(5) VALUE 0.
       01  TOT-WAITLIST       PIC 9(5) VALUE 0.

       01  REG-REAL-PATH      PIC X(32)
               VALUE "../event-registrations.csv".
       01  REG-TMP-PATH       PIC X(36)
               VALUE "../event-registrations.csv.tmp".
       01  RENAME-STATUS      PIC S9(9) COMP-5.
       01  HEADER-LINE        PIC X(65) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY)
           MOVE SPACES TO TODAY-MMDDYYYY
           STRING TODAY(5:2) DELIMITED BY SIZE "/"
                  TODAY(7:2) DELIMITED BY SIZE "/"
                  TODAY(1:4) DELIMITED BY SIZE
               INTO TODAY-MMDDYYYY

           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*       Library Programmes and Events     *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Add an event"
           DISPLAY "2. Register a member for an event"
           DISPLAY "3. Cancel a registration"
           DISPLAY "4. Queue reminders for upcoming events"
           DISPLAY "5. Mark attendance"
           DISPLAY "6. List events and sign-ups"
           DISPLAY "7. Monthly attendance by event type"
           DISPLAY "8. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE

           PERFORM LOAD-EVENT-TABLE
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM ADD-EVENT THRU ADD-EVENT-EXIT
               WHEN 2
                   PERFORM REGISTER-MEMBER THRU REGISTER-MEMBER-EXIT
               WHEN 3
                   PERFORM CANCEL-REGISTRATION
                       THRU CANCEL-REGISTRATION-EXIT
               WHEN 4
                   PERFORM QUEUE-REMINDERS THRU QUEUE-REMINDERS-EXIT
               WHEN 5
                   PERFORM MARK-ATTENDANCE THRU MARK-ATTENDANCE-EXIT
               WHEN 6
                   PERFORM LIST-EVENTS
               WHEN 7
                   PERFORM MONTHLY-REPORT THRU MONTHLY-REPORT-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       LOAD-EVENT-TABLE.
           MOVE 0 TO ET-TOTAL
           MOVE 0 TO WS-LAST-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT EVENT-FILE
           IF EVENT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ EVENT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO EV-AGE-F EV-STATUS-F
                       UNSTRING EVENT-REC DELIMITED BY ","
                           INTO EV-ID-F, EV-TITLE-F, EV-TYPE-F,
                                EV-DATE-F, EV-TIME-F, EV-BRANCH-F,
                                EV-CAPACITY-F, EV-AGE-F, EV-STATUS-F
                       MOVE FUNCTION NUMVAL(EV-ID-F) TO WS-ID-NUM
                       IF WS-ID-NUM > WS-LAST-ID
                           MOVE WS-ID-NUM TO WS-LAST-ID
                       END-IF
                       IF ET-TOTAL < 300
                           ADD 1 TO ET-TOTAL
                           MOVE EV-ID-F TO ET-ID(ET-TOTAL)
                           MOVE EV-TITLE-F TO ET-TITLE(ET-TOTAL)
                           MOVE EV-TYPE-F TO ET-TYPE(ET-TOTAL)
                           MOVE EV-DATE-F TO ET-DATE(ET-TOTAL)
                           MOVE EV-TIME-F TO ET-TIME(ET-TOTAL)
                           MOVE EV-BRANCH-F TO ET-BRANCH(ET-TOTAL)
                           MOVE 0 TO ET-CAPACITY(ET-TOTAL)
                           IF FUNCTION TRIM(EV-CAPACITY-F) NOT = SPACES
                               MOVE FUNCTION NUMVAL(EV-CAPACITY-F)
                                   TO ET-CAPACITY(ET-TOTAL)
                           END-IF
                           IF FUNCTION TRIM(EV-AGE-F) = SPACES
                               MOVE "ALL" TO EV-AGE-F
                           END-IF
                           MOVE EV-AGE-F TO ET-AGE(ET-TOTAL)
                           IF FUNCTION TRIM(EV-STATUS-F) = SPACES
                               MOVE "OPEN" TO EV-STATUS-F
                           END-IF
                           MOVE EV-STATUS-F TO ET-STATUS(ET-TOTAL)
                           MOVE 0 TO ET-DATE-NUM(ET-TOTAL)
                           IF EV-DATE-F(3:1) = "/"
                               STRING EV-DATE-F(7:4) DELIMITED BY SIZE
                                      EV-DATE-F(1:2) DELIMITED BY SIZE
                                      EV-DATE-F(4:2) DELIMITED BY SIZE
                                   INTO ET-DATE-NUM(ET-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF EVENT-STATUS = "00" OR EVENT-STATUS = "10"
               CLOSE EVENT-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       FIND-EVENT.
           MOVE 0 TO ET-MATCH-IDX
           PERFORM VARYING ET-IDX FROM 1 BY 1
                   UNTIL ET-IDX > ET-TOTAL OR ET-MATCH-IDX > 0
               IF FUNCTION TRIM(ET-ID(ET-IDX)) = WS-EVENT-ID
                   MOVE ET-IDX TO ET-MATCH-IDX
               END-IF
           END-PERFORM.

       ADD-EVENT.
           DISPLAY "Event title: "
           ACCEPT WS-TITLE-RAW
           IF FUNCTION TRIM(WS-TITLE-RAW) = SPACES
               GO TO ADD-EVENT-EXIT
           END-IF
           INSPECT WS-TITLE-RAW REPLACING ALL "," BY " "
           DISPLAY "Event type (STORYTIME, CLASS, TALK, ...): "
           ACCEPT WS-TYPE-RAW
           MOVE FUNCTION UPPER-CASE(WS-TYPE-RAW) TO WS-TYPE-RAW
           IF FUNCTION TRIM(WS-TYPE-RAW) = SPACES
               MOVE "OTHER" TO WS-TYPE-RAW
           END-IF
           DISPLAY "Date (MM/DD/YYYY): "
           ACCEPT WS-DATE-RAW
           MOVE FUNCTION TRIM(WS-DATE-RAW) TO WS-DATE
           IF WS-DATE(3:1) NOT = "/" OR WS-DATE(6:1) NOT = "/"
               DISPLAY "Date must be MM/DD/YYYY."
               GO TO ADD-EVENT-EXIT
           END-IF
           DISPLAY "Start time (HHMM, 24-hour): "
           ACCEPT WS-TIME-RAW
           MOVE FUNCTION TRIM(WS-TIME-RAW) TO WS-TIME
           IF WS-TIME IS NOT NUMERIC
               DISPLAY "Time must be four digits, e.g. 1030."
               GO TO ADD-EVENT-EXIT
           END-IF
           DISPLAY "Branch: "
           ACCEPT WS-BRANCH-RAW
           DISPLAY "Capacity (seats): "
           ACCEPT WS-CAPACITY-RAW
           MOVE 0 TO WS-CAPACITY
           IF FUNCTION TRIM(WS-CAPACITY-RAW) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CAPACITY-RAW) TO WS-CAPACITY
           END-IF
           IF WS-CAPACITY = 0
               DISPLAY "Capacity must be at least one seat."
               GO TO ADD-EVENT-EXIT
           END-IF
           DISPLAY "Audience age band (CHILD, TEEN, ADULT, "
               "blank = ALL): "
           ACCEPT WS-AGE-RAW
           MOVE FUNCTION UPPER-CASE(WS-AGE-RAW) TO WS-AGE-RAW
           MOVE FUNCTION TRIM(WS-AGE-RAW) TO WS-AGE
           IF WS-AGE = SPACES
               MOVE "ALL" TO WS-AGE
           END-IF
           IF WS-AGE NOT = "ALL" AND WS-AGE NOT = "CHILD" AND
              WS-AGE NOT = "TEEN" AND WS-AGE NOT = "ADULT"
               DISPLAY "Age band must be CHILD, TEEN, ADULT or ALL."
               GO TO ADD-EVENT-EXIT
           END-IF

           COMPUTE WS-NEW-ID = WS-LAST-ID + 1
           OPEN EXTEND EVENT-FILE
           IF EVENT-STATUS = "05" OR EVENT-STATUS = "35"
               OPEN OUTPUT EVENT-FILE
           END-IF
           MOVE SPACES TO EVENT-REC
           STRING WS-NEW-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-TITLE-RAW) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-TYPE-RAW) DELIMITED BY SIZE ","
                  WS-DATE DELIMITED BY SIZE ","
                  WS-TIME DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-BRANCH-RAW) DELIMITED BY SIZE ","
                  WS-CAPACITY DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-AGE) DELIMITED BY SIZE ","
                  "OPEN" DELIMITED BY SIZE
               INTO EVENT-REC
           WRITE EVENT-REC
           CLOSE EVENT-FILE
           DISPLAY "Event " WS-NEW-ID " added.".
       ADD-EVENT-EXIT.
           EXIT.

       REGISTER-MEMBER.
           DISPLAY "Event ID: "
           ACCEPT WS-EVENT-ID-RAW
           MOVE FUNCTION TRIM(WS-EVENT-ID-RAW) TO WS-EVENT-ID
           PERFORM FIND-EVENT
           IF ET-MATCH-IDX = 0
               DISPLAY "No such event."
               GO TO REGISTER-MEMBER-EXIT
           END-IF
           IF FUNCTION TRIM(ET-STATUS(ET-MATCH-IDX)) NOT = "OPEN"
               DISPLAY "That event is not taking sign-ups."
               GO TO REGISTER-MEMBER-EXIT
           END-IF
           IF ET-DATE-NUM(ET-MATCH-IDX) < TODAY
               DISPLAY "That event has already taken place."
               GO TO REGISTER-MEMBER-EXIT
           END-IF

           DISPLAY "Member ID: "
           ACCEPT WS-MEMBER-ID-RAW
           MOVE FUNCTION TRIM(WS-MEMBER-ID-RAW) TO WS-MEMBER-ID
           PERFORM LOOKUP-MEMBER
           IF WS-VALID NOT = 'Y'
               DISPLAY "Invalid member or inactive status."
               GO TO REGISTER-MEMBER-EXIT
           END-IF
           CALL "BanCheck" USING WS-MEMBER-ID, BAN-ACTIVE-FLAG
           IF BAN-ACTIVE-FLAG = 'Y'
               DISPLAY "This account cannot be used at present. "
                   "Please see a staff member."
               GO TO REGISTER-MEMBER-EXIT
           END-IF
           PERFORM LOOKUP-MEMBER-PROFILE
           IF FUNCTION TRIM(ET-AGE(ET-MATCH-IDX)) NOT = "ALL" AND
              FUNCTION TRIM(ET-AGE(ET-MATCH-IDX)) NOT = WS-AGE-BAND
               DISPLAY "This event is for the "
                   FUNCTION TRIM(ET-AGE(ET-MATCH-IDX))
                   " age band and the member's card is "
                   WS-AGE-BAND "."
               GO TO REGISTER-MEMBER-EXIT
           END-IF

           PERFORM LOAD-REG-TABLE
           PERFORM COUNT-EVENT-SEATS
           IF RG-MATCH-IDX > 0
               DISPLAY "Member is already signed up ("
                   FUNCTION TRIM(RG-STATUS(RG-MATCH-IDX)) ")."
               GO TO REGISTER-MEMBER-EXIT
           END-IF
           IF RG-TOTAL >= 2000
               DISPLAY "Registration file is full."
               GO TO REGISTER-MEMBER-EXIT
           END-IF

           ADD 1 TO RG-TOTAL
           MOVE WS-EVENT-ID TO RG-EVENT(RG-TOTAL)
           MOVE WS-MEMBER-ID TO RG-MEMBER(RG-TOTAL)
           MOVE TODAY-MMDDYYYY TO RG-DATE(RG-TOTAL)
           MOVE "N" TO RG-REMINDED(RG-TOTAL)
           IF WS-SEATS-TAKEN < ET-CAPACITY(ET-MATCH-IDX)
               MOVE "REGISTERED" TO RG-STATUS(RG-TOTAL)
               DISPLAY "Registered for "
                   FUNCTION TRIM(ET-TITLE(ET-MATCH-IDX)) " on "
                   ET-DATE(ET-MATCH-IDX) " at "
                   ET-TIME(ET-MATCH-IDX) "."
           ELSE
               MOVE "WAITLIST" TO RG-STATUS(RG-TOTAL)
               ADD 1 TO WS-WAITING
               DISPLAY "Event is full -- member is number "
                   WS-WAITING " on the waitlist."
           END-IF
           PERFORM SAVE-REG-TABLE.
       REGISTER-MEMBER-EXIT.
           EXIT.

      * Seats taken and waitlist length for WS-EVENT-ID, and where
      * WS-MEMBER-ID already sits on it (RG-MATCH-IDX, 0 = not
      * signed up; a CANCELLED row does not count).
       COUNT-EVENT-SEATS.
           MOVE 0 TO WS-SEATS-TAKEN
           MOVE 0 TO WS-WAITING
           MOVE 0 TO RG-MATCH-IDX
           PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > RG-TOTAL
               IF FUNCTION TRIM(RG-EVENT(RG-IDX)) = WS-EVENT-ID
                   EVALUATE FUNCTION TRIM(RG-STATUS(RG-IDX))
                       WHEN "REGISTERED"
                       WHEN "ATTENDED"
                           ADD 1 TO WS-SEATS-TAKEN
                       WHEN "WAITLIST"
                           ADD 1 TO WS-WAITING
                   END-EVALUATE
                   IF FUNCTION TRIM(RG-MEMBER(RG-IDX)) = WS-MEMBER-ID
                      AND FUNCTION TRIM(RG-STATUS(RG-IDX))
                          NOT = "CANCELLED"
                       MOVE RG-IDX TO RG-MATCH-IDX
                   END-IF
               END-IF
           END-PERFORM.

      * Giving back a seat moves the longest-waiting WAITLIST sign-up
      * into it and queues that member an EVENT_SEAT notice.
       CANCEL-REGISTRATION.
           DISPLAY "Event ID: "
           ACCEPT WS-EVENT-ID-RAW
           MOVE FUNCTION TRIM(WS-EVENT-ID-RAW) TO WS-EVENT-ID
           PERFORM FIND-EVENT
           IF ET-MATCH-IDX = 0
               DISPLAY "No such event."
               GO TO CANCEL-REGISTRATION-EXIT
           END-IF
           IF ET-DATE-NUM(ET-MATCH-IDX) < TODAY
               DISPLAY "That event has already taken place."
               GO TO CANCEL-REGISTRATION-EXIT
           END-IF
           DISPLAY "Member ID: "
           ACCEPT WS-MEMBER-ID-RAW
           MOVE FUNCTION TRIM(WS-MEMBER-ID-RAW) TO WS-MEMBER-ID

           PERFORM LOAD-REG-TABLE
           PERFORM COUNT-EVENT-SEATS
           IF RG-MATCH-IDX = 0
               DISPLAY "That member is not signed up for the event."
               GO TO CANCEL-REGISTRATION-EXIT
           END-IF
           IF FUNCTION TRIM(RG-STATUS(RG-MATCH-IDX)) = "ATTENDED"
               DISPLAY "Attendance is already marked -- cannot "
                   "cancel."
               GO TO CANCEL-REGISTRATION-EXIT
           END-IF

           IF FUNCTION TRIM(RG-STATUS(RG-MATCH-IDX)) = "REGISTERED"
               MOVE "CANCELLED" TO RG-STATUS(RG-MATCH-IDX)
               DISPLAY "Registration cancelled."
               MOVE 'N' TO WS-DONE
               PERFORM VARYING RG-IDX FROM 1 BY 1
                       UNTIL RG-IDX > RG-TOTAL OR WS-DONE = 'Y'
                   IF FUNCTION TRIM(RG-EVENT(RG-IDX)) = WS-EVENT-ID
                      AND FUNCTION TRIM(RG-STATUS(RG-IDX))
                          = "WAITLIST"
                       MOVE "REGISTERED" TO RG-STATUS(RG-IDX)
                       MOVE 'Y' TO WS-DONE
                       MOVE RG-MEMBER(RG-IDX) TO WS-MEMBER-ID
                       DISPLAY "Member " WS-MEMBER-ID " moved up "
                           "from the waitlist."
                       MOVE "EVENT_SEAT" TO WS-NOTICE-TYPE
                       PERFORM SEND-EVENT-NOTICE
                           THRU SEND-EVENT-NOTICE-EXIT
                   END-IF
               END-PERFORM
           ELSE
               MOVE "CANCELLED" TO RG-STATUS(RG-MATCH-IDX)
               DISPLAY "Taken off the waitlist."
           END-IF
           PERFORM SAVE-REG-TABLE.
       CANCEL-REGISTRATION-EXIT.
           EXIT.

      * Queues EVENT_REMIND for every REGISTERED sign-up whose event
      * falls from today through the chosen number of days ahead and
      * has not been reminded yet. The reminded flag is set even for
      * a member who opted out of notices, so re-running the pass the
      * same day never queues twice.
       QUEUE-REMINDERS.
           DISPLAY "Remind for events in the next how many days "
               "(blank = 2): "
           MOVE SPACES TO WS-DAYS-RAW
           ACCEPT WS-DAYS-RAW
           MOVE 2 TO WS-DAYS-AHEAD
           IF FUNCTION TRIM(WS-DAYS-RAW) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DAYS-RAW) TO WS-DAYS-AHEAD
           END-IF

           PERFORM LOAD-REG-TABLE
           MOVE 0 TO WS-QUEUED-COUNT
           MOVE "EVENT_REMIND" TO WS-NOTICE-TYPE
           PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > RG-TOTAL
               IF FUNCTION TRIM(RG-STATUS(RG-IDX)) = "REGISTERED" AND
                  RG-REMINDED(RG-IDX) NOT = "Y"
                   MOVE FUNCTION TRIM(RG-EVENT(RG-IDX))
                       TO WS-EVENT-ID
                   PERFORM FIND-EVENT
                   IF ET-MATCH-IDX > 0
                       IF FUNCTION TRIM(ET-STATUS(ET-MATCH-IDX))
                              = "OPEN" AND
                          ET-DATE-NUM(ET-MATCH-IDX) >= TODAY
                           COMPUTE WS-EVENT-INT =
                               FUNCTION INTEGER-OF-DATE
                                   (ET-DATE-NUM(ET-MATCH-IDX))
                           COMPUTE WS-DAYS-TO-GO =
                               WS-EVENT-INT - TODAY-INT
                           IF WS-DAYS-TO-GO <= WS-DAYS-AHEAD
                               MOVE RG-MEMBER(RG-IDX) TO WS-MEMBER-ID
                               PERFORM SEND-EVENT-NOTICE
                                   THRU SEND-EVENT-NOTICE-EXIT
                               MOVE "Y" TO RG-REMINDED(RG-IDX)
                               ADD 1 TO WS-QUEUED-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-QUEUED-COUNT > 0
               PERFORM SAVE-REG-TABLE
           END-IF
           DISPLAY WS-QUEUED-COUNT " reminder(s) processed.".
       QUEUE-REMINDERS-EXIT.
           EXIT.

      * Marked on the day: each member ID scanned at the door flips a
      * REGISTERED (or WAITLIST) row to ATTENDED; a walk-in with no
      * sign-up gets an ATTENDED row of their own so the head count
      * is complete. Blank member ID ends the session.
       MARK-ATTENDANCE.
           DISPLAY "Event ID: "
           ACCEPT WS-EVENT-ID-RAW
           MOVE FUNCTION TRIM(WS-EVENT-ID-RAW) TO WS-EVENT-ID
           PERFORM FIND-EVENT
           IF ET-MATCH-IDX = 0
               DISPLAY "No such event."
               GO TO MARK-ATTENDANCE-EXIT
           END-IF
           IF ET-DATE-NUM(ET-MATCH-IDX) > TODAY
               DISPLAY "That event has not happened yet."
               GO TO MARK-ATTENDANCE-EXIT
           END-IF

           PERFORM LOAD-REG-TABLE
           MOVE 0 TO WS-MARKED-COUNT
           MOVE 'N' TO WS-DONE
           PERFORM UNTIL WS-DONE = 'Y'
               DISPLAY "Member ID present (blank = finished): "
               MOVE SPACES TO WS-MEMBER-ID-RAW
               ACCEPT WS-MEMBER-ID-RAW
               MOVE FUNCTION TRIM(WS-MEMBER-ID-RAW) TO WS-MEMBER-ID
               IF WS-MEMBER-ID = SPACES
                   MOVE 'Y' TO WS-DONE
               ELSE
                   PERFORM COUNT-EVENT-SEATS
                   IF RG-MATCH-IDX > 0
                       MOVE "ATTENDED" TO RG-STATUS(RG-MATCH-IDX)
                       ADD 1 TO WS-MARKED-COUNT
                       DISPLAY "  " WS-MEMBER-ID " marked present."
                   ELSE
                       IF RG-TOTAL < 2000
                           ADD 1 TO RG-TOTAL
                           MOVE WS-EVENT-ID TO RG-EVENT(RG-TOTAL)
                           MOVE WS-MEMBER-ID TO RG-MEMBER(RG-TOTAL)
                           MOVE TODAY-MMDDYYYY TO RG-DATE(RG-TOTAL)
                           MOVE "ATTENDED" TO RG-STATUS(RG-TOTAL)
                           MOVE "Y" TO RG-REMINDED(RG-TOTAL)
                           ADD 1 TO WS-MARKED-COUNT
                           DISPLAY "  " WS-MEMBER-ID
                               " marked present (walk-in)."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MARKED-COUNT > 0
               PERFORM SAVE-REG-TABLE
           END-IF
           DISPLAY WS-MARKED-COUNT " attendee(s) marked.".
       MARK-ATTENDANCE-EXIT.
           EXIT.

       LIST-EVENTS.
           PERFORM LOAD-REG-TABLE
           MOVE 0 TO WS-SHOWN-COUNT
           DISPLAY " "
           DISPLAY "EVENTS FROM TODAY"
           DISPLAY HEADER-LINE
           PERFORM VARYING ET-IDX FROM 1 BY 1 UNTIL ET-IDX > ET-TOTAL
               IF ET-DATE-NUM(ET-IDX) >= TODAY
                   MOVE FUNCTION TRIM(ET-ID(ET-IDX)) TO WS-EVENT-ID
                   MOVE SPACES TO WS-MEMBER-ID
                   PERFORM COUNT-EVENT-SEATS
                   DISPLAY "  " ET-ID(ET-IDX) " " ET-DATE(ET-IDX) " "
                       ET-TIME(ET-IDX) " "
                       FUNCTION TRIM(ET-TITLE(ET-IDX)) " ("
                       FUNCTION TRIM(ET-TYPE(ET-IDX)) ", "
                       FUNCTION TRIM(ET-AGE(ET-IDX)) ", "
                       FUNCTION TRIM(ET-BRANCH(ET-IDX)) ") "
                       FUNCTION TRIM(ET-STATUS(ET-IDX))
                   DISPLAY "      seats " WS-SEATS-TAKEN " of "
                       ET-CAPACITY(ET-IDX) ", waitlist " WS-WAITING
                   ADD 1 TO WS-SHOWN-COUNT
               END-IF
           END-PERFORM
           DISPLAY HEADER-LINE
           IF WS-SHOWN-COUNT = 0
               DISPLAY "No upcoming events."
           END-IF.

      * One month of events bucketed by event type: events held,
      * seats booked, heads attended and members left on the
      * waitlist. CANCELLED events are left out.
       MONTHLY-REPORT.
           DISPLAY "Report month (MM/YYYY, blank = this month): "
           MOVE SPACES TO WS-MONTH-RAW
           ACCEPT WS-MONTH-RAW
           IF FUNCTION TRIM(WS-MONTH-RAW) = SPACES
               MOVE TODAY(5:2) TO WS-REPORT-MM
               MOVE TODAY(1:4) TO WS-REPORT-YYYY
           ELSE
               MOVE FUNCTION TRIM(WS-MONTH-RAW) TO WS-MONTH-RAW
               IF WS-MONTH-RAW(3:1) NOT = "/"
                   DISPLAY "Month must be MM/YYYY."
                   GO TO MONTHLY-REPORT-EXIT
               END-IF
               MOVE WS-MONTH-RAW(1:2) TO WS-REPORT-MM
               MOVE WS-MONTH-RAW(4:4) TO WS-REPORT-YYYY
           END-IF

           PERFORM LOAD-REG-TABLE
           MOVE 0 TO TY-TOTAL
           MOVE 0 TO TOT-EVENTS TOT-BOOKED TOT-ATTENDED TOT-WAITLIST
           PERFORM VARYING ET-IDX FROM 1 BY 1 UNTIL ET-IDX > ET-TOTAL
               IF ET-DATE(ET-IDX)(1:2) = WS-REPORT-MM AND
                  ET-DATE(ET-IDX)(7:4) = WS-REPORT-YYYY AND
                  FUNCTION TRIM(ET-STATUS(ET-IDX)) NOT = "CANCELLED"
                   PERFORM TALLY-ONE-EVENT
               END-IF
           END-PERFORM

           DISPLAY " "
           DISPLAY "EVENT ATTENDANCE BY TYPE -- " WS-REPORT-MM "/"
               WS-REPORT-YYYY
           DISPLAY HEADER-LINE
           DISPLAY "TYPE          EVENTS  BOOKED  ATTENDED  WAITLIST"
           DISPLAY HEADER-LINE
           PERFORM VARYING TY-IDX FROM 1 BY 1 UNTIL TY-IDX > TY-TOTAL
               DISPLAY TY-NAME(TY-IDX) "  " TY-EVENTS(TY-IDX)
                   "   " TY-BOOKED(TY-IDX) "   " TY-ATTENDED(TY-IDX)
                   "     " TY-WAITLIST(TY-IDX)
           END-PERFORM
           DISPLAY HEADER-LINE
           DISPLAY "TOTAL         " TOT-EVENTS "   " TOT-BOOKED
               "   " TOT-ATTENDED "     " TOT-WAITLIST
           IF TY-TOTAL = 0
               DISPLAY "No events held that month."
           END-IF.
       MONTHLY-REPORT-EXIT.
           EXIT.

       TALLY-ONE-EVENT.
           MOVE 0 TO TY-MATCH-IDX
           PERFORM VARYING TY-IDX FROM 1 BY 1
                   UNTIL TY-IDX > TY-TOTAL OR TY-MATCH-IDX > 0
               IF TY-NAME(TY-IDX) = ET-TYPE(ET-IDX)
                   MOVE TY-IDX TO TY-MATCH-IDX
               END-IF
           END-PERFORM
           IF TY-MATCH-IDX = 0
               IF TY-TOTAL >= 30
                   MOVE 30 TO TY-MATCH-IDX
               ELSE
                   ADD 1 TO TY-TOTAL
                   MOVE TY-TOTAL TO TY-MATCH-IDX
                   MOVE ET-TYPE(ET-IDX) TO TY-NAME(TY-MATCH-IDX)
                   MOVE 0 TO TY-EVENTS(TY-MATCH-IDX)
                   MOVE 0 TO TY-BOOKED(TY-MATCH-IDX)
                   MOVE 0 TO TY-ATTENDED(TY-MATCH-IDX)
                   MOVE 0 TO TY-WAITLIST(TY-MATCH-IDX)
               END-IF
           END-IF
           ADD 1 TO TY-EVENTS(TY-MATCH-IDX) TOT-EVENTS
           PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > RG-TOTAL
               IF RG-EVENT(RG-IDX) = ET-ID(ET-IDX)
                   EVALUATE FUNCTION TRIM(RG-STATUS(RG-IDX))
                       WHEN "ATTENDED"
                           ADD 1 TO TY-ATTENDED(TY-MATCH-IDX)
                               TOT-ATTENDED
                           ADD 1 TO TY-BOOKED(TY-MATCH-IDX) TOT-BOOKED
                       WHEN "REGISTERED"
                           ADD 1 TO TY-BOOKED(TY-MATCH-IDX) TOT-BOOKED
                       WHEN "WAITLIST"
                           ADD 1 TO TY-WAITLIST(TY-MATCH-IDX)
                               TOT-WAITLIST
                   END-EVALUATE
               END-IF
           END-PERFORM.

       LOAD-REG-TABLE.
           MOVE 0 TO RG-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT REG-FILE
           IF REG-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ REG-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO RG-REMINDED-F
                       UNSTRING REG-REC DELIMITED BY ","
                           INTO RG-EVENT-F, RG-MEMBER-F, RG-DATE-F,
                                RG-STATUS-F, RG-REMINDED-F
                       IF RG-TOTAL < 2000
                           ADD 1 TO RG-TOTAL
                           MOVE RG-EVENT-F TO RG-EVENT(RG-TOTAL)
                           MOVE RG-MEMBER-F TO RG-MEMBER(RG-TOTAL)
                           MOVE RG-DATE-F TO RG-DATE(RG-TOTAL)
                           MOVE RG-STATUS-F TO RG-STATUS(RG-TOTAL)
                           MOVE RG-REMINDED-F TO RG-REMINDED(RG-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF REG-STATUS = "00" OR REG-STATUS = "10"
               CLOSE REG-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SAVE-REG-TABLE.
           OPEN OUTPUT REG-TMP-FILE
           PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > RG-TOTAL
               MOVE SPACES TO REG-TMP-REC
               STRING FUNCTION TRIM(RG-EVENT(RG-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RG-MEMBER(RG-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RG-DATE(RG-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RG-STATUS(RG-IDX))
                          DELIMITED BY SIZE ","
                      RG-REMINDED(RG-IDX) DELIMITED BY SIZE
                   INTO REG-TMP-REC
               WRITE REG-TMP-REC
           END-PERFORM
           CLOSE REG-TMP-FILE
           CALL "CBL_RENAME_FILE" USING REG-TMP-PATH
               REG-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL.

      * Status, name, e-mail and notice preference for WS-MEMBER-ID;
      * WS-VALID is Y only for an ACTIVE card.
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

      * Age band (field 2) and notice language (field 3) from
      * member-profile.csv; a member with no row is ADULT and EN.
       LOOKUP-MEMBER-PROFILE.
           MOVE "ADULT" TO WS-AGE-BAND
           MOVE "EN" TO WS-MEMBER-LANG
           MOVE 'N' TO TPL-EOF
           OPEN INPUT PROFILE-FILE
           IF PROFILE-STATUS NOT = "00"
               MOVE 'Y' TO TPL-EOF
           END-IF
           PERFORM UNTIL TPL-EOF = 'Y'
               READ PROFILE-FILE
                   AT END
                       MOVE 'Y' TO TPL-EOF
                   NOT AT END
                       MOVE SPACES TO PF-AGE-F PF-LANG-F
                       UNSTRING PROFILE-REC DELIMITED BY ","
                           INTO PF-MEMBER-F, PF-AGE-F, PF-LANG-F
                       IF PF-MEMBER-F = WS-MEMBER-ID
                           IF FUNCTION TRIM(PF-AGE-F) NOT = SPACES
                               MOVE PF-AGE-F TO WS-AGE-BAND
                           END-IF
                           IF FUNCTION TRIM(PF-LANG-F) NOT = SPACES
                               MOVE PF-LANG-F TO WS-MEMBER-LANG
                           END-IF
                           MOVE 'Y' TO TPL-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF PROFILE-STATUS = "00" OR PROFILE-STATUS = "10"
               CLOSE PROFILE-FILE
           END-IF.

      * One notify-outbox.csv row (member,email,type,event_id,days,
      * date,rendered text) for WS-MEMBER-ID about event ET-MATCH-IDX.
       SEND-EVENT-NOTICE.
           PERFORM LOOKUP-MEMBER
           IF FUNCTION TRIM(NOTIFY-PREF) = "NONE"
               GO TO SEND-EVENT-NOTICE-EXIT
           END-IF
           PERFORM LOOKUP-MEMBER-PROFILE
           COMPUTE WS-EVENT-INT =
               FUNCTION INTEGER-OF-DATE(ET-DATE-NUM(ET-MATCH-IDX))
           COMPUTE WS-DAYS-TO-GO = WS-EVENT-INT - TODAY-INT
           MOVE WS-DAYS-TO-GO TO TPL-DAYS-X
           MOVE ET-TITLE(ET-MATCH-IDX) TO WS-NOTICE-TITLE
           PERFORM RENDER-NOTICE-TEXT THRU RENDER-NOTICE-TEXT-EXIT

           OPEN EXTEND OUTBOX-FILE
           IF OUTBOX-STATUS = "05" OR OUTBOX-STATUS = "35"
               OPEN OUTPUT OUTBOX-FILE
           END-IF
           MOVE SPACES TO OUTBOX-LINE
           STRING WS-MEMBER-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(NOTIFY-EMAIL) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-NOTICE-TYPE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(ET-ID(ET-MATCH-IDX))
                      DELIMITED BY SIZE ","
                  WS-DAYS-TO-GO DELIMITED BY SIZE ","
                  TODAY-MMDDYYYY DELIMITED BY SIZE ","
                  FUNCTION TRIM(RENDERED-MSG) DELIMITED BY SIZE
               INTO OUTBOX-LINE
           WRITE OUTBOX-LINE
           CLOSE OUTBOX-FILE.
       SEND-EVENT-NOTICE-EXIT.
           EXIT.

      * Renders the notice body from ../notice-templates.csv the same
      * way HoldsPullList.cbl does: %N member name, %B event ID, %D
      * days to go, plus %E for the event title. A missing template
      * in the member's language falls back to EN; none at all leaves
      * the rendered field blank.
       RENDER-NOTICE-TEXT.
           MOVE SPACES TO RENDERED-MSG
           MOVE SPACES TO TPL-TEXT
           MOVE WS-MEMBER-LANG TO TPL-WANT-LANG
           PERFORM FIND-TEMPLATE-ROW
           IF TPL-TEXT = SPACES AND WS-MEMBER-LANG NOT = "EN"
               MOVE "EN" TO TPL-WANT-LANG
               PERFORM FIND-TEMPLATE-ROW
           END-IF
           IF TPL-TEXT = SPACES
               GO TO RENDER-NOTICE-TEXT-EXIT
           END-IF

           MOVE 1 TO TPL-OUT-PTR
           PERFORM VARYING TPL-IN-PTR FROM 1 BY 1
                   UNTIL TPL-IN-PTR >
                       FUNCTION LENGTH(FUNCTION TRIM(TPL-TEXT))
               IF TPL-TEXT(TPL-IN-PTR:1) = "%" AND
                  TPL-IN-PTR <
                      FUNCTION LENGTH(FUNCTION TRIM(TPL-TEXT))
                   ADD 1 TO TPL-IN-PTR
                   EVALUATE TPL-TEXT(TPL-IN-PTR:1)
                       WHEN "N"
                           STRING FUNCTION TRIM(LOOKUP-NAME)
                                   DELIMITED BY SIZE
                               INTO RENDERED-MSG
                               WITH POINTER TPL-OUT-PTR
                       WHEN "B"
                           STRING FUNCTION TRIM(ET-ID(ET-MATCH-IDX))
                                   DELIMITED BY SIZE
                               INTO RENDERED-MSG
                               WITH POINTER TPL-OUT-PTR
                       WHEN "E"
                           STRING FUNCTION TRIM(WS-NOTICE-TITLE)
                                   DELIMITED BY SIZE
                               INTO RENDERED-MSG
                               WITH POINTER TPL-OUT-PTR
                       WHEN "D"
                           STRING TPL-DAYS-X DELIMITED BY SIZE
                               INTO RENDERED-MSG
                               WITH POINTER TPL-OUT-PTR
                       WHEN OTHER
                           STRING TPL-TEXT(TPL-IN-PTR:1)
                                   DELIMITED BY SIZE
                               INTO RENDERED-MSG
                               WITH POINTER TPL-OUT-PTR
                   END-EVALUATE
               ELSE
                   STRING TPL-TEXT(TPL-IN-PTR:1) DELIMITED BY SIZE
                       INTO RENDERED-MSG
                       WITH POINTER TPL-OUT-PTR
               END-IF
           END-PERFORM.
       RENDER-NOTICE-TEXT-EXIT.
           EXIT.

       FIND-TEMPLATE-ROW.
           MOVE 'N' TO TPL-EOF
           OPEN INPUT TEMPLATE-FILE
           IF TEMPLATE-STATUS NOT = "00"
               MOVE 'Y' TO TPL-EOF
           END-IF
           PERFORM UNTIL TPL-EOF = 'Y'
               READ TEMPLATE-FILE
                   AT END
                       MOVE 'Y' TO TPL-EOF
                   NOT AT END
                       MOVE 1 TO TPL-SPLIT-PTR
                       UNSTRING TEMPLATE-REC DELIMITED BY ","
                           INTO TPL-TYPE-F, TPL-LANG-F
                           WITH POINTER TPL-SPLIT-PTR
                       IF FUNCTION TRIM(TPL-TYPE-F) =
                              FUNCTION TRIM(WS-NOTICE-TYPE) AND
                          FUNCTION TRIM(TPL-LANG-F) =
                              FUNCTION TRIM(TPL-WANT-LANG)
                           MOVE TEMPLATE-REC(TPL-SPLIT-PTR:)
                               TO TPL-TEXT
                           MOVE 'Y' TO TPL-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF TEMPLATE-STATUS = "00" OR TEMPLATE-STATUS = "10"
               CLOSE TEMPLATE-FILE
           END-IF.

       END PROGRAM EventMaintain.
