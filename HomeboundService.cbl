      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Homebound member delivery service -- housebound and
      *          elderly members are flagged HOMEBOUND on
      *          ../homebound.csv (member_id,route_id,genres,
      *          large_print,language,items_per_visit,status
      *          ACTIVE/PAUSED/ENDED; genres up to three, separated by
      *          ';'), each on a volunteer route from
      *          ../delivery-routes.csv (route_id,volunteer,staff_id).
      *          Large-print and language are per title on
      *          ../book-formats.csv (book_id,large_print,language);
      *          a title with no row is regular print in EN.
      *          The monthly selection run for a route picks, for
      *          every member on it, available titles matching their
      *          preferences that they have never borrowed (log.csv
      *          and the dated ../archive/log-YYYYMMDD.csv snapshots),
      *          lends them through BorrowBook.cbl under the route's
      *          delivery staff ID, and prints the volunteer's
      *          manifest -- what to collect (everything the member
      *          still has out) and what to deliver. The manifest is
      *          also appended to ../delivery-manifest.csv
      *          (route_id,visit_date,volunteer,member_id,action,
      *          book_id,copy_id,title,due_date).
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - member address on the registration screen and
      *                the delivery manifest is masked unless the
      *                operator's role allows a full view
      *                (PiiAccess.cbl / PiiMask.cbl); the manifest
      *                heading says MASKED or FULL
      * 15.10.2026 HL - the delivery run calls BorrowBook with choice
      *                97 and deletes ../delivery-checkout.csv once
      *                the loans are collected for the manifest
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HomeboundService.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HB-FILE ASSIGN TO "../homebound.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HB-STATUS.
           SELECT HB-TMP-FILE ASSIGN TO "../homebound.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROUTE-FILE ASSIGN TO "../delivery-routes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROUTE-STATUS.
           SELECT ROUTE-TMP-FILE ASSIGN TO "../delivery-routes.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FORMAT-FILE ASSIGN TO "../book-formats.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORMAT-STATUS.
           SELECT FORMAT-TMP-FILE ASSIGN TO "../book-formats.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMBER-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "../member-profile.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-STATUS.
           SELECT STAFF-FILE ASSIGN TO "../staff.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAFF-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT DELIVERY-FILE ASSIGN TO "../delivery-checkout.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELIVERY-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "../delivery-manifest.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HB-FILE.
       01  HB-REC             PIC X(120).
       FD  HB-TMP-FILE.
       01  HB-TMP-REC         PIC X(120).
       FD  ROUTE-FILE.
       01  ROUTE-REC          PIC X(60).
       FD  ROUTE-TMP-FILE.
       01  ROUTE-TMP-REC      PIC X(60).
       FD  FORMAT-FILE.
       01  FORMAT-REC         PIC X(30).
       FD  FORMAT-TMP-FILE.
       01  FORMAT-TMP-REC     PIC X(30).
       FD  MEMBER-FILE.
       01  MEMBER-REC         PIC X(200).
       FD  PROFILE-FILE.
       01  PROFILE-REC        PIC X(30).
       FD  STAFF-FILE.
       01  STAFF-REC          PIC X(80).
       FD  BOOK-FILE.
       01  BOOK-REC           PIC X(200).
       FD  LOG-FILE.
       01  LOG-REC            PIC X(200).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC        PIC X(200).
       FD  DELIVERY-FILE.
       01  DELIVERY-REC       PIC X(20).
       FD  MANIFEST-FILE.
       01  MANIFEST-REC       PIC X(150).

       WORKING-STORAGE SECTION.
       01  HB-STATUS          PIC XX.
       01  ROUTE-STATUS       PIC XX.
       01  FORMAT-STATUS      PIC XX.
       01  MEMBER-STATUS      PIC XX.
       01  PROFILE-STATUS     PIC XX.
       01  STAFF-STATUS       PIC XX.
       01  BOOK-STATUS        PIC XX.
       01  LOG-STATUS         PIC XX.
       01  ARCHIVE-STATUS     PIC XX.
       01  DELIVERY-STATUS    PIC XX.
       01  MANIFEST-STATUS    PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-MENU-CHOICE     PIC 9.

      * ../homebound.csv, held whole so a member's preferences can be
      * changed in place.
       01  HB-TABLE.
           05 HB-ENTRY OCCURS 300 TIMES.
              10  HB-MEMBER   PIC X(5).
              10  HB-ROUTE    PIC X(5).
              10  HB-GENRES   PIC X(60).
              10  HB-LARGE    PIC X.
              10  HB-LANG     PIC X(5).
              10  HB-PER-VISIT PIC 9(2).
              10  HB-STATUS-T PIC X(8).
       01  HB-TOTAL           PIC 9(3) VALUE 0.
       01  HB-IDX             PIC 9(3).
       01  HB-MATCH-IDX       PIC 9(3) VALUE 0.
       01  HF-MEMBER-F        PIC X(5).
       01  HF-ROUTE-F         PIC X(5).
       01  HF-GENRES-F        PIC X(60).
       01  HF-LARGE-F         PIC X(3).
       01  HF-LANG-F          PIC X(5).
       01  HF-PER-VISIT-F     PIC X(3).
       01  HF-STATUS-F        PIC X(8).

       01  ROUTE-TABLE.
           05 ROUTE-ENTRY OCCURS 50 TIMES.
              10  RT-ID       PIC X(5).
              10  RT-VOLUNTEER PIC X(30).
              10  RT-STAFF    PIC X(5).
       01  RT-TOTAL           PIC 9(3) VALUE 0.
       01  RT-IDX             PIC 9(3).
       01  RT-MATCH-IDX       PIC 9(3) VALUE 0.
       01  RF-ID-F            PIC X(5).
       01  RF-VOLUNTEER-F     PIC X(30).
       01  RF-STAFF-F         PIC X(5).

       01  FORMAT-TABLE.
           05 FORMAT-ENTRY OCCURS 500 TIMES.
              10  FT-BOOK     PIC X(5).
              10  FT-LARGE    PIC X.
              10  FT-LANG     PIC X(5).
       01  FT-TOTAL           PIC 9(3) VALUE 0.
       01  FT-IDX             PIC 9(3).
       01  FT-MATCH-IDX       PIC 9(3) VALUE 0.
       01  FF-BOOK-F          PIC X(5).
       01  FF-LARGE-F         PIC X(3).
       01  FF-LANG-F          PIC X(5).

      * Members on the route being run, with their preferences
      * unpacked (up to three genres) and the name and address the
      * volunteer needs on the manifest.
       01  RUN-MEMBER-TABLE.
           05 RM-ENTRY OCCURS 100 TIMES.
              10  RM-MEMBER   PIC X(5).
              10  RM-NAME     PIC X(30).
              10  RM-ADDR     PIC X(50).
              10  RM-GENRE    PIC X(30) OCCURS 3 TIMES.
              10  RM-LARGE    PIC X.
              10  RM-LANG     PIC X(5).
              10  RM-PER-VISIT PIC 9(2).
              10  RM-PICKED   PIC 9(2).
       01  RM-TOTAL           PIC 9(3) VALUE 0.
       01  RM-IDX             PIC 9(3).
       01  RM-MATCH-IDX       PIC 9(3) VALUE 0.
       01  RM-G               PIC 9.

       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 500 TIMES.
              10  BK-ID       PIC X(5).
              10  BK-NAME     PIC X(30).
              10  BK-COUNT    PIC 9(2).
              10  BK-GENRE    PIC X(30).
              10  BK-STATUS   PIC X(10).
              10  BK-TYPE     PIC X(10).
              10  BK-LARGE    PIC X.
              10  BK-LANG     PIC X(5).
       01  BK-TOTAL           PIC 9(3) VALUE 0.
       01  BK-IDX             PIC 9(3).
       01  BK-MATCH-IDX       PIC 9(3) VALUE 0.
       01  BF-ID-F            PIC X(5).
       01  BF-NAME-F          PIC X(30).
       01  BF-AUTHOR-F        PIC X(30).
       01  BF-COUNT-F         PIC X(3).
       01  BF-GENRE-F         PIC X(30).
       01  BF-STATUS-F        PIC X(10).
       01  BF-ISBN-F          PIC X(17).
       01  BF-BRANCH-F        PIC X(10).
       01  BF-TYPE-F          PIC X(10).

      * Every title each route member has ever borrowed, live log and
      * archives alike -- the "never had it before" test.
       01  HISTORY-TABLE.
           05 HISTORY-ENTRY OCCURS 5000 TIMES.
              10  HS-RMIDX    PIC 9(3).
              10  HS-BOOK     PIC X(5).
       01  HS-TOTAL           PIC 9(4) VALUE 0.
       01  HS-IDX             PIC 9(4).
       01  HISTORY-OVERFLOW   PIC X VALUE 'N'.

      * Manifest lines -- C(ollect) rows are loans already out before
      * tonight's run, D(eliver) rows the loans it has just made.
       01  MANIFEST-TABLE.
           05 MF-ENTRY OCCURS 600 TIMES.
              10  MF-RMIDX    PIC 9(3).
              10  MF-ACTION   PIC X.
              10  MF-BOOK     PIC X(5).
              10  MF-COPY     PIC X(8).
              10  MF-DUE      PIC X(10).
       01  MF-TOTAL           PIC 9(3) VALUE 0.
       01  MF-IDX             PIC 9(3).

       01  LG-TRAN-F          PIC X(5).
       01  LG-MEMBER-F        PIC X(5).
       01  LG-BOOK-F          PIC X(5).
       01  LG-START-F         PIC X(10).
       01  LG-END-F           PIC X(10).
       01  LG-DUE-F           PIC X(3).
       01  LG-RETURN-F        PIC X(10).
       01  LG-COPY-F          PIC X(8).
       01  LG-STAFF-F         PIC X(5).
       01  LG-TRAN-NUM        PIC 9(5).
       01  WS-MAX-TRAN        PIC 9(5) VALUE 0.

       01  MB-ID-EMAIL        PIC X(100).
       01  MB-ADDR-Q          PIC X(100).
       01  MB-GENDER-FLAG     PIC X(100).
       01  MB-DUMMY           PIC X(5).
       01  MB-QUOTE-COUNT     PIC 9(3).
       01  MB-ID-F            PIC X(5).
       01  MB-NAME-F          PIC X(30).
       01  MB-EMAIL-F         PIC X(35).
       01  MB-ADDR-F          PIC X(50).
       01  MB-GENDER-F        PIC X.
       01  MB-FLAG-F          PIC X(8).
       01  PF-MEMBER-F        PIC X(5).
       01  PF-AGE-F           PIC X(8).
       01  PF-LANG-F          PIC X(5).
       01  ST-ID-F            PIC X(5).
       01  ST-NAME-F          PIC X(30).
       01  ST-PIN-F           PIC X(10).
       01  ST-ROLE-F          PIC X(10).
       01  ST-STATUS-F        PIC X(10).

       01  WS-MEMBER-ID-RAW   PIC X(20).
       01  WS-MEMBER-ID       PIC X(5).
       01  WS-ROUTE-RAW       PIC X(20).
       01  WS-ROUTE-ID        PIC X(5).
       01  WS-BOOK-ID-RAW     PIC X(20).
       01  WS-BOOK-ID         PIC X(5).
       01  WS-STAFF-RAW       PIC X(20).
       01  WS-STAFF-ID        PIC X(5).
       01  WS-VOLUNTEER-RAW   PIC X(30).
       01  WS-GENRES-RAW      PIC X(60).
       01  WS-LARGE-RAW       PIC X(3).
       01  WS-LANG-RAW        PIC X(10).
       01  WS-PER-VISIT-RAW   PIC X(4).
       01  WS-PER-VISIT       PIC 9(2).
       01  WS-STATUS-RAW      PIC X(10).
       01  WS-MEMBER-NAME     PIC X(30).
       01  WS-MEMBER-ADDR     PIC X(50).
       01  WS-MEMBER-LANG     PIC X(5).
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-SEEN            PIC X VALUE 'N'.
       01  WS-GENRE-OK        PIC X VALUE 'N'.
       01  WS-UPPER-A         PIC X(30).
       01  WS-UPPER-B         PIC X(30).
       01  WS-CONFIRM         PIC X.
       01  CNT-PICKED         PIC 9(4) VALUE 0.
       01  CNT-DELIVERED      PIC 9(4) VALUE 0.
       01  CNT-COLLECT        PIC 9(4) VALUE 0.
       01  WS-TITLE           PIC X(30).

       01  ARCHIVE-PATH       PIC X(40).
       01  WS-PROBE-INT       PIC 9(8).
       01  WS-PROBE-DATE      PIC 9(8).
       01  WS-PROBE-STEPS     PIC 9(4).
       01  TODAY              PIC 9(8).
       01  TODAY-INT          PIC 9(8).
       01  TODAY-MMDDYYYY     PIC X(10).

      * BorrowBook.cbl linkage for an unattended call -- choice 97
      * runs ../delivery-checkout.csv under the route's staff ID.
       01  BB-CHOICE          PIC 9(3) VALUE 97.
       01  BB-PRESET-MEMBER   PIC X(5) VALUE SPACES.

       01  HB-REAL-PATH       PIC X(20) VALUE "../homebound.csv".
       01  HB-TMP-PATH        PIC X(24) VALUE "../homebound.csv.tmp".
       01  DELIVERY-PATH      PIC X(30)
           VALUE "../delivery-checkout.csv".
       01  ROUTE-REAL-PATH    PIC X(28)
               VALUE "../delivery-routes.csv".
       01  ROUTE-TMP-PATH     PIC X(32)
               VALUE "../delivery-routes.csv.tmp".
       01  FORMAT-REAL-PATH   PIC X(24) VALUE "../book-formats.csv".
       01  FORMAT-TMP-PATH    PIC X(28)
               VALUE "../book-formats.csv.tmp".
       01  RENAME-STATUS      PIC S9(9) COMP-5.
       01  HEADER-LINE        PIC X(70) VALUE ALL '-'.

      * Personal-data view for the signed-in operator -- 'Y' full,
      * 'N' address masked through PiiMask.cbl.
       01  PII-FULL           PIC X VALUE 'N'.
       01  PII-PROGRAM        PIC X(20) VALUE "HomeboundService".
       01  PII-SUBJECT        PIC X(10).
       01  PII-KIND           PIC X(5) VALUE "ADDR".
       01  PII-VALUE          PIC X(100).

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 OPERATOR-ID-L PIC X(5).
       01 OPERATOR-ROLE-L PIC X(10).
       PROCEDURE DIVISION USING USER-CHOICE, OPERATOR-ID-L,
           OPERATOR-ROLE-L.
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
           PERFORM LOAD-HB-TABLE
           PERFORM LOAD-ROUTE-TABLE
           PERFORM LOAD-FORMAT-TABLE

           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*       Homebound Delivery Service        *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Register / update a homebound member"
           DISPLAY "2. Pause, resume or end a member's service"
           DISPLAY "3. Add / update a delivery route"
           DISPLAY "4. Set a title's large print / language"
           DISPLAY "5. List homebound members by route"
           DISPLAY "6. Run the monthly selection for a route"
           DISPLAY "7. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM REGISTER-HOMEBOUND
                       THRU REGISTER-HOMEBOUND-EXIT
               WHEN 2
                   PERFORM CHANGE-HB-STATUS THRU CHANGE-HB-STATUS-EXIT
               WHEN 3
                   PERFORM MAINTAIN-ROUTE THRU MAINTAIN-ROUTE-EXIT
               WHEN 4
                   PERFORM SET-BOOK-FORMAT THRU SET-BOOK-FORMAT-EXIT
               WHEN 5
                   PERFORM LIST-HOMEBOUND
               WHEN 6
                   PERFORM RUN-MONTHLY-SELECTION
                       THRU RUN-MONTHLY-SELECTION-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       REGISTER-HOMEBOUND.
           DISPLAY "Member ID: "
           ACCEPT WS-MEMBER-ID-RAW
           MOVE FUNCTION TRIM(WS-MEMBER-ID-RAW) TO WS-MEMBER-ID
           PERFORM FIND-MEMBER-DETAILS
           IF WS-FOUND NOT = 'Y'
               DISPLAY "No such member."
               GO TO REGISTER-HOMEBOUND-EXIT
           END-IF
           IF FUNCTION TRIM(MB-FLAG-F) NOT = "ACTIVE"
               DISPLAY "Member is not ACTIVE -- reinstate the card "
                   "first."
               GO TO REGISTER-HOMEBOUND-EXIT
           END-IF
           DISPLAY "Member    : " FUNCTION TRIM(WS-MEMBER-NAME)
           MOVE WS-MEMBER-ID TO PII-SUBJECT
           CALL "PiiAccess" USING OPERATOR-ID-L, OPERATOR-ROLE-L,
               PII-PROGRAM, PII-SUBJECT, PII-FULL
           MOVE WS-MEMBER-ADDR TO PII-VALUE
           IF PII-FULL NOT = 'Y'
               CALL "PiiMask" USING PII-KIND, PII-VALUE
           END-IF
           DISPLAY "Address   : " FUNCTION TRIM(PII-VALUE)

           PERFORM FIND-HB-ROW
           IF HB-MATCH-IDX > 0
               DISPLAY "Already homebound on route "
                   HB-ROUTE(HB-MATCH-IDX) " -- updating preferences."
           END-IF

           DISPLAY "Delivery route ID: "
           ACCEPT WS-ROUTE-RAW
           MOVE FUNCTION TRIM(WS-ROUTE-RAW) TO WS-ROUTE-ID
           PERFORM FIND-ROUTE
           IF RT-MATCH-IDX = 0
               DISPLAY "No such route -- add it first (option 3)."
               GO TO REGISTER-HOMEBOUND-EXIT
           END-IF
           DISPLAY "Preferred genres, up to 3 separated by ';' "
               "(blank = any): "
           MOVE SPACES TO WS-GENRES-RAW
           ACCEPT WS-GENRES-RAW
           INSPECT WS-GENRES-RAW REPLACING ALL "," BY ";"
           DISPLAY "Large print only (Y/N): "
           MOVE SPACES TO WS-LARGE-RAW
           ACCEPT WS-LARGE-RAW
           IF WS-LARGE-RAW(1:1) = 'y'
               MOVE 'Y' TO WS-LARGE-RAW(1:1)
           END-IF
           IF WS-LARGE-RAW(1:1) NOT = 'Y'
               MOVE 'N' TO WS-LARGE-RAW(1:1)
           END-IF
           DISPLAY "Reading language (blank = card language): "
           MOVE SPACES TO WS-LANG-RAW
           ACCEPT WS-LANG-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LANG-RAW))
               TO WS-LANG-RAW
           DISPLAY "Items per visit (blank = 3): "
           MOVE SPACES TO WS-PER-VISIT-RAW
           ACCEPT WS-PER-VISIT-RAW
           MOVE 3 TO WS-PER-VISIT
           IF FUNCTION TRIM(WS-PER-VISIT-RAW) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PER-VISIT-RAW) TO WS-PER-VISIT
           END-IF
           IF WS-PER-VISIT = 0
               MOVE 3 TO WS-PER-VISIT
           END-IF

           IF HB-MATCH-IDX = 0
               IF HB-TOTAL >= 300
                   DISPLAY "Homebound register is full."
                   GO TO REGISTER-HOMEBOUND-EXIT
               END-IF
               ADD 1 TO HB-TOTAL
               MOVE HB-TOTAL TO HB-MATCH-IDX
               MOVE WS-MEMBER-ID TO HB-MEMBER(HB-MATCH-IDX)
           END-IF
           MOVE WS-ROUTE-ID TO HB-ROUTE(HB-MATCH-IDX)
           MOVE WS-GENRES-RAW TO HB-GENRES(HB-MATCH-IDX)
           MOVE WS-LARGE-RAW(1:1) TO HB-LARGE(HB-MATCH-IDX)
           MOVE WS-LANG-RAW TO HB-LANG(HB-MATCH-IDX)
           MOVE WS-PER-VISIT TO HB-PER-VISIT(HB-MATCH-IDX)
           MOVE "ACTIVE" TO HB-STATUS-T(HB-MATCH-IDX)
           PERFORM SAVE-HB-TABLE
           DISPLAY "Member " WS-MEMBER-ID " is HOMEBOUND on route "
               WS-ROUTE-ID " ("
               FUNCTION TRIM(RT-VOLUNTEER(RT-MATCH-IDX)) ").".
       REGISTER-HOMEBOUND-EXIT.
           EXIT.

       CHANGE-HB-STATUS.
           DISPLAY "Member ID: "
           ACCEPT WS-MEMBER-ID-RAW
           MOVE FUNCTION TRIM(WS-MEMBER-ID-RAW) TO WS-MEMBER-ID
           PERFORM FIND-HB-ROW
           IF HB-MATCH-IDX = 0
               DISPLAY "That member is not on the homebound register."
               GO TO CHANGE-HB-STATUS-EXIT
           END-IF
           DISPLAY "Currently " FUNCTION TRIM(HB-STATUS-T(HB-MATCH-IDX))
           DISPLAY "New status (ACTIVE/PAUSED/ENDED): "
           MOVE SPACES TO WS-STATUS-RAW
           ACCEPT WS-STATUS-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-STATUS-RAW))
               TO WS-STATUS-RAW
           IF WS-STATUS-RAW NOT = "ACTIVE" AND
              WS-STATUS-RAW NOT = "PAUSED" AND
              WS-STATUS-RAW NOT = "ENDED"
               DISPLAY "Status must be ACTIVE, PAUSED or ENDED."
               GO TO CHANGE-HB-STATUS-EXIT
           END-IF
           MOVE WS-STATUS-RAW TO HB-STATUS-T(HB-MATCH-IDX)
           PERFORM SAVE-HB-TABLE
           DISPLAY "Homebound service for " WS-MEMBER-ID " is now "
               FUNCTION TRIM(WS-STATUS-RAW) ".".
       CHANGE-HB-STATUS-EXIT.
           EXIT.

       MAINTAIN-ROUTE.
           DISPLAY "Route ID: "
           ACCEPT WS-ROUTE-RAW
           MOVE FUNCTION TRIM(WS-ROUTE-RAW) TO WS-ROUTE-ID
           IF WS-ROUTE-ID = SPACES
               GO TO MAINTAIN-ROUTE-EXIT
           END-IF
           DISPLAY "Volunteer name: "
           MOVE SPACES TO WS-VOLUNTEER-RAW
           ACCEPT WS-VOLUNTEER-RAW
           INSPECT WS-VOLUNTEER-RAW REPLACING ALL "," BY " "
           DISPLAY "Delivery staff ID the loans go out under: "
           ACCEPT WS-STAFF-RAW
           MOVE FUNCTION TRIM(WS-STAFF-RAW) TO WS-STAFF-ID
           PERFORM CHECK-STAFF-ID
           IF WS-FOUND NOT = 'Y'
               DISPLAY "No ACTIVE staff member with that ID."
               GO TO MAINTAIN-ROUTE-EXIT
           END-IF
           PERFORM FIND-ROUTE
           IF RT-MATCH-IDX = 0
               IF RT-TOTAL >= 50
                   DISPLAY "Route file is full."
                   GO TO MAINTAIN-ROUTE-EXIT
               END-IF
               ADD 1 TO RT-TOTAL
               MOVE RT-TOTAL TO RT-MATCH-IDX
               MOVE WS-ROUTE-ID TO RT-ID(RT-MATCH-IDX)
           END-IF
           MOVE WS-VOLUNTEER-RAW TO RT-VOLUNTEER(RT-MATCH-IDX)
           MOVE WS-STAFF-ID TO RT-STAFF(RT-MATCH-IDX)
           PERFORM SAVE-ROUTE-TABLE
           DISPLAY "Route " WS-ROUTE-ID " saved.".
       MAINTAIN-ROUTE-EXIT.
           EXIT.

       SET-BOOK-FORMAT.
           DISPLAY "Book ID: "
           ACCEPT WS-BOOK-ID-RAW
           MOVE FUNCTION TRIM(WS-BOOK-ID-RAW) TO WS-BOOK-ID
           PERFORM LOAD-BOOK-TABLE
           MOVE 0 TO BK-MATCH-IDX
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-TOTAL
               IF BK-ID(BK-IDX) = WS-BOOK-ID
                   MOVE BK-IDX TO BK-MATCH-IDX
               END-IF
           END-PERFORM
           IF BK-MATCH-IDX = 0
               DISPLAY "No such book."
               GO TO SET-BOOK-FORMAT-EXIT
           END-IF
           DISPLAY "Title: " FUNCTION TRIM(BK-NAME(BK-MATCH-IDX))
           DISPLAY "Large print (Y/N): "
           MOVE SPACES TO WS-LARGE-RAW
           ACCEPT WS-LARGE-RAW
           IF WS-LARGE-RAW(1:1) = 'y'
               MOVE 'Y' TO WS-LARGE-RAW(1:1)
           END-IF
           IF WS-LARGE-RAW(1:1) NOT = 'Y'
               MOVE 'N' TO WS-LARGE-RAW(1:1)
           END-IF
           DISPLAY "Language (blank = EN): "
           MOVE SPACES TO WS-LANG-RAW
           ACCEPT WS-LANG-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LANG-RAW))
               TO WS-LANG-RAW
           IF WS-LANG-RAW = SPACES
               MOVE "EN" TO WS-LANG-RAW
           END-IF
           PERFORM FIND-FORMAT-ROW
           IF FT-MATCH-IDX = 0
               IF FT-TOTAL >= 500
                   DISPLAY "Book format file is full."
                   GO TO SET-BOOK-FORMAT-EXIT
               END-IF
               ADD 1 TO FT-TOTAL
               MOVE FT-TOTAL TO FT-MATCH-IDX
               MOVE WS-BOOK-ID TO FT-BOOK(FT-MATCH-IDX)
           END-IF
           MOVE WS-LARGE-RAW(1:1) TO FT-LARGE(FT-MATCH-IDX)
           MOVE WS-LANG-RAW TO FT-LANG(FT-MATCH-IDX)
           PERFORM SAVE-FORMAT-TABLE
           DISPLAY "Format saved for book " WS-BOOK-ID ".".
       SET-BOOK-FORMAT-EXIT.
           EXIT.

       LIST-HOMEBOUND.
           DISPLAY " "
           DISPLAY "HOMEBOUND MEMBERS"
           DISPLAY HEADER-LINE
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-TOTAL
               DISPLAY "Route " RT-ID(RT-IDX) " -- "
                   FUNCTION TRIM(RT-VOLUNTEER(RT-IDX))
                   " (staff " RT-STAFF(RT-IDX) ")"
               PERFORM VARYING HB-IDX FROM 1 BY 1
                       UNTIL HB-IDX > HB-TOTAL
                   IF HB-ROUTE(HB-IDX) = RT-ID(RT-IDX)
                       DISPLAY "   " HB-MEMBER(HB-IDX) " "
                           FUNCTION TRIM(HB-STATUS-T(HB-IDX)) " "
                           "LP=" HB-LARGE(HB-IDX) " "
                           "LANG=" FUNCTION TRIM(HB-LANG(HB-IDX)) " "
                           "ITEMS=" HB-PER-VISIT(HB-IDX) " "
                           FUNCTION TRIM(HB-GENRES(HB-IDX))
                   END-IF
               END-PERFORM
           END-PERFORM
           DISPLAY HEADER-LINE.

      ******************************************************************
      * The monthly run for one route:
      *   1. gather the route's ACTIVE homebound members;
      *   2. note everything each has ever borrowed, and what each
      *      still has out (to collect on this visit);
      *   3. pick up to items-per-visit available titles per member
      *      that match genre, large print and language and were
      *      never borrowed, newest acquisitions first;
      *   4. lend them through BorrowBook.cbl under the route's
      *      delivery staff ID;
      *   5. print the manifest from what actually went out.
      ******************************************************************
       RUN-MONTHLY-SELECTION.
           DISPLAY "Route ID: "
           ACCEPT WS-ROUTE-RAW
           MOVE FUNCTION TRIM(WS-ROUTE-RAW) TO WS-ROUTE-ID
           PERFORM FIND-ROUTE
           IF RT-MATCH-IDX = 0
               DISPLAY "No such route."
               GO TO RUN-MONTHLY-SELECTION-EXIT
           END-IF
           PERFORM LOAD-RUN-MEMBERS
           IF RM-TOTAL = 0
               DISPLAY "No ACTIVE homebound members on route "
                   WS-ROUTE-ID "."
               GO TO RUN-MONTHLY-SELECTION-EXIT
           END-IF
           DISPLAY RM-TOTAL " member(s) on route " WS-ROUTE-ID
               " -- lend this month's selection now (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               GO TO RUN-MONTHLY-SELECTION-EXIT
           END-IF

           PERFORM LOAD-BOOK-TABLE
           MOVE 0 TO HS-TOTAL
           MOVE 0 TO MF-TOTAL
           MOVE 0 TO WS-MAX-TRAN
           MOVE 'N' TO HISTORY-OVERFLOW
           PERFORM SCAN-LIVE-LOG
           PERFORM VARYING WS-PROBE-STEPS FROM 0 BY 1
                   UNTIL WS-PROBE-STEPS > 730
               COMPUTE WS-PROBE-INT = TODAY-INT - WS-PROBE-STEPS
               COMPUTE WS-PROBE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
               MOVE SPACES TO ARCHIVE-PATH
               STRING "../archive/log-" DELIMITED BY SIZE
                      WS-PROBE-DATE DELIMITED BY SIZE
                      ".csv" DELIMITED BY SIZE
                   INTO ARCHIVE-PATH
               PERFORM SCAN-ONE-ARCHIVE
           END-PERFORM
           IF HISTORY-OVERFLOW = 'Y'
               DISPLAY "Note: borrowing history past 5000 loans was "
                   "left out -- check picks against the member's "
                   "record."
           END-IF

           MOVE 0 TO CNT-PICKED
           OPEN OUTPUT DELIVERY-FILE
           PERFORM VARYING RM-IDX FROM 1 BY 1 UNTIL RM-IDX > RM-TOTAL
               MOVE 0 TO RM-PICKED(RM-IDX)
               PERFORM VARYING BK-IDX FROM BK-TOTAL BY -1
                       UNTIL BK-IDX < 1 OR
                             RM-PICKED(RM-IDX) >= RM-PER-VISIT(RM-IDX)
                   PERFORM TRY-PICK-TITLE THRU TRY-PICK-TITLE-EXIT
               END-PERFORM
           END-PERFORM
           CLOSE DELIVERY-FILE

           IF CNT-PICKED > 0
               CALL "BorrowBook" USING BB-CHOICE,
                   RT-STAFF(RT-MATCH-IDX), BB-PRESET-MEMBER
           ELSE
               DISPLAY "Nothing new matched for this route's members."
           END-IF

           PERFORM COLLECT-DELIVERED-LOANS
      * The pick list has been lent; it must not be lent again.
           CALL "CBL_DELETE_FILE" USING DELIVERY-PATH
               RETURNING RENAME-STATUS
           END-CALL
           PERFORM PRINT-MANIFEST.
       RUN-MONTHLY-SELECTION-EXIT.
           EXIT.

       TRY-PICK-TITLE.
           IF FUNCTION TRIM(BK-STATUS(BK-IDX)) NOT = "ACTIVE" OR
              FUNCTION TRIM(BK-TYPE(BK-IDX)) NOT = "PHYSICAL" OR
              BK-COUNT(BK-IDX) = 0
               GO TO TRY-PICK-TITLE-EXIT
           END-IF
           IF RM-LARGE(RM-IDX) = 'Y' AND BK-LARGE(BK-IDX) NOT = 'Y'
               GO TO TRY-PICK-TITLE-EXIT
           END-IF
           IF BK-LANG(BK-IDX) NOT = RM-LANG(RM-IDX)
               GO TO TRY-PICK-TITLE-EXIT
           END-IF
           MOVE 'N' TO WS-GENRE-OK
           IF RM-GENRE(RM-IDX, 1) = SPACES
               MOVE 'Y' TO WS-GENRE-OK
           END-IF
           MOVE FUNCTION UPPER-CASE(BK-GENRE(BK-IDX)) TO WS-UPPER-B
           PERFORM VARYING RM-G FROM 1 BY 1 UNTIL RM-G > 3
               IF RM-GENRE(RM-IDX, RM-G) NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(RM-GENRE(RM-IDX, RM-G))
                       TO WS-UPPER-A
                   IF WS-UPPER-A = WS-UPPER-B
                       MOVE 'Y' TO WS-GENRE-OK
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GENRE-OK NOT = 'Y'
               GO TO TRY-PICK-TITLE-EXIT
           END-IF
           MOVE 'N' TO WS-SEEN
           PERFORM VARYING HS-IDX FROM 1 BY 1
                   UNTIL HS-IDX > HS-TOTAL OR WS-SEEN = 'Y'
               IF HS-RMIDX(HS-IDX) = RM-IDX AND
                  HS-BOOK(HS-IDX) = BK-ID(BK-IDX)
                   MOVE 'Y' TO WS-SEEN
               END-IF
           END-PERFORM
           IF WS-SEEN = 'Y'
               GO TO TRY-PICK-TITLE-EXIT
           END-IF

           MOVE SPACES TO DELIVERY-REC
           STRING RM-MEMBER(RM-IDX) DELIMITED BY SIZE ","
                  BK-ID(BK-IDX) DELIMITED BY SIZE
               INTO DELIVERY-REC
           WRITE DELIVERY-REC
           SUBTRACT 1 FROM BK-COUNT(BK-IDX)
           ADD 1 TO RM-PICKED(RM-IDX)
           ADD 1 TO CNT-PICKED.
       TRY-PICK-TITLE-EXIT.
           EXIT.

      * Live log: every row is history; rows with no return date are
      * on the volunteer's collect list. The highest transaction ID
      * is kept so the loans BorrowBook makes next can be told apart.
       SCAN-LIVE-LOG.
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
                       PERFORM SPLIT-LOG-ROW
                       IF LG-TRAN-NUM > WS-MAX-TRAN
                           MOVE LG-TRAN-NUM TO WS-MAX-TRAN
                       END-IF
                       PERFORM FIND-RUN-MEMBER
                       IF RM-MATCH-IDX > 0
                           PERFORM ADD-HISTORY-ROW
                           IF LG-RETURN-F = SPACES AND MF-TOTAL < 600
                               ADD 1 TO MF-TOTAL
                               MOVE RM-MATCH-IDX TO MF-RMIDX(MF-TOTAL)
                               MOVE 'C' TO MF-ACTION(MF-TOTAL)
                               MOVE LG-BOOK-F TO MF-BOOK(MF-TOTAL)
                               MOVE LG-COPY-F TO MF-COPY(MF-TOTAL)
                               MOVE LG-END-F TO MF-DUE(MF-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF LOG-STATUS = "00" OR LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SCAN-ONE-ARCHIVE.
           MOVE 'N' TO FILE-END
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING ARCHIVE-REC DELIMITED BY ","
                           INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F
                       PERFORM FIND-RUN-MEMBER
                       IF RM-MATCH-IDX > 0
                           PERFORM ADD-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF ARCHIVE-STATUS = "00" OR ARCHIVE-STATUS = "10"
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SPLIT-LOG-ROW.
           MOVE SPACES TO LG-RETURN-F LG-COPY-F LG-STAFF-F
           UNSTRING LOG-REC DELIMITED BY ","
               INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F,
                    LG-START-F, LG-END-F, LG-DUE-F,
                    LG-RETURN-F, LG-COPY-F, LG-STAFF-F
           MOVE 0 TO LG-TRAN-NUM
           IF FUNCTION TRIM(LG-TRAN-F) IS NUMERIC
               MOVE FUNCTION NUMVAL(LG-TRAN-F) TO LG-TRAN-NUM
           END-IF.

       ADD-HISTORY-ROW.
           IF HS-TOTAL < 5000
               ADD 1 TO HS-TOTAL
               MOVE RM-MATCH-IDX TO HS-RMIDX(HS-TOTAL)
               MOVE LG-BOOK-F TO HS-BOOK(HS-TOTAL)
           ELSE
               MOVE 'Y' TO HISTORY-OVERFLOW
           END-IF.

      * After BorrowBook has run: the log rows past the old highest
      * transaction, made under the route's staff ID for a route
      * member, are the deliveries.
       COLLECT-DELIVERED-LOANS.
           MOVE 0 TO CNT-DELIVERED
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
                       PERFORM SPLIT-LOG-ROW
                       IF LG-TRAN-NUM > WS-MAX-TRAN AND
                          LG-STAFF-F = RT-STAFF(RT-MATCH-IDX)
                           PERFORM FIND-RUN-MEMBER
                           IF RM-MATCH-IDX > 0 AND MF-TOTAL < 600
                               ADD 1 TO MF-TOTAL
                               MOVE RM-MATCH-IDX TO MF-RMIDX(MF-TOTAL)
                               MOVE 'D' TO MF-ACTION(MF-TOTAL)
                               MOVE LG-BOOK-F TO MF-BOOK(MF-TOTAL)
                               MOVE LG-COPY-F TO MF-COPY(MF-TOTAL)
                               MOVE LG-END-F TO MF-DUE(MF-TOTAL)
                               ADD 1 TO CNT-DELIVERED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF LOG-STATUS = "00" OR LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       PRINT-MANIFEST.
           MOVE 0 TO CNT-COLLECT
           OPEN EXTEND MANIFEST-FILE
           IF MANIFEST-STATUS = "05" OR MANIFEST-STATUS = "35"
               OPEN OUTPUT MANIFEST-FILE
           END-IF
           DISPLAY " "
           DISPLAY "DELIVERY MANIFEST -- ROUTE " WS-ROUTE-ID
               "   " TODAY-MMDDYYYY
           DISPLAY "Volunteer: "
               FUNCTION TRIM(RT-VOLUNTEER(RT-MATCH-IDX))
               "   Staff ID: " RT-STAFF(RT-MATCH-IDX)
           MOVE WS-ROUTE-ID TO PII-SUBJECT
           CALL "PiiAccess" USING OPERATOR-ID-L, OPERATOR-ROLE-L,
               PII-PROGRAM, PII-SUBJECT, PII-FULL
           IF PII-FULL = 'Y'
               DISPLAY "Member details: FULL"
           ELSE
               DISPLAY "Member details: MASKED"
           END-IF
           DISPLAY HEADER-LINE
           PERFORM VARYING RM-IDX FROM 1 BY 1 UNTIL RM-IDX > RM-TOTAL
               DISPLAY RM-MEMBER(RM-IDX) " "
                   FUNCTION TRIM(RM-NAME(RM-IDX))
               MOVE RM-ADDR(RM-IDX) TO PII-VALUE
               IF PII-FULL NOT = 'Y'
                   CALL "PiiMask" USING PII-KIND, PII-VALUE
               END-IF
               DISPLAY "      " FUNCTION TRIM(PII-VALUE)
               PERFORM VARYING MF-IDX FROM 1 BY 1
                       UNTIL MF-IDX > MF-TOTAL
                   IF MF-RMIDX(MF-IDX) = RM-IDX
                       PERFORM PRINT-MANIFEST-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           DISPLAY HEADER-LINE
           CLOSE MANIFEST-FILE
           DISPLAY CNT-DELIVERED " item(s) to deliver, " CNT-COLLECT
               " to collect -- manifest added to "
               "../delivery-manifest.csv".

       PRINT-MANIFEST-LINE.
           MOVE SPACES TO WS-TITLE
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-TOTAL
               IF BK-ID(BK-IDX) = MF-BOOK(MF-IDX)
                   MOVE BK-NAME(BK-IDX) TO WS-TITLE
               END-IF
           END-PERFORM
           IF MF-ACTION(MF-IDX) = 'C'
               ADD 1 TO CNT-COLLECT
               DISPLAY "   COLLECT " MF-BOOK(MF-IDX) " "
                   MF-COPY(MF-IDX) " " WS-TITLE " due " MF-DUE(MF-IDX)
           ELSE
               DISPLAY "   DELIVER " MF-BOOK(MF-IDX) " "
                   MF-COPY(MF-IDX) " " WS-TITLE " due " MF-DUE(MF-IDX)
           END-IF
           MOVE SPACES TO MANIFEST-REC
           STRING FUNCTION TRIM(WS-ROUTE-ID) DELIMITED BY SIZE ","
                  TODAY-MMDDYYYY DELIMITED BY SIZE ","
                  FUNCTION TRIM(RT-VOLUNTEER(RT-MATCH-IDX))
                      DELIMITED BY SIZE ","
                  RM-MEMBER(RM-IDX) DELIMITED BY SIZE ","
                  MF-ACTION(MF-IDX) DELIMITED BY SIZE ","
                  MF-BOOK(MF-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(MF-COPY(MF-IDX)) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-TITLE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(MF-DUE(MF-IDX)) DELIMITED BY SIZE
               INTO MANIFEST-REC
           WRITE MANIFEST-REC.

      * The route's ACTIVE homebound members, with name/address from
      * members.csv and a blank language falling back to the card's
      * language on member-profile.csv (EN if none).
       LOAD-RUN-MEMBERS.
           MOVE 0 TO RM-TOTAL
           PERFORM VARYING HB-IDX FROM 1 BY 1 UNTIL HB-IDX > HB-TOTAL
               IF HB-ROUTE(HB-IDX) = WS-ROUTE-ID AND
                  FUNCTION TRIM(HB-STATUS-T(HB-IDX)) = "ACTIVE" AND
                  RM-TOTAL < 100
                   MOVE HB-MEMBER(HB-IDX) TO WS-MEMBER-ID
                   PERFORM FIND-MEMBER-DETAILS
                   ADD 1 TO RM-TOTAL
                   MOVE HB-MEMBER(HB-IDX) TO RM-MEMBER(RM-TOTAL)
                   MOVE WS-MEMBER-NAME TO RM-NAME(RM-TOTAL)
                   MOVE WS-MEMBER-ADDR TO RM-ADDR(RM-TOTAL)
                   MOVE SPACES TO RM-GENRE(RM-TOTAL, 1)
                       RM-GENRE(RM-TOTAL, 2) RM-GENRE(RM-TOTAL, 3)
                   UNSTRING HB-GENRES(HB-IDX) DELIMITED BY ";"
                       INTO RM-GENRE(RM-TOTAL, 1),
                            RM-GENRE(RM-TOTAL, 2),
                            RM-GENRE(RM-TOTAL, 3)
                   PERFORM VARYING RM-G FROM 1 BY 1 UNTIL RM-G > 3
                       MOVE FUNCTION TRIM(RM-GENRE(RM-TOTAL, RM-G))
                           TO RM-GENRE(RM-TOTAL, RM-G)
                   END-PERFORM
                   MOVE HB-LARGE(HB-IDX) TO RM-LARGE(RM-TOTAL)
                   MOVE HB-LANG(HB-IDX) TO RM-LANG(RM-TOTAL)
                   IF RM-LANG(RM-TOTAL) = SPACES
                       PERFORM FIND-CARD-LANGUAGE
                       MOVE WS-MEMBER-LANG TO RM-LANG(RM-TOTAL)
                   END-IF
                   MOVE HB-PER-VISIT(HB-IDX) TO RM-PER-VISIT(RM-TOTAL)
                   MOVE 0 TO RM-PICKED(RM-TOTAL)
               END-IF
           END-PERFORM.

       FIND-RUN-MEMBER.
           MOVE 0 TO RM-MATCH-IDX
           PERFORM VARYING RM-IDX FROM 1 BY 1
                   UNTIL RM-IDX > RM-TOTAL OR RM-MATCH-IDX > 0
               IF RM-MEMBER(RM-IDX) = LG-MEMBER-F
                   MOVE RM-IDX TO RM-MATCH-IDX
               END-IF
           END-PERFORM.

       FIND-HB-ROW.
           MOVE 0 TO HB-MATCH-IDX
           PERFORM VARYING HB-IDX FROM 1 BY 1
                   UNTIL HB-IDX > HB-TOTAL OR HB-MATCH-IDX > 0
               IF HB-MEMBER(HB-IDX) = WS-MEMBER-ID
                   MOVE HB-IDX TO HB-MATCH-IDX
               END-IF
           END-PERFORM.

       FIND-ROUTE.
           MOVE 0 TO RT-MATCH-IDX
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RT-TOTAL OR RT-MATCH-IDX > 0
               IF RT-ID(RT-IDX) = WS-ROUTE-ID
                   MOVE RT-IDX TO RT-MATCH-IDX
               END-IF
           END-PERFORM.

       FIND-FORMAT-ROW.
           MOVE 0 TO FT-MATCH-IDX
           PERFORM VARYING FT-IDX FROM 1 BY 1
                   UNTIL FT-IDX > FT-TOTAL OR FT-MATCH-IDX > 0
               IF FT-BOOK(FT-IDX) = WS-BOOK-ID
                   MOVE FT-IDX TO FT-MATCH-IDX
               END-IF
           END-PERFORM.

       FIND-MEMBER-DETAILS.
           MOVE 'N' TO WS-FOUND
           MOVE SPACES TO WS-MEMBER-NAME
           MOVE SPACES TO WS-MEMBER-ADDR
           MOVE SPACES TO MB-FLAG-F
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
                               INTO MB-ID-EMAIL, MB-ADDR-Q,
                                    MB-GENDER-FLAG
                           UNSTRING MB-ID-EMAIL DELIMITED BY ","
                               INTO MB-ID-F, MB-NAME-F, MB-EMAIL-F
                           MOVE MB-ADDR-Q TO MB-ADDR-F
                           UNSTRING MB-GENDER-FLAG DELIMITED BY ","
                               INTO MB-DUMMY, MB-GENDER-F, MB-FLAG-F
                       ELSE
                           UNSTRING MEMBER-REC DELIMITED BY ","
                               INTO MB-ID-F, MB-NAME-F, MB-EMAIL-F,
                                    MB-ADDR-F, MB-GENDER-F, MB-FLAG-F
                       END-IF
                       IF MB-ID-F = WS-MEMBER-ID
                           MOVE 'Y' TO WS-FOUND
                           MOVE MB-NAME-F TO WS-MEMBER-NAME
                           MOVE MB-ADDR-F TO WS-MEMBER-ADDR
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF MEMBER-STATUS = "00" OR MEMBER-STATUS = "10"
               CLOSE MEMBER-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       FIND-CARD-LANGUAGE.
           MOVE "EN" TO WS-MEMBER-LANG
           MOVE 'N' TO FILE-END
           OPEN INPUT PROFILE-FILE
           IF PROFILE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ PROFILE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO PF-LANG-F
                       UNSTRING PROFILE-REC DELIMITED BY ","
                           INTO PF-MEMBER-F, PF-AGE-F, PF-LANG-F
                       IF PF-MEMBER-F = WS-MEMBER-ID
                           IF PF-LANG-F NOT = SPACES
                               MOVE FUNCTION UPPER-CASE(PF-LANG-F)
                                   TO WS-MEMBER-LANG
                           END-IF
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF PROFILE-STATUS = "00" OR PROFILE-STATUS = "10"
               CLOSE PROFILE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       CHECK-STAFF-ID.
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO FILE-END
           OPEN INPUT STAFF-FILE
           IF STAFF-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ STAFF-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO ST-STATUS-F
                       UNSTRING STAFF-REC DELIMITED BY ","
                           INTO ST-ID-F, ST-NAME-F, ST-PIN-F,
                                ST-ROLE-F, ST-STATUS-F
                       IF ST-ID-F = WS-STAFF-ID AND
                          (ST-STATUS-F = SPACES OR
                           FUNCTION TRIM(ST-STATUS-F) = "ACTIVE")
                           MOVE 'Y' TO WS-FOUND
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF STAFF-STATUS = "00" OR STAFF-STATUS = "10"
               CLOSE STAFF-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * books.csv with each title's format from book-formats.csv
      * folded in (regular print, EN when there is no row).
       LOAD-BOOK-TABLE.
           MOVE 0 TO BK-TOTAL
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
                       MOVE SPACES TO BF-STATUS-F BF-TYPE-F
                       UNSTRING BOOK-REC DELIMITED BY ","
                           INTO BF-ID-F, BF-NAME-F, BF-AUTHOR-F,
                                BF-COUNT-F, BF-GENRE-F, BF-STATUS-F,
                                BF-ISBN-F, BF-BRANCH-F, BF-TYPE-F
                       IF BK-TOTAL < 500
                           ADD 1 TO BK-TOTAL
                           MOVE BF-ID-F TO BK-ID(BK-TOTAL)
                           MOVE BF-NAME-F TO BK-NAME(BK-TOTAL)
                           MOVE 0 TO BK-COUNT(BK-TOTAL)
                           IF FUNCTION TRIM(BF-COUNT-F) IS NUMERIC
                               MOVE FUNCTION NUMVAL(BF-COUNT-F)
                                   TO BK-COUNT(BK-TOTAL)
                           END-IF
                           MOVE FUNCTION TRIM(BF-GENRE-F)
                               TO BK-GENRE(BK-TOTAL)
                           MOVE BF-STATUS-F TO BK-STATUS(BK-TOTAL)
                           IF BF-STATUS-F = SPACES
                               MOVE "ACTIVE" TO BK-STATUS(BK-TOTAL)
                           END-IF
                           MOVE BF-TYPE-F TO BK-TYPE(BK-TOTAL)
                           IF BF-TYPE-F = SPACES
                               MOVE "PHYSICAL" TO BK-TYPE(BK-TOTAL)
                           END-IF
                           MOVE 'N' TO BK-LARGE(BK-TOTAL)
                           MOVE "EN" TO BK-LANG(BK-TOTAL)
                           MOVE BF-ID-F TO WS-BOOK-ID
                           PERFORM FIND-FORMAT-ROW
                           IF FT-MATCH-IDX > 0
                               MOVE FT-LARGE(FT-MATCH-IDX)
                                   TO BK-LARGE(BK-TOTAL)
                               MOVE FT-LANG(FT-MATCH-IDX)
                                   TO BK-LANG(BK-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF BOOK-STATUS = "00" OR BOOK-STATUS = "10"
               CLOSE BOOK-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-HB-TABLE.
           MOVE 0 TO HB-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT HB-FILE
           IF HB-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ HB-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO HF-GENRES-F HF-LARGE-F HF-LANG-F
                           HF-PER-VISIT-F HF-STATUS-F
                       UNSTRING HB-REC DELIMITED BY ","
                           INTO HF-MEMBER-F, HF-ROUTE-F, HF-GENRES-F,
                                HF-LARGE-F, HF-LANG-F, HF-PER-VISIT-F,
                                HF-STATUS-F
                       IF HB-TOTAL < 300
                           ADD 1 TO HB-TOTAL
                           MOVE HF-MEMBER-F TO HB-MEMBER(HB-TOTAL)
                           MOVE HF-ROUTE-F TO HB-ROUTE(HB-TOTAL)
                           MOVE HF-GENRES-F TO HB-GENRES(HB-TOTAL)
                           MOVE HF-LARGE-F(1:1) TO HB-LARGE(HB-TOTAL)
                           MOVE HF-LANG-F TO HB-LANG(HB-TOTAL)
                           MOVE 3 TO HB-PER-VISIT(HB-TOTAL)
                           IF FUNCTION TRIM(HF-PER-VISIT-F) IS NUMERIC
                               MOVE FUNCTION NUMVAL(HF-PER-VISIT-F)
                                   TO HB-PER-VISIT(HB-TOTAL)
                           END-IF
                           MOVE HF-STATUS-F TO HB-STATUS-T(HB-TOTAL)
                           IF HF-STATUS-F = SPACES
                               MOVE "ACTIVE" TO HB-STATUS-T(HB-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF HB-STATUS = "00" OR HB-STATUS = "10"
               CLOSE HB-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SAVE-HB-TABLE.
           OPEN OUTPUT HB-TMP-FILE
           PERFORM VARYING HB-IDX FROM 1 BY 1 UNTIL HB-IDX > HB-TOTAL
               MOVE SPACES TO HB-TMP-REC
               STRING FUNCTION TRIM(HB-MEMBER(HB-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(HB-ROUTE(HB-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(HB-GENRES(HB-IDX))
                          DELIMITED BY SIZE ","
                      HB-LARGE(HB-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(HB-LANG(HB-IDX))
                          DELIMITED BY SIZE ","
                      HB-PER-VISIT(HB-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(HB-STATUS-T(HB-IDX))
                          DELIMITED BY SIZE
                   INTO HB-TMP-REC
               WRITE HB-TMP-REC
           END-PERFORM
           CLOSE HB-TMP-FILE
           CALL "CBL_RENAME_FILE" USING HB-TMP-PATH HB-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL.

       LOAD-ROUTE-TABLE.
           MOVE 0 TO RT-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT ROUTE-FILE
           IF ROUTE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ROUTE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO RF-VOLUNTEER-F RF-STAFF-F
                       UNSTRING ROUTE-REC DELIMITED BY ","
                           INTO RF-ID-F, RF-VOLUNTEER-F, RF-STAFF-F
                       IF RT-TOTAL < 50
                           ADD 1 TO RT-TOTAL
                           MOVE RF-ID-F TO RT-ID(RT-TOTAL)
                           MOVE RF-VOLUNTEER-F TO RT-VOLUNTEER(RT-TOTAL)
                           MOVE RF-STAFF-F TO RT-STAFF(RT-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF ROUTE-STATUS = "00" OR ROUTE-STATUS = "10"
               CLOSE ROUTE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SAVE-ROUTE-TABLE.
           OPEN OUTPUT ROUTE-TMP-FILE
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-TOTAL
               MOVE SPACES TO ROUTE-TMP-REC
               STRING FUNCTION TRIM(RT-ID(RT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RT-VOLUNTEER(RT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RT-STAFF(RT-IDX))
                          DELIMITED BY SIZE
                   INTO ROUTE-TMP-REC
               WRITE ROUTE-TMP-REC
           END-PERFORM
           CLOSE ROUTE-TMP-FILE
           CALL "CBL_RENAME_FILE" USING ROUTE-TMP-PATH ROUTE-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL.

       LOAD-FORMAT-TABLE.
           MOVE 0 TO FT-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT FORMAT-FILE
           IF FORMAT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ FORMAT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO FF-LARGE-F FF-LANG-F
                       UNSTRING FORMAT-REC DELIMITED BY ","
                           INTO FF-BOOK-F, FF-LARGE-F, FF-LANG-F
                       IF FT-TOTAL < 500
                           ADD 1 TO FT-TOTAL
                           MOVE FF-BOOK-F TO FT-BOOK(FT-TOTAL)
                           MOVE FF-LARGE-F(1:1) TO FT-LARGE(FT-TOTAL)
                           MOVE FUNCTION UPPER-CASE(FF-LANG-F)
                               TO FT-LANG(FT-TOTAL)
                           IF FF-LANG-F = SPACES
                               MOVE "EN" TO FT-LANG(FT-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF FORMAT-STATUS = "00" OR FORMAT-STATUS = "10"
               CLOSE FORMAT-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SAVE-FORMAT-TABLE.
           OPEN OUTPUT FORMAT-TMP-FILE
           PERFORM VARYING FT-IDX FROM 1 BY 1 UNTIL FT-IDX > FT-TOTAL
               MOVE SPACES TO FORMAT-TMP-REC
               STRING FUNCTION TRIM(FT-BOOK(FT-IDX))
                          DELIMITED BY SIZE ","
                      FT-LARGE(FT-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(FT-LANG(FT-IDX))
                          DELIMITED BY SIZE
                   INTO FORMAT-TMP-REC
               WRITE FORMAT-TMP-REC
           END-PERFORM
           CLOSE FORMAT-TMP-FILE
           CALL "CBL_RENAME_FILE" USING FORMAT-TMP-PATH FORMAT-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL.

       END PROGRAM HomeboundService.
