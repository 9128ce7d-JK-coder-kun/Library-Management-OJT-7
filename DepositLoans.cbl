      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Block deposit collections lent to institutions --
      *          schools, monasteries and old-age homes that take
      *          30-100 books for a whole term. Institutions are their
      *          own accounts (../institutions.csv: inst_id,name,type,
      *          contact,phone,status ACTIVE/CLOSED), outside the
      *          personal member rules: no per-member limit, no
      *          log.csv rows, so no overdue notice ever goes to the
      *          staff member who happened to carry the box.
      *          A deposit (../deposit-loans.csv: deposit_id,inst_id,
      *          start,due,return,staff) covers many copies.csv pieces
      *          (../deposit-items.csv: deposit_id,copy_id,book_id,
      *          status OUT/RETURNED/MISSING,date) under one shared due
      *          date, with a packing list at issue and a check-off
      *          list for the return. Pieces still out when the
      *          deposit is closed go LOST and are billed to the
      *          institution on ../institution-invoices.csv
      *          (invoice_id,inst_id,deposit_id,copy_id,book_id,amount,
      *          billed,paid,paid_date) at the same flat replacement
      *          fee a LOST return at the desk carries.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepositLoans.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INST-FILE ASSIGN TO "../institutions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INST-STATUS.
           SELECT INST-TMP-FILE ASSIGN TO "../institutions.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPOSIT-FILE ASSIGN TO "../deposit-loans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPOSIT-STATUS.
           SELECT DEPOSIT-TMP-FILE ASSIGN TO "../deposit-loans.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DITEM-FILE ASSIGN TO "../deposit-items.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DITEM-STATUS.
           SELECT DITEM-TMP-FILE ASSIGN TO "../deposit-items.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-FILE ASSIGN TO "../institution-invoices.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-STATUS.
           SELECT INVOICE-TMP-FILE
               ASSIGN TO "../institution-invoices.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-FILE ASSIGN TO "../deposit-notices.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-STATUS.
           SELECT COPIES-FILE ASSIGN TO "../copies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPIES-STATUS.
           SELECT COPIES-TMP-FILE ASSIGN TO "../copies.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-STATUS.
           SELECT BOOK-TMP-FILE ASSIGN TO "../books.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO "../books.csv.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INST-FILE.
       01  INST-REC           PIC X(150).
       FD  INST-TMP-FILE.
       01  INST-TMP-REC       PIC X(150).
       FD  DEPOSIT-FILE.
       01  DEPOSIT-REC        PIC X(80).
       FD  DEPOSIT-TMP-FILE.
       01  DEPOSIT-TMP-REC    PIC X(80).
       FD  DITEM-FILE.
       01  DITEM-REC          PIC X(60).
       FD  DITEM-TMP-FILE.
       01  DITEM-TMP-REC      PIC X(60).
       FD  INVOICE-FILE.
       01  INVOICE-REC        PIC X(100).
       FD  INVOICE-TMP-FILE.
       01  INVOICE-TMP-REC    PIC X(100).
       FD  NOTICE-FILE.
       01  NOTICE-REC         PIC X(200).
       FD  COPIES-FILE.
       01  COPIES-REC         PIC X(100).
       FD  COPIES-TMP-FILE.
       01  COPIES-TMP-REC     PIC X(100).
       FD  BOOK-FILE.
       01  BOOK-REC           PIC X(200).
       FD  BOOK-TMP-FILE.
       01  BOOK-TMP-REC       PIC X(200).
       FD  LOCK-FILE.
       01  LOCK-REC           PIC X(20).

       WORKING-STORAGE SECTION.
       01  INST-STATUS        PIC XX.
       01  DEPOSIT-STATUS     PIC XX.
       01  DITEM-STATUS       PIC XX.
       01  INVOICE-STATUS     PIC XX.
       01  NOTICE-STATUS      PIC XX.
       01  COPIES-STATUS      PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-MENU-CHOICE     PIC 9.

       01  IN-ID-F            PIC X(5).
       01  IN-NAME-F          PIC X(40).
       01  IN-TYPE-F          PIC X(10).
       01  IN-CONTACT-F       PIC X(30).
       01  IN-PHONE-F         PIC X(15).
       01  IN-STATUS-F        PIC X(8).

       01  DP-ID-F            PIC X(5).
       01  DP-INST-F          PIC X(5).
       01  DP-START-F         PIC X(10).
       01  DP-DUE-F           PIC X(10).
       01  DP-RETURN-F        PIC X(10).
       01  DP-STAFF-F         PIC X(5).

       01  DI-DEPOSIT-F       PIC X(5).
       01  DI-COPY-F          PIC X(8).
       01  DI-BOOK-F          PIC X(5).
       01  DI-STATUS-F        PIC X(8).
       01  DI-DATE-F          PIC X(10).

       01  IV-ID-F            PIC X(5).
       01  IV-INST-F          PIC X(5).
       01  IV-DEPOSIT-F       PIC X(5).
       01  IV-COPY-F          PIC X(8).
       01  IV-BOOK-F          PIC X(5).
       01  IV-AMOUNT-F        PIC X(7).
       01  IV-BILLED-F        PIC X(10).
       01  IV-PAID-F          PIC X.
       01  IV-PAID-DATE-F     PIC X(10).
       01  IV-AMOUNT-NUM      PIC 9(7).
       01  IV-UNPAID-TOTAL    PIC 9(8) VALUE 0.
       01  IV-UNPAID-COUNT    PIC 9(5) VALUE 0.

      * The institution being worked on, as found on institutions.csv.
       01  WS-INST-ID-RAW     PIC X(20).
       01  WS-INST-ID         PIC X(5).
       01  WS-INST-FOUND      PIC X VALUE 'N'.
       01  WS-INST-NAME       PIC X(40).
       01  WS-INST-TYPE       PIC X(10).
       01  WS-INST-CONTACT    PIC X(30).
       01  WS-INST-PHONE      PIC X(15).
       01  WS-INST-STATE      PIC X(8).
       01  WS-TYPE-RAW        PIC X(20).
       01  WS-STATUS-RAW      PIC X(20).

      * The deposit being worked on, as found on deposit-loans.csv.
       01  WS-DEPOSIT-ID-RAW  PIC X(20).
       01  WS-DEPOSIT-ID      PIC X(5).
       01  WS-DEPOSIT-FOUND   PIC X VALUE 'N'.
       01  WS-DEPOSIT-INST    PIC X(5).
       01  WS-DEPOSIT-START   PIC X(10).
       01  WS-DEPOSIT-DUE     PIC X(10).
       01  WS-DEPOSIT-RETURN  PIC X(10).
       01  WS-DEPOSIT-STAFF   PIC X(5).

       01  WS-LAST-ID         PIC 9(5) VALUE 0.
       01  WS-NEW-ID          PIC 9(5) VALUE 0.
       01  WS-ID-NUM          PIC 9(5).
       01  WS-COPY-RAW        PIC X(20).
       01  WS-COPY-ID         PIC X(8).
       01  WS-ANSWER          PIC X.
       01  MORE-PIECES        PIC X VALUE 'Y'.
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-CLOSE-DEPOSIT   PIC X VALUE 'N'.
       01  WS-RETURNED-NOW    PIC 9(3) VALUE 0.
       01  WS-STILL-OUT       PIC 9(3) VALUE 0.
       01  WS-MISSING-COUNT   PIC 9(3) VALUE 0.
       01  WS-LINE-NO         PIC 9(3) VALUE 0.
       01  WS-OPEN-COUNT      PIC 9(3) VALUE 0.
       01  WS-OVERDUE-COUNT   PIC 9(3) VALUE 0.
       01  WS-PIECES-OUT      PIC 9(3) VALUE 0.
       01  WS-OVERDUE-FLAG    PIC X(8).
       01  WS-REPLACEMENT-FEE PIC 9(6) VALUE 5000.
       01  WS-INVOICE-TOTAL   PIC 9(8) VALUE 0.

      * Pieces of one deposit -- picked at issue, or loaded from
      * deposit-items.csv for the lists and the check-in. PK-ACTION
      * says what the copies.csv/books.csv pass does with each piece:
      * 'O' goes out, 'A' back to the shelf, 'L' LOST, ' ' untouched.
       01  PIECE-TABLE.
           05 PIECE-ENTRY OCCURS 150 TIMES.
              10  PK-COPY-ID  PIC X(8).
              10  PK-BOOK-ID  PIC X(5).
              10  PK-STATUS   PIC X(8).
              10  PK-DATE     PIC X(10).
              10  PK-ACTION   PIC X.
       01  PK-TOTAL           PIC 9(3) VALUE 0.
       01  PK-IDX             PIC 9(3).
       01  PK-MATCH-IDX       PIC 9(3) VALUE 0.
       01  PK-MAX             PIC 9(3) VALUE 150.

       01  CP-ID-F            PIC X(8).
       01  CP-BOOK-ID-F       PIC X(5).
       01  CP-STATUS-F        PIC X(12).
       01  COPIES-DATA.
           05 COPIES-LINE OCCURS 500 TIMES.
               10 CP-DATA     PIC X(100).
       01  CP-IDX             PIC 9(3) VALUE 0.
       01  CP-TOTAL           PIC 9(3) VALUE 0.

       01  BOOK-STATUS        PIC XX.
       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 500 TIMES.
              10  BK-ID       PIC X(5).
              10  BK-NAME     PIC X(30).
              10  BK-AUTHOR   PIC X(30).
              10  BK-COUNT    PIC 99.
              10  BK-GENRE    PIC X(30).
              10  BK-STATUS   PIC X(10).
              10  BK-ISBN     PIC X(17).
              10  BK-BRANCH   PIC X(10).
              10  BK-TYPE     PIC X(8).
       01  BK-IDX             PIC 9(3).
       01  BK-TOTAL           PIC 9(3) VALUE 0.
       01  WS-TITLE           PIC X(30).
       01  WS-AUTHOR          PIC X(30).

      * Advisory lock on books.csv, shared with BorrowBook.cbl/
      * ReturnBook.cbl/KitCirculation.cbl, so the count adjustment
      * can't interleave with a checkout mid-rewrite.
       01  LOCK-STATUS        PIC XX.
       01  LOCK-PATH          PIC X(24) VALUE "../books.csv.lock".
       01  LOCK-DEL-STATUS    PIC S9(9) COMP-5.
       01  LOCK-ACQUIRED-FLAG PIC X VALUE 'N'.
       01  LOCK-RETRY-CNT     PIC 9(3) VALUE 0.
       01  LOCK-MAX-RETRY     PIC 9(3) VALUE 50.

       01  TODAY              PIC 9(8).
       01  TODAY-INT          PIC 9(8).
       01  WS-DATE-TODAY      PIC X(10).
       01  WS-DUE-RAW         PIC X(12).
       01  WS-DATE-WORK       PIC X(10).
       01  WS-DATE-NUM        PIC 9(8).
       01  WS-DATE-OK         PIC X VALUE 'N'.
       01  WS-DUE-INT         PIC 9(8).
       01  WS-DAYS-OVER       PIC 9(4).

       01  INST-REAL-PATH     PIC X(24) VALUE "../institutions.csv".
       01  INST-TMP-PATH      PIC X(28)
               VALUE "../institutions.csv.tmp".
       01  DEPOSIT-REAL-PATH  PIC X(24) VALUE "../deposit-loans.csv".
       01  DEPOSIT-TMP-PATH   PIC X(28)
               VALUE "../deposit-loans.csv.tmp".
       01  DITEM-REAL-PATH    PIC X(24) VALUE "../deposit-items.csv".
       01  DITEM-TMP-PATH     PIC X(28)
               VALUE "../deposit-items.csv.tmp".
       01  INVOICE-REAL-PATH  PIC X(32)
               VALUE "../institution-invoices.csv".
       01  INVOICE-TMP-PATH   PIC X(36)
               VALUE "../institution-invoices.csv.tmp".
       01  COPIES-REAL-PATH   PIC X(20) VALUE "../copies.csv".
       01  COPIES-TMP-PATH    PIC X(24) VALUE "../copies.csv.tmp".
       01  BOOK-REAL-PATH     PIC X(20) VALUE "../books.csv".
       01  BOOK-TMP-PATH      PIC X(24) VALUE "../books.csv.tmp".
       01  RENAME-STATUS      PIC S9(9) COMP-5.
       01  HEADER-LINE        PIC X(70) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY)
           MOVE SPACES TO WS-DATE-TODAY
           STRING TODAY(5:2) DELIMITED BY SIZE "/"
                  TODAY(7:2) DELIMITED BY SIZE "/"
                  TODAY(1:4) DELIMITED BY SIZE
               INTO WS-DATE-TODAY

           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*    Institution Deposit Collections      *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Add / update an institution"
           DISPLAY "2. Issue a deposit loan"
           DISPLAY "3. Print a deposit's packing list"
           DISPLAY "4. Print a deposit's return check-off list"
           DISPLAY "5. Check in a returned deposit"
           DISPLAY "6. Deposits on loan and overdue notices"
           DISPLAY "7. Institution invoices"
           DISPLAY "8. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM MAINTAIN-INSTITUTION
                       THRU MAINTAIN-INSTITUTION-EXIT
               WHEN 2
                   PERFORM ISSUE-DEPOSIT THRU ISSUE-DEPOSIT-EXIT
               WHEN 3
                   PERFORM PACKING-LIST THRU PACKING-LIST-EXIT
               WHEN 4
                   PERFORM CHECKOFF-LIST THRU CHECKOFF-LIST-EXIT
               WHEN 5
                   PERFORM CHECKIN-DEPOSIT THRU CHECKIN-DEPOSIT-EXIT
               WHEN 6
                   PERFORM LIST-DEPOSITS THRU LIST-DEPOSITS-EXIT
               WHEN 7
                   PERFORM INVOICE-MENU THRU INVOICE-MENU-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

      * New institution when the ID is blank, otherwise an update of
      * the one on file (a blank answer keeps the current value).
       MAINTAIN-INSTITUTION.
           DISPLAY "Institution ID (blank for a new one): "
           MOVE SPACES TO WS-INST-ID-RAW
           ACCEPT WS-INST-ID-RAW
           MOVE FUNCTION TRIM(WS-INST-ID-RAW) TO WS-INST-ID
           MOVE SPACES TO WS-INST-NAME WS-INST-TYPE WS-INST-CONTACT
               WS-INST-PHONE WS-INST-STATE
           IF WS-INST-ID NOT = SPACES
               PERFORM FIND-INSTITUTION
               IF WS-INST-FOUND NOT = 'Y'
                   DISPLAY "No institution " WS-INST-ID "."
                   GO TO MAINTAIN-INSTITUTION-EXIT
               END-IF
               DISPLAY "Updating " FUNCTION TRIM(WS-INST-NAME) " ("
                   FUNCTION TRIM(WS-INST-TYPE) ", "
                   FUNCTION TRIM(WS-INST-STATE) ")"
           END-IF

           DISPLAY "Name: "
           MOVE SPACES TO IN-NAME-F
           ACCEPT IN-NAME-F
           INSPECT IN-NAME-F REPLACING ALL "," BY " "
           IF IN-NAME-F NOT = SPACES
               MOVE IN-NAME-F TO WS-INST-NAME
           END-IF
           IF WS-INST-NAME = SPACES
               DISPLAY "An institution needs a name."
               GO TO MAINTAIN-INSTITUTION-EXIT
           END-IF
           DISPLAY "Type (SCHOOL/MONASTERY/HOME/OTHER): "
           MOVE SPACES TO WS-TYPE-RAW
           ACCEPT WS-TYPE-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TYPE-RAW))
               TO WS-TYPE-RAW
           IF WS-TYPE-RAW NOT = SPACES
               MOVE WS-TYPE-RAW TO WS-INST-TYPE
           END-IF
           IF WS-INST-TYPE NOT = "SCHOOL" AND
              WS-INST-TYPE NOT = "MONASTERY" AND
              WS-INST-TYPE NOT = "HOME"
               MOVE "OTHER" TO WS-INST-TYPE
           END-IF
           DISPLAY "Contact person (notices go to them): "
           MOVE SPACES TO IN-CONTACT-F
           ACCEPT IN-CONTACT-F
           INSPECT IN-CONTACT-F REPLACING ALL "," BY " "
           IF IN-CONTACT-F NOT = SPACES
               MOVE IN-CONTACT-F TO WS-INST-CONTACT
           END-IF
           DISPLAY "Contact phone: "
           MOVE SPACES TO IN-PHONE-F
           ACCEPT IN-PHONE-F
           INSPECT IN-PHONE-F REPLACING ALL "," BY " "
           IF IN-PHONE-F NOT = SPACES
               MOVE IN-PHONE-F TO WS-INST-PHONE
           END-IF
           DISPLAY "Status (ACTIVE/CLOSED, blank keeps it): "
           MOVE SPACES TO WS-STATUS-RAW
           ACCEPT WS-STATUS-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-STATUS-RAW))
               TO WS-STATUS-RAW
           IF WS-STATUS-RAW = "CLOSED" OR WS-STATUS-RAW = "ACTIVE"
               MOVE WS-STATUS-RAW TO WS-INST-STATE
           END-IF
           IF WS-INST-STATE = SPACES
               MOVE "ACTIVE" TO WS-INST-STATE
           END-IF

           IF WS-INST-ID = SPACES
               PERFORM ADD-INSTITUTION
           ELSE
               PERFORM REWRITE-INSTITUTION
           END-IF.
       MAINTAIN-INSTITUTION-EXIT.
           EXIT.

       ADD-INSTITUTION.
           MOVE 0 TO WS-LAST-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT INST-FILE
           IF INST-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ INST-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING INST-REC DELIMITED BY ","
                           INTO IN-ID-F
                       MOVE FUNCTION NUMVAL(IN-ID-F) TO WS-ID-NUM
                       IF WS-ID-NUM > WS-LAST-ID
                           MOVE WS-ID-NUM TO WS-LAST-ID
                       END-IF
               END-READ
           END-PERFORM
           IF INST-STATUS = "00" OR INST-STATUS = "10"
               CLOSE INST-FILE
           END-IF
           MOVE 'N' TO FILE-END
           COMPUTE WS-NEW-ID = WS-LAST-ID + 1
           MOVE WS-NEW-ID TO WS-INST-ID

           OPEN EXTEND INST-FILE
           IF INST-STATUS = "05" OR INST-STATUS = "35"
               OPEN OUTPUT INST-FILE
           END-IF
           PERFORM BUILD-INST-REC
           MOVE INST-TMP-REC TO INST-REC
           WRITE INST-REC
           CLOSE INST-FILE
           DISPLAY "Institution " WS-INST-ID " added.".

       REWRITE-INSTITUTION.
           MOVE 'N' TO FILE-END
           OPEN INPUT INST-FILE
           IF INST-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           OPEN OUTPUT INST-TMP-FILE
           PERFORM UNTIL FILE-END = 'Y'
               READ INST-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING INST-REC DELIMITED BY ","
                           INTO IN-ID-F
                       IF FUNCTION TRIM(IN-ID-F) = WS-INST-ID
                           PERFORM BUILD-INST-REC
                       ELSE
                           MOVE INST-REC TO INST-TMP-REC
                       END-IF
                       WRITE INST-TMP-REC
               END-READ
           END-PERFORM
           IF INST-STATUS = "00" OR INST-STATUS = "10"
               CLOSE INST-FILE
           END-IF
           CLOSE INST-TMP-FILE
           MOVE 'N' TO FILE-END
           CALL "CBL_RENAME_FILE" USING INST-TMP-PATH INST-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL
           DISPLAY "Institution " WS-INST-ID " updated.".

       BUILD-INST-REC.
           MOVE SPACES TO INST-TMP-REC
           STRING FUNCTION TRIM(WS-INST-ID) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-INST-NAME) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-INST-TYPE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-INST-CONTACT) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-INST-PHONE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-INST-STATE) DELIMITED BY SIZE
               INTO INST-TMP-REC.

       FIND-INSTITUTION.
           MOVE 'N' TO WS-INST-FOUND
           MOVE SPACES TO WS-INST-NAME WS-INST-TYPE WS-INST-CONTACT
               WS-INST-PHONE WS-INST-STATE
           MOVE 'N' TO FILE-END
           OPEN INPUT INST-FILE
           IF INST-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ INST-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO IN-TYPE-F IN-CONTACT-F
                           IN-PHONE-F IN-STATUS-F
                       UNSTRING INST-REC DELIMITED BY ","
                           INTO IN-ID-F, IN-NAME-F, IN-TYPE-F,
                                IN-CONTACT-F, IN-PHONE-F, IN-STATUS-F
                       IF FUNCTION TRIM(IN-ID-F) = WS-INST-ID
                           MOVE 'Y' TO WS-INST-FOUND
                           MOVE IN-NAME-F TO WS-INST-NAME
                           MOVE IN-TYPE-F TO WS-INST-TYPE
                           MOVE IN-CONTACT-F TO WS-INST-CONTACT
                           MOVE IN-PHONE-F TO WS-INST-PHONE
                           MOVE IN-STATUS-F TO WS-INST-STATE
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF INST-STATUS = "00" OR INST-STATUS = "10"
               CLOSE INST-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * One deposit for the whole box: every piece scanned must be on
      * the shelf, they all flip to CHECKED_OUT in one copies.csv pass
      * and all share the one due date on the deposit-loans.csv row.
       ISSUE-DEPOSIT.
           DISPLAY "Institution ID: "
           MOVE SPACES TO WS-INST-ID-RAW
           ACCEPT WS-INST-ID-RAW
           MOVE FUNCTION TRIM(WS-INST-ID-RAW) TO WS-INST-ID
           PERFORM FIND-INSTITUTION
           IF WS-INST-FOUND NOT = 'Y'
               DISPLAY "No such institution."
               GO TO ISSUE-DEPOSIT-EXIT
           END-IF
           IF FUNCTION TRIM(WS-INST-STATE) NOT = "ACTIVE"
               DISPLAY "That institution's account is closed."
               GO TO ISSUE-DEPOSIT-EXIT
           END-IF

           DISPLAY "Due date for the whole deposit (MM/DD/YYYY, "
               "usually the end of term): "
           MOVE SPACES TO WS-DUE-RAW
           ACCEPT WS-DUE-RAW
           MOVE FUNCTION TRIM(WS-DUE-RAW) TO WS-DATE-WORK
           PERFORM CHECK-DATE-FORMAT
           IF WS-DATE-OK NOT = 'Y'
               DISPLAY "Date must be MM/DD/YYYY."
               GO TO ISSUE-DEPOSIT-EXIT
           END-IF
           IF WS-DATE-NUM NOT > TODAY
               DISPLAY "The due date has to be after today."
               GO TO ISSUE-DEPOSIT-EXIT
           END-IF
           MOVE WS-DATE-WORK TO WS-DEPOSIT-DUE

           PERFORM LOAD-COPIES
           MOVE 0 TO PK-TOTAL
           DISPLAY "Scan each copy going in the box -- blank copy ID "
               "when done."
           MOVE 'Y' TO MORE-PIECES
           PERFORM PICK-ONE-PIECE THRU PICK-ONE-PIECE-EXIT
               UNTIL MORE-PIECES NOT = 'Y'
           IF PK-TOTAL = 0
               DISPLAY "Nothing scanned -- no deposit issued."
               GO TO ISSUE-DEPOSIT-EXIT
           END-IF

           PERFORM REWRITE-COPIES
           PERFORM ADJUST-BOOK-COUNTS THRU ADJUST-BOOK-COUNTS-EXIT

           MOVE 0 TO WS-LAST-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT DEPOSIT-FILE
           IF DEPOSIT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DEPOSIT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING DEPOSIT-REC DELIMITED BY ","
                           INTO DP-ID-F
                       MOVE FUNCTION NUMVAL(DP-ID-F) TO WS-ID-NUM
                       IF WS-ID-NUM > WS-LAST-ID
                           MOVE WS-ID-NUM TO WS-LAST-ID
                       END-IF
               END-READ
           END-PERFORM
           IF DEPOSIT-STATUS = "00" OR DEPOSIT-STATUS = "10"
               CLOSE DEPOSIT-FILE
           END-IF
           MOVE 'N' TO FILE-END
           COMPUTE WS-NEW-ID = WS-LAST-ID + 1
           MOVE WS-NEW-ID TO WS-DEPOSIT-ID

           OPEN EXTEND DEPOSIT-FILE
           IF DEPOSIT-STATUS = "05" OR DEPOSIT-STATUS = "35"
               OPEN OUTPUT DEPOSIT-FILE
           END-IF
           MOVE SPACES TO DEPOSIT-REC
           STRING WS-DEPOSIT-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-INST-ID) DELIMITED BY SIZE ","
                  WS-DATE-TODAY DELIMITED BY SIZE ","
                  WS-DEPOSIT-DUE DELIMITED BY SIZE ","
                  ","
                  FUNCTION TRIM(WS-OPERATOR-ID-L) DELIMITED BY SIZE
               INTO DEPOSIT-REC
           WRITE DEPOSIT-REC
           CLOSE DEPOSIT-FILE

           OPEN EXTEND DITEM-FILE
           IF DITEM-STATUS = "05" OR DITEM-STATUS = "35"
               OPEN OUTPUT DITEM-FILE
           END-IF
           PERFORM VARYING PK-IDX FROM 1 BY 1 UNTIL PK-IDX > PK-TOTAL
               MOVE "OUT" TO PK-STATUS(PK-IDX)
               MOVE WS-DATE-TODAY TO PK-DATE(PK-IDX)
               MOVE SPACES TO DITEM-REC
               STRING WS-DEPOSIT-ID DELIMITED BY SIZE ","
                      FUNCTION TRIM(PK-COPY-ID(PK-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(PK-BOOK-ID(PK-IDX))
                          DELIMITED BY SIZE ","
                      "OUT" DELIMITED BY SIZE ","
                      WS-DATE-TODAY DELIMITED BY SIZE
                   INTO DITEM-REC
               WRITE DITEM-REC
           END-PERFORM
           CLOSE DITEM-FILE

           MOVE FUNCTION TRIM(WS-INST-ID) TO WS-DEPOSIT-INST
           MOVE WS-DATE-TODAY TO WS-DEPOSIT-START
           MOVE FUNCTION TRIM(WS-OPERATOR-ID-L) TO WS-DEPOSIT-STAFF
           DISPLAY "Deposit " WS-DEPOSIT-ID " issued to "
               FUNCTION TRIM(WS-INST-NAME) " -- " PK-TOTAL
               " piece(s), all due " WS-DEPOSIT-DUE "."
           PERFORM PRINT-PACKING-LIST.
       ISSUE-DEPOSIT-EXIT.
           EXIT.

       PICK-ONE-PIECE.
           DISPLAY "Copy ID (blank to finish): "
           MOVE SPACES TO WS-COPY-RAW
           ACCEPT WS-COPY-RAW
           MOVE FUNCTION TRIM(WS-COPY-RAW) TO WS-COPY-ID
           IF WS-COPY-ID = SPACES
               MOVE 'N' TO MORE-PIECES
               GO TO PICK-ONE-PIECE-EXIT
           END-IF
           IF PK-TOTAL >= PK-MAX
               DISPLAY "A deposit holds at most " PK-MAX
                   " pieces -- issue a second deposit for the rest."
               MOVE 'N' TO MORE-PIECES
               GO TO PICK-ONE-PIECE-EXIT
           END-IF
           PERFORM FIND-PICKED-PIECE
           IF PK-MATCH-IDX > 0
               DISPLAY "Copy " FUNCTION TRIM(WS-COPY-ID)
                   " is already in this box."
               GO TO PICK-ONE-PIECE-EXIT
           END-IF
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > CP-TOTAL OR WS-FOUND = 'Y'
               UNSTRING CP-DATA(CP-IDX) DELIMITED BY ","
                   INTO CP-ID-F, CP-BOOK-ID-F, CP-STATUS-F
               IF FUNCTION TRIM(CP-ID-F) = WS-COPY-ID
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND NOT = 'Y'
               DISPLAY "Copy " FUNCTION TRIM(WS-COPY-ID)
                   " is not in copies.csv -- skipped."
               GO TO PICK-ONE-PIECE-EXIT
           END-IF
           IF FUNCTION TRIM(CP-STATUS-F) NOT = "AVAILABLE"
               DISPLAY "Copy " FUNCTION TRIM(WS-COPY-ID) " is "
                   FUNCTION TRIM(CP-STATUS-F) " -- skipped."
               GO TO PICK-ONE-PIECE-EXIT
           END-IF
           ADD 1 TO PK-TOTAL
           MOVE WS-COPY-ID TO PK-COPY-ID(PK-TOTAL)
           MOVE CP-BOOK-ID-F TO PK-BOOK-ID(PK-TOTAL)
           MOVE "OUT" TO PK-STATUS(PK-TOTAL)
           MOVE 'O' TO PK-ACTION(PK-TOTAL)
           DISPLAY "  " PK-TOTAL " in the box.".
       PICK-ONE-PIECE-EXIT.
           EXIT.

       FIND-PICKED-PIECE.
           MOVE 0 TO PK-MATCH-IDX
           PERFORM VARYING PK-IDX FROM 1 BY 1
                   UNTIL PK-IDX > PK-TOTAL OR PK-MATCH-IDX > 0
               IF FUNCTION TRIM(PK-COPY-ID(PK-IDX)) = WS-COPY-ID
                   MOVE PK-IDX TO PK-MATCH-IDX
               END-IF
           END-PERFORM.

       PACKING-LIST.
           PERFORM ASK-DEPOSIT THRU ASK-DEPOSIT-EXIT
           IF WS-DEPOSIT-FOUND NOT = 'Y'
               GO TO PACKING-LIST-EXIT
           END-IF
           PERFORM PRINT-PACKING-LIST.
       PACKING-LIST-EXIT.
           EXIT.

       PRINT-PACKING-LIST.
           PERFORM LOAD-BOOK-TABLE
           DISPLAY " "
           DISPLAY "DEPOSIT COLLECTION PACKING LIST"
           DISPLAY HEADER-LINE
           DISPLAY "Deposit     : " WS-DEPOSIT-ID
           DISPLAY "Institution : " FUNCTION TRIM(WS-DEPOSIT-INST) " "
               FUNCTION TRIM(WS-INST-NAME)
           DISPLAY "Contact     : " FUNCTION TRIM(WS-INST-CONTACT) " "
               FUNCTION TRIM(WS-INST-PHONE)
           DISPLAY "Issued      : " WS-DEPOSIT-START "   Due : "
               WS-DEPOSIT-DUE
           DISPLAY "Pieces      : " PK-TOTAL
           DISPLAY HEADER-LINE
           DISPLAY "NO.  PACKED COPY     TITLE / AUTHOR"
           DISPLAY HEADER-LINE
           PERFORM VARYING PK-IDX FROM 1 BY 1 UNTIL PK-IDX > PK-TOTAL
               PERFORM LOOKUP-TITLE
               DISPLAY PK-IDX "  [ ]    " PK-COPY-ID(PK-IDX) " "
                   FUNCTION TRIM(WS-TITLE) " / "
                   FUNCTION TRIM(WS-AUTHOR)
           END-PERFORM
           DISPLAY HEADER-LINE
           DISPLAY "Packed by: ____________   Received by: "
               "____________".

      * The return sheet -- only pieces still out, with a tick box the
      * institution fills in when it boxes them up.
       CHECKOFF-LIST.
           PERFORM ASK-DEPOSIT THRU ASK-DEPOSIT-EXIT
           IF WS-DEPOSIT-FOUND NOT = 'Y'
               GO TO CHECKOFF-LIST-EXIT
           END-IF
           PERFORM LOAD-BOOK-TABLE
           DISPLAY " "
           DISPLAY "DEPOSIT COLLECTION RETURN CHECK-OFF LIST"
           DISPLAY HEADER-LINE
           DISPLAY "Deposit     : " WS-DEPOSIT-ID "   Due : "
               WS-DEPOSIT-DUE
           DISPLAY "Institution : " FUNCTION TRIM(WS-DEPOSIT-INST) " "
               FUNCTION TRIM(WS-INST-NAME)
           DISPLAY HEADER-LINE
           DISPLAY "NO.  RETURNED COPY     TITLE / AUTHOR"
           DISPLAY HEADER-LINE
           MOVE 0 TO WS-LINE-NO
           PERFORM VARYING PK-IDX FROM 1 BY 1 UNTIL PK-IDX > PK-TOTAL
               IF FUNCTION TRIM(PK-STATUS(PK-IDX)) = "OUT"
                   ADD 1 TO WS-LINE-NO
                   PERFORM LOOKUP-TITLE
                   DISPLAY WS-LINE-NO "  [ ]      " PK-COPY-ID(PK-IDX)
                       " " FUNCTION TRIM(WS-TITLE) " / "
                       FUNCTION TRIM(WS-AUTHOR)
               END-IF
           END-PERFORM
           DISPLAY HEADER-LINE
           DISPLAY "Still out: " WS-LINE-NO " of " PK-TOTAL
               " piece(s). Pieces not returned are billed to the "
               "institution."
           DISPLAY "Returned by: ____________   Checked by: "
               "____________".
       CHECKOFF-LIST-EXIT.
           EXIT.

      * Pieces are scanned back as they come out of the box; a deposit
      * can come back over several visits. Closing it turns whatever
      * is still out into LOST copies billed to the institution.
       CHECKIN-DEPOSIT.
           PERFORM ASK-DEPOSIT THRU ASK-DEPOSIT-EXIT
           IF WS-DEPOSIT-FOUND NOT = 'Y'
               GO TO CHECKIN-DEPOSIT-EXIT
           END-IF
           IF WS-DEPOSIT-RETURN NOT = SPACES
               DISPLAY "Deposit " WS-DEPOSIT-ID " was closed on "
                   WS-DEPOSIT-RETURN "."
               GO TO CHECKIN-DEPOSIT-EXIT
           END-IF

           MOVE 0 TO WS-RETURNED-NOW
           DISPLAY "Scan each returned copy -- blank copy ID when "
               "done."
           MOVE 'Y' TO MORE-PIECES
           PERFORM RETURN-ONE-PIECE THRU RETURN-ONE-PIECE-EXIT
               UNTIL MORE-PIECES NOT = 'Y'

           MOVE 0 TO WS-STILL-OUT
           PERFORM VARYING PK-IDX FROM 1 BY 1 UNTIL PK-IDX > PK-TOTAL
               IF FUNCTION TRIM(PK-STATUS(PK-IDX)) = "OUT"
                   ADD 1 TO WS-STILL-OUT
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-CLOSE-DEPOSIT
           IF WS-STILL-OUT = 0
               MOVE 'Y' TO WS-CLOSE-DEPOSIT
           ELSE
               DISPLAY WS-STILL-OUT " piece(s) still out. Close the "
                   "deposit and bill them to the institution (Y/N)? "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                   MOVE 'Y' TO WS-CLOSE-DEPOSIT
               END-IF
           END-IF

           MOVE 0 TO WS-MISSING-COUNT
           IF WS-CLOSE-DEPOSIT = 'Y'
               PERFORM VARYING PK-IDX FROM 1 BY 1
                       UNTIL PK-IDX > PK-TOTAL
                   IF FUNCTION TRIM(PK-STATUS(PK-IDX)) = "OUT"
                       MOVE "MISSING" TO PK-STATUS(PK-IDX)
                       MOVE WS-DATE-TODAY TO PK-DATE(PK-IDX)
                       MOVE 'L' TO PK-ACTION(PK-IDX)
                       ADD 1 TO WS-MISSING-COUNT
                   END-IF
               END-PERFORM
           END-IF

           IF WS-RETURNED-NOW = 0 AND WS-CLOSE-DEPOSIT NOT = 'Y'
               DISPLAY "Nothing checked in."
               GO TO CHECKIN-DEPOSIT-EXIT
           END-IF

           PERFORM LOAD-COPIES
           PERFORM REWRITE-COPIES
           IF WS-RETURNED-NOW > 0
               PERFORM ADJUST-BOOK-COUNTS THRU ADJUST-BOOK-COUNTS-EXIT
           END-IF
           PERFORM REWRITE-DEPOSIT-ITEMS

           IF WS-CLOSE-DEPOSIT = 'Y'
               PERFORM CLOSE-DEPOSIT-ROW
               MOVE 0 TO WS-INVOICE-TOTAL
               PERFORM VARYING PK-IDX FROM 1 BY 1
                       UNTIL PK-IDX > PK-TOTAL
                   IF PK-ACTION(PK-IDX) = 'L'
                       PERFORM BILL-INSTITUTION
                   END-IF
               END-PERFORM
               IF WS-MISSING-COUNT > 0
                   DISPLAY "Deposit " WS-DEPOSIT-ID " closed "
                       WS-MISSING-COUNT " piece(s) short -- "
                       WS-INVOICE-TOTAL " MMK invoiced to "
                       FUNCTION TRIM(WS-INST-NAME) "."
               ELSE
                   DISPLAY "Deposit " WS-DEPOSIT-ID
                       " returned complete. Thank you."
               END-IF
           ELSE
               DISPLAY WS-RETURNED-NOW " piece(s) checked in; "
                   WS-STILL-OUT " still out on deposit "
                   WS-DEPOSIT-ID "."
           END-IF.
       CHECKIN-DEPOSIT-EXIT.
           EXIT.

       RETURN-ONE-PIECE.
           DISPLAY "Copy ID (blank to finish): "
           MOVE SPACES TO WS-COPY-RAW
           ACCEPT WS-COPY-RAW
           MOVE FUNCTION TRIM(WS-COPY-RAW) TO WS-COPY-ID
           IF WS-COPY-ID = SPACES
               MOVE 'N' TO MORE-PIECES
               GO TO RETURN-ONE-PIECE-EXIT
           END-IF
           PERFORM FIND-PICKED-PIECE
           IF PK-MATCH-IDX = 0
               DISPLAY "Copy " FUNCTION TRIM(WS-COPY-ID)
                   " is not part of deposit " WS-DEPOSIT-ID "."
               GO TO RETURN-ONE-PIECE-EXIT
           END-IF
           IF FUNCTION TRIM(PK-STATUS(PK-MATCH-IDX)) NOT = "OUT"
               DISPLAY "Copy " FUNCTION TRIM(WS-COPY-ID)
                   " is already checked in."
               GO TO RETURN-ONE-PIECE-EXIT
           END-IF
           MOVE "RETURNED" TO PK-STATUS(PK-MATCH-IDX)
           MOVE WS-DATE-TODAY TO PK-DATE(PK-MATCH-IDX)
           MOVE 'A' TO PK-ACTION(PK-MATCH-IDX)
           ADD 1 TO WS-RETURNED-NOW.
       RETURN-ONE-PIECE-EXIT.
           EXIT.

      * Prompts for a deposit ID and loads its row, its institution
      * and its pieces.
       ASK-DEPOSIT.
           MOVE 'N' TO WS-DEPOSIT-FOUND
           DISPLAY "Deposit ID: "
           MOVE SPACES TO WS-DEPOSIT-ID-RAW
           ACCEPT WS-DEPOSIT-ID-RAW
           MOVE FUNCTION TRIM(WS-DEPOSIT-ID-RAW) TO WS-DEPOSIT-ID
           IF WS-DEPOSIT-ID = SPACES
               GO TO ASK-DEPOSIT-EXIT
           END-IF
           MOVE 'N' TO FILE-END
           OPEN INPUT DEPOSIT-FILE
           IF DEPOSIT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DEPOSIT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO DP-RETURN-F DP-STAFF-F
                       UNSTRING DEPOSIT-REC DELIMITED BY ","
                           INTO DP-ID-F, DP-INST-F, DP-START-F,
                                DP-DUE-F, DP-RETURN-F, DP-STAFF-F
                       IF FUNCTION NUMVAL(DP-ID-F) =
                          FUNCTION NUMVAL(WS-DEPOSIT-ID)
                           MOVE 'Y' TO WS-DEPOSIT-FOUND
                           MOVE DP-ID-F TO WS-DEPOSIT-ID
                           MOVE DP-INST-F TO WS-DEPOSIT-INST
                           MOVE DP-START-F TO WS-DEPOSIT-START
                           MOVE DP-DUE-F TO WS-DEPOSIT-DUE
                           MOVE DP-RETURN-F TO WS-DEPOSIT-RETURN
                           MOVE DP-STAFF-F TO WS-DEPOSIT-STAFF
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF DEPOSIT-STATUS = "00" OR DEPOSIT-STATUS = "10"
               CLOSE DEPOSIT-FILE
           END-IF
           MOVE 'N' TO FILE-END
           IF WS-DEPOSIT-FOUND NOT = 'Y'
               DISPLAY "No such deposit."
               GO TO ASK-DEPOSIT-EXIT
           END-IF
           MOVE WS-DEPOSIT-INST TO WS-INST-ID
           PERFORM FIND-INSTITUTION
           PERFORM LOAD-DEPOSIT-PIECES.
       ASK-DEPOSIT-EXIT.
           EXIT.

       LOAD-DEPOSIT-PIECES.
           MOVE 0 TO PK-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT DITEM-FILE
           IF DITEM-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DITEM-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO DI-STATUS-F DI-DATE-F
                       UNSTRING DITEM-REC DELIMITED BY ","
                           INTO DI-DEPOSIT-F, DI-COPY-F, DI-BOOK-F,
                                DI-STATUS-F, DI-DATE-F
                       IF FUNCTION TRIM(DI-DEPOSIT-F) =
                          FUNCTION TRIM(WS-DEPOSIT-ID) AND
                          PK-TOTAL < PK-MAX
                           ADD 1 TO PK-TOTAL
                           MOVE DI-COPY-F TO PK-COPY-ID(PK-TOTAL)
                           MOVE DI-BOOK-F TO PK-BOOK-ID(PK-TOTAL)
                           MOVE DI-STATUS-F TO PK-STATUS(PK-TOTAL)
                           MOVE DI-DATE-F TO PK-DATE(PK-TOTAL)
                           MOVE SPACE TO PK-ACTION(PK-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF DITEM-STATUS = "00" OR DITEM-STATUS = "10"
               CLOSE DITEM-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Rewrites this deposit's deposit-items.csv rows with the
      * statuses held in PIECE-TABLE; other deposits' rows pass
      * through as read.
       REWRITE-DEPOSIT-ITEMS.
           MOVE 'N' TO FILE-END
           OPEN INPUT DITEM-FILE
           IF DITEM-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           OPEN OUTPUT DITEM-TMP-FILE
           PERFORM UNTIL FILE-END = 'Y'
               READ DITEM-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING DITEM-REC DELIMITED BY ","
                           INTO DI-DEPOSIT-F, DI-COPY-F
                       MOVE DITEM-REC TO DITEM-TMP-REC
                       IF FUNCTION TRIM(DI-DEPOSIT-F) =
                          FUNCTION TRIM(WS-DEPOSIT-ID)
                           MOVE FUNCTION TRIM(DI-COPY-F) TO WS-COPY-ID
                           PERFORM FIND-PICKED-PIECE
                           IF PK-MATCH-IDX > 0
                               MOVE SPACES TO DITEM-TMP-REC
                               STRING FUNCTION TRIM(WS-DEPOSIT-ID)
                                          DELIMITED BY SIZE ","
                                      WS-COPY-ID DELIMITED BY SPACE ","
                                      FUNCTION TRIM
                                          (PK-BOOK-ID(PK-MATCH-IDX))
                                          DELIMITED BY SIZE ","
                                      FUNCTION TRIM
                                          (PK-STATUS(PK-MATCH-IDX))
                                          DELIMITED BY SIZE ","
                                      PK-DATE(PK-MATCH-IDX)
                                          DELIMITED BY SIZE
                                   INTO DITEM-TMP-REC
                           END-IF
                       END-IF
                       WRITE DITEM-TMP-REC
               END-READ
           END-PERFORM
           IF DITEM-STATUS = "00" OR DITEM-STATUS = "10"
               CLOSE DITEM-FILE
           END-IF
           CLOSE DITEM-TMP-FILE
           MOVE 'N' TO FILE-END
           CALL "CBL_RENAME_FILE" USING DITEM-TMP-PATH DITEM-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL.

       CLOSE-DEPOSIT-ROW.
           MOVE 'N' TO FILE-END
           OPEN INPUT DEPOSIT-FILE
           IF DEPOSIT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           OPEN OUTPUT DEPOSIT-TMP-FILE
           PERFORM UNTIL FILE-END = 'Y'
               READ DEPOSIT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO DP-RETURN-F DP-STAFF-F
                       UNSTRING DEPOSIT-REC DELIMITED BY ","
                           INTO DP-ID-F, DP-INST-F, DP-START-F,
                                DP-DUE-F, DP-RETURN-F, DP-STAFF-F
                       IF FUNCTION TRIM(DP-ID-F) =
                          FUNCTION TRIM(WS-DEPOSIT-ID)
                           MOVE SPACES TO DEPOSIT-TMP-REC
                           STRING FUNCTION TRIM(DP-ID-F)
                                      DELIMITED BY SIZE ","
                                  FUNCTION TRIM(DP-INST-F)
                                      DELIMITED BY SIZE ","
                                  FUNCTION TRIM(DP-START-F)
                                      DELIMITED BY SIZE ","
                                  FUNCTION TRIM(DP-DUE-F)
                                      DELIMITED BY SIZE ","
                                  WS-DATE-TODAY DELIMITED BY SIZE ","
                                  FUNCTION TRIM(DP-STAFF-F)
                                      DELIMITED BY SIZE
                               INTO DEPOSIT-TMP-REC
                       ELSE
                           MOVE DEPOSIT-REC TO DEPOSIT-TMP-REC
                       END-IF
                       WRITE DEPOSIT-TMP-REC
               END-READ
           END-PERFORM
           IF DEPOSIT-STATUS = "00" OR DEPOSIT-STATUS = "10"
               CLOSE DEPOSIT-FILE
           END-IF
           CLOSE DEPOSIT-TMP-FILE
           MOVE 'N' TO FILE-END
           CALL "CBL_RENAME_FILE" USING DEPOSIT-TMP-PATH
               DEPOSIT-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL.

      * The institution pays for what it lost, on its own invoice
      * line -- never a fine.csv row against a member.
       BILL-INSTITUTION.
           MOVE 0 TO WS-LAST-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT INVOICE-FILE
           IF INVOICE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ INVOICE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING INVOICE-REC DELIMITED BY ","
                           INTO IV-ID-F
                       MOVE FUNCTION NUMVAL(IV-ID-F) TO WS-ID-NUM
                       IF WS-ID-NUM > WS-LAST-ID
                           MOVE WS-ID-NUM TO WS-LAST-ID
                       END-IF
               END-READ
           END-PERFORM
           IF INVOICE-STATUS = "00" OR INVOICE-STATUS = "10"
               CLOSE INVOICE-FILE
           END-IF
           MOVE 'N' TO FILE-END
           COMPUTE WS-NEW-ID = WS-LAST-ID + 1

           OPEN EXTEND INVOICE-FILE
           IF INVOICE-STATUS = "05" OR INVOICE-STATUS = "35"
               OPEN OUTPUT INVOICE-FILE
           END-IF
           MOVE SPACES TO INVOICE-REC
           STRING WS-NEW-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-DEPOSIT-INST) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-DEPOSIT-ID) DELIMITED BY SIZE ","
                  FUNCTION TRIM(PK-COPY-ID(PK-IDX))
                      DELIMITED BY SIZE ","
                  FUNCTION TRIM(PK-BOOK-ID(PK-IDX))
                      DELIMITED BY SIZE ","
                  WS-REPLACEMENT-FEE DELIMITED BY SIZE ","
                  WS-DATE-TODAY DELIMITED BY SIZE ","
                  "N" DELIMITED BY SIZE ","
                  SPACE DELIMITED BY SIZE
               INTO INVOICE-REC
           WRITE INVOICE-REC
           CLOSE INVOICE-FILE
           ADD WS-REPLACEMENT-FEE TO WS-INVOICE-TOTAL
           DISPLAY "Missing copy " PK-COPY-ID(PK-IDX) " invoiced at "
               WS-REPLACEMENT-FEE " MMK (invoice " WS-NEW-ID ").".

      * Open deposits with the pieces still out; any past due can be
      * turned into notice rows addressed to the institution contact.
       LIST-DEPOSITS.
           DISPLAY " "
           DISPLAY "DEPOSITS ON LOAN"
           DISPLAY HEADER-LINE
           DISPLAY "DEP   INST  NAME                     DUE        "
               "OUT STATE"
           DISPLAY HEADER-LINE
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 0 TO WS-OVERDUE-COUNT
           MOVE 'N' TO FILE-END
           OPEN INPUT DEPOSIT-FILE
           IF DEPOSIT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DEPOSIT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO DP-RETURN-F DP-STAFF-F
                       UNSTRING DEPOSIT-REC DELIMITED BY ","
                           INTO DP-ID-F, DP-INST-F, DP-START-F,
                                DP-DUE-F, DP-RETURN-F, DP-STAFF-F
                       IF DP-RETURN-F = SPACES
                           PERFORM SHOW-OPEN-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           IF DEPOSIT-STATUS = "00" OR DEPOSIT-STATUS = "10"
               CLOSE DEPOSIT-FILE
           END-IF
           MOVE 'N' TO FILE-END
           DISPLAY HEADER-LINE
           DISPLAY "Open deposits: " WS-OPEN-COUNT
               "   Overdue: " WS-OVERDUE-COUNT
           IF WS-OVERDUE-COUNT = 0
               GO TO LIST-DEPOSITS-EXIT
           END-IF
           DISPLAY "Write overdue notices to the institution contacts "
               "(Y/N)? "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
               GO TO LIST-DEPOSITS-EXIT
           END-IF
           PERFORM WRITE-OVERDUE-NOTICES.
       LIST-DEPOSITS-EXIT.
           EXIT.

       SHOW-OPEN-DEPOSIT.
           ADD 1 TO WS-OPEN-COUNT
           MOVE DP-ID-F TO WS-DEPOSIT-ID
           PERFORM COUNT-PIECES-OUT
           MOVE DP-INST-F TO WS-INST-ID
           PERFORM FIND-INSTITUTION
           MOVE SPACES TO WS-OVERDUE-FLAG
           MOVE DP-DUE-F TO WS-DATE-WORK
           PERFORM CHECK-DATE-FORMAT
           IF WS-DATE-OK = 'Y' AND WS-DATE-NUM < TODAY
               MOVE "OVERDUE" TO WS-OVERDUE-FLAG
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF
           DISPLAY DP-ID-F " " DP-INST-F " " WS-INST-NAME(1:24) " "
               DP-DUE-F " " WS-PIECES-OUT " " WS-OVERDUE-FLAG.

       COUNT-PIECES-OUT.
           MOVE 0 TO WS-PIECES-OUT
           OPEN INPUT DITEM-FILE
           IF DITEM-STATUS = "00"
               PERFORM UNTIL DITEM-STATUS NOT = "00"
                   READ DITEM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE SPACES TO DI-STATUS-F
                           UNSTRING DITEM-REC DELIMITED BY ","
                               INTO DI-DEPOSIT-F, DI-COPY-F,
                                    DI-BOOK-F, DI-STATUS-F
                           IF FUNCTION TRIM(DI-DEPOSIT-F) =
                              FUNCTION TRIM(WS-DEPOSIT-ID) AND
                              FUNCTION TRIM(DI-STATUS-F) = "OUT"
                               ADD 1 TO WS-PIECES-OUT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DITEM-FILE
           END-IF.

      * ../deposit-notices.csv: date,inst_id,institution,contact,
      * phone,deposit_id,due,days_over,pieces_out -- addressed to the
      * institution, never to whoever collected the box.
       WRITE-OVERDUE-NOTICES.
           MOVE 0 TO WS-LINE-NO
           OPEN EXTEND NOTICE-FILE
           IF NOTICE-STATUS = "05" OR NOTICE-STATUS = "35"
               OPEN OUTPUT NOTICE-FILE
           END-IF
           MOVE 'N' TO FILE-END
           OPEN INPUT DEPOSIT-FILE
           IF DEPOSIT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DEPOSIT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO DP-RETURN-F DP-STAFF-F
                       UNSTRING DEPOSIT-REC DELIMITED BY ","
                           INTO DP-ID-F, DP-INST-F, DP-START-F,
                                DP-DUE-F, DP-RETURN-F, DP-STAFF-F
                       MOVE DP-DUE-F TO WS-DATE-WORK
                       PERFORM CHECK-DATE-FORMAT
                       IF DP-RETURN-F = SPACES AND WS-DATE-OK = 'Y'
                          AND WS-DATE-NUM < TODAY
                           PERFORM WRITE-ONE-NOTICE
                       END-IF
               END-READ
           END-PERFORM
           IF DEPOSIT-STATUS = "00" OR DEPOSIT-STATUS = "10"
               CLOSE DEPOSIT-FILE
           END-IF
           MOVE 'N' TO FILE-END
           CLOSE NOTICE-FILE
           DISPLAY WS-LINE-NO " overdue notice(s) written to "
               "deposit-notices.csv.".

       WRITE-ONE-NOTICE.
           MOVE DP-ID-F TO WS-DEPOSIT-ID
           PERFORM COUNT-PIECES-OUT
           MOVE DP-INST-F TO WS-INST-ID
           PERFORM FIND-INSTITUTION
           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-DAYS-OVER = TODAY-INT - WS-DUE-INT
           MOVE SPACES TO NOTICE-REC
           STRING WS-DATE-TODAY DELIMITED BY SIZE ","
                  FUNCTION TRIM(DP-INST-F) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-INST-NAME) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-INST-CONTACT) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-INST-PHONE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(DP-ID-F) DELIMITED BY SIZE ","
                  FUNCTION TRIM(DP-DUE-F) DELIMITED BY SIZE ","
                  WS-DAYS-OVER DELIMITED BY SIZE ","
                  WS-PIECES-OUT DELIMITED BY SIZE
               INTO NOTICE-REC
           WRITE NOTICE-REC
           ADD 1 TO WS-LINE-NO.

       INVOICE-MENU.
           DISPLAY "Institution ID (blank for all): "
           MOVE SPACES TO WS-INST-ID-RAW
           ACCEPT WS-INST-ID-RAW
           MOVE FUNCTION TRIM(WS-INST-ID-RAW) TO WS-INST-ID
           MOVE 0 TO IV-UNPAID-TOTAL
           MOVE 0 TO IV-UNPAID-COUNT
           DISPLAY " "
           DISPLAY "UNPAID INSTITUTION INVOICES"
           DISPLAY HEADER-LINE
           DISPLAY "INV   INST  DEPOSIT COPY     BILLED      AMOUNT"
           DISPLAY HEADER-LINE
           MOVE 'N' TO FILE-END
           OPEN INPUT INVOICE-FILE
           IF INVOICE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ INVOICE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO IV-PAID-F IV-PAID-DATE-F
                       UNSTRING INVOICE-REC DELIMITED BY ","
                           INTO IV-ID-F, IV-INST-F, IV-DEPOSIT-F,
                                IV-COPY-F, IV-BOOK-F, IV-AMOUNT-F,
                                IV-BILLED-F, IV-PAID-F, IV-PAID-DATE-F
                       IF IV-PAID-F NOT = "Y" AND
                          (WS-INST-ID = SPACES OR
                           FUNCTION TRIM(IV-INST-F) = WS-INST-ID)
                           MOVE FUNCTION NUMVAL(IV-AMOUNT-F)
                               TO IV-AMOUNT-NUM
                           ADD IV-AMOUNT-NUM TO IV-UNPAID-TOTAL
                           ADD 1 TO IV-UNPAID-COUNT
                           DISPLAY IV-ID-F " " IV-INST-F " "
                               IV-DEPOSIT-F "   " IV-COPY-F " "
                               IV-BILLED-F " " IV-AMOUNT-NUM
                       END-IF
               END-READ
           END-PERFORM
           IF INVOICE-STATUS = "00" OR INVOICE-STATUS = "10"
               CLOSE INVOICE-FILE
           END-IF
           MOVE 'N' TO FILE-END
           DISPLAY HEADER-LINE
           DISPLAY "Unpaid: " IV-UNPAID-COUNT " invoice(s), "
               IV-UNPAID-TOTAL " MMK"
           IF IV-UNPAID-COUNT = 0
               GO TO INVOICE-MENU-EXIT
           END-IF

           DISPLAY "Invoice ID to mark paid (blank for none): "
           MOVE SPACES TO WS-DEPOSIT-ID-RAW
           ACCEPT WS-DEPOSIT-ID-RAW
           IF FUNCTION TRIM(WS-DEPOSIT-ID-RAW) = SPACES
               GO TO INVOICE-MENU-EXIT
           END-IF
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO FILE-END
           OPEN INPUT INVOICE-FILE
           IF INVOICE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           OPEN OUTPUT INVOICE-TMP-FILE
           PERFORM UNTIL FILE-END = 'Y'
               READ INVOICE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO IV-PAID-F IV-PAID-DATE-F
                       UNSTRING INVOICE-REC DELIMITED BY ","
                           INTO IV-ID-F, IV-INST-F, IV-DEPOSIT-F,
                                IV-COPY-F, IV-BOOK-F, IV-AMOUNT-F,
                                IV-BILLED-F, IV-PAID-F, IV-PAID-DATE-F
                       MOVE INVOICE-REC TO INVOICE-TMP-REC
                       IF FUNCTION NUMVAL(IV-ID-F) =
                          FUNCTION NUMVAL(WS-DEPOSIT-ID-RAW) AND
                          IV-PAID-F NOT = "Y"
                           MOVE 'Y' TO WS-FOUND
                           MOVE SPACES TO INVOICE-TMP-REC
                           STRING FUNCTION TRIM(IV-ID-F)
                                      DELIMITED BY SIZE ","
                                  FUNCTION TRIM(IV-INST-F)
                                      DELIMITED BY SIZE ","
                                  FUNCTION TRIM(IV-DEPOSIT-F)
                                      DELIMITED BY SIZE ","
                                  FUNCTION TRIM(IV-COPY-F)
                                      DELIMITED BY SIZE ","
                                  FUNCTION TRIM(IV-BOOK-F)
                                      DELIMITED BY SIZE ","
                                  FUNCTION TRIM(IV-AMOUNT-F)
                                      DELIMITED BY SIZE ","
                                  FUNCTION TRIM(IV-BILLED-F)
                                      DELIMITED BY SIZE ","
                                  "Y" DELIMITED BY SIZE ","
                                  WS-DATE-TODAY DELIMITED BY SIZE
                               INTO INVOICE-TMP-REC
                       END-IF
                       WRITE INVOICE-TMP-REC
               END-READ
           END-PERFORM
           IF INVOICE-STATUS = "00" OR INVOICE-STATUS = "10"
               CLOSE INVOICE-FILE
           END-IF
           CLOSE INVOICE-TMP-FILE
           MOVE 'N' TO FILE-END
           CALL "CBL_RENAME_FILE" USING INVOICE-TMP-PATH
               INVOICE-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL
           IF WS-FOUND = 'Y'
               DISPLAY "Invoice marked paid."
           ELSE
               DISPLAY "No unpaid invoice with that ID."
           END-IF.
       INVOICE-MENU-EXIT.
           EXIT.

       LOAD-COPIES.
           MOVE 0 TO CP-TOTAL
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
                       END-IF
               END-READ
           END-PERFORM
           IF COPIES-STATUS = "00" OR COPIES-STATUS = "10"
               CLOSE COPIES-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Applies each piece's PK-ACTION to its copies.csv row in one
      * rewrite: 'O' CHECKED_OUT, 'A' AVAILABLE, 'L' LOST.
       REWRITE-COPIES.
           PERFORM VARYING CP-IDX FROM 1 BY 1 UNTIL CP-IDX > CP-TOTAL
               UNSTRING CP-DATA(CP-IDX) DELIMITED BY ","
                   INTO CP-ID-F, CP-BOOK-ID-F, CP-STATUS-F
               MOVE FUNCTION TRIM(CP-ID-F) TO WS-COPY-ID
               PERFORM FIND-PICKED-PIECE
               IF PK-MATCH-IDX > 0
                   EVALUATE PK-ACTION(PK-MATCH-IDX)
                       WHEN 'O'
                           MOVE "CHECKED_OUT" TO CP-STATUS-F
                       WHEN 'A'
                           MOVE "AVAILABLE" TO CP-STATUS-F
                       WHEN 'L'
                           MOVE "LOST" TO CP-STATUS-F
                   END-EVALUATE
                   MOVE SPACES TO CP-DATA(CP-IDX)
                   STRING CP-ID-F DELIMITED BY SIZE ","
                          CP-BOOK-ID-F DELIMITED BY SIZE ","
                          FUNCTION TRIM(CP-STATUS-F) DELIMITED BY SIZE
                       INTO CP-DATA(CP-IDX)
               END-IF
           END-PERFORM

           OPEN OUTPUT COPIES-TMP-FILE
           PERFORM VARYING CP-IDX FROM 1 BY 1 UNTIL CP-IDX > CP-TOTAL
               MOVE CP-DATA(CP-IDX) TO COPIES-TMP-REC
               WRITE COPIES-TMP-REC
           END-PERFORM
           CLOSE COPIES-TMP-FILE
           CALL "CBL_RENAME_FILE" USING COPIES-TMP-PATH
               COPIES-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL.

      * The count side of the copies.csv flip, as KitCirculation does
      * it: a piece going out ('O') comes off its title's count, a
      * piece back on the shelf ('A') goes back on. LOST pieces were
      * already off the count from the day they went out.
       ADJUST-BOOK-COUNTS.
           PERFORM ACQUIRE-BOOK-LOCK
           IF LOCK-ACQUIRED-FLAG NOT = 'Y'
               DISPLAY "Book catalog is busy -- counts not adjusted. "
                   "Re-run ReconcileBooks to square it up."
               GO TO ADJUST-BOOK-COUNTS-EXIT
           END-IF

           PERFORM LOAD-BOOK-TABLE
           IF BOOK-STATUS NOT = "00" AND BOOK-STATUS NOT = "10"
               PERFORM RELEASE-BOOK-LOCK
               GO TO ADJUST-BOOK-COUNTS-EXIT
           END-IF
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-TOTAL
               PERFORM VARYING PK-IDX FROM 1 BY 1
                       UNTIL PK-IDX > PK-TOTAL
                   IF FUNCTION TRIM(PK-BOOK-ID(PK-IDX)) =
                      FUNCTION TRIM(BK-ID(BK-IDX))
                       IF PK-ACTION(PK-IDX) = 'O' AND
                          BK-COUNT(BK-IDX) > 0
                           SUBTRACT 1 FROM BK-COUNT(BK-IDX)
                       END-IF
                       IF PK-ACTION(PK-IDX) = 'A'
                           ADD 1 TO BK-COUNT(BK-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           OPEN OUTPUT BOOK-TMP-FILE
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-TOTAL
               MOVE SPACES TO BOOK-TMP-REC
               STRING BK-ID(BK-IDX) DELIMITED BY SIZE ","
                      BK-NAME(BK-IDX) DELIMITED BY SIZE ","
                      BK-AUTHOR(BK-IDX) DELIMITED BY SIZE ","
                      BK-COUNT(BK-IDX) DELIMITED BY SIZE ","
                      BK-GENRE(BK-IDX) DELIMITED BY SIZE ","
                      BK-STATUS(BK-IDX) DELIMITED BY SIZE ","
                      BK-ISBN(BK-IDX) DELIMITED BY SIZE ","
                      BK-BRANCH(BK-IDX) DELIMITED BY SIZE ","
                      BK-TYPE(BK-IDX) DELIMITED BY SIZE
                   INTO BOOK-TMP-REC
               WRITE BOOK-TMP-REC
           END-PERFORM
           CLOSE BOOK-TMP-FILE

           CALL "CBL_RENAME_FILE" USING BOOK-TMP-PATH BOOK-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL
           PERFORM RELEASE-BOOK-LOCK.
       ADJUST-BOOK-COUNTS-EXIT.
           EXIT.

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
                       IF BK-TOTAL < 500
                           ADD 1 TO BK-TOTAL
                           MOVE SPACES TO BK-STATUS(BK-TOTAL)
                           MOVE SPACES TO BK-BRANCH(BK-TOTAL)
                           MOVE SPACES TO BK-TYPE(BK-TOTAL)
                           UNSTRING BOOK-REC DELIMITED BY ","
                               INTO BK-ID(BK-TOTAL),
                                    BK-NAME(BK-TOTAL),
                                    BK-AUTHOR(BK-TOTAL),
                                    BK-COUNT(BK-TOTAL),
                                    BK-GENRE(BK-TOTAL),
                                    BK-STATUS(BK-TOTAL),
                                    BK-ISBN(BK-TOTAL),
                                    BK-BRANCH(BK-TOTAL),
                                    BK-TYPE(BK-TOTAL)
                           IF BK-STATUS(BK-TOTAL) = SPACES
                               MOVE "ACTIVE" TO BK-STATUS(BK-TOTAL)
                           END-IF
                           IF BK-BRANCH(BK-TOTAL) = SPACES
                               MOVE "MAIN" TO BK-BRANCH(BK-TOTAL)
                           END-IF
                           IF BK-TYPE(BK-TOTAL) = SPACES
                               MOVE "PHYSICAL" TO BK-TYPE(BK-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF BOOK-STATUS = "00" OR BOOK-STATUS = "10"
               CLOSE BOOK-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOOKUP-TITLE.
           MOVE SPACES TO WS-TITLE WS-AUTHOR
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-TOTAL
               IF FUNCTION TRIM(BK-ID(BK-IDX)) =
                  FUNCTION TRIM(PK-BOOK-ID(PK-IDX))
                   MOVE BK-NAME(BK-IDX) TO WS-TITLE
                   MOVE BK-AUTHOR(BK-IDX) TO WS-AUTHOR
               END-IF
           END-PERFORM.

       ACQUIRE-BOOK-LOCK.
           MOVE 'N' TO LOCK-ACQUIRED-FLAG
           MOVE 0 TO LOCK-RETRY-CNT
           PERFORM UNTIL LOCK-ACQUIRED-FLAG = 'Y'
                   OR LOCK-RETRY-CNT > LOCK-MAX-RETRY
               OPEN INPUT LOCK-FILE
               IF LOCK-STATUS = "35"
                   OPEN OUTPUT LOCK-FILE
                   MOVE "LOCKED" TO LOCK-REC
                   WRITE LOCK-REC
                   CLOSE LOCK-FILE
                   MOVE 'Y' TO LOCK-ACQUIRED-FLAG
               ELSE
                   CLOSE LOCK-FILE
                   ADD 1 TO LOCK-RETRY-CNT
               END-IF
           END-PERFORM.

       RELEASE-BOOK-LOCK.
           CALL "CBL_DELETE_FILE" USING LOCK-PATH
               RETURNING LOCK-DEL-STATUS
           END-CALL.

      * WS-DATE-WORK (MM/DD/YYYY) -> WS-DATE-NUM (YYYYMMDD).
       CHECK-DATE-FORMAT.
           MOVE 'N' TO WS-DATE-OK
           MOVE 0 TO WS-DATE-NUM
           IF WS-DATE-WORK(3:1) = "/" AND WS-DATE-WORK(6:1) = "/" AND
              WS-DATE-WORK(1:2) IS NUMERIC AND
              WS-DATE-WORK(4:2) IS NUMERIC AND
              WS-DATE-WORK(7:4) IS NUMERIC
               STRING WS-DATE-WORK(7:4) DELIMITED BY SIZE
                      WS-DATE-WORK(1:2) DELIMITED BY SIZE
                      WS-DATE-WORK(4:2) DELIMITED BY SIZE
                   INTO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                   MOVE 'Y' TO WS-DATE-OK
               END-IF
           END-IF.

       END PROGRAM DepositLoans.
