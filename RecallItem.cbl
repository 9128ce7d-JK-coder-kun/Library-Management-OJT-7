      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Recall an item out on loan -- the open log.csv loan's
      *          due date (END-DATE) is pulled forward to a recall
      *          date, never earlier than the loan start plus the
      *          guaranteed minimum loan days from policy.csv's 13th
      *          field. The recall is kept on ../recalls.csv (tran,
      *          member,book,copy,old_due,recall_due,reason,
      *          recalled_on,operator): RenewBook.cbl and NightlyBatch's
      *          auto-renew refuse a recalled loan, and ReturnBook.cbl
      *          fines it at policy.csv's 12th-field recall rate once
      *          the recall date is past. The borrower gets a RECALL
      *          notice on notify-outbox.csv unless their notification
      *          preference is NONE.
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - the log.csv rewrite moving the due date goes
      *                to the day journal (DayJournal.cbl) before it
      *                replaces the old file
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecallItem.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT LOG-TMP-FILE ASSIGN TO "../log.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECALL-FILE ASSIGN TO "../recalls.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECALL-STATUS.
           SELECT POLICY-FILE ASSIGN TO "../policy.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POLICY-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMBER-STATUS.
           SELECT OUTBOX-FILE ASSIGN TO "../notify-outbox.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTBOX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-REC            PIC X(200).
       FD  LOG-TMP-FILE.
       01  LOG-TMP-REC        PIC X(200).
       FD  RECALL-FILE.
       01  RECALL-REC         PIC X(150).
       FD  POLICY-FILE.
       01  POLICY-REC         PIC X(100).
       FD  BOOK-FILE.
       01  BOOK-REC           PIC X(200).
       FD  MEMBER-FILE.
       01  MEMBER-REC         PIC X(200).
       FD  OUTBOX-FILE.
       01  OUTBOX-LINE        PIC X(200).

       WORKING-STORAGE SECTION.
       01  LOG-STATUS         PIC XX.
       01  RECALL-STATUS      PIC XX.
       01  POLICY-STATUS      PIC XX.
       01  BOOK-STATUS        PIC XX.
       01  MEMBER-STATUS      PIC XX.
       01  OUTBOX-STATUS      PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  RECALL-FILE-END    PIC X VALUE 'N'.
       01  LOG-REAL-PATH      PIC X(20) VALUE "../log.csv".
       01  LOG-TMP-PATH       PIC X(24) VALUE "../log.csv.tmp".
       01  RENAME-STATUS      PIC S9(9) COMP-5.
       01  JNL-MODE           PIC X(4).
       01  JNL-PROGRAM        PIC X(20) VALUE "RecallItem".
       01  JNL-FILE           PIC X(30).
       01  JNL-IMAGE          PIC X(300).

       01  WS-MENU-CHOICE     PIC 9.
       01  WS-CONFIRM         PIC X.
       01  TODAY              PIC 9(8).
       01  TODAY-MMDDYYYY     PIC X(10).
       01  TODAY-INT          PIC 9(8).

       01  WS-ID-RAW          PIC X(20).
       01  WS-BOOK-ID         PIC X(5).
       01  WS-TRAN-ID         PIC X(5).
       01  WS-MEMBER-ID       PIC X(5).
       01  WS-BOOK-TITLE      PIC X(40).
       01  WS-REASON          PIC X(40).
       01  WS-DATE-RAW        PIC X(10).
       01  WS-OPEN-COUNT      PIC 9(3) VALUE 0.
       01  WS-LAST-TRAN       PIC X(5).
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-RECALLED        PIC X VALUE 'N'.
       01  WS-RECALL-COUNT    PIC 9(5) VALUE 0.
       01  WS-LOAN-STATE      PIC X(8).

      * The guaranteed minimum loan -- a recall can never fall due
      * sooner than this many days after the loan started (policy.csv
      * 13th field, 7 days when absent).
       01  WS-RECALL-MIN-DAYS PIC 9(3) VALUE 7.
       01  POLICY-SKIP-F      PIC X(10).
       01  POLICY-RECALL-MIN-F PIC X(5).

      * Dates as integer days for the arithmetic; log.csv's START-DATE
      * and END-DATE are the dashless MMDDYYYY strings BorrowBook.cbl
      * and RenewBook.cbl write.
       01  WS-YYYYMMDD        PIC 9(8).
       01  START-INT          PIC 9(8).
       01  DUE-INT            PIC 9(8).
       01  EARLIEST-INT       PIC 9(8).
       01  RECALL-INT         PIC 9(8).
       01  WS-DAYS-LEFT       PIC 9(3).
       01  RECALL-YYYYMMDD    PIC 9(8).
       01  RECALL-END-DATE    PIC X(10).
       01  RECALL-MMDDYYYY    PIC X(10).
       01  OLD-DUE-MMDDYYYY   PIC X(10).
       01  EARLIEST-YYYYMMDD  PIC 9(8).
       01  EARLIEST-MMDDYYYY  PIC X(10).

      * log.csv row -- all 15 fields are carried through the rewrite
       01  TRAN-ID-F          PIC X(5).
       01  MEMBER-ID-F        PIC X(5).
       01  BOOK-ID-F          PIC X(5).
       01  START-DATE         PIC X(10).
       01  END-DATE           PIC X(10).
       01  DUE-FLAG           PIC X(3).
       01  RETURN-DATE-F      PIC X(10).
       01  LOG-COPY-ID        PIC X(8).
       01  CHECKOUT-STAFF-ID-F PIC X(5).
       01  RETURN-STAFF-ID-F  PIC X(5).
       01  RENEW-COUNT-F      PIC X(2).
       01  CK-TIME-F          PIC X(4).
       01  DUE-TIME-F         PIC X(4).
       01  RT-TIME-F          PIC X(4).
       01  RT-ORIGIN-F        PIC X(10).

      * The loan being recalled, as found on log.csv
       01  LN-MEMBER          PIC X(5).
       01  LN-COPY            PIC X(8).
       01  LN-START           PIC X(10).
       01  LN-END             PIC X(10).
       01  LN-DUE-TIME        PIC X(4).

      * recalls.csv row
       01  RC-TRAN-F          PIC X(5).
       01  RC-MEMBER-F        PIC X(5).
       01  RC-BOOK-F          PIC X(5).
       01  RC-COPY-F          PIC X(8).
       01  RC-OLD-DUE-F       PIC X(10).
       01  RC-RECALL-DUE-F    PIC X(10).
       01  RC-REASON-F        PIC X(40).
       01  RC-DATE-F          PIC X(10).
       01  RC-OPERATOR-F      PIC X(5).

      * books.csv is id,name,... -- only the title is wanted
       01  BK-ID-F            PIC X(5).
       01  BK-NAME-F          PIC X(40).

      * members.csv lookup for the notice, quoted addresses handled
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
       01  NOTIFY-EMAIL       PIC X(35).
       01  NOTIFY-PREF        PIC X(5).
       01  WS-NOTICE-TEXT     PIC X(120).

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
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY)
           PERFORM LOAD-RECALL-POLICY

           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*            Recall an Item on Loan       *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Recall an item"
           DISPLAY "2. List recalls"
           DISPLAY "3. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM RECALL-LOAN THRU RECALL-LOAN-EXIT
               WHEN 2
                   PERFORM LIST-RECALLS
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------------
      * Recall one open loan on the scanned book. Where several copies
      * are out, the loans are listed and the operator picks one by
      * its transaction ID.
      *-----------------------------------------------------------------
       RECALL-LOAN.
           DISPLAY "Enter/Scan Book ID: "
           ACCEPT WS-ID-RAW
           MOVE FUNCTION TRIM(WS-ID-RAW) TO WS-BOOK-ID
           PERFORM LIST-OPEN-LOANS
           IF WS-OPEN-COUNT = 0
               DISPLAY "No open loan on file for that book."
               GO TO RECALL-LOAN-EXIT
           END-IF
           IF WS-OPEN-COUNT = 1
               MOVE WS-LAST-TRAN TO WS-TRAN-ID
           ELSE
               DISPLAY "Transaction ID to recall: "
               ACCEPT WS-ID-RAW
               MOVE FUNCTION TRIM(WS-ID-RAW) TO WS-TRAN-ID
           END-IF

           PERFORM FIND-LOAN
           IF WS-FOUND NOT = 'Y'
               DISPLAY "No open loan of that book under transaction "
                   WS-TRAN-ID "."
               GO TO RECALL-LOAN-EXIT
           END-IF
           IF FUNCTION TRIM(LN-DUE-TIME) NOT = SPACES
               DISPLAY "Hourly loans are not recalled -- the item is "
                   "already due back today."
               GO TO RECALL-LOAN-EXIT
           END-IF
           PERFORM CHECK-ALREADY-RECALLED
           IF WS-RECALLED = 'Y'
               DISPLAY "That loan has already been recalled (due "
                   FUNCTION TRIM(RC-RECALL-DUE-F) ")."
               GO TO RECALL-LOAN-EXIT
           END-IF

           MOVE LN-START(1:2) TO WS-YYYYMMDD(5:2)
           MOVE LN-START(3:2) TO WS-YYYYMMDD(7:2)
           MOVE LN-START(5:4) TO WS-YYYYMMDD(1:4)
           COMPUTE START-INT = FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD)
           MOVE LN-END(1:2) TO WS-YYYYMMDD(5:2)
           MOVE LN-END(3:2) TO WS-YYYYMMDD(7:2)
           MOVE LN-END(5:4) TO WS-YYYYMMDD(1:4)
           COMPUTE DUE-INT = FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD)
           MOVE SPACES TO OLD-DUE-MMDDYYYY
           STRING LN-END(1:2) DELIMITED BY SIZE "/"
                  LN-END(3:2) DELIMITED BY SIZE "/"
                  LN-END(5:4) DELIMITED BY SIZE
               INTO OLD-DUE-MMDDYYYY

      * The earliest the loan can be made due: the guaranteed minimum
      * loan period, and never today or earlier -- the borrower needs
      * at least a day's notice to bring the item back.
           COMPUTE EARLIEST-INT = START-INT + WS-RECALL-MIN-DAYS
           IF EARLIEST-INT <= TODAY-INT
               COMPUTE EARLIEST-INT = TODAY-INT + 1
           END-IF
           IF EARLIEST-INT >= DUE-INT
               DISPLAY "Loan is already due " OLD-DUE-MMDDYYYY
                   " -- a recall cannot bring it any earlier."
               GO TO RECALL-LOAN-EXIT
           END-IF
           COMPUTE EARLIEST-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(EARLIEST-INT)
           MOVE SPACES TO EARLIEST-MMDDYYYY
           STRING EARLIEST-YYYYMMDD(5:2) DELIMITED BY SIZE "/"
                  EARLIEST-YYYYMMDD(7:2) DELIMITED BY SIZE "/"
                  EARLIEST-YYYYMMDD(1:4) DELIMITED BY SIZE
               INTO EARLIEST-MMDDYYYY

           DISPLAY "Member " LN-MEMBER ", copy "
               FUNCTION TRIM(LN-COPY) ", out since " LN-START(1:2) "/"
               LN-START(3:2) "/" LN-START(5:4) ", due "
               OLD-DUE-MMDDYYYY
           DISPLAY "Recall date MM/DD/YYYY (Enter = "
               EARLIEST-MMDDYYYY "): "
           ACCEPT WS-DATE-RAW
           IF FUNCTION TRIM(WS-DATE-RAW) = SPACES
               MOVE EARLIEST-INT TO RECALL-INT
           ELSE
               IF WS-DATE-RAW(3:1) NOT = "/" OR
                  WS-DATE-RAW(6:1) NOT = "/" OR
                  WS-DATE-RAW(1:2) IS NOT NUMERIC OR
                  WS-DATE-RAW(4:2) IS NOT NUMERIC OR
                  WS-DATE-RAW(7:4) IS NOT NUMERIC
                   DISPLAY "Date must be MM/DD/YYYY."
                   GO TO RECALL-LOAN-EXIT
               END-IF
               MOVE WS-DATE-RAW(1:2) TO WS-YYYYMMDD(5:2)
               MOVE WS-DATE-RAW(4:2) TO WS-YYYYMMDD(7:2)
               MOVE WS-DATE-RAW(7:4) TO WS-YYYYMMDD(1:4)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-YYYYMMDD) NOT = 0
                   DISPLAY "Not a valid calendar date."
                   GO TO RECALL-LOAN-EXIT
               END-IF
               COMPUTE RECALL-INT =
                   FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD)
               IF RECALL-INT < EARLIEST-INT
                   DISPLAY "Minimum loan period applies -- recall "
                       "date moved to " EARLIEST-MMDDYYYY "."
                   MOVE EARLIEST-INT TO RECALL-INT
               END-IF
               IF RECALL-INT >= DUE-INT
                   DISPLAY "That is not earlier than the current due "
                       "date " OLD-DUE-MMDDYYYY "."
                   GO TO RECALL-LOAN-EXIT
               END-IF
           END-IF

           COMPUTE RECALL-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(RECALL-INT)
           MOVE SPACES TO RECALL-END-DATE
           STRING RECALL-YYYYMMDD(5:2) DELIMITED BY SIZE
                  RECALL-YYYYMMDD(7:2) DELIMITED BY SIZE
                  RECALL-YYYYMMDD(1:4) DELIMITED BY SIZE
               INTO RECALL-END-DATE
           MOVE SPACES TO RECALL-MMDDYYYY
           STRING RECALL-YYYYMMDD(5:2) DELIMITED BY SIZE "/"
                  RECALL-YYYYMMDD(7:2) DELIMITED BY SIZE "/"
                  RECALL-YYYYMMDD(1:4) DELIMITED BY SIZE
               INTO RECALL-MMDDYYYY

           DISPLAY "Reason for the recall: "
           ACCEPT WS-REASON
           INSPECT WS-REASON REPLACING ALL "," BY " "
           IF FUNCTION TRIM(WS-REASON) = SPACES
               MOVE "HOLD" TO WS-REASON
           END-IF

           DISPLAY "Recall transaction " WS-TRAN-ID " -- due date "
               OLD-DUE-MMDDYYYY " becomes " RECALL-MMDDYYYY
           DISPLAY "Confirm (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Recall cancelled."
               GO TO RECALL-LOAN-EXIT
           END-IF

           PERFORM REWRITE-LOG-DUE-DATE THRU REWRITE-LOG-DUE-DATE-EXIT
           IF WS-FOUND NOT = 'Y'
               DISPLAY "The loan was closed meanwhile -- nothing "
                   "recalled."
               GO TO RECALL-LOAN-EXIT
           END-IF
           PERFORM WRITE-RECALL-ROW
           PERFORM LOOKUP-BOOK-TITLE
           PERFORM SEND-RECALL-NOTICE THRU SEND-RECALL-NOTICE-EXIT
           DISPLAY "Item recalled. New due date: " RECALL-MMDDYYYY.
       RECALL-LOAN-EXIT.
           EXIT.

       LIST-OPEN-LOANS.
           MOVE 0 TO WS-OPEN-COUNT
           MOVE SPACES TO WS-LAST-TRAN
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
                       PERFORM SPLIT-LOG-REC
                       IF BOOK-ID-F = WS-BOOK-ID AND
                          FUNCTION TRIM(RETURN-DATE-F) = SPACES
                           ADD 1 TO WS-OPEN-COUNT
                           MOVE TRAN-ID-F TO WS-LAST-TRAN
                           DISPLAY "  Tran " TRAN-ID-F "  Member "
                               MEMBER-ID-F "  Copy " LOG-COPY-ID
                               "  Due " END-DATE(1:2) "/"
                               END-DATE(3:2) "/" END-DATE(5:4)
                       END-IF
               END-READ
           END-PERFORM
           IF LOG-STATUS = "00" OR LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF.

       FIND-LOAN.
           MOVE 'N' TO WS-FOUND
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
                       PERFORM SPLIT-LOG-REC
                       IF TRAN-ID-F = WS-TRAN-ID AND
                          BOOK-ID-F = WS-BOOK-ID AND
                          FUNCTION TRIM(RETURN-DATE-F) = SPACES
                           MOVE 'Y' TO WS-FOUND
                           MOVE MEMBER-ID-F TO LN-MEMBER
                           MOVE LOG-COPY-ID TO LN-COPY
                           MOVE START-DATE TO LN-START
                           MOVE END-DATE TO LN-END
                           MOVE DUE-TIME-F TO LN-DUE-TIME
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF LOG-STATUS = "00" OR LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF.

       SPLIT-LOG-REC.
           MOVE SPACES TO LOG-COPY-ID
           MOVE SPACES TO CHECKOUT-STAFF-ID-F
           MOVE SPACES TO RETURN-STAFF-ID-F
           MOVE SPACES TO RENEW-COUNT-F
           MOVE SPACES TO CK-TIME-F
           MOVE SPACES TO DUE-TIME-F
           MOVE SPACES TO RT-TIME-F
           MOVE SPACES TO RT-ORIGIN-F
           UNSTRING LOG-REC DELIMITED BY ","
               INTO TRAN-ID-F, MEMBER-ID-F, BOOK-ID-F,
                    START-DATE, END-DATE, DUE-FLAG,
                    RETURN-DATE-F, LOG-COPY-ID,
                    CHECKOUT-STAFF-ID-F, RETURN-STAFF-ID-F,
                    RENEW-COUNT-F, CK-TIME-F, DUE-TIME-F,
                    RT-TIME-F, RT-ORIGIN-F.

      * Stream log.csv through log.csv.tmp, pulling the recalled
      * loan's END-DATE forward as it passes -- the same row-by-row
      * rewrite RenewBook.cbl uses.
       REWRITE-LOG-DUE-DATE.
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF LOG-STATUS NOT = "00"
               GO TO REWRITE-LOG-DUE-DATE-EXIT
           END-IF
           OPEN OUTPUT LOG-TMP-FILE
           PERFORM UNTIL FILE-END = 'Y'
               READ LOG-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM SPLIT-LOG-REC
                       IF TRAN-ID-F = WS-TRAN-ID AND
                          BOOK-ID-F = WS-BOOK-ID AND
                          FUNCTION TRIM(RETURN-DATE-F) = SPACES
                           MOVE 'Y' TO WS-FOUND
                           MOVE RECALL-END-DATE TO END-DATE
                       END-IF
                       MOVE SPACES TO LOG-TMP-REC
                       STRING TRAN-ID-F DELIMITED BY SIZE ","
                              MEMBER-ID-F DELIMITED BY SIZE ","
                              BOOK-ID-F DELIMITED BY SIZE ","
                              START-DATE DELIMITED BY SIZE ","
                              END-DATE DELIMITED BY SIZE ","
                              DUE-FLAG DELIMITED BY SIZE ","
                              RETURN-DATE-F DELIMITED BY SIZE ","
                              LOG-COPY-ID DELIMITED BY SIZE ","
                              CHECKOUT-STAFF-ID-F DELIMITED BY SIZE ","
                              RETURN-STAFF-ID-F DELIMITED BY SIZE ","
                              RENEW-COUNT-F DELIMITED BY SIZE ","
                              FUNCTION TRIM(CK-TIME-F)
                                  DELIMITED BY SIZE ","
                              FUNCTION TRIM(DUE-TIME-F)
                                  DELIMITED BY SIZE ","
                              FUNCTION TRIM(RT-TIME-F)
                                  DELIMITED BY SIZE ","
                              FUNCTION TRIM(RT-ORIGIN-F)
                                  DELIMITED BY SIZE
                           INTO LOG-TMP-REC
                       WRITE LOG-TMP-REC
               END-READ
           END-PERFORM
           CLOSE LOG-FILE
           CLOSE LOG-TMP-FILE
           IF WS-FOUND = 'Y'
               MOVE "DIFF" TO JNL-MODE
               MOVE "log.csv" TO JNL-FILE
               MOVE SPACES TO JNL-IMAGE
               CALL "DayJournal" USING JNL-MODE, JNL-PROGRAM, JNL-FILE,
                   JNL-IMAGE
               CALL "CBL_RENAME_FILE" USING LOG-TMP-PATH LOG-REAL-PATH
                   RETURNING RENAME-STATUS
               END-CALL
           ELSE
               CALL "CBL_DELETE_FILE" USING LOG-TMP-PATH
                   RETURNING RENAME-STATUS
               END-CALL
           END-IF.
       REWRITE-LOG-DUE-DATE-EXIT.
           EXIT.

       CHECK-ALREADY-RECALLED.
           MOVE 'N' TO WS-RECALLED
           MOVE 'N' TO RECALL-FILE-END
           OPEN INPUT RECALL-FILE
           IF RECALL-STATUS NOT = "00"
               MOVE 'Y' TO RECALL-FILE-END
           END-IF
           PERFORM UNTIL RECALL-FILE-END = 'Y'
               READ RECALL-FILE
                   AT END
                       MOVE 'Y' TO RECALL-FILE-END
                   NOT AT END
                       PERFORM SPLIT-RECALL-REC
                       IF RC-TRAN-F = WS-TRAN-ID
                           MOVE 'Y' TO WS-RECALLED
                           MOVE 'Y' TO RECALL-FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF RECALL-STATUS = "00" OR RECALL-STATUS = "10"
               CLOSE RECALL-FILE
           END-IF.

       SPLIT-RECALL-REC.
           MOVE SPACES TO RC-TRAN-F RC-MEMBER-F RC-BOOK-F RC-COPY-F
               RC-OLD-DUE-F RC-RECALL-DUE-F RC-REASON-F RC-DATE-F
               RC-OPERATOR-F
           UNSTRING RECALL-REC DELIMITED BY ","
               INTO RC-TRAN-F, RC-MEMBER-F, RC-BOOK-F, RC-COPY-F,
                    RC-OLD-DUE-F, RC-RECALL-DUE-F, RC-REASON-F,
                    RC-DATE-F, RC-OPERATOR-F.

       WRITE-RECALL-ROW.
           OPEN EXTEND RECALL-FILE
           IF RECALL-STATUS = "05" OR RECALL-STATUS = "35"
               OPEN OUTPUT RECALL-FILE
           END-IF
           MOVE SPACES TO RECALL-REC
           STRING WS-TRAN-ID DELIMITED BY SIZE ","
                  LN-MEMBER DELIMITED BY SIZE ","
                  WS-BOOK-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(LN-COPY) DELIMITED BY SIZE ","
                  OLD-DUE-MMDDYYYY DELIMITED BY SIZE ","
                  RECALL-MMDDYYYY DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE ","
                  TODAY-MMDDYYYY DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE
               INTO RECALL-REC
           WRITE RECALL-REC
           CLOSE RECALL-FILE.

      *-----------------------------------------------------------------
      * Every recall on file, with where its loan stands now: still
      * OUT before the recall date, OVERDUE past it, or RETURNED.
      *-----------------------------------------------------------------
       LIST-RECALLS.
           MOVE 0 TO WS-RECALL-COUNT
           MOVE 'N' TO RECALL-FILE-END
           OPEN INPUT RECALL-FILE
           IF RECALL-STATUS NOT = "00"
               DISPLAY "No recalls on file."
               MOVE 'Y' TO RECALL-FILE-END
           END-IF
           PERFORM UNTIL RECALL-FILE-END = 'Y'
               READ RECALL-FILE
                   AT END
                       MOVE 'Y' TO RECALL-FILE-END
                   NOT AT END
                       PERFORM SPLIT-RECALL-REC
                       ADD 1 TO WS-RECALL-COUNT
                       MOVE RC-TRAN-F TO WS-TRAN-ID
                       MOVE RC-BOOK-F TO WS-BOOK-ID
                       PERFORM FIND-LOAN
                       IF WS-FOUND NOT = 'Y'
                           MOVE "RETURNED" TO WS-LOAN-STATE
                       ELSE
                           MOVE RC-RECALL-DUE-F(1:2)
                               TO WS-YYYYMMDD(5:2)
                           MOVE RC-RECALL-DUE-F(4:2)
                               TO WS-YYYYMMDD(7:2)
                           MOVE RC-RECALL-DUE-F(7:4)
                               TO WS-YYYYMMDD(1:4)
                           COMPUTE RECALL-INT =
                               FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD)
                           IF TODAY-INT > RECALL-INT
                               MOVE "OVERDUE" TO WS-LOAN-STATE
                           ELSE
                               MOVE "OUT" TO WS-LOAN-STATE
                           END-IF
                       END-IF
                       DISPLAY RC-TRAN-F "  Member " RC-MEMBER-F
                           "  Book " RC-BOOK-F "  Recall due "
                           RC-RECALL-DUE-F "  " WS-LOAN-STATE
                           "  " FUNCTION TRIM(RC-REASON-F)
               END-READ
           END-PERFORM
           IF RECALL-STATUS = "00" OR RECALL-STATUS = "10"
               CLOSE RECALL-FILE
               DISPLAY WS-RECALL-COUNT " recall(s) on file."
           END-IF.

       LOAD-RECALL-POLICY.
           OPEN INPUT POLICY-FILE
           IF POLICY-STATUS = "00"
               READ POLICY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO POLICY-RECALL-MIN-F
                       UNSTRING POLICY-REC DELIMITED BY ","
                           INTO POLICY-SKIP-F, POLICY-SKIP-F,
                                POLICY-SKIP-F, POLICY-SKIP-F,
                                POLICY-SKIP-F, POLICY-SKIP-F,
                                POLICY-SKIP-F, POLICY-SKIP-F,
                                POLICY-SKIP-F, POLICY-SKIP-F,
                                POLICY-SKIP-F, POLICY-SKIP-F,
                                POLICY-RECALL-MIN-F
                       IF POLICY-RECALL-MIN-F NOT = SPACES
                           MOVE FUNCTION NUMVAL(POLICY-RECALL-MIN-F)
                               TO WS-RECALL-MIN-DAYS
                       END-IF
               END-READ
               CLOSE POLICY-FILE
           END-IF.

       LOOKUP-BOOK-TITLE.
           MOVE WS-BOOK-ID TO WS-BOOK-TITLE
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
                           MOVE BK-NAME-F TO WS-BOOK-TITLE
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF BOOK-STATUS = "00" OR BOOK-STATUS = "10"
               CLOSE BOOK-FILE
           END-IF.

      * notify-outbox.csv: member,email,type,book,days,date,text --
      * days is the number of days the borrower has to bring it back.
       SEND-RECALL-NOTICE.
           MOVE LN-MEMBER TO WS-MEMBER-ID
           PERFORM LOOKUP-MEMBER
           IF FUNCTION TRIM(NOTIFY-PREF) = "NONE"
               GO TO SEND-RECALL-NOTICE-EXIT
           END-IF
           COMPUTE WS-DAYS-LEFT = RECALL-INT - TODAY-INT
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING "Recalled: please return "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BOOK-TITLE) DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  RECALL-MMDDYYYY DELIMITED BY SIZE
                  " - another reader needs it" DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
           INSPECT WS-NOTICE-TEXT REPLACING ALL "," BY " "
           OPEN EXTEND OUTBOX-FILE
           IF OUTBOX-STATUS = "05" OR OUTBOX-STATUS = "35"
               OPEN OUTPUT OUTBOX-FILE
           END-IF
           MOVE SPACES TO OUTBOX-LINE
           STRING WS-MEMBER-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(NOTIFY-EMAIL) DELIMITED BY SIZE ","
                  "RECALL" DELIMITED BY SIZE ","
                  WS-BOOK-ID DELIMITED BY SIZE ","
                  WS-DAYS-LEFT DELIMITED BY SIZE ","
                  TODAY-MMDDYYYY DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-NOTICE-TEXT) DELIMITED BY SIZE
               INTO OUTBOX-LINE
           WRITE OUTBOX-LINE
           CLOSE OUTBOX-FILE.
       SEND-RECALL-NOTICE-EXIT.
           EXIT.

       LOOKUP-MEMBER.
           MOVE SPACES TO NOTIFY-EMAIL
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

       END PROGRAM RecallItem.
