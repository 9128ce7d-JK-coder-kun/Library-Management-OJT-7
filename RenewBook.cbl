      *               renewed due date
      * 2.9.2025 HL - each renewal stamps a dated, timed row on
      *               renewal-events.csv for the traffic report
      * 15.10.2026 HL - a recalled loan (recalls.csv) cannot be
      *               renewed -- it has to come back by its recall
      *               date
      * 15.10.2026 HL - the renewed log.csv goes to the day journal
      *               (DayJournal.cbl) before it replaces the old one
      * 15.10.2026 HL - called with choice 99, renews the one
      *               member_id,book_id,tran_id row a self-check
      *               machine sent (SelfCheckGateway.cbl,
      *               ../selfcheck-work.csv) and answers on
      *               ../selfcheck-result.csv
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RenewBook.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-STATUS.
           SELECT RECALL-FILE ASSIGN TO "../recalls.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECALL-STATUS.
           SELECT RENEW-EVENT-FILE ASSIGN TO "../renewal-events.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENEW-EVENT-STATUS.
           SELECT SC-WORK-FILE ASSIGN TO "../selfcheck-work.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-WORK-STATUS.
           SELECT SC-RESULT-FILE ASSIGN TO "../selfcheck-result.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-RESULT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  CLOSURE-REC        PIC X(80).
       FD  BOOK-FILE.
       01  BOOK-REC           PIC X(200).
       FD  RECALL-FILE.
       01  RECALL-REC         PIC X(150).
       FD  RENEW-EVENT-FILE.
       01  RENEW-EVENT-REC    PIC X(60).
       FD  SC-WORK-FILE.
       01  SC-WORK-REC        PIC X(200).
       FD  SC-RESULT-FILE.
       01  SC-RESULT-REC      PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-ID         PIC X(5).
       01  LOG-REAL-PATH      PIC X(20) VALUE "../log.csv".
       01  LOG-TMP-PATH       PIC X(24) VALUE "../log.csv.tmp".
       01  RENAME-STATUS      PIC S9(9) COMP-5.
       01  JNL-MODE           PIC X(4).
       01  JNL-PROGRAM        PIC X(20) VALUE "RenewBook".
       01  JNL-FILE           PIC X(30).
       01  JNL-IMAGE          PIC X(300).

      * Self-check machine request (choice 99) -- SelfCheckGateway.cbl
      * leaves one member_id,book_id,tran_id row on
      * ../selfcheck-work.csv in place of the three prompts, and reads
      * back result,reason,tran_id,due_date,amount from
      * ../selfcheck-result.csv.
       01  SC-WORK-STATUS     PIC XX.
       01  SC-RESULT-STATUS   PIC XX.
       01  SC-RESULT          PIC X(2) VALUE "NO".
       01  SC-REASON          PIC X(60).
       01  SC-NEW-DUE         PIC X(10) VALUE SPACES.

      * The member's tier, looked up before the renewal is applied --
      * a PREMIUM member's renewal extends by the same +7 bonus days
      * BorrowBook.cbl's APPLY-TIER-RULES grants at checkout; STUDENT
      * and STANDARD (and blank/legacy rows) renew under the policy
      * loan period as published.
      * A loan RecallItem.cbl has recalled is on recalls.csv by its
      * transaction ID (tran,member,book,copy,old_due,recall_due,...).
       01  RECALL-STATUS      PIC XX.
       01  RECALL-FILE-END    PIC X VALUE 'N'.
       01  RECALL-HIT         PIC X VALUE 'N'.
       01  RC-TRAN-F          PIC X(5).
       01  RC-SKIP-F          PIC X(10).
       01  RC-RECALL-DUE-F    PIC X(10).

       01  MEMBER-STATUS      PIC XX.
       01  WS-MEMBER-TIER     PIC X(10).
       01  TL-QUOTE-COUNT     PIC 9 VALUE 0.
      * below requires the member ID on the row. OJT_v1.cbl passes
      * spaces for a normal staff-driven run.
       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 PRESET-MEMBER-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, PRESET-MEMBER-ID-L.
           PERFORM MAIN-PROCEDURE
           PERFORM LOAD-LOAN-POLICY
           PERFORM LOAD-CLOSURE-CALENDAR THRU
               LOAD-CLOSURE-CALENDAR-EXIT
           IF USER-CHOICE = 99
               PERFORM READ-SELFCHECK-REQUEST
           ELSE
               DISPLAY "Enter Transaction ID: "
               ACCEPT WS-TRAN-ID
               IF FUNCTION TRIM(PRESET-MEMBER-ID-L) NOT = SPACES
                   MOVE PRESET-MEMBER-ID-L TO WS-MEMBER-ID
               ELSE
                   DISPLAY "Enter/Scan Member ID: "
                   ACCEPT WS-MEMBER-ID-RAW
                   MOVE FUNCTION TRIM(WS-MEMBER-ID-RAW) TO WS-MEMBER-ID
               END-IF
               DISPLAY "Enter/Scan Book ID: "
               ACCEPT WS-BOOK-ID-RAW
               MOVE FUNCTION TRIM(WS-BOOK-ID-RAW) TO WS-BOOK-ID
           END-IF
           PERFORM CHECK-RECALLED-LOAN THRU CHECK-RECALLED-LOAN-EXIT
           IF RECALL-HIT = 'Y'
               DISPLAY "This item has been recalled -- it is due back "
                   "on " RC-RECALL-DUE-F " and cannot be renewed."
               MOVE SPACES TO SC-REASON
               STRING "item recalled -- due back " DELIMITED BY SIZE
                      RC-RECALL-DUE-F DELIMITED BY SIZE
                   INTO SC-REASON
               PERFORM ANSWER-SELFCHECK
               GOBACK
           END-IF
           PERFORM LOOKUP-MEMBER-TIER THRU LOOKUP-MEMBER-TIER-EXIT
           PERFORM APPLY-TIER-RULES
           PERFORM LOOKUP-LOAN-BRANCH
                                      END-DD   DELIMITED BY SIZE
                                      END-YYYY DELIMITED BY SIZE
                                   INTO END-DATE
                               MOVE END-DATE TO SC-NEW-DUE
                           END-IF
                       END-IF

               IF LIMIT-REACHED-FLAG = "Y"
                   DISPLAY "Renewal limit reached (" WS-MAX-RENEWALS
                       " max) -- this loan must be returned instead."
                   MOVE "renewal limit reached -- please return item"
                       TO SC-REASON
               ELSE
                   DISPLAY "No matching open loan for that transaction."
                   MOVE "no open loan for this item" TO SC-REASON
               END-IF
               CALL "CBL_DELETE_FILE" USING LOG-TMP-PATH
                   RETURNING RENAME-STATUS
               END-CALL
               PERFORM ANSWER-SELFCHECK
               GOBACK
           END-IF

           MOVE "DIFF" TO JNL-MODE
           MOVE "log.csv" TO JNL-FILE
           MOVE SPACES TO JNL-IMAGE
           CALL "DayJournal" USING JNL-MODE, JNL-PROGRAM, JNL-FILE,
               JNL-IMAGE
           CALL "CBL_RENAME_FILE" USING LOG-TMP-PATH LOG-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL

           PERFORM LOG-RENEWAL-EVENT
           DISPLAY "Loan renewed. New due date: " END-DATE
           MOVE "OK" TO SC-RESULT
           MOVE "loan renewed" TO SC-REASON
           PERFORM ANSWER-SELFCHECK
           GOBACK.

       READ-SELFCHECK-REQUEST.
           MOVE SPACES TO WS-MEMBER-ID
           MOVE SPACES TO WS-BOOK-ID
           MOVE SPACES TO WS-TRAN-ID
           OPEN INPUT SC-WORK-FILE
           IF SC-WORK-STATUS = "00"
               READ SC-WORK-FILE
                   AT END
                       MOVE SPACES TO SC-WORK-REC
               END-READ
               CLOSE SC-WORK-FILE
               UNSTRING SC-WORK-REC DELIMITED BY ","
                   INTO WS-MEMBER-ID, WS-BOOK-ID, WS-TRAN-ID
           END-IF.

      * Only a self-check call (choice 99) is answered on file; a desk
      * or kiosk renewal has already said everything on the screen.
       ANSWER-SELFCHECK.
           IF USER-CHOICE = 99
               OPEN OUTPUT SC-RESULT-FILE
               MOVE SPACES TO SC-RESULT-REC
               IF SC-RESULT = "OK"
                   STRING SC-RESULT DELIMITED BY SIZE ","
                          FUNCTION TRIM(SC-REASON) DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-TRAN-ID DELIMITED BY SIZE ","
                          FUNCTION TRIM(SC-NEW-DUE) DELIMITED BY SIZE
                          ",0" DELIMITED BY SIZE
                       INTO SC-RESULT-REC
               ELSE
                   STRING SC-RESULT DELIMITED BY SIZE ","
                          FUNCTION TRIM(SC-REASON) DELIMITED BY SIZE
                          ",,,0" DELIMITED BY SIZE
                       INTO SC-RESULT-REC
               END-IF
               WRITE SC-RESULT-REC
               CLOSE SC-RESULT-FILE
           END-IF.

       LOG-RENEWAL-EVENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EVENT-DATE
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-EVENT-TIME
           WRITE RENEW-EVENT-REC
           CLOSE RENEW-EVENT-FILE.

       CHECK-RECALLED-LOAN.
           MOVE 'N' TO RECALL-HIT
           MOVE 'N' TO RECALL-FILE-END
           OPEN INPUT RECALL-FILE
           IF RECALL-STATUS NOT = "00"
               GO TO CHECK-RECALLED-LOAN-EXIT
           END-IF
           PERFORM UNTIL RECALL-FILE-END = 'Y'
               READ RECALL-FILE
                   AT END
                       MOVE 'Y' TO RECALL-FILE-END
                   NOT AT END
                       MOVE SPACES TO RC-TRAN-F
                       MOVE SPACES TO RC-RECALL-DUE-F
                       UNSTRING RECALL-REC DELIMITED BY ","
                           INTO RC-TRAN-F, RC-SKIP-F, RC-SKIP-F,
                                RC-SKIP-F, RC-SKIP-F, RC-RECALL-DUE-F
                       IF RC-TRAN-F = WS-TRAN-ID
                           MOVE 'Y' TO RECALL-HIT
                           MOVE 'Y' TO RECALL-FILE-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECALL-FILE.
       CHECK-RECALLED-LOAN-EXIT.
           EXIT.

      * policy.csv's 4th field, when present, caps the number of times
      * a single loan may be renewed; absent file or absent field
      * keeps the original default of 2 renewals.
