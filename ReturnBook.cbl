      *                load/rewrite, a byte-for-byte no-op since the
      *                count bump moved there too, is gone along with
      *                the books.csv lock it held
      * 15.10.2026 HL  - a recalled loan (recalls.csv) kept past its
      *                recall date is fined at policy.csv's 12th-field
      *                recall rate instead of the tier rate
      * 15.10.2026 HL  - read END-DATE as the dashless MMDDYYYY string
      *                BorrowBook.cbl/RenewBook.cbl write; the dashed
      *                DD-MM-YYYY layout is still accepted, and a
      *                return on or before the due date is never fined
      * 15.10.2026 HL  - pop up the member's active staff notes
      *                (MemberAlert.cbl) for acknowledgement once the
      *                member ID is keyed in at the desk
      * 15.10.2026 HL  - stamp the check-in moment (YYYYMMDDHHMM) and
      *                the operator on shelving-queue.csv and
      *                transit-manifest.csv rows, plus the home branch
      *                on the shelving row, for TurnaroundReport.cbl
      * 15.10.2026 HL  - fine rows appended and the rewritten log.csv
      *                and members.csv go to the day journal
      *                (DayJournal.cbl) for point-in-time recovery
      * 15.10.2026 HL  - called with choice 99, checks in the one
      *                member_id,book_id,,branch row a self-check
      *                machine sent (SelfCheckGateway.cbl,
      *                ../selfcheck-work.csv) under the machine's ID
      *                and answers on ../selfcheck-result.csv
      * 15.10.2026 HL  - called with choice 98, replays one return taken
      *                at the offline capture station
      *                (OfflineUpload.cbl, ../offline-work.csv) against
      *                the captured copy, dated and timed as captured,
      *                origin OFFLINE, answering on
      *                ../offline-result.csv
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReturnBook.
           SELECT TRANSIT-FILE ASSIGN TO "../transit-manifest.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSIT-STATUS.
           SELECT RECALL-FILE ASSIGN TO "../recalls.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECALL-STATUS.
           SELECT SC-WORK-FILE ASSIGN TO "../selfcheck-work.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-WORK-STATUS.
           SELECT SC-RESULT-FILE ASSIGN TO "../selfcheck-result.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-RESULT-STATUS.
           SELECT OFFLINE-WORK-FILE ASSIGN TO "../offline-work.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFFLINE-WORK-STATUS.
           SELECT OFFLINE-RESULT-FILE ASSIGN TO "../offline-result.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFFLINE-RESULT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  SHELVING-REC    PIC X(60).
       FD  TRANSIT-FILE.
       01  TRANSIT-REC     PIC X(80).
       FD  RECALL-FILE.
       01  RECALL-REC      PIC X(150).
       FD  SC-WORK-FILE.
       01  SC-WORK-REC     PIC X(200).
       FD  SC-RESULT-FILE.
       01  SC-RESULT-REC   PIC X(200).
       FD  OFFLINE-WORK-FILE.
       01  OFFLINE-WORK-REC PIC X(200).
       FD  OFFLINE-RESULT-FILE.
       01  OFFLINE-RESULT-REC PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-MEMBER-ID     PIC X(5).
       01  MEMBER-REAL-PATH  PIC X(20) VALUE "../members.csv".
       01  MEMBER-TMP-PATH   PIC X(24) VALUE "../members.csv.tmp".
       01  RENAME-STATUS     PIC S9(9) COMP-5.
       01  JNL-MODE          PIC X(4).
       01  JNL-PROGRAM       PIC X(20) VALUE "ReturnBook".
       01  JNL-FILE          PIC X(30).
       01  JNL-IMAGE         PIC X(300).

      * Advisory lock guarding counters.csv's read-modify-write
      * (same lock-file pattern BorrowBook.cbl uses on books.csv),
       01  WS-FINE-RATE      PIC 9(5) VALUE 1000.
       01  WS-FINE-CAP       PIC 9(6) VALUE 0.

      * A loan RecallItem.cbl recalled (recalls.csv, keyed by
      * transaction ID) is fined at the recall rate from policy.csv's
      * 12th field; a control row without it charges twice the
      * ordinary fine rate.
       01  POLICY-SKIP-F     PIC X(10).
       01  POLICY-RECALL-RATE-F PIC X(6).
       01  WS-RECALL-FINE-RATE PIC 9(5) VALUE 0.
       01  RECALL-STATUS     PIC XX.
       01  RECALL-FILE-END   PIC X VALUE 'N'.
       01  RECALL-HIT        PIC X VALUE 'N'.
       01  RC-TRAN-F         PIC X(5).

      * The member's tier, looked up before the fine is computed, and
      * the fine rate after the tier is applied on top of the policy
      * baseline -- STUDENT members pay half the published rate,
       01  PV-MATCH-FLAG      PIC X VALUE 'N'.
       01  PV-DUE-FLAG        PIC X(3).

      * Self-check machine request (choice 99) -- SelfCheckGateway.cbl
      * leaves one member_id,book_id,tran_id,branch row on
      * ../selfcheck-work.csv and reads back result,reason,tran_id,
      * date,amount from ../selfcheck-result.csv.
       01  SC-WORK-STATUS     PIC XX.
       01  SC-RESULT-STATUS   PIC XX.
       01  SC-RESULT          PIC X(2).
       01  SC-REASON          PIC X(60).
       01  SC-SKIP-F          PIC X(10).
       01  SC-AMOUNT          PIC 9(5) VALUE 0.

      * Offline replay (choice 98) -- OfflineUpload.cbl leaves one
      * member_id,book_id,copy_id,branch,yyyymmdd,hhmm row on
      * ../offline-work.csv. OFFLINE-DATE stays 0 on every other
      * path, which then takes today's date and time as before.
       01  OFFLINE-WORK-STATUS   PIC XX.
       01  OFFLINE-RESULT-STATUS PIC XX.
       01  OFFLINE-DATE          PIC 9(8) VALUE 0.
       01  OFFLINE-DATE-RAW      PIC X(10).
       01  OFFLINE-TIME          PIC X(4) VALUE SPACES.
       01  OFFLINE-COPY-ID       PIC X(8) VALUE SPACES.

      * Field 9 of a log.csv row is the staff ID that checked the book
      * out (written by BorrowBook.cbl); field 10 is filled in here
      * with the staff ID that checked it back in.
       01  RT-TIME-F           PIC X(4).
       01  RT-ORIGIN-F         PIC X(10).

      * Staff notes pop-up -- MemberAlert.cbl shows and logs the
      * acknowledgement of any active WARNING/ALERT note on the member
      * keyed in at the desk; not in a kiosk session or a batch run.
       01  ALERT-PROGRAM       PIC X(12) VALUE "ReturnBook".

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
       PERFORM LOAD-FINE-POLICY
       PERFORM LOAD-CLOSURE-CALENDAR THRU LOAD-CLOSURE-CALENDAR-EXIT

       IF USER-CHOICE = 99
           PERFORM RUN-SELFCHECK-CHECKIN THRU
               RUN-SELFCHECK-CHECKIN-EXIT
           GOBACK
       END-IF

       IF USER-CHOICE = 98
           PERFORM RUN-OFFLINE-CHECKIN THRU
               RUN-OFFLINE-CHECKIN-EXIT
           GOBACK
       END-IF

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
       RUN-BATCH-CHECKIN-EXIT.
           EXIT.

      * One self-check machine check-in, unattended: the copy comes
      * back in good condition, any overdue fine is charged without
      * the payment prompt, and the answer says where the copy goes.
       RUN-SELFCHECK-CHECKIN.
           MOVE "NO" TO SC-RESULT
           MOVE SPACES TO SC-REASON
           MOVE 0 TO SC-AMOUNT
           MOVE SPACES TO WS-MEMBER-ID
           MOVE SPACES TO WS-BOOK-ID
           MOVE SPACES TO WS-RETURN-BRANCH
           MOVE 'N' TO WS-BOOKDROP-FLAG
           MOVE 'Y' TO SUPPRESS-PROMPTS
           OPEN INPUT SC-WORK-FILE
           IF SC-WORK-STATUS NOT = "00"
               MOVE "no request to process" TO SC-REASON
               GO TO RUN-SELFCHECK-CHECKIN-REPLY
           END-IF
           READ SC-WORK-FILE
               AT END
                   MOVE SPACES TO SC-WORK-REC
           END-READ
           CLOSE SC-WORK-FILE
           UNSTRING SC-WORK-REC DELIMITED BY ","
               INTO WS-MEMBER-ID, WS-BOOK-ID, SC-SKIP-F,
                    WS-RETURN-BRANCH
           IF WS-RETURN-BRANCH = SPACES
               MOVE "MAIN" TO WS-RETURN-BRANCH
           END-IF

           PERFORM PROCESS-ONE-RETURN THRU PROCESS-ONE-RETURN-EXIT
           IF RETURN-RESULT-OK NOT = 'Y'
               MOVE "no open loan for this item -- please see staff"
                   TO SC-REASON
               GO TO RUN-SELFCHECK-CHECKIN-REPLY
           END-IF
           MOVE "OK" TO SC-RESULT
           IF RECEIPT-FINE-CHARGED = 'Y'
               MOVE FINE-AMOUNT TO SC-AMOUNT
           END-IF
           IF FUNCTION TRIM(WS-RETURN-BRANCH)
                   NOT = FUNCTION TRIM(HOME-BRANCH)
               STRING "item returned -- transit bin for "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(HOME-BRANCH) DELIMITED BY SIZE
                   INTO SC-REASON
           ELSE
               MOVE "item returned -- shelving bin" TO SC-REASON
           END-IF.
       RUN-SELFCHECK-CHECKIN-REPLY.
           OPEN OUTPUT SC-RESULT-FILE
           MOVE SPACES TO SC-RESULT-REC
           STRING SC-RESULT DELIMITED BY SIZE ","
                  FUNCTION TRIM(SC-REASON) DELIMITED BY SIZE ",,"
                  FUNCTION TRIM(RETURN-DATE-F) DELIMITED BY SIZE ","
                  SC-AMOUNT DELIMITED BY SIZE
               INTO SC-RESULT-REC
           WRITE SC-RESULT-REC
           CLOSE SC-RESULT-FILE.
       RUN-SELFCHECK-CHECKIN-EXIT.
           EXIT.

      * One return captured while the system was down, replayed by the
      * upload run exactly as a self-check return, except that the
      * loan closed is the one on the captured copy and the return is
      * dated and timed when the copy came over the desk -- any fine
      * is worked out to that day, not to the day of the upload.
       RUN-OFFLINE-CHECKIN.
           MOVE "NO" TO SC-RESULT
           MOVE SPACES TO SC-REASON
           MOVE 0 TO SC-AMOUNT
           MOVE SPACES TO WS-MEMBER-ID
           MOVE SPACES TO WS-BOOK-ID
           MOVE SPACES TO WS-RETURN-BRANCH
           MOVE SPACES TO OFFLINE-DATE-RAW
           MOVE 'N' TO WS-BOOKDROP-FLAG
           MOVE 'Y' TO SUPPRESS-PROMPTS
           OPEN INPUT OFFLINE-WORK-FILE
           IF OFFLINE-WORK-STATUS NOT = "00"
               MOVE "no request to process" TO SC-REASON
               GO TO RUN-OFFLINE-CHECKIN-REPLY
           END-IF
           READ OFFLINE-WORK-FILE
               AT END
                   MOVE SPACES TO OFFLINE-WORK-REC
           END-READ
           CLOSE OFFLINE-WORK-FILE
           UNSTRING OFFLINE-WORK-REC DELIMITED BY ","
               INTO WS-MEMBER-ID, WS-BOOK-ID, OFFLINE-COPY-ID,
                    WS-RETURN-BRANCH, OFFLINE-DATE-RAW, OFFLINE-TIME
           IF WS-RETURN-BRANCH = SPACES
               MOVE "MAIN" TO WS-RETURN-BRANCH
           END-IF
           IF OFFLINE-COPY-ID = SPACES OR
              FUNCTION TRIM(OFFLINE-DATE-RAW) IS NOT NUMERIC
               MOVE "capture row incomplete" TO SC-REASON
               GO TO RUN-OFFLINE-CHECKIN-REPLY
           END-IF
           MOVE OFFLINE-DATE-RAW(1:8) TO OFFLINE-DATE

           PERFORM PROCESS-ONE-RETURN THRU PROCESS-ONE-RETURN-EXIT
           IF RETURN-RESULT-OK NOT = 'Y'
               MOVE "no open loan on this copy" TO SC-REASON
               GO TO RUN-OFFLINE-CHECKIN-REPLY
           END-IF
           MOVE "OK" TO SC-RESULT
           MOVE "return recorded" TO SC-REASON
           IF RECEIPT-FINE-CHARGED = 'Y'
               MOVE FINE-AMOUNT TO SC-AMOUNT
           END-IF.
       RUN-OFFLINE-CHECKIN-REPLY.
           OPEN OUTPUT OFFLINE-RESULT-FILE
           MOVE SPACES TO OFFLINE-RESULT-REC
           STRING SC-RESULT DELIMITED BY SIZE ","
                  FUNCTION TRIM(SC-REASON) DELIMITED BY SIZE ",,"
                  FUNCTION TRIM(RETURN-DATE-F) DELIMITED BY SIZE ","
                  SC-AMOUNT DELIMITED BY SIZE
               INTO OFFLINE-RESULT-REC
           WRITE OFFLINE-RESULT-REC
           CLOSE OFFLINE-RESULT-FILE.
       RUN-OFFLINE-CHECKIN-EXIT.
           EXIT.

      * Read-only twin of PROCESS-ONE-RETURN below -- looks for the
      * open loan a batch row would close and reports the outcome
      * (including whether a fine would be charged), writing nothing.
       PERFORM APPLY-TIER-FINE-RATE

       MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-INT
       IF OFFLINE-DATE NOT = 0
           MOVE OFFLINE-DATE TO TODAY-INT
       END-IF
       IF WS-BOOKDROP-FLAG = 'Y' OR WS-BOOKDROP-FLAG = 'y'
           PERFORM SET-BOOKDROP-EFFECTIVE-DATE
       ELSE

                   IF MEMBER-ID-F = WS-MEMBER-ID AND
                      BOOK-ID-F = WS-BOOK-ID AND
                      RETURN-DATE-FF = SPACE AND
                      (OFFLINE-COPY-ID = SPACES OR
                       LOG-COPY-ID = OFFLINE-COPY-ID)
                       MOVE "Y" TO FOUND

                       IF DUE-FLAG = "NO"
                           DISPLAY "Book returned on time."
                       ELSE
                           IF END-DATE(3:1) = "-"
                               MOVE END-DATE(7:4) TO WS-END-YYYY
                               MOVE END-DATE(1:2) TO WS-END-DD
                               MOVE END-DATE(4:2) TO WS-END-MM
                           ELSE
                               MOVE END-DATE(1:2) TO WS-END-MM
                               MOVE END-DATE(3:2) TO WS-END-DD
                               MOVE END-DATE(5:4) TO WS-END-YYYY
                           END-IF
                           STRING WS-END-YYYY DELIMITED BY SIZE
                                  WS-END-MM   DELIMITED BY SIZE
                                  WS-END-DD   DELIMITED BY SIZE
            MOVE FUNCTION INTEGER-OF-DATE(WS-END-YYYYMMDD) TO INT-END
           MOVE FUNCTION INTEGER-OF-DATE(WS-RETURN-YYYYMMDD)
           TO INT-RETURN
                           IF INT-RETURN > INT-END
                           COMPUTE DIFF-DAYS = INT-RETURN - INT-END
                           PERFORM SUBTRACT-CLOSED-DAYS
                           IF DIFF-DAYS = 0
                               DISPLAY "Book returned on time (late "
                                   "days all fell on closure days)."
                           END-IF
                           ELSE
                               MOVE 0 TO DIFF-DAYS
                               DISPLAY "Book returned on time."
                           END-IF
                           IF DIFF-DAYS > 0
                           PERFORM CHECK-RECALLED-LOAN THRU
                               CHECK-RECALLED-LOAN-EXIT
                           IF RECALL-HIT = 'Y'
                               COMPUTE FINE-AMOUNT =
                                   DIFF-DAYS * WS-RECALL-FINE-RATE
                               DISPLAY "Recalled item kept past its "
                                   "recall date -- recall rate applies."
                           ELSE
                               COMPUTE FINE-AMOUNT =
                                   DIFF-DAYS * WS-TIER-FINE-RATE
                           END-IF
                           IF WS-FINE-CAP > 0 AND
                              FINE-AMOUNT > WS-FINE-CAP
                               MOVE WS-FINE-CAP TO FINE-AMOUNT
                                  "N" DELIMITED BY SIZE ","
                                  SPACE DELIMITED BY SIZE
                                  INTO FINE-REC
                           MOVE FINE-REC TO JNL-IMAGE
                           WRITE FINE-REC
                           CLOSE FINE-FILE
                           PERFORM JOURNAL-FINE-ROW
                           MOVE 'Y' TO RECEIPT-FINE-CHARGED
                           PERFORM SUSPEND-IF-UNPAID
                           END-IF
                          WS-BOOKDROP-FLAG = 'y'
                           MOVE "BOOKDROP" TO RT-ORIGIN-F
                       END-IF
                       IF OFFLINE-DATE NOT = 0
                           MOVE OFFLINE-TIME TO RT-TIME-F
                           MOVE "OFFLINE" TO RT-ORIGIN-F
                       END-IF
                       MOVE SPACES TO LOG-TMP-REC
                       STRING TRAN-ID-F DELIMITED BY SIZE ","
                              MEMBER-ID-F DELIMITED BY SIZE ","
       GO TO PROCESS-ONE-RETURN-EXIT
       END-IF

       MOVE "log.csv" TO JNL-FILE
       PERFORM JOURNAL-FILE-REWRITE
       CALL "CBL_RENAME_FILE" USING LOG-TMP-PATH LOG-REAL-PATH
           RETURNING RENAME-STATUS
       END-CALL
                      DELIMITED BY SIZE ","
                  FUNCTION TRIM(HOME-BRANCH) DELIMITED BY SIZE ","
                  WS-RETURN-YYYYMMDD DELIMITED BY SIZE ","
                  "OPEN" DELIMITED BY SIZE ","
                  FUNCTION CURRENT-DATE(1:12) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-OPERATOR-ID-L) DELIMITED BY SIZE
               INTO TRANSIT-REC
           WRITE TRANSIT-REC
           CLOSE TRANSIT-FILE
           MOVE SPACES TO SHELVING-REC
           STRING FUNCTION TRIM(LOG-COPY-ID) DELIMITED BY SIZE ","
                  WS-BOOK-ID DELIMITED BY SIZE ","
                  WS-RETURN-YYYYMMDD DELIMITED BY SIZE ","
                  FUNCTION CURRENT-DATE(1:12) DELIMITED BY SIZE ","
                  FUNCTION TRIM(HOME-BRANCH) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-OPERATOR-ID-L) DELIMITED BY SIZE
               INTO SHELVING-REC
           WRITE SHELVING-REC
           CLOSE SHELVING-FILE.
               END-PERFORM
               CLOSE MEMBER-TMP-FILE

               MOVE "members.csv" TO JNL-FILE
               PERFORM JOURNAL-FILE-REWRITE
               CALL "CBL_RENAME_FILE" USING MEMBER-TMP-PATH
                   MEMBER-REAL-PATH
                   RETURNING RENAME-STATUS
                  "N" DELIMITED BY SIZE ","
                  SPACE DELIMITED BY SIZE
                  INTO FINE-REC
           MOVE FINE-REC TO JNL-IMAGE
           WRITE FINE-REC
           CLOSE FINE-FILE
           PERFORM JOURNAL-FINE-ROW
           DISPLAY "Item reported lost. Replacement fee of "
               WS-REPLACEMENT-FEE " MMK billed to member "
               MEMBER-ID-F ".".
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO POLICY-RECALL-RATE-F
                       UNSTRING POLICY-REC DELIMITED BY ","
                           INTO POLICY-LOAN-DAYS-F, POLICY-FINE-RATE-F,
                                POLICY-FINE-CAP-F, POLICY-SKIP-F,
                                POLICY-SKIP-F, POLICY-SKIP-F,
                                POLICY-SKIP-F, POLICY-SKIP-F,
                                POLICY-SKIP-F, POLICY-SKIP-F,
                                POLICY-SKIP-F, POLICY-RECALL-RATE-F
                       IF POLICY-FINE-RATE-F NOT = SPACES
                           MOVE POLICY-FINE-RATE-F TO WS-FINE-RATE
                       END-IF
                       IF POLICY-FINE-CAP-F NOT = SPACES
                           MOVE POLICY-FINE-CAP-F TO WS-FINE-CAP
                       END-IF
                       IF POLICY-RECALL-RATE-F NOT = SPACES
                           MOVE FUNCTION NUMVAL(POLICY-RECALL-RATE-F)
                               TO WS-RECALL-FINE-RATE
                       END-IF
               END-READ
               CLOSE POLICY-FILE
           END-IF
           IF WS-RECALL-FINE-RATE = 0
               COMPUTE WS-RECALL-FINE-RATE = WS-FINE-RATE * 2
           END-IF.

      * recalls.csv is tran,member,book,copy,old_due,recall_due,
      * reason,recalled_on,operator -- one row per recalled loan.
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
                       UNSTRING RECALL-REC DELIMITED BY ","
                           INTO RC-TRAN-F
                       IF RC-TRAN-F = TRAN-ID-F
                           MOVE 'Y' TO RECALL-HIT
                           MOVE 'Y' TO RECALL-FILE-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECALL-FILE.
       CHECK-RECALLED-LOAN-EXIT.
           EXIT.

      * One MM/DD/YYYY date per closures.csv line; bad or blank rows
      * are skipped rather than guessed at.
       LOAD-CLOSURE-CALENDAR.
               COMPUTE WS-TIER-FINE-RATE = WS-FINE-RATE / 2
           END-IF.

      * Day journal (DayJournal.cbl): the fine row just appended
      * (JNL-IMAGE), and a rewrite of JNL-FILE checked against the
      * file it is about to replace.
       JOURNAL-FINE-ROW.
           MOVE "ADD" TO JNL-MODE
           MOVE "fine.csv" TO JNL-FILE
           CALL "DayJournal" USING JNL-MODE, JNL-PROGRAM, JNL-FILE,
               JNL-IMAGE.

       JOURNAL-FILE-REWRITE.
           MOVE "DIFF" TO JNL-MODE
           MOVE SPACES TO JNL-IMAGE
           CALL "DayJournal" USING JNL-MODE, JNL-PROGRAM, JNL-FILE,
               JNL-IMAGE.



       END PROGRAM ReturnBook.
