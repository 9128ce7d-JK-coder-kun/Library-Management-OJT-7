      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Self-check machine listener. The vendor's self-check
      *          units cannot drive the kiosk screens, so they drop
      *          request messages on ../selfcheck-requests.csv
      *          (machine_id,message_id,type,member_id,item_id,pin;
      *          type STATUS, CHECKOUT, CHECKIN, RENEW or FEES) and
      *          pick up one answer per message from
      *          ../selfcheck-responses.csv (machine_id,message_id,
      *          type,result OK/NO,member_id,item_id,tran_id,date,
      *          amount,screen_text). The date is the due date on a
      *          checkout or renewal, the return date on a checkin
      *          and the membership expiry on a status answer; the
      *          amount is the fine charged on a checkin and the
      *          balance owed on a status or fees answer.
      *          A machine must be on ../selfcheck-machines.csv
      *          (machine_id,branch,status) as ACTIVE. Its 5-char ID
      *          stands in for the staff ID on the loan, the receipt
      *          and the log row, and its branch is the return branch
      *          for a checkin.
      *          A member must be on file, ACTIVE, not under a ban
      *          (BanCheck.cbl) and give the PIN on member-pins.csv
      *          when one is set -- the same sign-in MemberKiosk.cbl
      *          asks for. Checkouts, checkins and renewals are not
      *          decided here: each goes through BorrowBook.cbl,
      *          ReturnBook.cbl or RenewBook.cbl (choice 99) on a
      *          one-row ../selfcheck-work.csv, so the limits, blocks,
      *          holds, fines, receipts and day journal are exactly
      *          those of the desk, and each answers on
      *          ../selfcheck-result.csv.
      *          Every message in and every answer out is logged on
      *          ../selfcheck-messages.csv (date,time,machine_id,
      *          IN/OUT,message) so one unit's activity can be traced.
      *          A pass takes the waiting requests file over as
      *          ../selfcheck-requests.work before reading it, so the
      *          machines can keep writing; a work file left by an
      *          interrupted pass is finished first, skipping messages
      *          already answered.
      *          USER-CHOICE 0 runs one pass with nobody at the
      *          keyboard; from the menu the operator may keep
      *          listening pass after pass.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SelfCheckGateway.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MACHINE-FILE ASSIGN TO "../selfcheck-machines.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MACHINE-STATUS.
           SELECT REQUEST-FILE ASSIGN TO "../selfcheck-requests.work"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO "../selfcheck-responses.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPONSE-STATUS.
           SELECT MESSAGE-LOG-FILE
               ASSIGN TO "../selfcheck-messages.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MESSAGE-LOG-STATUS.
           SELECT WORK-FILE ASSIGN TO "../selfcheck-work.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-STATUS.
           SELECT RESULT-FILE ASSIGN TO "../selfcheck-result.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULT-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMBER-STATUS.
           SELECT PIN-FILE ASSIGN TO "../member-pins.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PIN-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "../holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-STATUS.
           SELECT FINE-FILE ASSIGN TO "../fine.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MACHINE-FILE.
       01  MACHINE-REC        PIC X(100).
       FD  REQUEST-FILE.
       01  REQUEST-REC        PIC X(200).
       FD  RESPONSE-FILE.
       01  RESPONSE-REC       PIC X(250).
       FD  MESSAGE-LOG-FILE.
       01  MESSAGE-LOG-REC    PIC X(300).
       FD  WORK-FILE.
       01  WORK-REC           PIC X(100).
       FD  RESULT-FILE.
       01  RESULT-REC         PIC X(200).
       FD  MEMBER-FILE.
       01  MEMBER-REC         PIC X(200).
       FD  PIN-FILE.
       01  PIN-REC            PIC X(20).
       FD  LOG-FILE.
       01  LOG-REC            PIC X(200).
       FD  HOLDS-FILE.
       01  HOLDS-REC          PIC X(200).
       FD  FINE-FILE.
       01  FINE-REC           PIC X(200).

       WORKING-STORAGE SECTION.
       01  MACHINE-STATUS     PIC XX.
       01  REQUEST-STATUS     PIC XX.
       01  RESPONSE-STATUS    PIC XX.
       01  MESSAGE-LOG-STATUS PIC XX.
       01  WORK-STATUS        PIC XX.
       01  RESULT-STATUS      PIC XX.
       01  MEMBER-STATUS      PIC XX.
       01  PIN-STATUS         PIC XX.
       01  LOG-STATUS         PIC XX.
       01  HOLDS-STATUS       PIC XX.
       01  FINE-STATUS        PIC XX.
       01  RENAME-STATUS      PIC S9(9) COMP-5.

       01  REQUEST-REAL-PATH  PIC X(40)
           VALUE "../selfcheck-requests.csv".
       01  REQUEST-WORK-PATH  PIC X(40)
           VALUE "../selfcheck-requests.work".
       01  WORK-PATH          PIC X(40) VALUE "../selfcheck-work.csv".
       01  RESULT-PATH        PIC X(40)
           VALUE "../selfcheck-result.csv".

      * Registered machines, ../selfcheck-machines.csv. MC-OK-COUNT
      * and MC-NO-COUNT are this pass's answers per machine, and
      * MC-UNKNOWN-COUNT the messages from IDs not on the register.
       01  MACHINE-TABLE.
           05 MC-ENTRY OCCURS 20 TIMES.
              10  MC-ID          PIC X(5).
              10  MC-BRANCH      PIC X(10).
              10  MC-STATE       PIC X(10).
              10  MC-OK-COUNT    PIC 9(5).
              10  MC-NO-COUNT    PIC 9(5).
       01  MC-TOTAL           PIC 9(3) VALUE 0.
       01  MC-IDX             PIC 9(3).
       01  MC-MATCH-IDX       PIC 9(3).
       01  MC-UNKNOWN-COUNT   PIC 9(5) VALUE 0.
       01  MC-ID-F            PIC X(20).
       01  MC-BRANCH-F        PIC X(10).
       01  MC-STATE-F         PIC X(10).
       01  MACHINE-EOF        PIC X VALUE 'N'.

      * One request message and the answer being built for it.
       01  SC-MACHINE-RAW     PIC X(20).
       01  SC-MACHINE         PIC X(5).
       01  SC-MSG-ID          PIC X(12).
       01  SC-TYPE            PIC X(10).
       01  SC-MEMBER-RAW      PIC X(20).
       01  SC-ITEM-RAW        PIC X(20).
       01  SC-PIN             PIC X(6).
       01  SC-BRANCH          PIC X(10).
       01  SC-RESULT          PIC X(2).
       01  SC-TEXT            PIC X(60).
       01  SC-TRAN            PIC X(5).
       01  SC-DATE            PIC X(10).
       01  SC-AMOUNT          PIC 9(8).
       01  SC-AMOUNT-RAW      PIC X(10).
       01  SC-PATRON-OK       PIC X VALUE 'N'.
       01  SC-CALL-CHOICE     PIC 9(3) VALUE 99.
       01  SC-STAMP-DATE      PIC X(8).
       01  SC-STAMP-TIME      PIC X(6).
       01  SC-DIRECTION       PIC X(3).
       01  SC-LOG-IMAGE       PIC X(250).
       01  REQUEST-EOF        PIC X VALUE 'N'.
       01  SC-RECOVERING      PIC X VALUE 'N'.
       01  SC-ANSWERED        PIC X VALUE 'N'.
       01  SC-PASS-COUNT      PIC 9(5) VALUE 0.
       01  SC-AGAIN           PIC X VALUE 'N'.
       01  SC-DONE            PIC X VALUE 'N'.

      * A response already on file for this machine and message --
      * only looked for while finishing an interrupted pass.
       01  RS-MACHINE-F       PIC X(5).
       01  RS-MSG-F           PIC X(12).
       01  RESPONSE-EOF       PIC X VALUE 'N'.

       01  WS-MEMBER-ID       PIC X(5).
       01  WS-BOOK-ID         PIC X(5).
       01  MEMBER-ID-F        PIC X(5).
       01  MEMBER-NAME        PIC X(30).
       01  MEMBER-EMAIL       PIC X(35).
       01  MEMBER-ADDR        PIC X(50).
       01  MEMBER-GENDER      PIC X.
       01  MEMBER-FLAG        PIC X(8).
       01  MEMBER-EXPIRY      PIC X(10).
       01  MEMBER-TIER        PIC X(10).
       01  MEMBER-QUOTE-COUNT PIC 9 VALUE 0.
       01  MEMBER-ID-EMAIL    PIC X(70).
       01  MEMBER-GENDER-FLAG PIC X(60).
       01  MEMBER-DUMMY       PIC X.
       01  FOUND-MEMBER       PIC X VALUE 'N'.
       01  VALID-FLAG         PIC X VALUE 'N'.
       01  BAN-ACTIVE-FLAG    PIC X VALUE 'N'.
       01  FILE-END           PIC X VALUE 'N'.

       01  PIN-MEMBER-F       PIC X(5).
       01  PIN-VALUE-F        PIC X(6).
       01  WS-MEMBER-PIN      PIC X(6).
       01  WS-PIN-ON-FILE     PIC X VALUE 'N'.

       01  LG-TRAN-F          PIC X(5).
       01  LG-MEMBER-F        PIC X(5).
       01  LG-BOOK-F          PIC X(5).
       01  LG-SDT-F           PIC X(10).
       01  LG-EDT-F           PIC X(10).
       01  LG-DUE-F           PIC X(3).
       01  LG-RDT-F           PIC X(10).
       01  LOAN-FOUND         PIC X VALUE 'N'.
       01  LOAN-TRAN          PIC X(5).
       01  LOAN-MEMBER        PIC X(5).
       01  HD-BOOK-F          PIC X(5).
       01  HD-MEMBER-F        PIC X(5).
       01  HD-DATE-F          PIC X(10).
       01  HD-STATUS-F        PIC X(10).
       01  FN-ID-F            PIC X(5).
       01  FN-TRAN-F          PIC X(5).
       01  FN-MEMBER-F        PIC X(5).
       01  FN-DAYS-F          PIC X(4).
       01  FN-AMOUNT-F        PIC X(8).
       01  FN-PAID-F          PIC X(1).
       01  FN-PAID-DT-F       PIC X(10).
       01  FN-PAID-AMT-F      PIC X(8).
       01  WS-FINE-AMT-NUM    PIC 9(8).
       01  WS-PAID-AMT-NUM    PIC 9(8).
       01  WS-ROW-BALANCE     PIC 9(8).
       01  WS-OWED-TOTAL      PIC 9(8).
       01  WS-FINE-COUNT      PIC 9(3).
       01  WS-LOAN-COUNT      PIC 9(3).
       01  WS-OVERDUE-COUNT   PIC 9(3).
       01  WS-READY-COUNT     PIC 9(3).
       01  ACCT-EOF           PIC X VALUE 'N'.

       01  HEADER-LINE        PIC X(60) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           IF USER-CHOICE = 0
               PERFORM LISTEN-ONE-PASS THRU LISTEN-ONE-PASS-EXIT
               GOBACK
           END-IF

           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*      Self-Check Machine Listener       *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           MOVE 'N' TO SC-DONE
           PERFORM UNTIL SC-DONE = 'Y'
               PERFORM LISTEN-ONE-PASS THRU LISTEN-ONE-PASS-EXIT
               PERFORM SHOW-MACHINE-ACTIVITY THRU
                   SHOW-MACHINE-ACTIVITY-EXIT
               DISPLAY "Listen again for new messages (Y/N)? "
               ACCEPT SC-AGAIN
               IF SC-AGAIN NOT = 'Y' AND SC-AGAIN NOT = 'y'
                   MOVE 'Y' TO SC-DONE
               END-IF
           END-PERFORM
           GOBACK.

      * Takes over whatever the machines have queued and answers it.
      * The rename is the hand-off: a machine writing after it simply
      * starts a fresh requests file for the next pass.
       LISTEN-ONE-PASS.
           MOVE 0 TO SC-PASS-COUNT
           MOVE 0 TO MC-UNKNOWN-COUNT
           PERFORM LOAD-MACHINES THRU LOAD-MACHINES-EXIT
           MOVE 'N' TO SC-RECOVERING
           OPEN INPUT REQUEST-FILE
           IF REQUEST-STATUS = "00"
               MOVE 'Y' TO SC-RECOVERING
               DISPLAY "Finishing messages left by an interrupted "
                   "pass."
           ELSE
               CALL "CBL_RENAME_FILE" USING REQUEST-REAL-PATH
                   REQUEST-WORK-PATH
                   RETURNING RENAME-STATUS
               END-CALL
               IF RENAME-STATUS NOT = 0
                   DISPLAY "No self-check messages waiting."
                   GO TO LISTEN-ONE-PASS-EXIT
               END-IF
               OPEN INPUT REQUEST-FILE
               IF REQUEST-STATUS NOT = "00"
                   DISPLAY "No self-check messages waiting."
                   GO TO LISTEN-ONE-PASS-EXIT
               END-IF
           END-IF

           MOVE 'N' TO REQUEST-EOF
           PERFORM UNTIL REQUEST-EOF = 'Y'
               READ REQUEST-FILE
                   AT END
                       MOVE 'Y' TO REQUEST-EOF
                   NOT AT END
                       IF REQUEST-REC NOT = SPACES
                           PERFORM PROCESS-ONE-MESSAGE THRU
                               PROCESS-ONE-MESSAGE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE
           CALL "CBL_DELETE_FILE" USING REQUEST-WORK-PATH
               RETURNING RENAME-STATUS
           END-CALL
           CALL "CBL_DELETE_FILE" USING WORK-PATH
               RETURNING RENAME-STATUS
           END-CALL
           CALL "CBL_DELETE_FILE" USING RESULT-PATH
               RETURNING RENAME-STATUS
           END-CALL
           DISPLAY SC-PASS-COUNT " self-check message(s) answered.".
       LISTEN-ONE-PASS-EXIT.
           EXIT.

       LOAD-MACHINES.
           MOVE 0 TO MC-TOTAL
           MOVE 'N' TO MACHINE-EOF
           OPEN INPUT MACHINE-FILE
           IF MACHINE-STATUS NOT = "00"
               DISPLAY "No self-check machines registered on "
                   "../selfcheck-machines.csv -- every message will "
                   "be refused."
               GO TO LOAD-MACHINES-EXIT
           END-IF
           PERFORM UNTIL MACHINE-EOF = 'Y'
               READ MACHINE-FILE
                   AT END
                       MOVE 'Y' TO MACHINE-EOF
                   NOT AT END
                       MOVE SPACES TO MC-ID-F
                       MOVE SPACES TO MC-BRANCH-F
                       MOVE SPACES TO MC-STATE-F
                       UNSTRING MACHINE-REC DELIMITED BY ","
                           INTO MC-ID-F, MC-BRANCH-F, MC-STATE-F
                       IF FUNCTION TRIM(MC-ID-F) NOT = SPACES
                          AND MC-TOTAL < 20
                           ADD 1 TO MC-TOTAL
                           MOVE FUNCTION TRIM(MC-ID-F)
                               TO MC-ID(MC-TOTAL)
                           MOVE FUNCTION TRIM(MC-BRANCH-F)
                               TO MC-BRANCH(MC-TOTAL)
                           IF MC-BRANCH(MC-TOTAL) = SPACES
                               MOVE "MAIN" TO MC-BRANCH(MC-TOTAL)
                           END-IF
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(MC-STATE-F))
                               TO MC-STATE(MC-TOTAL)
                           MOVE 0 TO MC-OK-COUNT(MC-TOTAL)
                           MOVE 0 TO MC-NO-COUNT(MC-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MACHINE-FILE.
       LOAD-MACHINES-EXIT.
           EXIT.

       PROCESS-ONE-MESSAGE.
           MOVE SPACES TO SC-MACHINE-RAW
           MOVE SPACES TO SC-MSG-ID
           MOVE SPACES TO SC-TYPE
           MOVE SPACES TO SC-MEMBER-RAW
           MOVE SPACES TO SC-ITEM-RAW
           MOVE SPACES TO SC-PIN
           UNSTRING REQUEST-REC DELIMITED BY ","
               INTO SC-MACHINE-RAW, SC-MSG-ID, SC-TYPE,
                    SC-MEMBER-RAW, SC-ITEM-RAW, SC-PIN
           MOVE FUNCTION TRIM(SC-MACHINE-RAW) TO SC-MACHINE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-TYPE)) TO SC-TYPE
           MOVE FUNCTION TRIM(SC-MEMBER-RAW) TO WS-MEMBER-ID
           MOVE FUNCTION TRIM(SC-ITEM-RAW) TO WS-BOOK-ID

           IF SC-RECOVERING = 'Y'
               PERFORM CHECK-ALREADY-ANSWERED
               IF SC-ANSWERED = 'Y'
                   GO TO PROCESS-ONE-MESSAGE-EXIT
               END-IF
           END-IF

           MOVE "IN" TO SC-DIRECTION
           MOVE REQUEST-REC TO SC-LOG-IMAGE
           PERFORM WRITE-MESSAGE-LOG

           MOVE "NO" TO SC-RESULT
           MOVE SPACES TO SC-TEXT
           MOVE SPACES TO SC-TRAN
           MOVE SPACES TO SC-DATE
           MOVE 0 TO SC-AMOUNT

           MOVE 0 TO MC-MATCH-IDX
           PERFORM VARYING MC-IDX FROM 1 BY 1 UNTIL MC-IDX > MC-TOTAL
               IF MC-ID(MC-IDX) = SC-MACHINE
                   MOVE MC-IDX TO MC-MATCH-IDX
               END-IF
           END-PERFORM
           IF MC-MATCH-IDX = 0
               MOVE "machine not registered -- please see staff"
                   TO SC-TEXT
               GO TO PROCESS-ONE-MESSAGE-ANSWER
           END-IF
           IF FUNCTION TRIM(MC-STATE(MC-MATCH-IDX)) NOT = "ACTIVE"
               MOVE "machine out of service -- please see staff"
                   TO SC-TEXT
               GO TO PROCESS-ONE-MESSAGE-ANSWER
           END-IF
           MOVE MC-BRANCH(MC-MATCH-IDX) TO SC-BRANCH

           EVALUATE SC-TYPE
               WHEN "STATUS"
                   PERFORM CHECK-PATRON THRU CHECK-PATRON-EXIT
                   IF SC-PATRON-OK = 'Y'
                       PERFORM ANSWER-PATRON-STATUS
                   END-IF
               WHEN "FEES"
                   PERFORM CHECK-PATRON THRU CHECK-PATRON-EXIT
                   IF SC-PATRON-OK = 'Y'
                       PERFORM ANSWER-FEE-BALANCE
                   END-IF
               WHEN "CHECKOUT"
                   PERFORM CHECK-PATRON THRU CHECK-PATRON-EXIT
                   IF SC-PATRON-OK = 'Y'
                       PERFORM RUN-CHECKOUT THRU RUN-CHECKOUT-EXIT
                   END-IF
               WHEN "RENEW"
                   PERFORM CHECK-PATRON THRU CHECK-PATRON-EXIT
                   IF SC-PATRON-OK = 'Y'
                       PERFORM RUN-RENEWAL THRU RUN-RENEWAL-EXIT
                   END-IF
               WHEN "CHECKIN"
                   PERFORM RUN-CHECKIN THRU RUN-CHECKIN-EXIT
               WHEN OTHER
                   MOVE "message type not understood" TO SC-TEXT
           END-EVALUATE.
       PROCESS-ONE-MESSAGE-ANSWER.
           PERFORM WRITE-RESPONSE
           ADD 1 TO SC-PASS-COUNT
           IF MC-MATCH-IDX = 0
               ADD 1 TO MC-UNKNOWN-COUNT
           ELSE
               IF SC-RESULT = "OK"
                   ADD 1 TO MC-OK-COUNT(MC-MATCH-IDX)
               ELSE
                   ADD 1 TO MC-NO-COUNT(MC-MATCH-IDX)
               END-IF
           END-IF.
       PROCESS-ONE-MESSAGE-EXIT.
           EXIT.

      * Same sign-in the kiosk asks for: on file, ACTIVE, no ban in
      * force, and the member's PIN when one is set.
       CHECK-PATRON.
           MOVE 'N' TO SC-PATRON-OK
           IF WS-MEMBER-ID = SPACES
               MOVE "member card not read -- please try again"
                   TO SC-TEXT
               GO TO CHECK-PATRON-EXIT
           END-IF
           PERFORM VALIDATE-MEMBER
           IF FOUND-MEMBER NOT = 'Y'
               MOVE "member not found -- please see staff" TO SC-TEXT
               GO TO CHECK-PATRON-EXIT
           END-IF
           IF VALID-FLAG NOT = 'Y'
               MOVE "membership not active -- please see staff"
                   TO SC-TEXT
               GO TO CHECK-PATRON-EXIT
           END-IF
           CALL "BanCheck" USING WS-MEMBER-ID, BAN-ACTIVE-FLAG
           IF BAN-ACTIVE-FLAG = 'Y'
               MOVE "account restricted -- please see staff"
                   TO SC-TEXT
               GO TO CHECK-PATRON-EXIT
           END-IF
           PERFORM LOOKUP-MEMBER-PIN
           IF WS-PIN-ON-FILE = 'Y' AND SC-PIN NOT = WS-MEMBER-PIN
               MOVE "PIN not accepted" TO SC-TEXT
               GO TO CHECK-PATRON-EXIT
           END-IF
           MOVE 'Y' TO SC-PATRON-OK.
       CHECK-PATRON-EXIT.
           EXIT.

       ANSWER-PATRON-STATUS.
           PERFORM COUNT-MEMBER-LOANS
           PERFORM SUM-MEMBER-FINES
           PERFORM COUNT-READY-HOLDS
           MOVE "OK" TO SC-RESULT
           MOVE MEMBER-EXPIRY TO SC-DATE
           MOVE WS-OWED-TOTAL TO SC-AMOUNT
           STRING "loans " DELIMITED BY SIZE
                  WS-LOAN-COUNT DELIMITED BY SIZE
                  " overdue " DELIMITED BY SIZE
                  WS-OVERDUE-COUNT DELIMITED BY SIZE
                  " holds ready " DELIMITED BY SIZE
                  WS-READY-COUNT DELIMITED BY SIZE
               INTO SC-TEXT.

       ANSWER-FEE-BALANCE.
           PERFORM SUM-MEMBER-FINES
           MOVE "OK" TO SC-RESULT
           MOVE WS-OWED-TOTAL TO SC-AMOUNT
           STRING WS-FINE-COUNT DELIMITED BY SIZE
                  " unpaid fine(s)" DELIMITED BY SIZE
               INTO SC-TEXT.

      * The desk programs decide the transaction; this side only
      * hands them the request and carries their answer back.
       RUN-CHECKOUT.
           IF WS-BOOK-ID = SPACES
               MOVE "item not read -- please try again" TO SC-TEXT
               GO TO RUN-CHECKOUT-EXIT
           END-IF
           MOVE SPACES TO WORK-REC
           STRING WS-MEMBER-ID DELIMITED BY SIZE ","
                  WS-BOOK-ID DELIMITED BY SIZE
               INTO WORK-REC
           PERFORM WRITE-WORK-REQUEST
           CALL "BorrowBook" USING SC-CALL-CHOICE, SC-MACHINE,
               WS-MEMBER-ID
           CANCEL "BorrowBook"
           PERFORM READ-DESK-RESULT.
       RUN-CHECKOUT-EXIT.
           EXIT.

       RUN-RENEWAL.
           IF WS-BOOK-ID = SPACES
               MOVE "item not read -- please try again" TO SC-TEXT
               GO TO RUN-RENEWAL-EXIT
           END-IF
           PERFORM FIND-OPEN-LOAN
           IF LOAN-FOUND NOT = 'Y'
               MOVE "no open loan for this item" TO SC-TEXT
               GO TO RUN-RENEWAL-EXIT
           END-IF
           MOVE SPACES TO WORK-REC
           STRING WS-MEMBER-ID DELIMITED BY SIZE ","
                  WS-BOOK-ID DELIMITED BY SIZE ","
                  LOAN-TRAN DELIMITED BY SIZE
               INTO WORK-REC
           PERFORM WRITE-WORK-REQUEST
           CALL "RenewBook" USING SC-CALL-CHOICE, WS-MEMBER-ID
           CANCEL "RenewBook"
           PERFORM READ-DESK-RESULT.
       RUN-RENEWAL-EXIT.
           EXIT.

      * A checkin needs only the item -- the open loan on it names the
      * borrower. A member ID on the message narrows the match.
       RUN-CHECKIN.
           IF WS-BOOK-ID = SPACES
               MOVE "item not read -- please try again" TO SC-TEXT
               GO TO RUN-CHECKIN-EXIT
           END-IF
           PERFORM FIND-OPEN-LOAN
           IF LOAN-FOUND NOT = 'Y'
               MOVE "no open loan for this item -- please see staff"
                   TO SC-TEXT
               GO TO RUN-CHECKIN-EXIT
           END-IF
           MOVE LOAN-MEMBER TO WS-MEMBER-ID
           MOVE SPACES TO WORK-REC
           STRING WS-MEMBER-ID DELIMITED BY SIZE ","
                  WS-BOOK-ID DELIMITED BY SIZE ","
                  LOAN-TRAN DELIMITED BY SIZE ","
                  FUNCTION TRIM(SC-BRANCH) DELIMITED BY SIZE
               INTO WORK-REC
           PERFORM WRITE-WORK-REQUEST
           CALL "ReturnBook" USING SC-CALL-CHOICE, SC-MACHINE,
               WS-MEMBER-ID
           CANCEL "ReturnBook"
           PERFORM READ-DESK-RESULT
           MOVE LOAN-TRAN TO SC-TRAN.
       RUN-CHECKIN-EXIT.
           EXIT.

      * A stale answer from an earlier message must never be read as
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
               MOVE "NO" TO SC-RESULT
               MOVE "transaction not completed -- please see staff"
                   TO SC-TEXT
           ELSE
               MOVE SPACES TO RESULT-REC
               READ RESULT-FILE
                   AT END
                       MOVE SPACES TO RESULT-REC
               END-READ
               CLOSE RESULT-FILE
               MOVE SPACES TO SC-AMOUNT-RAW
               UNSTRING RESULT-REC DELIMITED BY ","
                   INTO SC-RESULT, SC-TEXT, SC-TRAN, SC-DATE,
                        SC-AMOUNT-RAW
               IF SC-RESULT NOT = "OK"
                   MOVE "NO" TO SC-RESULT
               END-IF
               MOVE 0 TO SC-AMOUNT
               IF FUNCTION TRIM(SC-AMOUNT-RAW) NOT = SPACES
                   MOVE FUNCTION NUMVAL(SC-AMOUNT-RAW) TO SC-AMOUNT
               END-IF
           END-IF.

      * Open loan on WS-BOOK-ID -- for WS-MEMBER-ID when one is given.
       FIND-OPEN-LOAN.
           MOVE 'N' TO LOAN-FOUND
           MOVE SPACES TO LOAN-TRAN
           MOVE SPACES TO LOAN-MEMBER
           MOVE 'N' TO ACCT-EOF
           OPEN INPUT LOG-FILE
           IF LOG-STATUS NOT = "00"
               MOVE 'Y' TO ACCT-EOF
           END-IF
           PERFORM UNTIL ACCT-EOF = 'Y'
               READ LOG-FILE
                   AT END
                       MOVE 'Y' TO ACCT-EOF
                   NOT AT END
                       MOVE SPACES TO LG-RDT-F
                       UNSTRING LOG-REC DELIMITED BY ","
                           INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F,
                                LG-SDT-F, LG-EDT-F, LG-DUE-F,
                                LG-RDT-F
                       IF LG-BOOK-F = WS-BOOK-ID AND
                          FUNCTION TRIM(LG-RDT-F) = SPACES AND
                          (WS-MEMBER-ID = SPACES OR
                           LG-MEMBER-F = WS-MEMBER-ID)
                           MOVE 'Y' TO LOAN-FOUND
                           MOVE LG-TRAN-F TO LOAN-TRAN
                           MOVE LG-MEMBER-F TO LOAN-MEMBER
                           MOVE 'Y' TO ACCT-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF LOG-STATUS = "00" OR LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF.

       COUNT-MEMBER-LOANS.
           MOVE 0 TO WS-LOAN-COUNT
           MOVE 0 TO WS-OVERDUE-COUNT
           MOVE 'N' TO ACCT-EOF
           OPEN INPUT LOG-FILE
           IF LOG-STATUS NOT = "00"
               MOVE 'Y' TO ACCT-EOF
           END-IF
           PERFORM UNTIL ACCT-EOF = 'Y'
               READ LOG-FILE
                   AT END
                       MOVE 'Y' TO ACCT-EOF
                   NOT AT END
                       MOVE SPACES TO LG-RDT-F
                       UNSTRING LOG-REC DELIMITED BY ","
                           INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F,
                                LG-SDT-F, LG-EDT-F, LG-DUE-F,
                                LG-RDT-F
                       IF LG-MEMBER-F = WS-MEMBER-ID AND
                          FUNCTION TRIM(LG-RDT-F) = SPACES
                           ADD 1 TO WS-LOAN-COUNT
                           IF LG-DUE-F = "YES"
                               ADD 1 TO WS-OVERDUE-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF LOG-STATUS = "00" OR LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF.

      * Unpaid and part-paid fines, balance after any part payment --
      * the same sum MemberKiosk.cbl's My Account shows.
       SUM-MEMBER-FINES.
           MOVE 0 TO WS-OWED-TOTAL
           MOVE 0 TO WS-FINE-COUNT
           MOVE 'N' TO ACCT-EOF
           OPEN INPUT FINE-FILE
           IF FINE-STATUS NOT = "00"
               MOVE 'Y' TO ACCT-EOF
           END-IF
           PERFORM UNTIL ACCT-EOF = 'Y'
               READ FINE-FILE
                   AT END
                       MOVE 'Y' TO ACCT-EOF
                   NOT AT END
                       MOVE SPACES TO FN-PAID-AMT-F
                       UNSTRING FINE-REC DELIMITED BY ","
                           INTO FN-ID-F, FN-TRAN-F, FN-MEMBER-F,
                                FN-DAYS-F, FN-AMOUNT-F, FN-PAID-F,
                                FN-PAID-DT-F, FN-PAID-AMT-F
                       IF FN-MEMBER-F = WS-MEMBER-ID AND
                          (FN-PAID-F = "N" OR FN-PAID-F = "P")
                           MOVE 0 TO WS-FINE-AMT-NUM
                           MOVE 0 TO WS-PAID-AMT-NUM
                           IF FN-AMOUNT-F NOT = SPACES
                               MOVE FUNCTION NUMVAL(FN-AMOUNT-F)
                                   TO WS-FINE-AMT-NUM
                           END-IF
                           IF FN-PAID-AMT-F NOT = SPACES
                               MOVE FUNCTION NUMVAL(FN-PAID-AMT-F)
                                   TO WS-PAID-AMT-NUM
                           END-IF
                           COMPUTE WS-ROW-BALANCE =
                               WS-FINE-AMT-NUM - WS-PAID-AMT-NUM
                           ADD WS-ROW-BALANCE TO WS-OWED-TOTAL
                           ADD 1 TO WS-FINE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF FINE-STATUS = "00" OR FINE-STATUS = "10"
               CLOSE FINE-FILE
           END-IF.

      * Holds the pull list has marked NOTIFIED are waiting at the
      * desk for the member to collect.
       COUNT-READY-HOLDS.
           MOVE 0 TO WS-READY-COUNT
           MOVE 'N' TO ACCT-EOF
           OPEN INPUT HOLDS-FILE
           IF HOLDS-STATUS NOT = "00"
               MOVE 'Y' TO ACCT-EOF
           END-IF
           PERFORM UNTIL ACCT-EOF = 'Y'
               READ HOLDS-FILE
                   AT END
                       MOVE 'Y' TO ACCT-EOF
                   NOT AT END
                       UNSTRING HOLDS-REC DELIMITED BY ","
                           INTO HD-BOOK-F, HD-MEMBER-F, HD-DATE-F,
                                HD-STATUS-F
                       IF HD-MEMBER-F = WS-MEMBER-ID AND
                          FUNCTION TRIM(HD-STATUS-F) = "NOTIFIED"
                           ADD 1 TO WS-READY-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF HOLDS-STATUS = "00" OR HOLDS-STATUS = "10"
               CLOSE HOLDS-FILE
           END-IF.

       VALIDATE-MEMBER.
           MOVE 'N' TO FOUND-MEMBER
           MOVE 'N' TO VALID-FLAG
           MOVE SPACES TO MEMBER-EXPIRY
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
                       MOVE SPACES TO MEMBER-EXPIRY
                       MOVE SPACES TO MEMBER-FLAG
                       MOVE SPACES TO MEMBER-TIER
                       MOVE 0 TO MEMBER-QUOTE-COUNT
                       INSPECT MEMBER-REC TALLYING MEMBER-QUOTE-COUNT
                           FOR ALL '"'
                       IF MEMBER-QUOTE-COUNT > 0
                           UNSTRING MEMBER-REC DELIMITED BY '"'
                               INTO MEMBER-ID-EMAIL, MEMBER-ADDR,
                                    MEMBER-GENDER-FLAG
                           UNSTRING MEMBER-ID-EMAIL DELIMITED BY ","
                               INTO MEMBER-ID-F, MEMBER-NAME,
                                    MEMBER-EMAIL
                           UNSTRING MEMBER-GENDER-FLAG DELIMITED BY ","
                               INTO MEMBER-DUMMY, MEMBER-GENDER,
                                    MEMBER-FLAG, MEMBER-EXPIRY,
                                    MEMBER-TIER
                       ELSE
                           UNSTRING MEMBER-REC DELIMITED BY ","
                               INTO MEMBER-ID-F, MEMBER-NAME,
                                    MEMBER-EMAIL, MEMBER-ADDR,
                                    MEMBER-GENDER, MEMBER-FLAG,
                                    MEMBER-EXPIRY, MEMBER-TIER
                       END-IF
                       IF MEMBER-ID-F = WS-MEMBER-ID
                           MOVE 'Y' TO FOUND-MEMBER
                           IF MEMBER-FLAG = "ACTIVE"
                               MOVE 'Y' TO VALID-FLAG
                           END-IF
      * Stop on the matched row -- reading on would leave the LAST
      * row's expiry in MEMBER-EXPIRY, not this member's.
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF MEMBER-STATUS = "00" OR MEMBER-STATUS = "10"
               CLOSE MEMBER-FILE
           END-IF
           IF FOUND-MEMBER NOT = 'Y'
               MOVE SPACES TO MEMBER-EXPIRY
           END-IF.

       LOOKUP-MEMBER-PIN.
           MOVE 'N' TO WS-PIN-ON-FILE
           MOVE SPACES TO WS-MEMBER-PIN
           MOVE 'N' TO ACCT-EOF
           OPEN INPUT PIN-FILE
           IF PIN-STATUS NOT = "00"
               MOVE 'Y' TO ACCT-EOF
           END-IF
           PERFORM UNTIL ACCT-EOF = 'Y'
               READ PIN-FILE
                   AT END
                       MOVE 'Y' TO ACCT-EOF
                   NOT AT END
                       UNSTRING PIN-REC DELIMITED BY ","
                           INTO PIN-MEMBER-F, PIN-VALUE-F
                       IF PIN-MEMBER-F = WS-MEMBER-ID
                           MOVE PIN-VALUE-F TO WS-MEMBER-PIN
                           MOVE 'Y' TO WS-PIN-ON-FILE
                           MOVE 'Y' TO ACCT-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF PIN-STATUS = "00" OR PIN-STATUS = "10"
               CLOSE PIN-FILE
           END-IF.

       CHECK-ALREADY-ANSWERED.
           MOVE 'N' TO SC-ANSWERED
           MOVE 'N' TO RESPONSE-EOF
           OPEN INPUT RESPONSE-FILE
           IF RESPONSE-STATUS NOT = "00"
               MOVE 'Y' TO RESPONSE-EOF
           END-IF
           PERFORM UNTIL RESPONSE-EOF = 'Y'
               READ RESPONSE-FILE
                   AT END
                       MOVE 'Y' TO RESPONSE-EOF
                   NOT AT END
                       MOVE SPACES TO RS-MACHINE-F
                       MOVE SPACES TO RS-MSG-F
                       UNSTRING RESPONSE-REC DELIMITED BY ","
                           INTO RS-MACHINE-F, RS-MSG-F
                       IF RS-MACHINE-F = SC-MACHINE AND
                          RS-MSG-F = SC-MSG-ID
                           MOVE 'Y' TO SC-ANSWERED
                           MOVE 'Y' TO RESPONSE-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF RESPONSE-STATUS = "00" OR RESPONSE-STATUS = "10"
               CLOSE RESPONSE-FILE
           END-IF.

       WRITE-RESPONSE.
           OPEN EXTEND RESPONSE-FILE
           IF RESPONSE-STATUS = "05" OR RESPONSE-STATUS = "35"
               OPEN OUTPUT RESPONSE-FILE
           END-IF
           MOVE SPACES TO RESPONSE-REC
           STRING SC-MACHINE DELIMITED BY SPACE ","
                  FUNCTION TRIM(SC-MSG-ID) DELIMITED BY SIZE ","
                  FUNCTION TRIM(SC-TYPE) DELIMITED BY SIZE ","
                  SC-RESULT DELIMITED BY SIZE ","
                  WS-MEMBER-ID DELIMITED BY SPACE ","
                  WS-BOOK-ID DELIMITED BY SPACE ","
                  SC-TRAN DELIMITED BY SPACE ","
                  SC-DATE DELIMITED BY SPACE ","
                  SC-AMOUNT DELIMITED BY SIZE ","
                  FUNCTION TRIM(SC-TEXT) DELIMITED BY SIZE
               INTO RESPONSE-REC
           WRITE RESPONSE-REC
           CLOSE RESPONSE-FILE
           MOVE "OUT" TO SC-DIRECTION
           MOVE RESPONSE-REC TO SC-LOG-IMAGE
           PERFORM WRITE-MESSAGE-LOG.

       WRITE-MESSAGE-LOG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SC-STAMP-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO SC-STAMP-TIME
           OPEN EXTEND MESSAGE-LOG-FILE
           IF MESSAGE-LOG-STATUS = "05" OR MESSAGE-LOG-STATUS = "35"
               OPEN OUTPUT MESSAGE-LOG-FILE
           END-IF
           MOVE SPACES TO MESSAGE-LOG-REC
           STRING SC-STAMP-DATE DELIMITED BY SIZE ","
                  SC-STAMP-TIME DELIMITED BY SIZE ","
                  SC-MACHINE DELIMITED BY SPACE ","
                  FUNCTION TRIM(SC-DIRECTION) DELIMITED BY SIZE ","
                  FUNCTION TRIM(SC-LOG-IMAGE) DELIMITED BY SIZE
               INTO MESSAGE-LOG-REC
           WRITE MESSAGE-LOG-REC
           CLOSE MESSAGE-LOG-FILE.

       SHOW-MACHINE-ACTIVITY.
           IF MC-TOTAL = 0 AND MC-UNKNOWN-COUNT = 0
               GO TO SHOW-MACHINE-ACTIVITY-EXIT
           END-IF
           DISPLAY HEADER-LINE
           DISPLAY "MACHINE BRANCH     STATE       "
               "   OK  REFUSED"
           DISPLAY HEADER-LINE
           PERFORM VARYING MC-IDX FROM 1 BY 1 UNTIL MC-IDX > MC-TOTAL
               DISPLAY MC-ID(MC-IDX) "   " MC-BRANCH(MC-IDX) " "
                   MC-STATE(MC-IDX) "  " MC-OK-COUNT(MC-IDX)
                   "    " MC-NO-COUNT(MC-IDX)
           END-PERFORM
           IF MC-UNKNOWN-COUNT > 0
               DISPLAY "Messages from unregistered machines: "
                   MC-UNKNOWN-COUNT
           END-IF
           DISPLAY HEADER-LINE.
       SHOW-MACHINE-ACTIVITY-EXIT.
           EXIT.

       END PROGRAM SelfCheckGateway.
