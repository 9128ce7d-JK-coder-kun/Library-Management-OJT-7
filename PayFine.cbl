      *                KBZPay/Wave reference, bank transfer) and shown
      *                on the receipt, so the mobile wallet settles
      *                apart from the drawer
      * 15.10.2026 HL - receipts carry the operator ID as an 11th
      *                field so CashReconcile.cbl can count each
      *                operator's drawer at end of day
      * 15.10.2026 HL - pop up the member's active staff notes
      *                (MemberAlert.cbl) for acknowledgement before
      *                the payment is taken -- the fine's member, or
      *                the guarantor on a household settle-up
      * 15.10.2026 HL - a visitor card's deposit on member-credits.csv
      *                is not spendable credit for a fine payment
      * 15.10.2026 HL - a waiver request records the staff member who
      *                put it in (10th field)
      * 15.10.2026 HL - the rewritten fine.csv and members.csv go to the
      *                day journal (DayJournal.cbl) before each one
      *                replaces the old file
      * 15.10.2026 HL - receipts carry the time paid (HHMM) as a 12th
      *                field, so DeskRota.cbl can count payments into
      *                the hour they were taken
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayFine.
       01  MEMBER-REAL-PATH  PIC X(20) VALUE "../members.csv".
       01  MEMBER-TMP-PATH   PIC X(24) VALUE "../members.csv.tmp".
       01  RENAME-STATUS     PIC S9(9) COMP-5.
       01  JNL-MODE          PIC X(4).
       01  JNL-PROGRAM       PIC X(20) VALUE "PayFine".
       01  JNL-FILE          PIC X(30).
       01  JNL-IMAGE         PIC X(300).
       01  ALERT-PROGRAM     PIC X(12) VALUE "PayFine".

      * members.csv is comma-delimited, so an address containing a
      * comma has to be quoted or it splits into extra fields --
       01  WS-ADDR-COMMA-COUNT PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE

           DISPLAY "Enter Fine ID: "
           ACCEPT WS-FINE-ID
           PERFORM ALERT-FINE-MEMBER
           DISPLAY "1=Paid in full  2=Partial payment  3=Waived"
           ACCEPT WS-PAY-CHOICE

           END-PERFORM
           CLOSE FINE-TMP-FILE

           MOVE "fine.csv" TO JNL-FILE
           PERFORM JOURNAL-FILE-REWRITE
           CALL "CBL_RENAME_FILE" USING FINE-TMP-PATH FINE-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL
           PERFORM REACTIVATE-IF-CLEAR
           GOBACK.

      * The fine's member is looked up ahead of the payment question,
      * so a staff-note pop-up is seen before any money changes hands.
       ALERT-FINE-MEMBER.
           MOVE SPACES TO PAID-MEMBER-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT FINE-FILE
           PERFORM UNTIL FILE-END = 'Y'
               READ FINE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING FINE-REC DELIMITED BY ","
                           INTO FINE-ID-F, TRAN-ID-F, MEMBER-ID-F
                       IF FINE-ID-F = WS-FINE-ID
                           MOVE MEMBER-ID-F TO PAID-MEMBER-ID
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINE-FILE
           MOVE 'N' TO FILE-END
           IF PAID-MEMBER-ID NOT = SPACES
               CALL "MemberAlert" USING WS-OPERATOR-ID-L,
                   PAID-MEMBER-ID, ALERT-PROGRAM
           END-IF.

      * Queues a waiver for manager sign-off instead of clearing the
      * fine outright -- fine.csv is left untouched here; only
      * FineWaiverApproval.cbl's APPROVE path actually sets "W".
                  WS-YEAR DELIMITED BY SIZE ","
                  "PENDING" DELIMITED BY SIZE ","
                  SPACE DELIMITED BY SIZE ","
                  SPACE DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE
               INTO WAIVER-REC
           WRITE WAIVER-REC
           CLOSE WAIVER-FILE
           DISPLAY "Guarantor Member ID: "
           ACCEPT WS-GUARANTOR-RAW
           MOVE FUNCTION TRIM(WS-GUARANTOR-RAW) TO WS-GUARANTOR-ID
           CALL "MemberAlert" USING WS-OPERATOR-ID-L, WS-GUARANTOR-ID,
               ALERT-PROGRAM

           MOVE 1 TO HH-TOTAL
           MOVE WS-GUARANTOR-ID TO HH-MEMBER-ID(1)
                  0 DELIMITED BY SIZE ","
                  "Y" DELIMITED BY SIZE ","
                  PAID-DATE-F DELIMITED BY SIZE ","
                  WS-FUND-SOURCE DELIMITED BY SIZE ","
                  SPACE DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE ","
                  FUNCTION CURRENT-DATE(9:4) DELIMITED BY SIZE
               INTO RECEIPT-REC
           WRITE RECEIPT-REC
           CLOSE RECEIPT-FILE
           END-PERFORM
           CLOSE FINE-TMP-FILE

           MOVE "fine.csv" TO JNL-FILE
           PERFORM JOURNAL-FILE-REWRITE
           CALL "CBL_RENAME_FILE" USING FINE-TMP-PATH FINE-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL
                                CR-AMOUNT-F, CR-OPERATOR-F,
                                CR-BALANCE-F
                       IF CR-MEMBER-F = MEMBER-ID-F
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
                  PAID-DATE-F DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-FUND-SOURCE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-PAY-REFERENCE) DELIMITED BY SIZE
                  ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE ","
                  FUNCTION CURRENT-DATE(9:4) DELIMITED BY SIZE
               INTO RECEIPT-REC
           WRITE RECEIPT-REC
           CLOSE RECEIPT-FILE.
               END-PERFORM
               CLOSE MEMBER-TMP-FILE

               MOVE "members.csv" TO JNL-FILE
               PERFORM JOURNAL-FILE-REWRITE
               CALL "CBL_RENAME_FILE" USING MEMBER-TMP-PATH
                   MEMBER-REAL-PATH
                   RETURNING RENAME-STATUS
               END-CALL
           END-IF.

      * Day journal (DayJournal.cbl): a rewrite of JNL-FILE checked
      * against the file it is about to replace.
       JOURNAL-FILE-REWRITE.
           MOVE "DIFF" TO JNL-MODE
           MOVE SPACES TO JNL-IMAGE
           CALL "DayJournal" USING JNL-MODE, JNL-PROGRAM, JNL-FILE,
               JNL-IMAGE.

       END PROGRAM PayFine.
