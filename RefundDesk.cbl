      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Refunds -- a lost item's replacement fee when the
      *          book turns up, an overpaid fine, or closing out a
      *          member's credit balance. Any operator can raise a
      *          request (../refund-requests.csv: request_id,type,
      *          member_id,fine_id,amount,reason,request_date,
      *          requested_by,status,decided_by,decided_date,
      *          voucher_no); only a MANAGER login can approve or deny
      *          one, the same gate FineWaiverApproval.cbl sits
      *          behind. Paying an approved request issues a numbered
      *          refund voucher (../refund-vouchers.csv: voucher_no,
      *          request_id,type,member_id,fine_id,amount,date,method,
      *          reference,operator) and books the reversing entry: a
      *          negative fine-installments.csv row against the fine
      *          (a refunded replacement fee also turns the fine "R"),
      *          or a REFUND row on member-credits.csv. Cash vouchers
      *          come out of the paying operator's drawer and are
      *          taken off CashReconcile.cbl's expected cash.
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - a visitor card's deposit is returned through
      *               VisitorDesk.cbl, so it is left out of the credit
      *               balance a CREDIT refund can close out
      * 15.10.2026 HL - the fine.csv rewrite reversing a refunded fee
      *               goes to the day journal (DayJournal.cbl) before
      *               it replaces the old file
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefundDesk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "../refund-requests.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-STATUS.
           SELECT REQUEST-TMP-FILE
               ASSIGN TO "../refund-requests.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VOUCHER-FILE ASSIGN TO "../refund-vouchers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOUCHER-STATUS.
           SELECT FINE-FILE ASSIGN TO "../fine.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINE-STATUS.
           SELECT FINE-TMP-FILE ASSIGN TO "../fine.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECEIPT-FILE ASSIGN TO "../fine-receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-STATUS.
           SELECT INSTALLMENT-FILE ASSIGN TO "../fine-installments.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSTALLMENT-STATUS.
           SELECT CREDIT-FILE ASSIGN TO "../member-credits.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-REC        PIC X(200).
       FD  REQUEST-TMP-FILE.
       01  REQUEST-TMP-REC    PIC X(200).
       FD  VOUCHER-FILE.
       01  VOUCHER-REC        PIC X(150).
       FD  FINE-FILE.
       01  FINE-REC           PIC X(200).
       FD  FINE-TMP-FILE.
       01  FINE-TMP-REC       PIC X(200).
       FD  RECEIPT-FILE.
       01  RECEIPT-REC        PIC X(200).
       FD  INSTALLMENT-FILE.
       01  INSTALLMENT-REC    PIC X(100).
       FD  CREDIT-FILE.
       01  CREDIT-REC         PIC X(100).

       WORKING-STORAGE SECTION.
       01  REQUEST-STATUS     PIC XX.
       01  VOUCHER-STATUS     PIC XX.
       01  FINE-STATUS        PIC XX.
       01  RECEIPT-STATUS     PIC XX.
       01  INSTALLMENT-STATUS PIC XX.
       01  CREDIT-STATUS      PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  RENAME-STATUS      PIC S9(9) COMP-5.
       01  JNL-MODE           PIC X(4).
       01  JNL-PROGRAM        PIC X(20) VALUE "RefundDesk".
       01  JNL-FILE           PIC X(30).
       01  JNL-IMAGE          PIC X(300).

       01  WS-MENU-CHOICE     PIC 9.
       01  WS-TYPE-CHOICE     PIC 9.
       01  WS-METHOD-CHOICE   PIC 9.
       01  WS-DECISION        PIC 9.
       01  WS-CONFIRM         PIC X.
       01  TODAY              PIC 9(8).
       01  TODAY-MMDDYYYY     PIC X(10).

       01  WS-ID-RAW          PIC X(20).
       01  WS-REQ-ID          PIC X(5).
       01  WS-FINE-ID         PIC X(5).
       01  WS-MEMBER-ID       PIC X(5).
       01  WS-TYPE            PIC X(8).
       01  WS-AMOUNT-RAW      PIC X(12).
       01  WS-AMOUNT          PIC 9(9) VALUE 0.
       01  WS-REFUNDABLE      PIC S9(9) VALUE 0.
       01  WS-ALREADY         PIC 9(9) VALUE 0.
       01  WS-RECEIVED        PIC 9(9) VALUE 0.
       01  WS-REASON          PIC X(50).
       01  WS-LAST-ID         PIC 9(5) VALUE 0.
       01  WS-NEW-ID          PIC 9(5).
       01  WS-VOUCHER-NO      PIC 9(5).
       01  WS-FUND-SOURCE     PIC X(8).
       01  WS-PAY-REFERENCE   PIC X(20).
       01  WS-CREDIT-BALANCE  PIC S9(9) VALUE 0.
       01  WS-NEW-BALANCE     PIC 9(9) VALUE 0.
       01  WS-AMT-OUT         PIC Z(8)9.
       01  WS-SIGNED-OUT      PIC -(9)9.
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-WANT-STATUS     PIC X(10).
       01  WS-FINE-OK         PIC X VALUE 'N'.

      * The fine being refunded against, as read from fine.csv
       01  FINE-ID-F          PIC X(5).
       01  TRAN-ID-F          PIC X(5).
       01  MEMBER-ID-F        PIC X(5).
       01  DIFF-DAYS-F        PIC X(4).
       01  FINE-AMOUNT-F      PIC X(8).
       01  PAID-FLAG-F        PIC X.
       01  PAID-DATE-F        PIC X(10).
       01  PAID-AMOUNT-F      PIC X(8).
       01  WS-FN-MEMBER       PIC X(5).
       01  WS-FN-DAYS         PIC 9(4).
       01  WS-FN-AMOUNT       PIC 9(9).
       01  WS-FN-FLAG         PIC X.
       01  WS-FN-PAID         PIC 9(9).
       01  WS-PAID-LEFT       PIC 9(9).
       01  WS-PAID-OUT        PIC Z(7)9.

      * fine-receipts.csv: fine,member,amount,payment,...
       01  RC-FINE-F          PIC X(5).
       01  RC-MEMBER-F        PIC X(5).
       01  RC-AMOUNT-F        PIC X(8).
       01  RC-PAYMENT-F       PIC X(8).

      * member-credits.csv: member,date,type,amount,operator,balance
       01  CR-MEMBER-F        PIC X(5).
       01  CR-DATE-F          PIC X(10).
       01  CR-TYPE-F          PIC X(8).
       01  CR-AMOUNT-F        PIC X(9).
       01  CR-OPERATOR-F      PIC X(5).
       01  CR-BALANCE-F       PIC X(9).

       01  VC-NO-F            PIC X(5).
       01  VC-REST-F          PIC X(140).

       01  REQUEST-TABLE.
           05 RQ-ENTRY OCCURS 500 TIMES.
              10  RQ-ID          PIC X(5).
              10  RQ-TYPE        PIC X(8).
              10  RQ-MEMBER      PIC X(5).
              10  RQ-FINE        PIC X(5).
              10  RQ-AMOUNT      PIC X(9).
              10  RQ-REASON      PIC X(50).
              10  RQ-DATE        PIC X(10).
              10  RQ-BY          PIC X(5).
              10  RQ-STATUS      PIC X(10).
              10  RQ-DECIDED-BY  PIC X(5).
              10  RQ-DECIDED-ON  PIC X(10).
              10  RQ-VOUCHER     PIC X(5).
       01  RQ-TOTAL           PIC 9(3) VALUE 0.
       01  RQ-IDX             PIC 9(3).
       01  RQ-MATCH-IDX       PIC 9(3).
       01  RQ-SHOWN           PIC 9(3) VALUE 0.

       01  RECEIPT-LINE       PIC X(40) VALUE ALL '='.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       01 WS-OPERATOR-ROLE-L PIC X(10).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L,
               WS-OPERATOR-ROLE-L.
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
           DISPLAY "*              Refund Desk                *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Request a refund"
           DISPLAY "2. Approve or deny pending refunds (manager)"
           DISPLAY "3. Pay an approved refund"
           DISPLAY "4. List refund requests"
           DISPLAY "5. Exit"
           DISPLAY "Enter your choice (1-5): "
           ACCEPT WS-MENU-CHOICE
           PERFORM LOAD-REQUEST-TABLE
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM REQUEST-REFUND THRU REQUEST-REFUND-EXIT
               WHEN 2
                   PERFORM DECIDE-REFUND THRU DECIDE-REFUND-EXIT
               WHEN 3
                   PERFORM PAY-REFUND THRU PAY-REFUND-EXIT
               WHEN 4
                   PERFORM LIST-REQUESTS
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           GOBACK.

       REQUEST-REFUND.
           DISPLAY "1=Lost item turned up (replacement fee)"
           DISPLAY "2=Overpaid fine"
           DISPLAY "3=Close member credit balance"
           ACCEPT WS-TYPE-CHOICE
           MOVE SPACES TO WS-FINE-ID
           EVALUATE WS-TYPE-CHOICE
               WHEN 1
                   MOVE "LOST" TO WS-TYPE
               WHEN 2
                   MOVE "OVERPAY" TO WS-TYPE
               WHEN 3
                   MOVE "CREDIT" TO WS-TYPE
               WHEN OTHER
                   DISPLAY "Invalid refund type."
                   GO TO REQUEST-REFUND-EXIT
           END-EVALUATE

           IF WS-TYPE = "CREDIT"
               DISPLAY "Member ID: "
               MOVE SPACES TO WS-ID-RAW
               ACCEPT WS-ID-RAW
               MOVE FUNCTION TRIM(WS-ID-RAW) TO WS-MEMBER-ID
               PERFORM COMPUTE-CREDIT-BALANCE
               MOVE WS-CREDIT-BALANCE TO WS-REFUNDABLE
               IF WS-REFUNDABLE NOT > 0
                   DISPLAY "Member " WS-MEMBER-ID
                       " has no credit balance to refund."
                   GO TO REQUEST-REFUND-EXIT
               END-IF
           ELSE
               DISPLAY "Fine ID: "
               MOVE SPACES TO WS-ID-RAW
               ACCEPT WS-ID-RAW
               MOVE FUNCTION TRIM(WS-ID-RAW) TO WS-FINE-ID
               PERFORM READ-FINE
               IF WS-FOUND NOT = 'Y'
                   DISPLAY "Fine " WS-FINE-ID " not found."
                   GO TO REQUEST-REFUND-EXIT
               END-IF
               MOVE WS-FN-MEMBER TO WS-MEMBER-ID
               IF WS-TYPE = "LOST"
                   IF WS-FN-DAYS NOT = 0 OR
                      (WS-FN-FLAG NOT = "Y" AND WS-FN-FLAG NOT = "P")
                       DISPLAY "Fine " WS-FINE-ID " is not a paid "
                           "replacement fee."
                       GO TO REQUEST-REFUND-EXIT
                   END-IF
                   MOVE WS-FN-PAID TO WS-REFUNDABLE
               ELSE
                   PERFORM SUM-FINE-RECEIPTS
                   COMPUTE WS-REFUNDABLE = WS-RECEIVED - WS-FN-AMOUNT
               END-IF
           END-IF

      * Requests already raised against the same fine or balance and
      * not denied are spoken for. A paid credit or replacement-fee
      * refund has already come off the balance it was checked
      * against; a paid overpayment refund has not, since the
      * receipts it was measured from stay as they were.
           PERFORM SUM-OPEN-REQUESTS
           SUBTRACT WS-ALREADY FROM WS-REFUNDABLE
           IF WS-REFUNDABLE NOT > 0
               DISPLAY "Nothing left to refund -- no overpayment, or "
                   "an earlier request already covers it."
               GO TO REQUEST-REFUND-EXIT
           END-IF
           MOVE WS-REFUNDABLE TO WS-AMT-OUT
           DISPLAY "Refundable: " FUNCTION TRIM(WS-AMT-OUT) " MMK"

           IF WS-TYPE = "CREDIT"
               MOVE WS-REFUNDABLE TO WS-AMOUNT
           ELSE
               DISPLAY "Amount to refund in MMK (blank = all): "
               MOVE SPACES TO WS-AMOUNT-RAW
               ACCEPT WS-AMOUNT-RAW
               IF FUNCTION TRIM(WS-AMOUNT-RAW) = SPACES
                   MOVE WS-REFUNDABLE TO WS-AMOUNT
               ELSE
                   MOVE FUNCTION NUMVAL(WS-AMOUNT-RAW) TO WS-AMOUNT
               END-IF
               IF WS-AMOUNT = 0 OR WS-AMOUNT > WS-REFUNDABLE
                   DISPLAY "Amount must be between 1 and "
                       FUNCTION TRIM(WS-AMT-OUT) " MMK."
                   GO TO REQUEST-REFUND-EXIT
               END-IF
           END-IF

           DISPLAY "Reason: "
           MOVE SPACES TO WS-REASON
           ACCEPT WS-REASON
           INSPECT WS-REASON REPLACING ALL "," BY ";"

           MOVE 0 TO WS-LAST-ID
           PERFORM VARYING RQ-IDX FROM 1 BY 1 UNTIL RQ-IDX > RQ-TOTAL
               IF FUNCTION NUMVAL(RQ-ID(RQ-IDX)) > WS-LAST-ID
                   MOVE FUNCTION NUMVAL(RQ-ID(RQ-IDX)) TO WS-LAST-ID
               END-IF
           END-PERFORM
           COMPUTE WS-NEW-ID = WS-LAST-ID + 1

           OPEN EXTEND REQUEST-FILE
           IF REQUEST-STATUS = "05" OR REQUEST-STATUS = "35"
               OPEN OUTPUT REQUEST-FILE
           END-IF
           MOVE SPACES TO REQUEST-REC
           STRING WS-NEW-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-TYPE) DELIMITED BY SIZE ","
                  WS-MEMBER-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-FINE-ID) DELIMITED BY SIZE ","
                  WS-AMOUNT DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE ","
                  TODAY-MMDDYYYY DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE ","
                  "PENDING" DELIMITED BY SIZE ",,,"
               INTO REQUEST-REC
           WRITE REQUEST-REC
           CLOSE REQUEST-FILE
           MOVE WS-AMOUNT TO WS-AMT-OUT
           DISPLAY "Refund request #" WS-NEW-ID " for "
               FUNCTION TRIM(WS-AMT-OUT)
               " MMK queued for manager approval.".
       REQUEST-REFUND-EXIT.
           EXIT.

      * Manager-only, and never on a request the same manager raised.
       DECIDE-REFUND.
           IF FUNCTION TRIM(WS-OPERATOR-ROLE-L) NOT = "MANAGER"
               DISPLAY "Manager role required for this action."
               GO TO DECIDE-REFUND-EXIT
           END-IF
           MOVE "PENDING" TO WS-WANT-STATUS
           PERFORM SHOW-REQUESTS-BY-STATUS
           IF RQ-SHOWN = 0
               DISPLAY "No pending refund requests."
               GO TO DECIDE-REFUND-EXIT
           END-IF
           DISPLAY "Enter request # to decide (blank to exit): "
           MOVE SPACES TO WS-ID-RAW
           ACCEPT WS-ID-RAW
           IF FUNCTION TRIM(WS-ID-RAW) = SPACES
               GO TO DECIDE-REFUND-EXIT
           END-IF
           MOVE FUNCTION TRIM(WS-ID-RAW) TO WS-REQ-ID
           PERFORM FIND-REQUEST
           IF RQ-MATCH-IDX = 0
               DISPLAY "No pending request with that number."
               GO TO DECIDE-REFUND-EXIT
           END-IF
           IF RQ-BY(RQ-MATCH-IDX) = WS-OPERATOR-ID-L
               DISPLAY "A refund cannot be approved by the operator "
                   "who requested it."
               GO TO DECIDE-REFUND-EXIT
           END-IF

           DISPLAY "1=Approve  2=Deny"
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN 1
                   MOVE "APPROVED" TO RQ-STATUS(RQ-MATCH-IDX)
               WHEN 2
                   MOVE "DENIED" TO RQ-STATUS(RQ-MATCH-IDX)
               WHEN OTHER
                   DISPLAY "Invalid decision. No changes made."
                   GO TO DECIDE-REFUND-EXIT
           END-EVALUATE
           MOVE WS-OPERATOR-ID-L TO RQ-DECIDED-BY(RQ-MATCH-IDX)
           MOVE TODAY-MMDDYYYY TO RQ-DECIDED-ON(RQ-MATCH-IDX)
           PERFORM REWRITE-REQUEST-TABLE
           DISPLAY "Request " WS-REQ-ID " recorded as "
               FUNCTION TRIM(RQ-STATUS(RQ-MATCH-IDX)) ".".
       DECIDE-REFUND-EXIT.
           EXIT.

       PAY-REFUND.
           MOVE "APPROVED" TO WS-WANT-STATUS
           PERFORM SHOW-REQUESTS-BY-STATUS
           IF RQ-SHOWN = 0
               DISPLAY "No approved refunds waiting to be paid."
               GO TO PAY-REFUND-EXIT
           END-IF
           DISPLAY "Enter request # to pay (blank to exit): "
           MOVE SPACES TO WS-ID-RAW
           ACCEPT WS-ID-RAW
           IF FUNCTION TRIM(WS-ID-RAW) = SPACES
               GO TO PAY-REFUND-EXIT
           END-IF
           MOVE FUNCTION TRIM(WS-ID-RAW) TO WS-REQ-ID
           PERFORM FIND-REQUEST
           IF RQ-MATCH-IDX = 0
               DISPLAY "No approved request with that number."
               GO TO PAY-REFUND-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(RQ-AMOUNT(RQ-MATCH-IDX)) TO WS-AMOUNT
           MOVE RQ-MEMBER(RQ-MATCH-IDX) TO WS-MEMBER-ID
           MOVE RQ-FINE(RQ-MATCH-IDX) TO WS-FINE-ID

      * The balance may have been spent since the request was raised.
           IF FUNCTION TRIM(RQ-TYPE(RQ-MATCH-IDX)) = "CREDIT"
               PERFORM COMPUTE-CREDIT-BALANCE
               IF WS-CREDIT-BALANCE < WS-AMOUNT
                   DISPLAY "Member " WS-MEMBER-ID " now holds only "
                       "part of that credit -- raise a new request."
                   GO TO PAY-REFUND-EXIT
               END-IF
           END-IF

           DISPLAY "Refund paid by:"
           DISPLAY "1=Cash  2=KBZPay  3=Wave  4=Bank transfer"
           ACCEPT WS-METHOD-CHOICE
           MOVE SPACES TO WS-PAY-REFERENCE
           EVALUATE WS-METHOD-CHOICE
               WHEN 2
                   MOVE "KBZPAY" TO WS-FUND-SOURCE
               WHEN 3
                   MOVE "WAVE" TO WS-FUND-SOURCE
               WHEN 4
                   MOVE "BANK" TO WS-FUND-SOURCE
               WHEN OTHER
                   MOVE "CASH" TO WS-FUND-SOURCE
           END-EVALUATE
           IF WS-FUND-SOURCE NOT = "CASH"
               DISPLAY "Transfer reference number: "
               ACCEPT WS-PAY-REFERENCE
               INSPECT WS-PAY-REFERENCE REPLACING ALL "," BY ";"
           END-IF

           PERFORM NEXT-VOUCHER-NO
           EVALUATE FUNCTION TRIM(RQ-TYPE(RQ-MATCH-IDX))
               WHEN "CREDIT"
                   PERFORM REVERSE-CREDIT
               WHEN "LOST"
                   PERFORM REVERSE-FINE THRU REVERSE-FINE-EXIT
                   IF WS-FINE-OK NOT = 'Y'
                       GO TO PAY-REFUND-EXIT
                   END-IF
                   PERFORM LOG-REVERSING-INSTALLMENT
               WHEN OTHER
                   PERFORM LOG-REVERSING-INSTALLMENT
           END-EVALUATE
           PERFORM WRITE-VOUCHER
           MOVE "PAID" TO RQ-STATUS(RQ-MATCH-IDX)
           MOVE WS-VOUCHER-NO TO RQ-VOUCHER(RQ-MATCH-IDX)
           PERFORM REWRITE-REQUEST-TABLE
           PERFORM PRINT-VOUCHER.
       PAY-REFUND-EXIT.
           EXIT.

       LIST-REQUESTS.
           DISPLAY "REQ   TYPE     MEMBER FINE  AMOUNT    STATUS"
               "     VOUCHER"
           PERFORM VARYING RQ-IDX FROM 1 BY 1 UNTIL RQ-IDX > RQ-TOTAL
               DISPLAY RQ-ID(RQ-IDX) " " RQ-TYPE(RQ-IDX) " "
                   RQ-MEMBER(RQ-IDX) "  " RQ-FINE(RQ-IDX) " "
                   RQ-AMOUNT(RQ-IDX) " " RQ-STATUS(RQ-IDX) " "
                   RQ-VOUCHER(RQ-IDX)
           END-PERFORM
           IF RQ-TOTAL = 0
               DISPLAY "No refund requests on file."
           END-IF.

       SHOW-REQUESTS-BY-STATUS.
           MOVE 0 TO RQ-SHOWN
           DISPLAY "--- " FUNCTION TRIM(WS-WANT-STATUS)
               " refund requests ---"
           PERFORM VARYING RQ-IDX FROM 1 BY 1 UNTIL RQ-IDX > RQ-TOTAL
               IF RQ-STATUS(RQ-IDX) = WS-WANT-STATUS
                   MOVE FUNCTION NUMVAL(RQ-AMOUNT(RQ-IDX))
                       TO WS-AMT-OUT
                   DISPLAY "#" RQ-ID(RQ-IDX) "  "
                       FUNCTION TRIM(RQ-TYPE(RQ-IDX))
                       "  Member " RQ-MEMBER(RQ-IDX)
                       "  Fine " RQ-FINE(RQ-IDX)
                       "  " FUNCTION TRIM(WS-AMT-OUT) " MMK"
                       "  by " RQ-BY(RQ-IDX)
                       "  Reason: " FUNCTION TRIM(RQ-REASON(RQ-IDX))
                   ADD 1 TO RQ-SHOWN
               END-IF
           END-PERFORM.

      * The request must still be in WS-WANT-STATUS.
       FIND-REQUEST.
           MOVE 0 TO RQ-MATCH-IDX
           PERFORM VARYING RQ-IDX FROM 1 BY 1 UNTIL RQ-IDX > RQ-TOTAL
               IF FUNCTION NUMVAL(RQ-ID(RQ-IDX)) =
                  FUNCTION NUMVAL(WS-REQ-ID) AND
                  RQ-STATUS(RQ-IDX) = WS-WANT-STATUS
                   MOVE RQ-IDX TO RQ-MATCH-IDX
               END-IF
           END-PERFORM.

       SUM-OPEN-REQUESTS.
           MOVE 0 TO WS-ALREADY
           PERFORM VARYING RQ-IDX FROM 1 BY 1 UNTIL RQ-IDX > RQ-TOTAL
               IF RQ-TYPE(RQ-IDX) = WS-TYPE AND
                  RQ-STATUS(RQ-IDX) NOT = "DENIED"
                   EVALUATE TRUE
                       WHEN WS-TYPE = "CREDIT"
                           IF RQ-MEMBER(RQ-IDX) = WS-MEMBER-ID AND
                              RQ-STATUS(RQ-IDX) NOT = "PAID"
                               ADD FUNCTION NUMVAL(RQ-AMOUNT(RQ-IDX))
                                   TO WS-ALREADY
                           END-IF
                       WHEN WS-TYPE = "LOST"
                           IF RQ-FINE(RQ-IDX) = WS-FINE-ID AND
                              RQ-STATUS(RQ-IDX) NOT = "PAID"
                               ADD FUNCTION NUMVAL(RQ-AMOUNT(RQ-IDX))
                                   TO WS-ALREADY
                           END-IF
                       WHEN OTHER
                           IF RQ-FINE(RQ-IDX) = WS-FINE-ID
                               ADD FUNCTION NUMVAL(RQ-AMOUNT(RQ-IDX))
                                   TO WS-ALREADY
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       READ-FINE.
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO FILE-END
           OPEN INPUT FINE-FILE
           IF FINE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ FINE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO PAID-DATE-F PAID-AMOUNT-F
                       UNSTRING FINE-REC DELIMITED BY ","
                           INTO FINE-ID-F, TRAN-ID-F, MEMBER-ID-F,
                                DIFF-DAYS-F, FINE-AMOUNT-F,
                                PAID-FLAG-F, PAID-DATE-F, PAID-AMOUNT-F
                       IF FINE-ID-F = WS-FINE-ID
                           MOVE 'Y' TO WS-FOUND
                           MOVE 'Y' TO FILE-END
                           MOVE MEMBER-ID-F TO WS-FN-MEMBER
                           MOVE FUNCTION NUMVAL(DIFF-DAYS-F)
                               TO WS-FN-DAYS
                           MOVE FUNCTION NUMVAL(FINE-AMOUNT-F)
                               TO WS-FN-AMOUNT
                           MOVE PAID-FLAG-F TO WS-FN-FLAG
                           MOVE 0 TO WS-FN-PAID
                           IF PAID-AMOUNT-F NOT = SPACES
                               MOVE FUNCTION NUMVAL(PAID-AMOUNT-F)
                                   TO WS-FN-PAID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF FINE-STATUS = "00" OR FINE-STATUS = "10"
               CLOSE FINE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Everything actually taken against the fine, one receipt per
      * payment.
       SUM-FINE-RECEIPTS.
           MOVE 0 TO WS-RECEIVED
           MOVE 'N' TO FILE-END
           OPEN INPUT RECEIPT-FILE
           IF RECEIPT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ RECEIPT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING RECEIPT-REC DELIMITED BY ","
                           INTO RC-FINE-F, RC-MEMBER-F, RC-AMOUNT-F,
                                RC-PAYMENT-F
                       IF RC-FINE-F = WS-FINE-ID
                           ADD FUNCTION NUMVAL(RC-PAYMENT-F)
                               TO WS-RECEIVED
                       END-IF
               END-READ
           END-PERFORM
           IF RECEIPT-STATUS = "00" OR RECEIPT-STATUS = "10"
               CLOSE RECEIPT-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Same running balance MemberCredit.cbl keeps: TOPUP adds,
      * every other movement subtracts.
       COMPUTE-CREDIT-BALANCE.
           MOVE 0 TO WS-CREDIT-BALANCE
           MOVE 'N' TO FILE-END
           OPEN INPUT CREDIT-FILE
           IF CREDIT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ CREDIT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
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
           END-IF
           MOVE 'N' TO FILE-END.

       REVERSE-CREDIT.
           PERFORM COMPUTE-CREDIT-BALANCE
           COMPUTE WS-NEW-BALANCE = WS-CREDIT-BALANCE - WS-AMOUNT
           OPEN EXTEND CREDIT-FILE
           IF CREDIT-STATUS = "05" OR CREDIT-STATUS = "35"
               OPEN OUTPUT CREDIT-FILE
           END-IF
           MOVE SPACES TO CREDIT-REC
           STRING WS-MEMBER-ID DELIMITED BY SIZE ","
                  TODAY-MMDDYYYY DELIMITED BY SIZE ","
                  "REFUND" DELIMITED BY SIZE ","
                  WS-AMOUNT DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE ","
                  WS-NEW-BALANCE DELIMITED BY SIZE
               INTO CREDIT-REC
           WRITE CREDIT-REC
           CLOSE CREDIT-FILE.

      * A refunded replacement fee is no longer income: the fine
      * turns "R" and its paid-to-date comes down by the refund --
      * same read/rewrite/rename cycle FineWaiverApproval.cbl uses.
       REVERSE-FINE.
           MOVE 'N' TO WS-FINE-OK
           MOVE 'N' TO FILE-END
           OPEN INPUT FINE-FILE
           IF FINE-STATUS NOT = "00"
               DISPLAY "fine.csv could not be opened -- refund not "
                   "paid."
               GO TO REVERSE-FINE-EXIT
           END-IF
           OPEN OUTPUT FINE-TMP-FILE
           PERFORM UNTIL FILE-END = 'Y'
               READ FINE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO PAID-DATE-F PAID-AMOUNT-F
                       UNSTRING FINE-REC DELIMITED BY ","
                           INTO FINE-ID-F, TRAN-ID-F, MEMBER-ID-F,
                                DIFF-DAYS-F, FINE-AMOUNT-F,
                                PAID-FLAG-F, PAID-DATE-F, PAID-AMOUNT-F
                       IF FINE-ID-F = WS-FINE-ID AND
                          (PAID-FLAG-F = "Y" OR PAID-FLAG-F = "P")
                           MOVE 0 TO WS-PAID-LEFT
                           IF FUNCTION NUMVAL(PAID-AMOUNT-F) >
                              WS-AMOUNT
                               COMPUTE WS-PAID-LEFT =
                                   FUNCTION NUMVAL(PAID-AMOUNT-F)
                                   - WS-AMOUNT
                           END-IF
                           MOVE WS-PAID-LEFT TO WS-PAID-OUT
                           MOVE FUNCTION TRIM(WS-PAID-OUT)
                               TO PAID-AMOUNT-F
                           MOVE "R" TO PAID-FLAG-F
                           MOVE TODAY-MMDDYYYY TO PAID-DATE-F
                           MOVE 'Y' TO WS-FINE-OK
                       END-IF
                       MOVE SPACES TO FINE-TMP-REC
                       STRING FINE-ID-F DELIMITED BY SIZE ","
                              TRAN-ID-F DELIMITED BY SIZE ","
                              MEMBER-ID-F DELIMITED BY SIZE ","
                              DIFF-DAYS-F DELIMITED BY SIZE ","
                              FINE-AMOUNT-F DELIMITED BY SIZE ","
                              PAID-FLAG-F DELIMITED BY SIZE ","
                              PAID-DATE-F DELIMITED BY SIZE ","
                              PAID-AMOUNT-F DELIMITED BY SIZE
                           INTO FINE-TMP-REC
                       WRITE FINE-TMP-REC
               END-READ
           END-PERFORM
           CLOSE FINE-FILE
           CLOSE FINE-TMP-FILE
           MOVE 'N' TO FILE-END
           IF WS-FINE-OK NOT = 'Y'
               DISPLAY "Fine " WS-FINE-ID " is no longer a paid "
                   "replacement fee -- refund not paid."
               GO TO REVERSE-FINE-EXIT
           END-IF
           MOVE "DIFF" TO JNL-MODE
           MOVE "fine.csv" TO JNL-FILE
           MOVE SPACES TO JNL-IMAGE
           CALL "DayJournal" USING JNL-MODE, JNL-PROGRAM, JNL-FILE,
               JNL-IMAGE
           CALL "CBL_RENAME_FILE" USING
               "../fine.csv.tmp", "../fine.csv"
               RETURNING RENAME-STATUS
           END-CALL.
       REVERSE-FINE-EXIT.
           EXIT.

      * The refund goes into the fine's payment history as a negative
      * installment so the history nets to what was kept.
       LOG-REVERSING-INSTALLMENT.
           OPEN EXTEND INSTALLMENT-FILE
           IF INSTALLMENT-STATUS = "05" OR INSTALLMENT-STATUS = "35"
               OPEN OUTPUT INSTALLMENT-FILE
           END-IF
           COMPUTE WS-SIGNED-OUT = 0 - WS-AMOUNT
           MOVE SPACES TO INSTALLMENT-REC
           STRING WS-FINE-ID DELIMITED BY SIZE ","
                  TODAY-MMDDYYYY DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-SIGNED-OUT) DELIMITED BY SIZE ","
                  0 DELIMITED BY SIZE
               INTO INSTALLMENT-REC
           WRITE INSTALLMENT-REC
           CLOSE INSTALLMENT-FILE.

       NEXT-VOUCHER-NO.
           MOVE 0 TO WS-LAST-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT VOUCHER-FILE
           IF VOUCHER-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ VOUCHER-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING VOUCHER-REC DELIMITED BY ","
                           INTO VC-NO-F, VC-REST-F
                       IF FUNCTION NUMVAL(VC-NO-F) > WS-LAST-ID
                           MOVE FUNCTION NUMVAL(VC-NO-F) TO WS-LAST-ID
                       END-IF
               END-READ
           END-PERFORM
           IF VOUCHER-STATUS = "00" OR VOUCHER-STATUS = "10"
               CLOSE VOUCHER-FILE
           END-IF
           MOVE 'N' TO FILE-END
           COMPUTE WS-VOUCHER-NO = WS-LAST-ID + 1.

       WRITE-VOUCHER.
           OPEN EXTEND VOUCHER-FILE
           IF VOUCHER-STATUS = "05" OR VOUCHER-STATUS = "35"
               OPEN OUTPUT VOUCHER-FILE
           END-IF
           MOVE SPACES TO VOUCHER-REC
           STRING WS-VOUCHER-NO DELIMITED BY SIZE ","
                  FUNCTION TRIM(RQ-ID(RQ-MATCH-IDX)) DELIMITED BY SIZE
                  "," FUNCTION TRIM(RQ-TYPE(RQ-MATCH-IDX))
                  DELIMITED BY SIZE ","
                  WS-MEMBER-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-FINE-ID) DELIMITED BY SIZE ","
                  WS-AMOUNT DELIMITED BY SIZE ","
                  TODAY-MMDDYYYY DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-FUND-SOURCE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-PAY-REFERENCE) DELIMITED BY SIZE
                  ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE
               INTO VOUCHER-REC
           WRITE VOUCHER-REC
           CLOSE VOUCHER-FILE.

      * No attached printer -- the voucher goes to the console as it
      * would be printed, for the member to sign.
       PRINT-VOUCHER.
           MOVE WS-AMOUNT TO WS-AMT-OUT
           DISPLAY RECEIPT-LINE
           DISPLAY "LIBRARY REFUND VOUCHER No. " WS-VOUCHER-NO
           DISPLAY RECEIPT-LINE
           DISPLAY "Request     : " RQ-ID(RQ-MATCH-IDX)
           DISPLAY "Refund of   : " RQ-TYPE(RQ-MATCH-IDX)
           DISPLAY "Member ID   : " WS-MEMBER-ID
           IF WS-FINE-ID NOT = SPACES
               DISPLAY "Fine ID     : " WS-FINE-ID
           END-IF
           DISPLAY "Amount      : " FUNCTION TRIM(WS-AMT-OUT) " MMK"
           DISPLAY "Paid via    : " WS-FUND-SOURCE
           IF FUNCTION TRIM(WS-PAY-REFERENCE) NOT = SPACES
               DISPLAY "Reference   : "
                   FUNCTION TRIM(WS-PAY-REFERENCE)
           END-IF
           DISPLAY "Approved by : " RQ-DECIDED-BY(RQ-MATCH-IDX)
           DISPLAY "Paid by     : " WS-OPERATOR-ID-L
           DISPLAY "Date        : " TODAY-MMDDYYYY
           DISPLAY " "
           DISPLAY "Received by member: ____________________"
           DISPLAY RECEIPT-LINE.

       LOAD-REQUEST-TABLE.
           MOVE 0 TO RQ-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT REQUEST-FILE
           IF REQUEST-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ REQUEST-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF RQ-TOTAL < 500
                           ADD 1 TO RQ-TOTAL
                           MOVE SPACES TO RQ-ENTRY(RQ-TOTAL)
                           UNSTRING REQUEST-REC DELIMITED BY ","
                               INTO RQ-ID(RQ-TOTAL),
                                    RQ-TYPE(RQ-TOTAL),
                                    RQ-MEMBER(RQ-TOTAL),
                                    RQ-FINE(RQ-TOTAL),
                                    RQ-AMOUNT(RQ-TOTAL),
                                    RQ-REASON(RQ-TOTAL),
                                    RQ-DATE(RQ-TOTAL),
                                    RQ-BY(RQ-TOTAL),
                                    RQ-STATUS(RQ-TOTAL),
                                    RQ-DECIDED-BY(RQ-TOTAL),
                                    RQ-DECIDED-ON(RQ-TOTAL),
                                    RQ-VOUCHER(RQ-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF REQUEST-STATUS = "00" OR REQUEST-STATUS = "10"
               CLOSE REQUEST-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       REWRITE-REQUEST-TABLE.
           OPEN OUTPUT REQUEST-TMP-FILE
           PERFORM VARYING RQ-IDX FROM 1 BY 1 UNTIL RQ-IDX > RQ-TOTAL
               MOVE SPACES TO REQUEST-TMP-REC
               STRING FUNCTION TRIM(RQ-ID(RQ-IDX)) DELIMITED BY SIZE
                      "," FUNCTION TRIM(RQ-TYPE(RQ-IDX))
                      DELIMITED BY SIZE ","
                      FUNCTION TRIM(RQ-MEMBER(RQ-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RQ-FINE(RQ-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RQ-AMOUNT(RQ-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RQ-REASON(RQ-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RQ-DATE(RQ-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RQ-BY(RQ-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RQ-STATUS(RQ-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RQ-DECIDED-BY(RQ-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RQ-DECIDED-ON(RQ-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RQ-VOUCHER(RQ-IDX))
                          DELIMITED BY SIZE
                   INTO REQUEST-TMP-REC
               WRITE REQUEST-TMP-REC
           END-PERFORM
           CLOSE REQUEST-TMP-FILE

           CALL "CBL_RENAME_FILE" USING
               "../refund-requests.csv.tmp",
               "../refund-requests.csv"
               RETURNING RENAME-STATUS
           END-CALL.

       END PROGRAM RefundDesk.
