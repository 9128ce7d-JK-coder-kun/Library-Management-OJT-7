      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Operator end-of-day cash reconciliation -- totals
      *          what one operator took on one day from every receipt
      *          store that stamps the operator: fine payments
      *          (fine-receipts.csv), room hire (room-receipts.csv),
      *          credit top-ups (member-credits.csv TOPUP rows) and
      *          book-sale items (book-sale-receipts.csv). Cash makes
      *          up the expected drawer on top of the opening float;
      *          wallet and bank takings are shown apart, the way
      *          PaymentMethodReport.cbl settles them. The counted
      *          drawer is keyed in and the over/short is kept on
      *          ../cash-counts.csv (date,operator,float,cash_in,
      *          cash_out,expected,counted,variance).
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - gifts to the library fund taken at the desk
      *                (donations.csv, DonationLedger.cbl) count in
      *                the drawer too
      * 15.10.2026 HL - cash refund vouchers paid by the operator
      *                (refund-vouchers.csv, RefundDesk.cbl) come off
      *                the expected drawer as cash out
      * 15.10.2026 HL - visitor card deposits taken (DEPOSIT) and
      *                handed back (DEPRETURN) on member-credits.csv
      *                are cash in and out of the drawer
      * 15.10.2026 HL - sundry sales (sundry-receipts.csv,
      *                SundrySales.cbl) count in the drawer as SUNDRY
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashReconcile.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINE-RCPT-FILE ASSIGN TO "../fine-receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINE-RCPT-STATUS.
           SELECT ROOM-RCPT-FILE ASSIGN TO "../room-receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROOM-RCPT-STATUS.
           SELECT CREDIT-FILE ASSIGN TO "../member-credits.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-STATUS.
           SELECT SALE-FILE ASSIGN TO "../book-sale-receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALE-STATUS.
           SELECT SUNDRY-FILE ASSIGN TO "../sundry-receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUNDRY-STATUS.
           SELECT GIFT-FILE ASSIGN TO "../donations.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GIFT-STATUS.
           SELECT VOUCHER-FILE ASSIGN TO "../refund-vouchers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOUCHER-STATUS.
           SELECT COUNT-FILE ASSIGN TO "../cash-counts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FINE-RCPT-FILE.
       01  FINE-RCPT-REC      PIC X(200).
       FD  ROOM-RCPT-FILE.
       01  ROOM-RCPT-REC      PIC X(200).
       FD  CREDIT-FILE.
       01  CREDIT-REC         PIC X(100).
       FD  SALE-FILE.
       01  SALE-REC           PIC X(200).
       FD  SUNDRY-FILE.
       01  SUNDRY-REC         PIC X(150).
       FD  GIFT-FILE.
       01  GIFT-REC           PIC X(150).
       FD  VOUCHER-FILE.
       01  VOUCHER-REC        PIC X(150).
       FD  COUNT-FILE.
       01  COUNT-REC          PIC X(100).

       WORKING-STORAGE SECTION.
       01  FINE-RCPT-STATUS   PIC XX.
       01  ROOM-RCPT-STATUS   PIC XX.
       01  CREDIT-STATUS      PIC XX.
       01  SALE-STATUS        PIC XX.
       01  SUNDRY-STATUS      PIC XX.
       01  GIFT-STATUS        PIC XX.
       01  VOUCHER-STATUS     PIC XX.
       01  COUNT-STATUS       PIC XX.
       01  FILE-END           PIC X VALUE 'N'.

       01  WS-OPERATOR-RAW    PIC X(20).
       01  WS-OPERATOR        PIC X(5).
       01  WS-DATE-RAW        PIC X(12).
       01  WS-DATE            PIC X(10).
       01  TODAY              PIC 9(8).
       01  WS-AMOUNT-RAW      PIC X(12).
       01  WS-FLOAT           PIC 9(9) VALUE 0.
       01  WS-COUNTED         PIC 9(9) VALUE 0.
       01  WS-EXPECTED        PIC S9(9) VALUE 0.
       01  WS-VARIANCE        PIC S9(9) VALUE 0.
       01  WS-CONFIRM         PIC X.
       01  WS-UNSTAMPED       PIC 9(4) VALUE 0.

      * fine-receipts.csv: fine,member,amount,payment,paid_to_date,
      * balance,flag,date,source,reference,operator
       01  FN-ID-F            PIC X(5).
       01  FN-MEMBER-F        PIC X(5).
       01  FN-AMOUNT-F        PIC X(8).
       01  FN-PAYMENT-F       PIC X(8).
       01  FN-PAID-F          PIC X(8).
       01  FN-BALANCE-F       PIC X(8).
       01  FN-FLAG-F          PIC X(2).
       01  FN-DATE-F          PIC X(10).
       01  FN-SOURCE-F        PIC X(8).
       01  FN-REF-F           PIC X(20).
       01  FN-OPERATOR-F      PIC X(5).

      * room-receipts.csv: booking,member,room,fee,paid_date,source,
      * reference,operator
       01  RM-ID-F            PIC X(5).
       01  RM-MEMBER-F        PIC X(5).
       01  RM-ROOM-F          PIC X(5).
       01  RM-FEE-F           PIC X(8).
       01  RM-DATE-F          PIC X(10).
       01  RM-SOURCE-F        PIC X(8).
       01  RM-REF-F           PIC X(20).
       01  RM-OPERATOR-F      PIC X(5).

      * member-credits.csv: member,date,type,amount,operator,balance
       01  CR-MEMBER-F        PIC X(5).
       01  CR-DATE-F          PIC X(10).
       01  CR-TYPE-F          PIC X(8).
       01  CR-AMOUNT-F        PIC X(9).
       01  CR-OPERATOR-F      PIC X(5).
       01  CR-BALANCE-F       PIC X(9).

      * book-sale-receipts.csv: receipt,copy,book,price,date,method,
      * reference,operator,title
       01  SL-RECEIPT-F       PIC X(5).
       01  SL-COPY-F          PIC X(8).
       01  SL-BOOK-F          PIC X(5).
       01  SL-PRICE-F         PIC X(8).
       01  SL-DATE-F          PIC X(10).
       01  SL-METHOD-F        PIC X(8).
       01  SL-REF-F           PIC X(20).
       01  SL-OPERATOR-F      PIC X(5).

      * sundry-receipts.csv: receipt,items,member,total,date,method,
      * reference,operator
       01  SR-RECEIPT-F       PIC X(5).
       01  SR-ITEMS-F         PIC X(3).
       01  SR-MEMBER-F        PIC X(5).
       01  SR-TOTAL-F         PIC X(8).
       01  SR-DATE-F          PIC X(10).
       01  SR-METHOD-F        PIC X(8).
       01  SR-REF-F           PIC X(20).
       01  SR-OPERATOR-F      PIC X(5).

      * donations.csv: gift,donor,date,amount,method,reference,
      * purpose,operator
       01  GF-ID-F            PIC X(5).
       01  GF-DONOR-F         PIC X(5).
       01  GF-DATE-F          PIC X(10).
       01  GF-AMOUNT-F        PIC X(10).
       01  GF-METHOD-F        PIC X(8).
       01  GF-REF-F           PIC X(20).
       01  GF-PURPOSE-F       PIC X(30).
       01  GF-OPERATOR-F      PIC X(5).

      * refund-vouchers.csv: voucher,request,type,member,fine,amount,
      * date,method,reference,operator
       01  VC-NO-F            PIC X(5).
       01  VC-REQ-F           PIC X(5).
       01  VC-TYPE-F          PIC X(8).
       01  VC-MEMBER-F        PIC X(5).
       01  VC-FINE-F          PIC X(5).
       01  VC-AMOUNT-F        PIC X(10).
       01  VC-DATE-F          PIC X(10).
       01  VC-METHOD-F        PIC X(8).
       01  VC-REF-F           PIC X(20).
       01  VC-OPERATOR-F      PIC X(5).

      * One row per kind of takings. Money paid out of the drawer is
      * carried in SRC-CASH-OUT.
       01  SOURCE-TABLE.
           05 SRC-ENTRY OCCURS 10 TIMES.
              10  SRC-NAME      PIC X(10).
              10  SRC-COUNT     PIC 9(4).
              10  SRC-CASH-IN   PIC 9(9).
              10  SRC-OTHER-IN  PIC 9(9).
              10  SRC-CASH-OUT  PIC 9(9).
       01  SRC-TOTAL          PIC 9(2) VALUE 0.
       01  SRC-IDX            PIC 9(2).
       01  SRC-MATCH-IDX      PIC 9(2).
       01  WS-SRC-NAME        PIC X(10).
       01  WS-SRC-METHOD      PIC X(8).
       01  WS-SRC-AMOUNT      PIC 9(9).
       01  WS-SRC-DIRECTION   PIC X(3).

       01  TOT-CASH-IN        PIC 9(9) VALUE 0.
       01  TOT-OTHER-IN       PIC 9(9) VALUE 0.
       01  TOT-CASH-OUT       PIC 9(9) VALUE 0.
       01  WS-AMT-OUT         PIC Z(8)9.
       01  WS-AMT-OUT2        PIC Z(8)9.
       01  WS-AMT-OUT3        PIC Z(8)9.
       01  WS-SIGNED-OUT      PIC -(9)9.
       01  WS-EXPECTED-OUT    PIC -(9)9.
       01  HEADER-LINE        PIC X(60) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*     End-of-Day Cash Reconciliation      *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "Operator ID (blank = " WS-OPERATOR-ID-L "): "
           MOVE SPACES TO WS-OPERATOR-RAW
           ACCEPT WS-OPERATOR-RAW
           MOVE FUNCTION TRIM(WS-OPERATOR-RAW) TO WS-OPERATOR
           IF WS-OPERATOR = SPACES
               MOVE WS-OPERATOR-ID-L TO WS-OPERATOR
           END-IF
           ACCEPT TODAY FROM DATE YYYYMMDD
           DISPLAY "Business date MM/DD/YYYY (blank = today): "
           MOVE SPACES TO WS-DATE-RAW
           ACCEPT WS-DATE-RAW
           MOVE FUNCTION TRIM(WS-DATE-RAW) TO WS-DATE
           IF WS-DATE = SPACES
               STRING TODAY(5:2) DELIMITED BY SIZE "/"
                      TODAY(7:2) DELIMITED BY SIZE "/"
                      TODAY(1:4) DELIMITED BY SIZE
                   INTO WS-DATE
           END-IF

           MOVE 0 TO SRC-TOTAL
           MOVE 0 TO WS-UNSTAMPED
           PERFORM SCAN-FINE-RECEIPTS
           PERFORM SCAN-ROOM-RECEIPTS
           PERFORM SCAN-CREDIT-TOPUPS
           PERFORM SCAN-SALE-RECEIPTS
           PERFORM SCAN-SUNDRY-RECEIPTS
           PERFORM SCAN-DONATIONS
           PERFORM SCAN-REFUND-VOUCHERS

           MOVE 0 TO TOT-CASH-IN TOT-OTHER-IN TOT-CASH-OUT
           DISPLAY " "
           DISPLAY "CASH RECONCILIATION  Operator " WS-OPERATOR
               "  Date " WS-DATE
           DISPLAY HEADER-LINE
           DISPLAY "SOURCE      ITEMS    CASH IN   WALLET/BANK   "
               "CASH OUT"
           DISPLAY HEADER-LINE
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > SRC-TOTAL
               ADD SRC-CASH-IN(SRC-IDX) TO TOT-CASH-IN
               ADD SRC-OTHER-IN(SRC-IDX) TO TOT-OTHER-IN
               ADD SRC-CASH-OUT(SRC-IDX) TO TOT-CASH-OUT
               MOVE SRC-CASH-IN(SRC-IDX) TO WS-AMT-OUT
               MOVE SRC-OTHER-IN(SRC-IDX) TO WS-AMT-OUT2
               MOVE SRC-CASH-OUT(SRC-IDX) TO WS-AMT-OUT3
               DISPLAY SRC-NAME(SRC-IDX) "  " SRC-COUNT(SRC-IDX)
                   "  " WS-AMT-OUT "     " WS-AMT-OUT2 "  "
                   WS-AMT-OUT3
           END-PERFORM
           IF SRC-TOTAL = 0
               DISPLAY "No takings recorded for this operator/date."
           END-IF
           DISPLAY HEADER-LINE
           MOVE TOT-CASH-IN TO WS-AMT-OUT
           MOVE TOT-OTHER-IN TO WS-AMT-OUT2
           MOVE TOT-CASH-OUT TO WS-AMT-OUT3
           DISPLAY "TOTAL       " "      " WS-AMT-OUT "     "
               WS-AMT-OUT2 "  " WS-AMT-OUT3
           IF WS-UNSTAMPED > 0
               DISPLAY WS-UNSTAMPED " fine receipt(s) on " WS-DATE
                   " carry no operator and are not counted above."
           END-IF

           DISPLAY " "
           DISPLAY "Opening float in MMK (blank = 0): "
           MOVE SPACES TO WS-AMOUNT-RAW
           ACCEPT WS-AMOUNT-RAW
           MOVE 0 TO WS-FLOAT
           IF FUNCTION TRIM(WS-AMOUNT-RAW) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-AMOUNT-RAW) TO WS-FLOAT
           END-IF
           COMPUTE WS-EXPECTED = WS-FLOAT + TOT-CASH-IN - TOT-CASH-OUT
           MOVE WS-EXPECTED TO WS-SIGNED-OUT
           DISPLAY "Expected in drawer : " WS-SIGNED-OUT " MMK"
           DISPLAY "Counted cash in MMK (blank = skip count): "
           MOVE SPACES TO WS-AMOUNT-RAW
           ACCEPT WS-AMOUNT-RAW
           IF FUNCTION TRIM(WS-AMOUNT-RAW) = SPACES
               DISPLAY "No count recorded."
               GOBACK
           END-IF
           MOVE FUNCTION NUMVAL(WS-AMOUNT-RAW) TO WS-COUNTED
           COMPUTE WS-VARIANCE = WS-COUNTED - WS-EXPECTED
           MOVE WS-VARIANCE TO WS-SIGNED-OUT
           EVALUATE TRUE
               WHEN WS-VARIANCE = 0
                   DISPLAY "Drawer balances."
               WHEN WS-VARIANCE > 0
                   DISPLAY "Drawer OVER by  : " WS-SIGNED-OUT " MMK"
               WHEN OTHER
                   DISPLAY "Drawer SHORT by : " WS-SIGNED-OUT " MMK"
           END-EVALUATE
           DISPLAY "Record this count (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               PERFORM WRITE-COUNT-ROW
               DISPLAY "Count recorded."
           END-IF
           GOBACK.

       SCAN-FINE-RECEIPTS.
           MOVE 'N' TO FILE-END
           OPEN INPUT FINE-RCPT-FILE
           IF FINE-RCPT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ FINE-RCPT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO FN-SOURCE-F FN-REF-F
                           FN-OPERATOR-F
                       UNSTRING FINE-RCPT-REC DELIMITED BY ","
                           INTO FN-ID-F, FN-MEMBER-F, FN-AMOUNT-F,
                                FN-PAYMENT-F, FN-PAID-F,
                                FN-BALANCE-F, FN-FLAG-F, FN-DATE-F,
                                FN-SOURCE-F, FN-REF-F, FN-OPERATOR-F
                       IF FN-DATE-F = WS-DATE
                           IF FUNCTION TRIM(FN-OPERATOR-F) = SPACES
                               ADD 1 TO WS-UNSTAMPED
                           ELSE
                               IF FN-OPERATOR-F = WS-OPERATOR
                                   MOVE "FINES" TO WS-SRC-NAME
                                   MOVE FN-SOURCE-F TO WS-SRC-METHOD
                                   MOVE FUNCTION NUMVAL(FN-PAYMENT-F)
                                       TO WS-SRC-AMOUNT
                                   MOVE "IN" TO WS-SRC-DIRECTION
                                   PERFORM ADD-TO-SOURCE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF FINE-RCPT-STATUS = "00" OR FINE-RCPT-STATUS = "10"
               CLOSE FINE-RCPT-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SCAN-ROOM-RECEIPTS.
           MOVE 'N' TO FILE-END
           OPEN INPUT ROOM-RCPT-FILE
           IF ROOM-RCPT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ROOM-RCPT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO RM-OPERATOR-F
                       UNSTRING ROOM-RCPT-REC DELIMITED BY ","
                           INTO RM-ID-F, RM-MEMBER-F, RM-ROOM-F,
                                RM-FEE-F, RM-DATE-F, RM-SOURCE-F,
                                RM-REF-F, RM-OPERATOR-F
                       IF RM-DATE-F = WS-DATE AND
                          RM-OPERATOR-F = WS-OPERATOR
                           MOVE "ROOM HIRE" TO WS-SRC-NAME
                           MOVE RM-SOURCE-F TO WS-SRC-METHOD
                           MOVE FUNCTION NUMVAL(RM-FEE-F)
                               TO WS-SRC-AMOUNT
                           MOVE "IN" TO WS-SRC-DIRECTION
                           PERFORM ADD-TO-SOURCE
                       END-IF
               END-READ
           END-PERFORM
           IF ROOM-RCPT-STATUS = "00" OR ROOM-RCPT-STATUS = "10"
               CLOSE ROOM-RCPT-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * MemberCredit.cbl top-ups are cash handed over the desk, as
      * are visitor card deposits (AddNewMember.cbl) and their return
      * (VisitorDesk.cbl); the ledger's other movements are spending
      * from the deposit and never touch the drawer.
       SCAN-CREDIT-TOPUPS.
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
                       IF CR-DATE-F = WS-DATE AND
                          CR-OPERATOR-F = WS-OPERATOR
                           MOVE "CASH" TO WS-SRC-METHOD
                           MOVE FUNCTION NUMVAL(CR-AMOUNT-F)
                               TO WS-SRC-AMOUNT
                           EVALUATE FUNCTION TRIM(CR-TYPE-F)
                               WHEN "TOPUP"
                                   MOVE "TOP-UPS" TO WS-SRC-NAME
                                   MOVE "IN" TO WS-SRC-DIRECTION
                                   PERFORM ADD-TO-SOURCE
                               WHEN "DEPOSIT"
                                   MOVE "DEPOSITS" TO WS-SRC-NAME
                                   MOVE "IN" TO WS-SRC-DIRECTION
                                   PERFORM ADD-TO-SOURCE
                               WHEN "DEPRETURN"
                                   MOVE "DEPOSITS" TO WS-SRC-NAME
                                   MOVE "OUT" TO WS-SRC-DIRECTION
                                   PERFORM ADD-TO-SOURCE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           IF CREDIT-STATUS = "00" OR CREDIT-STATUS = "10"
               CLOSE CREDIT-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SCAN-SALE-RECEIPTS.
           MOVE 'N' TO FILE-END
           OPEN INPUT SALE-FILE
           IF SALE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SALE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING SALE-REC DELIMITED BY ","
                           INTO SL-RECEIPT-F, SL-COPY-F, SL-BOOK-F,
                                SL-PRICE-F, SL-DATE-F, SL-METHOD-F,
                                SL-REF-F, SL-OPERATOR-F
                       IF SL-DATE-F = WS-DATE AND
                          SL-OPERATOR-F = WS-OPERATOR
                           MOVE "BOOK SALE" TO WS-SRC-NAME
                           MOVE SL-METHOD-F TO WS-SRC-METHOD
                           MOVE FUNCTION NUMVAL(SL-PRICE-F)
                               TO WS-SRC-AMOUNT
                           MOVE "IN" TO WS-SRC-DIRECTION
                           PERFORM ADD-TO-SOURCE
                       END-IF
               END-READ
           END-PERFORM
           IF SALE-STATUS = "00" OR SALE-STATUS = "10"
               CLOSE SALE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SCAN-SUNDRY-RECEIPTS.
           MOVE 'N' TO FILE-END
           OPEN INPUT SUNDRY-FILE
           IF SUNDRY-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SUNDRY-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO SR-OPERATOR-F
                       UNSTRING SUNDRY-REC DELIMITED BY ","
                           INTO SR-RECEIPT-F, SR-ITEMS-F, SR-MEMBER-F,
                                SR-TOTAL-F, SR-DATE-F, SR-METHOD-F,
                                SR-REF-F, SR-OPERATOR-F
                       IF SR-DATE-F = WS-DATE AND
                          SR-OPERATOR-F = WS-OPERATOR
                           MOVE "SUNDRY" TO WS-SRC-NAME
                           MOVE SR-METHOD-F TO WS-SRC-METHOD
                           MOVE FUNCTION NUMVAL(SR-TOTAL-F)
                               TO WS-SRC-AMOUNT
                           MOVE "IN" TO WS-SRC-DIRECTION
                           PERFORM ADD-TO-SOURCE
                       END-IF
               END-READ
           END-PERFORM
           IF SUNDRY-STATUS = "00" OR SUNDRY-STATUS = "10"
               CLOSE SUNDRY-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SCAN-DONATIONS.
           MOVE 'N' TO FILE-END
           OPEN INPUT GIFT-FILE
           IF GIFT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ GIFT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO GF-OPERATOR-F
                       UNSTRING GIFT-REC DELIMITED BY ","
                           INTO GF-ID-F, GF-DONOR-F, GF-DATE-F,
                                GF-AMOUNT-F, GF-METHOD-F, GF-REF-F,
                                GF-PURPOSE-F, GF-OPERATOR-F
                       IF GF-DATE-F = WS-DATE AND
                          GF-OPERATOR-F = WS-OPERATOR
                           MOVE "DONATIONS" TO WS-SRC-NAME
                           MOVE GF-METHOD-F TO WS-SRC-METHOD
                           MOVE FUNCTION NUMVAL(GF-AMOUNT-F)
                               TO WS-SRC-AMOUNT
                           MOVE "IN" TO WS-SRC-DIRECTION
                           PERFORM ADD-TO-SOURCE
                       END-IF
               END-READ
           END-PERFORM
           IF GIFT-STATUS = "00" OR GIFT-STATUS = "10"
               CLOSE GIFT-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SCAN-REFUND-VOUCHERS.
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
                       MOVE SPACES TO VC-OPERATOR-F
                       UNSTRING VOUCHER-REC DELIMITED BY ","
                           INTO VC-NO-F, VC-REQ-F, VC-TYPE-F,
                                VC-MEMBER-F, VC-FINE-F, VC-AMOUNT-F,
                                VC-DATE-F, VC-METHOD-F, VC-REF-F,
                                VC-OPERATOR-F
                       IF VC-DATE-F = WS-DATE AND
                          VC-OPERATOR-F = WS-OPERATOR
                           MOVE "REFUNDS" TO WS-SRC-NAME
                           MOVE VC-METHOD-F TO WS-SRC-METHOD
                           MOVE FUNCTION NUMVAL(VC-AMOUNT-F)
                               TO WS-SRC-AMOUNT
                           MOVE "OUT" TO WS-SRC-DIRECTION
                           PERFORM ADD-TO-SOURCE
                       END-IF
               END-READ
           END-PERFORM
           IF VOUCHER-STATUS = "00" OR VOUCHER-STATUS = "10"
               CLOSE VOUCHER-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Receipts written before the method field existed were all
      * cash over the counter. Member-credit draws never reach the
      * drawer and are left out.
       ADD-TO-SOURCE.
           IF FUNCTION TRIM(WS-SRC-METHOD) = SPACES
               MOVE "CASH" TO WS-SRC-METHOD
           END-IF
           IF FUNCTION TRIM(WS-SRC-METHOD) = "CREDIT"
               CONTINUE
           ELSE
               MOVE 0 TO SRC-MATCH-IDX
               PERFORM VARYING SRC-IDX FROM 1 BY 1
                       UNTIL SRC-IDX > SRC-TOTAL
                   IF SRC-NAME(SRC-IDX) = WS-SRC-NAME
                       MOVE SRC-IDX TO SRC-MATCH-IDX
                   END-IF
               END-PERFORM
               IF SRC-MATCH-IDX = 0 AND SRC-TOTAL < 10
                   ADD 1 TO SRC-TOTAL
                   MOVE SRC-TOTAL TO SRC-MATCH-IDX
                   MOVE WS-SRC-NAME TO SRC-NAME(SRC-MATCH-IDX)
                   MOVE 0 TO SRC-COUNT(SRC-MATCH-IDX)
                   MOVE 0 TO SRC-CASH-IN(SRC-MATCH-IDX)
                   MOVE 0 TO SRC-OTHER-IN(SRC-MATCH-IDX)
                   MOVE 0 TO SRC-CASH-OUT(SRC-MATCH-IDX)
               END-IF
               IF SRC-MATCH-IDX > 0
                   ADD 1 TO SRC-COUNT(SRC-MATCH-IDX)
                   EVALUATE TRUE
                       WHEN FUNCTION TRIM(WS-SRC-METHOD) NOT = "CASH"
                           IF WS-SRC-DIRECTION = "IN"
                               ADD WS-SRC-AMOUNT
                                   TO SRC-OTHER-IN(SRC-MATCH-IDX)
                           END-IF
                       WHEN WS-SRC-DIRECTION = "OUT"
                           ADD WS-SRC-AMOUNT
                               TO SRC-CASH-OUT(SRC-MATCH-IDX)
                       WHEN OTHER
                           ADD WS-SRC-AMOUNT
                               TO SRC-CASH-IN(SRC-MATCH-IDX)
                   END-EVALUATE
               END-IF
           END-IF.

       WRITE-COUNT-ROW.
           OPEN EXTEND COUNT-FILE
           IF COUNT-STATUS = "05" OR COUNT-STATUS = "35"
               OPEN OUTPUT COUNT-FILE
           END-IF
           MOVE WS-VARIANCE TO WS-SIGNED-OUT
           MOVE WS-EXPECTED TO WS-EXPECTED-OUT
           MOVE SPACES TO COUNT-REC
           STRING WS-DATE DELIMITED BY SIZE ","
                  WS-OPERATOR DELIMITED BY SIZE ","
                  WS-FLOAT DELIMITED BY SIZE ","
                  TOT-CASH-IN DELIMITED BY SIZE ","
                  TOT-CASH-OUT DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-EXPECTED-OUT) DELIMITED BY SIZE
                  ","
                  WS-COUNTED DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-SIGNED-OUT) DELIMITED BY SIZE
               INTO COUNT-REC
           WRITE COUNT-REC
           CLOSE COUNT-FILE.

       END PROGRAM CashReconcile.
