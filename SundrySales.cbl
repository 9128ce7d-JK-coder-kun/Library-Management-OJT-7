      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Sundry sales at the desk -- photocopies, printing,
      *          cloth bags, replacement cards, local-history booklets
      *          and anything else on the price list
      *          ../sundry-prices.csv (code,description,unit_price,
      *          status; status ACTIVE or RETIRED), which is seeded
      *          with the house list the first time it is needed and
      *          kept by a manager from this screen. A sale is rung
      *          up item code by item code with a quantity each, paid
      *          by the same methods PayFine.cbl takes (a member-
      *          credit payment appends a SUNDRY draw to
      *          member-credits.csv), and prints a numbered receipt.
      *          The receipt is appended to ../sundry-receipts.csv
      *          (receipt_no,items,member,total,sale_date,method,
      *          reference,operator,sale_time), which CashReconcile.cbl counts
      *          into the operator's drawer, GLJournal.cbl posts and
      *          ReceiptDesk.cbl can reprint; its item lines go to
      *          ../sundry-sale-lines.csv (receipt_no,line,code,
      *          description,quantity,unit_price,amount,sale_date)
      *          for the monthly sales-by-item report.
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - receipts carry the sale time (HHMM) as a 9th
      *                field for DeskRota.cbl's hourly desk traffic
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SundrySales.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-FILE ASSIGN TO "../sundry-prices.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRICE-STATUS.
           SELECT PRICE-TMP-FILE ASSIGN TO "../sundry-prices.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RCPT-FILE ASSIGN TO "../sundry-receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCPT-STATUS.
           SELECT LINE-FILE ASSIGN TO "../sundry-sale-lines.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LINE-STATUS.
           SELECT CREDIT-FILE ASSIGN TO "../member-credits.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMBER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-FILE.
       01  PRICE-REC          PIC X(100).
       FD  PRICE-TMP-FILE.
       01  PRICE-TMP-REC      PIC X(100).
       FD  RCPT-FILE.
       01  RCPT-REC           PIC X(150).
       FD  LINE-FILE.
       01  LINE-REC           PIC X(150).
       FD  CREDIT-FILE.
       01  CREDIT-REC         PIC X(100).
       FD  MEMBER-FILE.
       01  MEMBER-REC         PIC X(200).

       WORKING-STORAGE SECTION.
       01  PRICE-STATUS       PIC XX.
       01  RCPT-STATUS        PIC XX.
       01  LINE-STATUS        PIC XX.
       01  CREDIT-STATUS      PIC XX.
       01  MEMBER-STATUS      PIC XX.
       01  FILE-END           PIC X VALUE 'N'.

       01  WS-MENU-CHOICE     PIC 9.
       01  WS-CONFIRM         PIC X.
       01  WS-CODE-RAW        PIC X(20).
       01  WS-CODE            PIC X(8).
       01  WS-DESC-RAW        PIC X(40).
       01  WS-NUM-RAW         PIC X(10).
       01  WS-QTY             PIC 9(3) VALUE 0.
       01  WS-LINE-AMT        PIC 9(7) VALUE 0.
       01  WS-SALE-TOTAL      PIC 9(7) VALUE 0.
       01  WS-CART-DONE       PIC X VALUE 'N'.
       01  WS-MONTH-RAW       PIC X(12).
       01  WS-MONTH           PIC X(7).
       01  WS-RECEIPT-NO      PIC 9(5) VALUE 0.
       01  WS-LAST-RECEIPT    PIC 9(5) VALUE 0.
       01  WS-MEMBER-RAW      PIC X(20).
       01  WS-MEMBER-ID       PIC X(5) VALUE SPACES.
       01  WS-MEMBER-FOUND    PIC X VALUE 'N'.
       01  TODAY              PIC 9(8).
       01  TODAY-MMDDYYYY     PIC X(10).

      * House price list, written to ../sundry-prices.csv when the
      * file does not exist yet (MMK per unit).
       01  DEFAULT-PRICE-DATA.
           05 FILLER PIC X(50) VALUE
              "COPY,Photocopy A4 per page,50,ACTIVE".
           05 FILLER PIC X(50) VALUE
              "COPYA3,Photocopy A3 per page,100,ACTIVE".
           05 FILLER PIC X(50) VALUE
              "PRINT,Printout black per page,100,ACTIVE".
           05 FILLER PIC X(50) VALUE
              "PRINTC,Printout colour per page,300,ACTIVE".
           05 FILLER PIC X(50) VALUE
              "BAG,Library cloth bag,3000,ACTIVE".
           05 FILLER PIC X(50) VALUE
              "CARD,Replacement library card,1000,ACTIVE".
           05 FILLER PIC X(50) VALUE
              "BOOKLET,Local history booklet,5000,ACTIVE".
       01  DEFAULT-PRICE-TABLE REDEFINES DEFAULT-PRICE-DATA.
           05 DEFAULT-PRICE-ROW PIC X(50) OCCURS 7 TIMES.
       01  DEFAULT-PRICE-COUNT PIC 9(2) VALUE 7.
       01  DP-IDX             PIC 9(2).

      * sundry-prices.csv: code,description,unit_price,status
       01  PR-CODE-F          PIC X(8).
       01  PR-DESC-F          PIC X(30).
       01  PR-PRICE-F         PIC X(8).
       01  PR-STATUS-F        PIC X(8).
       01  PRICE-TABLE.
           05 PRICE-ENTRY OCCURS 100 TIMES.
              10  PR-CODE       PIC X(8).
              10  PR-DESC       PIC X(30).
              10  PR-PRICE      PIC 9(6).
              10  PR-STATUS     PIC X(8).
              10  PR-SOLD-QTY   PIC 9(6).
              10  PR-SOLD-AMT   PIC 9(9).
       01  PR-TOTAL           PIC 9(3) VALUE 0.
       01  PR-IDX             PIC 9(3).
       01  PR-MATCH-IDX       PIC 9(3).

      * The sale being rung up, one entry per item line.
       01  CART-TABLE.
           05 CART-ENTRY OCCURS 20 TIMES.
              10  CT-CODE       PIC X(8).
              10  CT-DESC       PIC X(30).
              10  CT-QTY        PIC 9(3).
              10  CT-PRICE      PIC 9(6).
              10  CT-AMOUNT     PIC 9(7).
       01  CT-TOTAL           PIC 9(2) VALUE 0.
       01  CT-IDX             PIC 9(2).

      * Payment method -- the same choices PayFine.cbl offers. A
      * member-credit payment needs the member's ID and a balance
      * that covers the whole sale.
       01  WS-FUND-CHOICE     PIC 9(1).
       01  WS-FUND-SOURCE     PIC X(8) VALUE "CASH".
       01  WS-FUND-OK         PIC X VALUE 'N'.
       01  WS-PAY-REFERENCE   PIC X(20) VALUE SPACES.

      * member-credits.csv: member,date,type,amount,operator,balance
       01  CR-MEMBER-F        PIC X(5).
       01  CR-DATE-F          PIC X(10).
       01  CR-TYPE-F          PIC X(8).
       01  CR-AMOUNT-F        PIC X(9).
       01  CR-OPERATOR-F      PIC X(5).
       01  CR-BALANCE-F       PIC X(9).
       01  WS-CREDIT-BALANCE  PIC S9(8) VALUE 0.
       01  WS-CREDIT-EOF      PIC X VALUE 'N'.

       01  MB-ID-F            PIC X(5).

      * sundry-receipts.csv: receipt,items,member,total,date,method,
      * reference,operator
       01  SR-RECEIPT-F       PIC X(5).
       01  SR-ITEMS-F         PIC X(3).
       01  SR-MEMBER-F        PIC X(5).
       01  SR-TOTAL-F         PIC X(8).
       01  SR-DATE-F          PIC X(10).
       01  SR-METHOD-F        PIC X(8).
       01  SR-REST-F          PIC X(100).

      * sundry-sale-lines.csv: receipt,line,code,description,quantity,
      * unit_price,amount,date
       01  SL-RECEIPT-F       PIC X(5).
       01  SL-LINE-F          PIC X(2).
       01  SL-CODE-F          PIC X(8).
       01  SL-DESC-F          PIC X(30).
       01  SL-QTY-F           PIC X(4).
       01  SL-PRICE-F         PIC X(8).
       01  SL-AMOUNT-F        PIC X(8).
       01  SL-DATE-F          PIC X(10).

      * Monthly report -- takings by payment method.
       01  METHOD-TABLE.
           05 MT-ENTRY OCCURS 6 TIMES.
              10  MT-METHOD     PIC X(8).
              10  MT-COUNT      PIC 9(5).
              10  MT-AMOUNT     PIC 9(9).
       01  MT-TOTAL           PIC 9(1) VALUE 0.
       01  MT-IDX             PIC 9(1).
       01  MT-MATCH-IDX       PIC 9(1).
       01  RPT-RECEIPTS       PIC 9(5) VALUE 0.
       01  RPT-QTY            PIC 9(7) VALUE 0.
       01  RPT-AMOUNT         PIC 9(9) VALUE 0.
       01  WS-QTY-OUT         PIC Z(5)9.
       01  WS-AMT-OUT         PIC Z(8)9.
       01  WS-PRICE-OUT       PIC Z(5)9.

       01  PRICE-REAL-PATH    PIC X(28) VALUE "../sundry-prices.csv".
       01  PRICE-TMP-PATH     PIC X(32)
               VALUE "../sundry-prices.csv.tmp".
       01  RENAME-STATUS      PIC S9(9) COMP-5.

       01  HEADER-LINE        PIC X(60) VALUE ALL '-'.
       01  RECEIPT-LINE       PIC X(50) VALUE ALL '-'.

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
           PERFORM LOAD-PRICE-TABLE

           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*          Sundry Sales Desk              *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Ring up a sale"
           DISPLAY "2. Show price list"
           DISPLAY "3. Add or change a price list item"
           DISPLAY "4. Monthly sales by item"
           DISPLAY "5. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE

      * Prices are set by a manager; any staff member can sell.
           IF WS-MENU-CHOICE = 3 AND
              FUNCTION TRIM(WS-OPERATOR-ROLE-L) NOT = "MANAGER"
               DISPLAY "Manager role required for this action."
               GOBACK
           END-IF

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM RING-UP-SALE THRU RING-UP-SALE-EXIT
               WHEN 2
                   PERFORM SHOW-PRICE-LIST
               WHEN 3
                   PERFORM MAINTAIN-PRICE THRU MAINTAIN-PRICE-EXIT
               WHEN 4
                   PERFORM MONTHLY-REPORT THRU MONTHLY-REPORT-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       RING-UP-SALE.
           MOVE 0 TO CT-TOTAL
           MOVE 0 TO WS-SALE-TOTAL
           MOVE 'N' TO WS-CART-DONE
           PERFORM UNTIL WS-CART-DONE = 'Y'
               PERFORM ADD-CART-LINE THRU ADD-CART-LINE-EXIT
           END-PERFORM
           IF CT-TOTAL = 0
               DISPLAY "Nothing sold."
               GO TO RING-UP-SALE-EXIT
           END-IF

           DISPLAY HEADER-LINE
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-TOTAL
               MOVE CT-QTY(CT-IDX) TO WS-QTY-OUT
               MOVE CT-AMOUNT(CT-IDX) TO WS-AMT-OUT
               DISPLAY CT-CODE(CT-IDX) " " CT-DESC(CT-IDX)
                   WS-QTY-OUT " " WS-AMT-OUT
           END-PERFORM
           DISPLAY HEADER-LINE
           DISPLAY "Total due: " WS-SALE-TOTAL " MMK"
           DISPLAY "Take payment (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Sale cancelled."
               GO TO RING-UP-SALE-EXIT
           END-IF

           MOVE SPACES TO WS-MEMBER-ID
           PERFORM CHOOSE-FUNDING-SOURCE
           IF WS-FUND-SOURCE NOT = "CREDIT"
               MOVE SPACES TO WS-MEMBER-ID
           END-IF
           PERFORM NEXT-RECEIPT-NO
           PERFORM PRINT-SUNDRY-RECEIPT.
       RING-UP-SALE-EXIT.
           EXIT.

      * One item line: a code off the price list and a quantity. A
      * blank code ends the sale.
       ADD-CART-LINE.
           DISPLAY "Item code (blank to finish): "
           MOVE SPACES TO WS-CODE-RAW
           ACCEPT WS-CODE-RAW
           IF WS-CODE-RAW = SPACES
               MOVE 'Y' TO WS-CART-DONE
               GO TO ADD-CART-LINE-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CODE-RAW))
               TO WS-CODE
           PERFORM FIND-PRICE
           IF PR-MATCH-IDX = 0
               DISPLAY "No such item on the price list."
               GO TO ADD-CART-LINE-EXIT
           END-IF
           IF PR-STATUS(PR-MATCH-IDX) NOT = "ACTIVE"
               DISPLAY "That item is no longer sold."
               GO TO ADD-CART-LINE-EXIT
           END-IF
           IF CT-TOTAL >= 20
               DISPLAY "A receipt holds 20 lines -- finish this sale "
                   "and start another."
               MOVE 'Y' TO WS-CART-DONE
               GO TO ADD-CART-LINE-EXIT
           END-IF
           DISPLAY "Quantity: "
           MOVE SPACES TO WS-NUM-RAW
           ACCEPT WS-NUM-RAW
           IF FUNCTION TRIM(WS-NUM-RAW) IS NOT NUMERIC
               DISPLAY "Quantity must be a whole number."
               GO TO ADD-CART-LINE-EXIT
           END-IF
           IF FUNCTION NUMVAL(WS-NUM-RAW) < 1 OR
              FUNCTION NUMVAL(WS-NUM-RAW) > 999
               DISPLAY "Quantity must be 1 to 999."
               GO TO ADD-CART-LINE-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-NUM-RAW) TO WS-QTY
           COMPUTE WS-LINE-AMT = WS-QTY * PR-PRICE(PR-MATCH-IDX)

           ADD 1 TO CT-TOTAL
           MOVE PR-CODE(PR-MATCH-IDX) TO CT-CODE(CT-TOTAL)
           MOVE PR-DESC(PR-MATCH-IDX) TO CT-DESC(CT-TOTAL)
           MOVE WS-QTY TO CT-QTY(CT-TOTAL)
           MOVE PR-PRICE(PR-MATCH-IDX) TO CT-PRICE(CT-TOTAL)
           MOVE WS-LINE-AMT TO CT-AMOUNT(CT-TOTAL)
           ADD WS-LINE-AMT TO WS-SALE-TOTAL
           DISPLAY FUNCTION TRIM(PR-DESC(PR-MATCH-IDX)) " x " WS-QTY
               " = " WS-LINE-AMT " MMK   (sale so far "
               WS-SALE-TOTAL " MMK)".
       ADD-CART-LINE-EXIT.
           EXIT.

       FIND-PRICE.
           MOVE 0 TO PR-MATCH-IDX
           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > PR-TOTAL
               IF PR-CODE(PR-IDX) = WS-CODE
                   MOVE PR-IDX TO PR-MATCH-IDX
               END-IF
           END-PERFORM.

      * Cash is the default; drawing from a member's prepaid credit
      * requires the balance to cover the whole sale, and appends a
      * SUNDRY movement so MemberCredit.cbl's statement shows where
      * the deposit went.
       CHOOSE-FUNDING-SOURCE.
           MOVE "CASH" TO WS-FUND-SOURCE
           MOVE SPACES TO WS-PAY-REFERENCE
           MOVE 'N' TO WS-FUND-OK
           PERFORM UNTIL WS-FUND-OK = 'Y'
               DISPLAY "Payment method: 1=Cash  2=Member credit  "
                   "3=KBZPay  4=Wave  5=Bank transfer"
               ACCEPT WS-FUND-CHOICE
               EVALUATE WS-FUND-CHOICE
                   WHEN 2
                       PERFORM ACCEPT-CREDIT-MEMBER
                       IF WS-MEMBER-FOUND = 'Y'
                           PERFORM COMPUTE-CREDIT-BALANCE
                           IF WS-CREDIT-BALANCE >= WS-SALE-TOTAL
                               MOVE "CREDIT" TO WS-FUND-SOURCE
                               PERFORM DRAW-FROM-CREDIT
                               MOVE 'Y' TO WS-FUND-OK
                           ELSE
                               DISPLAY "Credit balance is only "
                                   WS-CREDIT-BALANCE " MMK -- not "
                                   "enough for this sale."
                           END-IF
                       END-IF
                   WHEN 3
                       MOVE "KBZPAY" TO WS-FUND-SOURCE
                       PERFORM ACCEPT-PAY-REFERENCE
                       MOVE 'Y' TO WS-FUND-OK
                   WHEN 4
                       MOVE "WAVE" TO WS-FUND-SOURCE
                       PERFORM ACCEPT-PAY-REFERENCE
                       MOVE 'Y' TO WS-FUND-OK
                   WHEN 5
                       MOVE "BANK" TO WS-FUND-SOURCE
                       PERFORM ACCEPT-PAY-REFERENCE
                       MOVE 'Y' TO WS-FUND-OK
                   WHEN OTHER
                       MOVE "CASH" TO WS-FUND-SOURCE
                       MOVE 'Y' TO WS-FUND-OK
               END-EVALUATE
           END-PERFORM.

       ACCEPT-PAY-REFERENCE.
           DISPLAY "Wallet/transfer reference number: "
           ACCEPT WS-PAY-REFERENCE
           INSPECT WS-PAY-REFERENCE REPLACING ALL "," BY " ".

       ACCEPT-CREDIT-MEMBER.
           MOVE 'N' TO WS-MEMBER-FOUND
           DISPLAY "Member ID: "
           MOVE SPACES TO WS-MEMBER-RAW
           ACCEPT WS-MEMBER-RAW
           MOVE FUNCTION TRIM(WS-MEMBER-RAW) TO WS-MEMBER-ID
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
                       UNSTRING MEMBER-REC DELIMITED BY ","
                           INTO MB-ID-F
                       IF MB-ID-F = WS-MEMBER-ID
                           MOVE 'Y' TO WS-MEMBER-FOUND
                       END-IF
               END-READ
           END-PERFORM
           IF MEMBER-STATUS = "00" OR MEMBER-STATUS = "10"
               CLOSE MEMBER-FILE
           END-IF
           MOVE 'N' TO FILE-END
           IF WS-MEMBER-FOUND NOT = 'Y'
               DISPLAY "Member not found."
               MOVE SPACES TO WS-MEMBER-ID
           END-IF.

       COMPUTE-CREDIT-BALANCE.
           MOVE 0 TO WS-CREDIT-BALANCE
           MOVE 'N' TO WS-CREDIT-EOF
           OPEN INPUT CREDIT-FILE
           IF CREDIT-STATUS NOT = "00"
               MOVE 'Y' TO WS-CREDIT-EOF
           END-IF
           PERFORM UNTIL WS-CREDIT-EOF = 'Y'
               READ CREDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-CREDIT-EOF
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
           END-IF.

       DRAW-FROM-CREDIT.
           SUBTRACT WS-SALE-TOTAL FROM WS-CREDIT-BALANCE
           OPEN EXTEND CREDIT-FILE
           IF CREDIT-STATUS = "05" OR CREDIT-STATUS = "35"
               OPEN OUTPUT CREDIT-FILE
           END-IF
           MOVE SPACES TO CREDIT-REC
           STRING WS-MEMBER-ID DELIMITED BY SIZE ","
                  TODAY-MMDDYYYY DELIMITED BY SIZE ","
                  "SUNDRY" DELIMITED BY SIZE ","
                  WS-SALE-TOTAL DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE ","
                  WS-CREDIT-BALANCE DELIMITED BY SIZE
               INTO CREDIT-REC
           WRITE CREDIT-REC
           CLOSE CREDIT-FILE
           DISPLAY "Drawn from member credit. Remaining credit: "
               WS-CREDIT-BALANCE " MMK".

      * Receipt numbers run highest-plus-one over the receipt file,
      * the same scheme CopyDisposal.cbl's sale receipts use.
       NEXT-RECEIPT-NO.
           MOVE 0 TO WS-LAST-RECEIPT
           MOVE 'N' TO FILE-END
           OPEN INPUT RCPT-FILE
           IF RCPT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ RCPT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING RCPT-REC DELIMITED BY ","
                           INTO SR-RECEIPT-F, SR-REST-F
                       IF FUNCTION NUMVAL(SR-RECEIPT-F) >
                          WS-LAST-RECEIPT
                           MOVE FUNCTION NUMVAL(SR-RECEIPT-F)
                               TO WS-LAST-RECEIPT
                       END-IF
               END-READ
           END-PERFORM
           IF RCPT-STATUS = "00" OR RCPT-STATUS = "10"
               CLOSE RCPT-FILE
           END-IF
           MOVE 'N' TO FILE-END
           COMPUTE WS-RECEIPT-NO = WS-LAST-RECEIPT + 1.

      * No attached printer -- the receipt goes to the console as it
      * would be printed and the same facts are appended to
      * ../sundry-receipts.csv and ../sundry-sale-lines.csv.
       PRINT-SUNDRY-RECEIPT.
           DISPLAY RECEIPT-LINE
           DISPLAY "LIBRARY SALES RECEIPT"
           DISPLAY RECEIPT-LINE
           DISPLAY "Receipt No  : " WS-RECEIPT-NO
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-TOTAL
               MOVE CT-QTY(CT-IDX) TO WS-QTY-OUT
               MOVE CT-PRICE(CT-IDX) TO WS-PRICE-OUT
               MOVE CT-AMOUNT(CT-IDX) TO WS-AMT-OUT
               DISPLAY FUNCTION TRIM(CT-DESC(CT-IDX))
               DISPLAY "   " WS-QTY-OUT " @ " WS-PRICE-OUT
                   "    " WS-AMT-OUT " MMK"
           END-PERFORM
           DISPLAY "Total       : " WS-SALE-TOTAL " MMK"
           DISPLAY "Paid via    : " WS-FUND-SOURCE
           IF WS-MEMBER-ID NOT = SPACES
               DISPLAY "Member      : " WS-MEMBER-ID
           END-IF
           IF FUNCTION TRIM(WS-PAY-REFERENCE) NOT = SPACES
               DISPLAY "Reference   : "
                   FUNCTION TRIM(WS-PAY-REFERENCE)
           END-IF
           DISPLAY "Date        : " TODAY-MMDDYYYY
           DISPLAY "Sold by     : " WS-OPERATOR-ID-L
           DISPLAY RECEIPT-LINE

           OPEN EXTEND RCPT-FILE
           IF RCPT-STATUS = "05" OR RCPT-STATUS = "35"
               OPEN OUTPUT RCPT-FILE
           END-IF
           MOVE SPACES TO RCPT-REC
           STRING WS-RECEIPT-NO DELIMITED BY SIZE ","
                  CT-TOTAL DELIMITED BY SIZE ","
                  WS-MEMBER-ID DELIMITED BY SPACE ","
                  WS-SALE-TOTAL DELIMITED BY SIZE ","
                  TODAY-MMDDYYYY DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-FUND-SOURCE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-PAY-REFERENCE) DELIMITED BY SIZE
                  ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE ","
                  FUNCTION CURRENT-DATE(9:4) DELIMITED BY SIZE
               INTO RCPT-REC
           WRITE RCPT-REC
           CLOSE RCPT-FILE

           OPEN EXTEND LINE-FILE
           IF LINE-STATUS = "05" OR LINE-STATUS = "35"
               OPEN OUTPUT LINE-FILE
           END-IF
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-TOTAL
               MOVE SPACES TO LINE-REC
               STRING WS-RECEIPT-NO DELIMITED BY SIZE ","
                      CT-IDX DELIMITED BY SIZE ","
                      FUNCTION TRIM(CT-CODE(CT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(CT-DESC(CT-IDX))
                          DELIMITED BY SIZE ","
                      CT-QTY(CT-IDX) DELIMITED BY SIZE ","
                      CT-PRICE(CT-IDX) DELIMITED BY SIZE ","
                      CT-AMOUNT(CT-IDX) DELIMITED BY SIZE ","
                      TODAY-MMDDYYYY DELIMITED BY SIZE
                   INTO LINE-REC
               WRITE LINE-REC
           END-PERFORM
           CLOSE LINE-FILE.

       SHOW-PRICE-LIST.
           DISPLAY HEADER-LINE
           DISPLAY "CODE     DESCRIPTION                     PRICE  "
               "STATUS"
           DISPLAY HEADER-LINE
           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > PR-TOTAL
               MOVE PR-PRICE(PR-IDX) TO WS-PRICE-OUT
               DISPLAY PR-CODE(PR-IDX) " " PR-DESC(PR-IDX) " "
                   WS-PRICE-OUT "  " PR-STATUS(PR-IDX)
           END-PERFORM
           DISPLAY HEADER-LINE
           DISPLAY PR-TOTAL " item(s) on the price list.".

      * A new code is added; an existing one can be re-described,
      * re-priced, retired or brought back. Blank keeps what is there.
       MAINTAIN-PRICE.
           DISPLAY "Item code: "
           MOVE SPACES TO WS-CODE-RAW
           ACCEPT WS-CODE-RAW
           IF WS-CODE-RAW = SPACES
               GO TO MAINTAIN-PRICE-EXIT
           END-IF
           INSPECT WS-CODE-RAW REPLACING ALL "," BY " "
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CODE-RAW))
               TO WS-CODE
           PERFORM FIND-PRICE
           IF PR-MATCH-IDX = 0
               IF PR-TOTAL >= 100
                   DISPLAY "Price list is full."
                   GO TO MAINTAIN-PRICE-EXIT
               END-IF
               DISPLAY "New item " WS-CODE
           ELSE
               MOVE PR-PRICE(PR-MATCH-IDX) TO WS-PRICE-OUT
               DISPLAY "Now: " FUNCTION TRIM(PR-DESC(PR-MATCH-IDX))
                   " at " WS-PRICE-OUT " MMK, "
                   FUNCTION TRIM(PR-STATUS(PR-MATCH-IDX))
           END-IF

           DISPLAY "Description: "
           MOVE SPACES TO WS-DESC-RAW
           ACCEPT WS-DESC-RAW
           INSPECT WS-DESC-RAW REPLACING ALL "," BY " "
           IF WS-DESC-RAW = SPACES AND PR-MATCH-IDX = 0
               DISPLAY "A new item needs a description."
               GO TO MAINTAIN-PRICE-EXIT
           END-IF
           DISPLAY "Unit price MMK: "
           MOVE SPACES TO WS-NUM-RAW
           ACCEPT WS-NUM-RAW
           IF WS-NUM-RAW = SPACES
               IF PR-MATCH-IDX = 0
                   DISPLAY "A new item needs a price."
                   GO TO MAINTAIN-PRICE-EXIT
               END-IF
           ELSE
               IF FUNCTION TRIM(WS-NUM-RAW) IS NOT NUMERIC
                   DISPLAY "Price must be a whole number of MMK."
                   GO TO MAINTAIN-PRICE-EXIT
               END-IF
           END-IF
           DISPLAY "Status: A=Active  R=Retired (blank to keep): "
           MOVE SPACES TO WS-CONFIRM
           ACCEPT WS-CONFIRM

           IF PR-MATCH-IDX = 0
               ADD 1 TO PR-TOTAL
               MOVE PR-TOTAL TO PR-MATCH-IDX
               MOVE WS-CODE TO PR-CODE(PR-MATCH-IDX)
               MOVE "ACTIVE" TO PR-STATUS(PR-MATCH-IDX)
           END-IF
           IF WS-DESC-RAW NOT = SPACES
               MOVE FUNCTION TRIM(WS-DESC-RAW) TO PR-DESC(PR-MATCH-IDX)
           END-IF
           IF WS-NUM-RAW NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-RAW)
                   TO PR-PRICE(PR-MATCH-IDX)
           END-IF
           EVALUATE WS-CONFIRM
               WHEN 'A'
               WHEN 'a'
                   MOVE "ACTIVE" TO PR-STATUS(PR-MATCH-IDX)
               WHEN 'R'
               WHEN 'r'
                   MOVE "RETIRED" TO PR-STATUS(PR-MATCH-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM SAVE-PRICE-TABLE
           MOVE PR-PRICE(PR-MATCH-IDX) TO WS-PRICE-OUT
           DISPLAY "Saved: " PR-CODE(PR-MATCH-IDX) " "
               FUNCTION TRIM(PR-DESC(PR-MATCH-IDX)) " at "
               WS-PRICE-OUT " MMK, "
               FUNCTION TRIM(PR-STATUS(PR-MATCH-IDX)) ".".
       MAINTAIN-PRICE-EXIT.
           EXIT.

      * Sales by item for one calendar month, in price-list order,
      * from the item lines; receipts and takings by payment method
      * from the receipt file.
       MONTHLY-REPORT.
           DISPLAY "Month MM/YYYY (blank for this month): "
           MOVE SPACES TO WS-MONTH-RAW
           ACCEPT WS-MONTH-RAW
           MOVE FUNCTION TRIM(WS-MONTH-RAW) TO WS-MONTH
           IF WS-MONTH = SPACES
               MOVE TODAY-MMDDYYYY(1:2) TO WS-MONTH(1:2)
               MOVE "/" TO WS-MONTH(3:1)
               MOVE TODAY-MMDDYYYY(7:4) TO WS-MONTH(4:4)
           END-IF
           IF WS-MONTH(3:1) NOT = "/" OR WS-MONTH(1:2) IS NOT NUMERIC
              OR WS-MONTH(4:4) IS NOT NUMERIC
               DISPLAY "Month must be MM/YYYY."
               GO TO MONTHLY-REPORT-EXIT
           END-IF

           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > PR-TOTAL
               MOVE 0 TO PR-SOLD-QTY(PR-IDX)
               MOVE 0 TO PR-SOLD-AMT(PR-IDX)
           END-PERFORM
           MOVE 0 TO RPT-QTY
           MOVE 0 TO RPT-AMOUNT
           MOVE 0 TO RPT-RECEIPTS
           MOVE 0 TO MT-TOTAL

           MOVE 'N' TO FILE-END
           OPEN INPUT LINE-FILE
           IF LINE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LINE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING LINE-REC DELIMITED BY ","
                           INTO SL-RECEIPT-F, SL-LINE-F, SL-CODE-F,
                                SL-DESC-F, SL-QTY-F, SL-PRICE-F,
                                SL-AMOUNT-F, SL-DATE-F
                       IF SL-DATE-F(1:2) = WS-MONTH(1:2) AND
                          SL-DATE-F(7:4) = WS-MONTH(4:4)
                           PERFORM TALLY-SALE-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF LINE-STATUS = "00" OR LINE-STATUS = "10"
               CLOSE LINE-FILE
           END-IF

           MOVE 'N' TO FILE-END
           OPEN INPUT RCPT-FILE
           IF RCPT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ RCPT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING RCPT-REC DELIMITED BY ","
                           INTO SR-RECEIPT-F, SR-ITEMS-F, SR-MEMBER-F,
                                SR-TOTAL-F, SR-DATE-F, SR-METHOD-F
                       IF SR-DATE-F(1:2) = WS-MONTH(1:2) AND
                          SR-DATE-F(7:4) = WS-MONTH(4:4)
                           PERFORM TALLY-RECEIPT
                       END-IF
               END-READ
           END-PERFORM
           IF RCPT-STATUS = "00" OR RCPT-STATUS = "10"
               CLOSE RCPT-FILE
           END-IF
           MOVE 'N' TO FILE-END

           DISPLAY HEADER-LINE
           DISPLAY "SUNDRY SALES BY ITEM -- " WS-MONTH
           DISPLAY HEADER-LINE
           DISPLAY "CODE     DESCRIPTION                       QTY"
               "     AMOUNT"
           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > PR-TOTAL
               IF PR-SOLD-QTY(PR-IDX) > 0
                   MOVE PR-SOLD-QTY(PR-IDX) TO WS-QTY-OUT
                   MOVE PR-SOLD-AMT(PR-IDX) TO WS-AMT-OUT
                   DISPLAY PR-CODE(PR-IDX) " " PR-DESC(PR-IDX) " "
                       WS-QTY-OUT " " WS-AMT-OUT
               END-IF
           END-PERFORM
           DISPLAY HEADER-LINE
           MOVE RPT-QTY TO WS-QTY-OUT
           MOVE RPT-AMOUNT TO WS-AMT-OUT
           DISPLAY "Items sold : " WS-QTY-OUT
           DISPLAY "Sales      : " WS-AMT-OUT " MMK"
           DISPLAY "Receipts   : " RPT-RECEIPTS
           PERFORM VARYING MT-IDX FROM 1 BY 1 UNTIL MT-IDX > MT-TOTAL
               MOVE MT-AMOUNT(MT-IDX) TO WS-AMT-OUT
               DISPLAY "  " MT-METHOD(MT-IDX) " " MT-COUNT(MT-IDX)
                   " receipt(s) " WS-AMT-OUT " MMK"
           END-PERFORM
           DISPLAY HEADER-LINE.
       MONTHLY-REPORT-EXIT.
           EXIT.

      * A code no longer on the price list still shows, at the foot of
      * the list.
       TALLY-SALE-LINE.
           MOVE SL-CODE-F TO WS-CODE
           PERFORM FIND-PRICE
           IF PR-MATCH-IDX = 0 AND PR-TOTAL < 100
               ADD 1 TO PR-TOTAL
               MOVE PR-TOTAL TO PR-MATCH-IDX
               MOVE WS-CODE TO PR-CODE(PR-MATCH-IDX)
               MOVE SL-DESC-F TO PR-DESC(PR-MATCH-IDX)
               MOVE 0 TO PR-PRICE(PR-MATCH-IDX)
               MOVE "RETIRED" TO PR-STATUS(PR-MATCH-IDX)
               MOVE 0 TO PR-SOLD-QTY(PR-MATCH-IDX)
               MOVE 0 TO PR-SOLD-AMT(PR-MATCH-IDX)
           END-IF
           IF PR-MATCH-IDX > 0
               ADD FUNCTION NUMVAL(SL-QTY-F)
                   TO PR-SOLD-QTY(PR-MATCH-IDX)
               ADD FUNCTION NUMVAL(SL-AMOUNT-F)
                   TO PR-SOLD-AMT(PR-MATCH-IDX)
           END-IF
           ADD FUNCTION NUMVAL(SL-QTY-F) TO RPT-QTY
           ADD FUNCTION NUMVAL(SL-AMOUNT-F) TO RPT-AMOUNT.

       TALLY-RECEIPT.
           ADD 1 TO RPT-RECEIPTS
           MOVE 0 TO MT-MATCH-IDX
           PERFORM VARYING MT-IDX FROM 1 BY 1 UNTIL MT-IDX > MT-TOTAL
               IF MT-METHOD(MT-IDX) = SR-METHOD-F
                   MOVE MT-IDX TO MT-MATCH-IDX
               END-IF
           END-PERFORM
           IF MT-MATCH-IDX = 0 AND MT-TOTAL < 6
               ADD 1 TO MT-TOTAL
               MOVE MT-TOTAL TO MT-MATCH-IDX
               MOVE SR-METHOD-F TO MT-METHOD(MT-MATCH-IDX)
               MOVE 0 TO MT-COUNT(MT-MATCH-IDX)
               MOVE 0 TO MT-AMOUNT(MT-MATCH-IDX)
           END-IF
           IF MT-MATCH-IDX > 0
               ADD 1 TO MT-COUNT(MT-MATCH-IDX)
               ADD FUNCTION NUMVAL(SR-TOTAL-F)
                   TO MT-AMOUNT(MT-MATCH-IDX)
           END-IF.

      * Reads the price list, seeding it with the house list the first
      * time the file is missing.
       LOAD-PRICE-TABLE.
           MOVE 0 TO PR-TOTAL
           OPEN INPUT PRICE-FILE
           IF PRICE-STATUS = "35"
               OPEN OUTPUT PRICE-FILE
               PERFORM VARYING DP-IDX FROM 1 BY 1
                       UNTIL DP-IDX > DEFAULT-PRICE-COUNT
                   MOVE DEFAULT-PRICE-ROW(DP-IDX) TO PRICE-REC
                   WRITE PRICE-REC
               END-PERFORM
               CLOSE PRICE-FILE
               OPEN INPUT PRICE-FILE
           END-IF
           MOVE 'N' TO FILE-END
           IF PRICE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ PRICE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF PR-TOTAL < 100 AND PRICE-REC NOT = SPACES
                           MOVE SPACES TO PR-STATUS-F
                           UNSTRING PRICE-REC DELIMITED BY ","
                               INTO PR-CODE-F, PR-DESC-F, PR-PRICE-F,
                                    PR-STATUS-F
                           ADD 1 TO PR-TOTAL
                           MOVE PR-CODE-F TO PR-CODE(PR-TOTAL)
                           MOVE PR-DESC-F TO PR-DESC(PR-TOTAL)
                           MOVE FUNCTION NUMVAL(PR-PRICE-F)
                               TO PR-PRICE(PR-TOTAL)
                           IF PR-STATUS-F = SPACES
                               MOVE "ACTIVE" TO PR-STATUS(PR-TOTAL)
                           ELSE
                               MOVE PR-STATUS-F TO PR-STATUS(PR-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF PRICE-STATUS = "00" OR PRICE-STATUS = "10"
               CLOSE PRICE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SAVE-PRICE-TABLE.
           OPEN OUTPUT PRICE-TMP-FILE
           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > PR-TOTAL
               MOVE SPACES TO PRICE-TMP-REC
               STRING FUNCTION TRIM(PR-CODE(PR-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(PR-DESC(PR-IDX))
                          DELIMITED BY SIZE ","
                      PR-PRICE(PR-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(PR-STATUS(PR-IDX))
                          DELIMITED BY SIZE
                   INTO PRICE-TMP-REC
               WRITE PRICE-TMP-REC
           END-PERFORM
           CLOSE PRICE-TMP-FILE
           CALL "CBL_RENAME_FILE" USING PRICE-TMP-PATH
               PRICE-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL.

       END PROGRAM SundrySales.
