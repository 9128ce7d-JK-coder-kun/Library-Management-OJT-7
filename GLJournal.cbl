      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Daily double-entry general ledger journal. Every
      *          money event of one business day is turned into a
      *          balanced debit/credit pair: fines assessed (fine.csv),
      *          fine payments by method (fine-receipts.csv), waivers
      *          (fine.csv "W" rows net of what was already paid per
      *          fine-installments.csv), member credit top-ups and
      *          spends (member-credits.csv, room-receipts.csv), room
      *          hire, book sales, donations, collection purchases
      *          (acquisitions.csv) and refund vouchers. Accounts come
      *          from the chart-of-accounts mapping ../gl-accounts.csv
      *          (event,method,debit_account,credit_account,
      *          description), seeded
      *          with the house defaults the first time it is needed.
      *          Posted lines are appended to ../gl-journal.csv
      *          (date,entry,side,event,reference,account,debit,
      *          credit,operator). A day whose debits and credits do
      *          not agree, or that has an event with no account
      *          mapped, is refused and nothing is written; a day
      *          already on the journal is never posted twice.
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - refund vouchers (refund-vouchers.csv, from
      *                RefundDesk.cbl) post as REFUNDLOST/REFUNDOVER/
      *                REFUNDCRED by method; house default rows missing
      *                from gl-accounts.csv are supplied from the
      *                built-in chart instead of blocking the day
      * 15.10.2026 HL - visitor card deposits taken and returned
      *                (DEPOSIT/DEPRETURN) post against a deposits-held
      *                liability
      * 15.10.2026 HL - sundry sales (sundry-receipts.csv,
      *                SundrySales.cbl) post as SUNDRY by method; the
      *                member-credit side is posted from the receipt,
      *                not from its SUNDRY draw
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJournal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAP-FILE ASSIGN TO "../gl-accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "../gl-journal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT FINE-FILE ASSIGN TO "../fine.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINE-STATUS.
           SELECT INSTALLMENT-FILE ASSIGN TO "../fine-installments.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSTALLMENT-STATUS.
           SELECT FINE-RCPT-FILE ASSIGN TO "../fine-receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINE-RCPT-STATUS.
           SELECT CREDIT-FILE ASSIGN TO "../member-credits.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-STATUS.
           SELECT ROOM-RCPT-FILE ASSIGN TO "../room-receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROOM-RCPT-STATUS.
           SELECT SALE-FILE ASSIGN TO "../book-sale-receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALE-STATUS.
           SELECT SUNDRY-FILE ASSIGN TO "../sundry-receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUNDRY-STATUS.
           SELECT GIFT-FILE ASSIGN TO "../donations.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GIFT-STATUS.
           SELECT ACQ-FILE ASSIGN TO "../acquisitions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACQ-STATUS.
           SELECT VOUCHER-FILE ASSIGN TO "../refund-vouchers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOUCHER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAP-FILE.
       01  MAP-REC            PIC X(100).
       FD  JOURNAL-FILE.
       01  JOURNAL-REC        PIC X(120).
       FD  FINE-FILE.
       01  FINE-REC           PIC X(200).
       FD  INSTALLMENT-FILE.
       01  INSTALLMENT-REC    PIC X(100).
       FD  FINE-RCPT-FILE.
       01  FINE-RCPT-REC      PIC X(200).
       FD  CREDIT-FILE.
       01  CREDIT-REC         PIC X(100).
       FD  ROOM-RCPT-FILE.
       01  ROOM-RCPT-REC      PIC X(200).
       FD  SALE-FILE.
       01  SALE-REC           PIC X(200).
       FD  SUNDRY-FILE.
       01  SUNDRY-REC         PIC X(150).
       FD  GIFT-FILE.
       01  GIFT-REC           PIC X(150).
       FD  ACQ-FILE.
       01  ACQ-REC            PIC X(120).
       FD  VOUCHER-FILE.
       01  VOUCHER-REC        PIC X(150).

       WORKING-STORAGE SECTION.
       01  MAP-STATUS         PIC XX.
       01  JOURNAL-STATUS     PIC XX.
       01  FINE-STATUS        PIC XX.
       01  INSTALLMENT-STATUS PIC XX.
       01  FINE-RCPT-STATUS   PIC XX.
       01  CREDIT-STATUS      PIC XX.
       01  ROOM-RCPT-STATUS   PIC XX.
       01  SALE-STATUS        PIC XX.
       01  SUNDRY-STATUS      PIC XX.
       01  GIFT-STATUS        PIC XX.
       01  ACQ-STATUS         PIC XX.
       01  VOUCHER-STATUS     PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  INST-END           PIC X VALUE 'N'.

       01  WS-MENU-CHOICE     PIC 9.
       01  WS-CONFIRM         PIC X.
       01  WS-DATE-RAW        PIC X(12).
       01  WS-DATE            PIC X(10).
       01  WS-DATE-YMD        PIC X(8).
       01  TODAY              PIC 9(8).
       01  WS-DAY-POSTED      PIC X VALUE 'N'.
       01  WS-LAST-ENTRY      PIC 9(7) VALUE 0.

      * House chart of accounts, written to ../gl-accounts.csv when
      * the mapping file does not exist yet. Finance may re-point any
      * line by editing the file; a row with a blank method applies
      * to every method of that event.
       01  DEFAULT-MAP-DATA.
           05 FILLER PIC X(60) VALUE
              "ASSESS,,1200,4100,Fine assessed to member".
           05 FILLER PIC X(60) VALUE
              "FINEPAY,CASH,1000,1200,Fine paid in cash".
           05 FILLER PIC X(60) VALUE
              "FINEPAY,KBZPAY,1020,1200,Fine paid by KBZPay".
           05 FILLER PIC X(60) VALUE
              "FINEPAY,WAVE,1020,1200,Fine paid by Wave".
           05 FILLER PIC X(60) VALUE
              "FINEPAY,BANK,1030,1200,Fine paid by bank transfer".
           05 FILLER PIC X(60) VALUE
              "FINEPAY,CREDIT,2100,1200,Fine paid from member credit".
           05 FILLER PIC X(60) VALUE
              "WAIVE,,5200,1200,Fine waived".
           05 FILLER PIC X(60) VALUE
              "TOPUP,CASH,1000,2100,Member credit top-up".
           05 FILLER PIC X(60) VALUE
              "ROOMHIRE,CASH,1000,4300,Room hire paid in cash".
           05 FILLER PIC X(60) VALUE
              "ROOMHIRE,KBZPAY,1020,4300,Room hire paid by KBZPay".
           05 FILLER PIC X(60) VALUE
              "ROOMHIRE,WAVE,1020,4300,Room hire paid by Wave".
           05 FILLER PIC X(60) VALUE
              "ROOMHIRE,BANK,1030,4300,Room hire paid by bank".
           05 FILLER PIC X(60) VALUE
              "ROOMHIRE,CREDIT,2100,4300,Room hire from member credit".
           05 FILLER PIC X(60) VALUE
              "BOOKSALE,CASH,1000,4400,Withdrawn book sold for cash".
           05 FILLER PIC X(60) VALUE
              "BOOKSALE,KBZPAY,1020,4400,Withdrawn book sold by KBZPay".
           05 FILLER PIC X(60) VALUE
              "BOOKSALE,WAVE,1020,4400,Withdrawn book sold by Wave".
           05 FILLER PIC X(60) VALUE
              "BOOKSALE,BANK,1030,4400,Withdrawn book sold by bank".
           05 FILLER PIC X(60) VALUE
              "DONATION,CASH,1000,4500,Donation received in cash".
           05 FILLER PIC X(60) VALUE
              "DONATION,KBZPAY,1020,4500,Donation received by KBZPay".
           05 FILLER PIC X(60) VALUE
              "DONATION,WAVE,1020,4500,Donation received by Wave".
           05 FILLER PIC X(60) VALUE
              "DONATION,BANK,1030,4500,Donation received by bank".
           05 FILLER PIC X(60) VALUE
              "PURCHASE,,5100,2000,Collection purchase received".
           05 FILLER PIC X(60) VALUE
              "REFUNDLOST,CASH,4100,1000,Replacement fee refunded".
           05 FILLER PIC X(60) VALUE
              "REFUNDLOST,KBZPAY,4100,1020,Replacement fee refunded".
           05 FILLER PIC X(60) VALUE
              "REFUNDLOST,WAVE,4100,1020,Replacement fee refunded".
           05 FILLER PIC X(60) VALUE
              "REFUNDLOST,BANK,4100,1030,Replacement fee refunded".
           05 FILLER PIC X(60) VALUE
              "REFUNDOVER,CASH,1200,1000,Fine overpayment refunded".
           05 FILLER PIC X(60) VALUE
              "REFUNDOVER,KBZPAY,1200,1020,Fine overpayment refunded".
           05 FILLER PIC X(60) VALUE
              "REFUNDOVER,WAVE,1200,1020,Fine overpayment refunded".
           05 FILLER PIC X(60) VALUE
              "REFUNDOVER,BANK,1200,1030,Fine overpayment refunded".
           05 FILLER PIC X(60) VALUE
              "REFUNDCRED,CASH,2100,1000,Member credit refunded".
           05 FILLER PIC X(60) VALUE
              "REFUNDCRED,KBZPAY,2100,1020,Member credit refunded".
           05 FILLER PIC X(60) VALUE
              "REFUNDCRED,WAVE,2100,1020,Member credit refunded".
           05 FILLER PIC X(60) VALUE
              "REFUNDCRED,BANK,2100,1030,Member credit refunded".
           05 FILLER PIC X(60) VALUE
              "DEPOSIT,,1000,2150,Visitor card deposit taken".
           05 FILLER PIC X(60) VALUE
              "DEPRETURN,,2150,1000,Visitor card deposit returned".
           05 FILLER PIC X(60) VALUE
              "SUNDRY,CASH,1000,4600,Sundry sales in cash".
           05 FILLER PIC X(60) VALUE
              "SUNDRY,KBZPAY,1020,4600,Sundry sales by KBZPay".
           05 FILLER PIC X(60) VALUE
              "SUNDRY,WAVE,1020,4600,Sundry sales by Wave".
           05 FILLER PIC X(60) VALUE
              "SUNDRY,BANK,1030,4600,Sundry sales by bank".
           05 FILLER PIC X(60) VALUE
              "SUNDRY,CREDIT,2100,4600,Sundry sales from member credit".
       01  DEFAULT-MAP-TABLE REDEFINES DEFAULT-MAP-DATA.
           05 DEFAULT-MAP-ROW PIC X(60) OCCURS 41 TIMES.
       01  DEFAULT-MAP-COUNT  PIC 9(2) VALUE 41.
       01  DM-IDX             PIC 9(2).

       01  MAP-TABLE.
           05 MAP-ENTRY OCCURS 100 TIMES.
              10  MP-EVENT      PIC X(10).
              10  MP-METHOD     PIC X(8).
              10  MP-DEBIT      PIC X(6).
              10  MP-CREDIT     PIC X(6).
              10  MP-DESC       PIC X(40).
       01  MAP-TOTAL          PIC 9(3) VALUE 0.
       01  MAP-IDX            PIC 9(3).
       01  MAP-MATCH-IDX      PIC 9(3).
       01  MP-EVENT-F         PIC X(10).
       01  MP-METHOD-F        PIC X(8).
       01  MP-DEBIT-F         PIC X(6).
       01  MP-CREDIT-F        PIC X(6).
       01  MP-DESC-F          PIC X(40).

      * Fines the journal has already assessed (ASSESS lines on
      * gl-journal.csv) -- a fine row carries no date of its own, so
      * it is assessed on the first day posted after it appears.
       01  ASSESSED-TABLE.
           05 AS-FINE-ID OCCURS 5000 TIMES PIC X(5).
       01  AS-TOTAL           PIC 9(4) VALUE 0.
       01  AS-IDX             PIC 9(4).
       01  WS-ASSESSED        PIC X VALUE 'N'.

      * gl-journal.csv: date,entry,side,event,reference,account,
      * debit,credit,operator
       01  GJ-DATE-F          PIC X(10).
       01  GJ-ENTRY-F         PIC X(7).
       01  GJ-SIDE-F          PIC X.
       01  GJ-EVENT-F         PIC X(10).
       01  GJ-REF-F           PIC X(10).
       01  GJ-ACCOUNT-F       PIC X(6).
       01  GJ-DEBIT-F         PIC X(10).
       01  GJ-CREDIT-F        PIC X(10).
       01  GJ-OPERATOR-F      PIC X(5).

      * The day's journal, two lines per event, built in full before
      * anything is written so an unbalanced day leaves no trace.
       01  JOURNAL-TABLE.
           05 JL-ENTRY OCCURS 2000 TIMES.
              10  JL-ENTRY-NO   PIC 9(7).
              10  JL-SIDE       PIC X.
              10  JL-EVENT      PIC X(10).
              10  JL-REF        PIC X(10).
              10  JL-ACCOUNT    PIC X(6).
              10  JL-DEBIT      PIC 9(9).
              10  JL-CREDIT     PIC 9(9).
       01  JL-TOTAL           PIC 9(4) VALUE 0.
       01  JL-IDX             PIC 9(4).
       01  WS-JL-OVERFLOW     PIC X VALUE 'N'.
       01  WS-UNMAPPED        PIC 9(4) VALUE 0.
       01  TOT-DEBIT          PIC 9(11) VALUE 0.
       01  TOT-CREDIT         PIC 9(11) VALUE 0.

      * One money event handed to ADD-JOURNAL-ENTRY
       01  WS-EV-EVENT        PIC X(10).
       01  WS-EV-METHOD       PIC X(8).
       01  WS-EV-REF          PIC X(10).
       01  WS-EV-AMOUNT       PIC 9(9).
       01  WS-EV-DEBIT-ACCT   PIC X(6).
       01  WS-EV-CREDIT-ACCT  PIC X(6).

      * fine.csv: fine,tran,member,days,amount,flag,paid_date,paid
       01  FINE-ID-F          PIC X(5).
       01  TRAN-ID-F          PIC X(5).
       01  MEMBER-ID-F        PIC X(5).
       01  DIFF-DAYS-F        PIC X(4).
       01  FINE-AMOUNT-F      PIC X(8).
       01  PAID-FLAG-F        PIC X.
       01  PAID-DATE-F        PIC X(10).
       01  PAID-AMOUNT-F      PIC X(8).
       01  WS-FINE-AMT        PIC 9(9).
       01  WS-PAID-BEFORE     PIC S9(9).

      * fine-installments.csv: fine,date,amount,running_balance
       01  IN-FINE-ID-F       PIC X(5).
       01  IN-DATE-F          PIC X(10).
       01  IN-AMOUNT-F        PIC X(9).
       01  IN-BALANCE-F       PIC X(9).

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

      * member-credits.csv: member,date,type,amount,operator,balance
       01  CR-MEMBER-F        PIC X(5).
       01  CR-DATE-F          PIC X(10).
       01  CR-TYPE-F          PIC X(8).
       01  CR-AMOUNT-F        PIC X(9).
       01  CR-OPERATOR-F      PIC X(5).
       01  CR-BALANCE-F       PIC X(9).

      * room-receipts.csv: booking,member,room,fee,paid_date,source,
      * reference,operator
       01  RM-ID-F            PIC X(5).
       01  RM-MEMBER-F        PIC X(5).
       01  RM-ROOM-F          PIC X(5).
       01  RM-FEE-F           PIC X(8).
       01  RM-DATE-F          PIC X(10).
       01  RM-SOURCE-F        PIC X(8).

      * book-sale-receipts.csv: receipt,copy,book,price,date,method,
      * reference,operator,title
       01  SL-RECEIPT-F       PIC X(5).
       01  SL-COPY-F          PIC X(8).
       01  SL-BOOK-F          PIC X(5).
       01  SL-PRICE-F         PIC X(8).
       01  SL-DATE-F          PIC X(10).
       01  SL-METHOD-F        PIC X(8).

      * sundry-receipts.csv: receipt,items,member,total,date,method,
      * reference,operator
       01  SR-RECEIPT-F       PIC X(5).
       01  SR-ITEMS-F         PIC X(3).
       01  SR-MEMBER-F        PIC X(5).
       01  SR-TOTAL-F         PIC X(8).
       01  SR-DATE-F          PIC X(10).
       01  SR-METHOD-F        PIC X(8).

      * donations.csv: gift,donor,date,amount,method,reference,
      * purpose,operator
       01  GF-ID-F            PIC X(5).
       01  GF-DONOR-F         PIC X(5).
       01  GF-DATE-F          PIC X(10).
       01  GF-AMOUNT-F        PIC X(10).
       01  GF-METHOD-F        PIC X(8).

      * acquisitions.csv: date(YYYYMMDD),book,genre,branch,qty,unit,
      * total[,vendor]
       01  AQ-DATE-F          PIC X(8).
       01  AQ-BOOK-F          PIC X(5).
       01  AQ-GENRE-F         PIC X(20).
       01  AQ-BRANCH-F        PIC X(10).
       01  AQ-QTY-F           PIC X(5).
       01  AQ-UNIT-F          PIC X(9).
       01  AQ-TOTAL-F         PIC X(10).

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

       01  WS-AMT-OUT         PIC Z(8)9.
       01  WS-AMT-OUT2        PIC Z(8)9.
       01  WS-TOT-OUT         PIC Z(10)9.
       01  WS-TOT-OUT2        PIC Z(10)9.
       01  HEADER-LINE        PIC X(70) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*       General Ledger Daily Journal      *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Build and post a day's journal"
           DISPLAY "2. Show the chart-of-accounts mapping"
           DISPLAY "3. Exit"
           DISPLAY "Enter your choice (1-3): "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM POST-DAY THRU POST-DAY-EXIT
               WHEN 2
                   PERFORM LOAD-ACCOUNT-MAP
                   PERFORM SHOW-ACCOUNT-MAP
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           GOBACK.

       POST-DAY.
           ACCEPT TODAY FROM DATE YYYYMMDD
           DISPLAY "Journal date MM/DD/YYYY (blank = today): "
           MOVE SPACES TO WS-DATE-RAW
           ACCEPT WS-DATE-RAW
           MOVE FUNCTION TRIM(WS-DATE-RAW) TO WS-DATE
           IF WS-DATE = SPACES
               STRING TODAY(5:2) DELIMITED BY SIZE "/"
                      TODAY(7:2) DELIMITED BY SIZE "/"
                      TODAY(1:4) DELIMITED BY SIZE
                   INTO WS-DATE
           END-IF
           IF WS-DATE(3:1) NOT = "/" OR WS-DATE(6:1) NOT = "/"
               DISPLAY "Date must be MM/DD/YYYY."
               GO TO POST-DAY-EXIT
           END-IF
           MOVE SPACES TO WS-DATE-YMD
           STRING WS-DATE(7:4) DELIMITED BY SIZE
                  WS-DATE(1:2) DELIMITED BY SIZE
                  WS-DATE(4:2) DELIMITED BY SIZE
               INTO WS-DATE-YMD

           PERFORM LOAD-ACCOUNT-MAP
           PERFORM LOAD-POSTED-JOURNAL
           IF WS-DAY-POSTED = 'Y'
               DISPLAY "The journal for " WS-DATE
                   " is already posted -- nothing written."
               GO TO POST-DAY-EXIT
           END-IF

           MOVE 0 TO JL-TOTAL
           MOVE 0 TO WS-UNMAPPED
           MOVE 0 TO TOT-DEBIT
           MOVE 0 TO TOT-CREDIT
           MOVE 'N' TO WS-JL-OVERFLOW
           PERFORM SCAN-FINES
           PERFORM SCAN-FINE-RECEIPTS
           PERFORM SCAN-CREDITS
           PERFORM SCAN-ROOM-RECEIPTS
           PERFORM SCAN-SALE-RECEIPTS
           PERFORM SCAN-SUNDRY-RECEIPTS
           PERFORM SCAN-DONATIONS
           PERFORM SCAN-ACQUISITIONS
           PERFORM SCAN-REFUND-VOUCHERS

           IF JL-TOTAL = 0
               DISPLAY "No money events on " WS-DATE
                   " -- nothing to post."
               GO TO POST-DAY-EXIT
           END-IF
           PERFORM SHOW-JOURNAL

           IF WS-JL-OVERFLOW = 'Y'
               DISPLAY "Too many events for one run (limit 1000) -- "
                   "day NOT posted."
               GO TO POST-DAY-EXIT
           END-IF
           IF WS-UNMAPPED > 0
               DISPLAY WS-UNMAPPED " line(s) have no account in "
                   "gl-accounts.csv -- day NOT posted."
               GO TO POST-DAY-EXIT
           END-IF
           IF TOT-DEBIT NOT = TOT-CREDIT
               DISPLAY "Debits and credits do not balance -- "
                   "day NOT posted."
               GO TO POST-DAY-EXIT
           END-IF

           DISPLAY "Journal balances. Post " WS-DATE " (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Not posted."
               GO TO POST-DAY-EXIT
           END-IF
           PERFORM WRITE-JOURNAL
           DISPLAY "Posted " JL-TOTAL " journal line(s) for "
               WS-DATE ".".
       POST-DAY-EXIT.
           EXIT.

      * Reads the mapping file, seeding it with the house chart the
      * first time round. Any house row the file does not carry (a
      * kind of event added since the file was seeded) is taken from
      * the built-in chart.
       LOAD-ACCOUNT-MAP.
           MOVE 0 TO MAP-TOTAL
           OPEN INPUT MAP-FILE
           IF MAP-STATUS = "35"
               PERFORM SEED-ACCOUNT-MAP
               OPEN INPUT MAP-FILE
           END-IF
           MOVE 'N' TO FILE-END
           IF MAP-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ MAP-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO MP-EVENT-F MP-METHOD-F
                           MP-DEBIT-F MP-CREDIT-F MP-DESC-F
                       UNSTRING MAP-REC DELIMITED BY ","
                           INTO MP-EVENT-F, MP-METHOD-F, MP-DEBIT-F,
                                MP-CREDIT-F, MP-DESC-F
                       IF MP-EVENT-F NOT = SPACES AND MAP-TOTAL < 100
                           ADD 1 TO MAP-TOTAL
                           MOVE FUNCTION UPPER-CASE(MP-EVENT-F)
                               TO MP-EVENT(MAP-TOTAL)
                           MOVE FUNCTION UPPER-CASE(MP-METHOD-F)
                               TO MP-METHOD(MAP-TOTAL)
                           MOVE MP-DEBIT-F TO MP-DEBIT(MAP-TOTAL)
                           MOVE MP-CREDIT-F TO MP-CREDIT(MAP-TOTAL)
                           MOVE MP-DESC-F TO MP-DESC(MAP-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF MAP-STATUS = "00" OR MAP-STATUS = "10"
               CLOSE MAP-FILE
           END-IF
           MOVE 'N' TO FILE-END
           PERFORM VARYING DM-IDX FROM 1 BY 1
                   UNTIL DM-IDX > DEFAULT-MAP-COUNT
               MOVE SPACES TO MP-EVENT-F MP-METHOD-F
                   MP-DEBIT-F MP-CREDIT-F MP-DESC-F
               UNSTRING DEFAULT-MAP-ROW(DM-IDX) DELIMITED BY ","
                   INTO MP-EVENT-F, MP-METHOD-F, MP-DEBIT-F,
                        MP-CREDIT-F, MP-DESC-F
               MOVE 0 TO MAP-MATCH-IDX
               PERFORM VARYING MAP-IDX FROM 1 BY 1
                       UNTIL MAP-IDX > MAP-TOTAL
                   IF MP-EVENT(MAP-IDX) = MP-EVENT-F AND
                      MP-METHOD(MAP-IDX) = MP-METHOD-F
                       MOVE MAP-IDX TO MAP-MATCH-IDX
                   END-IF
               END-PERFORM
               IF MAP-MATCH-IDX = 0 AND MAP-TOTAL < 100
                   ADD 1 TO MAP-TOTAL
                   MOVE MP-EVENT-F TO MP-EVENT(MAP-TOTAL)
                   MOVE MP-METHOD-F TO MP-METHOD(MAP-TOTAL)
                   MOVE MP-DEBIT-F TO MP-DEBIT(MAP-TOTAL)
                   MOVE MP-CREDIT-F TO MP-CREDIT(MAP-TOTAL)
                   MOVE MP-DESC-F TO MP-DESC(MAP-TOTAL)
               END-IF
           END-PERFORM.

       SEED-ACCOUNT-MAP.
           OPEN OUTPUT MAP-FILE
           PERFORM VARYING DM-IDX FROM 1 BY 1
                   UNTIL DM-IDX > DEFAULT-MAP-COUNT
               MOVE SPACES TO MAP-REC
               MOVE DEFAULT-MAP-ROW(DM-IDX) TO MAP-REC
               WRITE MAP-REC
           END-PERFORM
           CLOSE MAP-FILE
           DISPLAY "Chart-of-accounts mapping created in "
               "../gl-accounts.csv with the house defaults.".

       SHOW-ACCOUNT-MAP.
           DISPLAY " "
           DISPLAY "EVENT      METHOD   DEBIT  CREDIT DESCRIPTION"
           DISPLAY HEADER-LINE
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > MAP-TOTAL
               DISPLAY MP-EVENT(MAP-IDX) " " MP-METHOD(MAP-IDX) " "
                   MP-DEBIT(MAP-IDX) " " MP-CREDIT(MAP-IDX) " "
                   FUNCTION TRIM(MP-DESC(MAP-IDX))
           END-PERFORM
           DISPLAY HEADER-LINE.

      * One pass over the journal gives the highest entry number,
      * whether this date is already posted, and the fines already
      * assessed.
       LOAD-POSTED-JOURNAL.
           MOVE 'N' TO WS-DAY-POSTED
           MOVE 0 TO WS-LAST-ENTRY
           MOVE 0 TO AS-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING JOURNAL-REC DELIMITED BY ","
                           INTO GJ-DATE-F, GJ-ENTRY-F, GJ-SIDE-F,
                                GJ-EVENT-F, GJ-REF-F, GJ-ACCOUNT-F,
                                GJ-DEBIT-F, GJ-CREDIT-F, GJ-OPERATOR-F
                       IF GJ-DATE-F = WS-DATE
                           MOVE 'Y' TO WS-DAY-POSTED
                       END-IF
                       IF FUNCTION NUMVAL(GJ-ENTRY-F) > WS-LAST-ENTRY
                           MOVE FUNCTION NUMVAL(GJ-ENTRY-F)
                               TO WS-LAST-ENTRY
                       END-IF
                       IF GJ-EVENT-F = "ASSESS" AND GJ-SIDE-F = "D"
                          AND AS-TOTAL < 5000
                           ADD 1 TO AS-TOTAL
                           MOVE GJ-REF-F TO AS-FINE-ID(AS-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF JOURNAL-STATUS = "00" OR JOURNAL-STATUS = "10"
               CLOSE JOURNAL-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Every fine not yet assessed on the journal is assessed today;
      * a fine waived today writes off whatever was still owed on it.
       SCAN-FINES.
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
                       MOVE FUNCTION NUMVAL(FINE-AMOUNT-F)
                           TO WS-FINE-AMT
                       MOVE 'N' TO WS-ASSESSED
                       PERFORM VARYING AS-IDX FROM 1 BY 1
                               UNTIL AS-IDX > AS-TOTAL
                           IF AS-FINE-ID(AS-IDX) = FINE-ID-F
                               MOVE 'Y' TO WS-ASSESSED
                           END-IF
                       END-PERFORM
                       IF WS-ASSESSED = 'N' AND WS-FINE-AMT > 0
                           MOVE "ASSESS" TO WS-EV-EVENT
                           MOVE SPACES TO WS-EV-METHOD
                           MOVE FINE-ID-F TO WS-EV-REF
                           MOVE WS-FINE-AMT TO WS-EV-AMOUNT
                           PERFORM ADD-JOURNAL-ENTRY
                       END-IF
                       IF PAID-FLAG-F = "W" AND PAID-DATE-F = WS-DATE
                           PERFORM SUM-PAID-BEFORE-WAIVER
                           IF WS-FINE-AMT > WS-PAID-BEFORE
                               MOVE "WAIVE" TO WS-EV-EVENT
                               MOVE SPACES TO WS-EV-METHOD
                               MOVE FINE-ID-F TO WS-EV-REF
                               COMPUTE WS-EV-AMOUNT =
                                   WS-FINE-AMT - WS-PAID-BEFORE
                               PERFORM ADD-JOURNAL-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF FINE-STATUS = "00" OR FINE-STATUS = "10"
               CLOSE FINE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * fine.csv's paid amount is overwritten with the full fine when
      * it is waived, so what was actually paid comes from the
      * installment history.
       SUM-PAID-BEFORE-WAIVER.
           MOVE 0 TO WS-PAID-BEFORE
           MOVE 'N' TO INST-END
           OPEN INPUT INSTALLMENT-FILE
           IF INSTALLMENT-STATUS NOT = "00"
               MOVE 'Y' TO INST-END
           END-IF
           PERFORM UNTIL INST-END = 'Y'
               READ INSTALLMENT-FILE
                   AT END
                       MOVE 'Y' TO INST-END
                   NOT AT END
                       UNSTRING INSTALLMENT-REC DELIMITED BY ","
                           INTO IN-FINE-ID-F, IN-DATE-F, IN-AMOUNT-F,
                                IN-BALANCE-F
                       IF IN-FINE-ID-F = FINE-ID-F
                           ADD FUNCTION NUMVAL(IN-AMOUNT-F)
                               TO WS-PAID-BEFORE
                       END-IF
               END-READ
           END-PERFORM
           IF INSTALLMENT-STATUS = "00" OR INSTALLMENT-STATUS = "10"
               CLOSE INSTALLMENT-FILE
           END-IF.

      * One receipt per payment, carrying its method; a household
      * settlement is a single HOUSE receipt covering every fine it
      * cleared.
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
                           MOVE "FINEPAY" TO WS-EV-EVENT
                           MOVE FN-SOURCE-F TO WS-EV-METHOD
                           MOVE FN-ID-F TO WS-EV-REF
                           MOVE FUNCTION NUMVAL(FN-PAYMENT-F)
                               TO WS-EV-AMOUNT
                           PERFORM ADD-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF FINE-RCPT-STATUS = "00" OR FINE-RCPT-STATUS = "10"
               CLOSE FINE-RCPT-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Top-ups are cash over the desk. FINEPAY, ROOMHIRE and SUNDRY
      * draws are the member-credit side of a fine, room or sundry
      * sales receipt and are posted from that receipt, and a REFUND
      * from its voucher; any other kind of draw posts under its own
      * type as the event.
       SCAN-CREDITS.
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
                       IF CR-DATE-F = WS-DATE
                           EVALUATE FUNCTION TRIM(CR-TYPE-F)
                               WHEN "FINEPAY"
                               WHEN "ROOMHIRE"
                               WHEN "SUNDRY"
                               WHEN "REFUND"
                                   CONTINUE
                               WHEN "TOPUP"
                                   MOVE "TOPUP" TO WS-EV-EVENT
                                   MOVE "CASH" TO WS-EV-METHOD
                                   MOVE CR-MEMBER-F TO WS-EV-REF
                                   MOVE FUNCTION NUMVAL(CR-AMOUNT-F)
                                       TO WS-EV-AMOUNT
                                   PERFORM ADD-JOURNAL-ENTRY
                               WHEN OTHER
                                   MOVE CR-TYPE-F TO WS-EV-EVENT
                                   MOVE SPACES TO WS-EV-METHOD
                                   MOVE CR-MEMBER-F TO WS-EV-REF
                                   MOVE FUNCTION NUMVAL(CR-AMOUNT-F)
                                       TO WS-EV-AMOUNT
                                   PERFORM ADD-JOURNAL-ENTRY
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           IF CREDIT-STATUS = "00" OR CREDIT-STATUS = "10"
               CLOSE CREDIT-FILE
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
                       MOVE SPACES TO RM-SOURCE-F
                       UNSTRING ROOM-RCPT-REC DELIMITED BY ","
                           INTO RM-ID-F, RM-MEMBER-F, RM-ROOM-F,
                                RM-FEE-F, RM-DATE-F, RM-SOURCE-F
                       IF RM-DATE-F = WS-DATE
                           MOVE "ROOMHIRE" TO WS-EV-EVENT
                           MOVE RM-SOURCE-F TO WS-EV-METHOD
                           MOVE RM-ID-F TO WS-EV-REF
                           MOVE FUNCTION NUMVAL(RM-FEE-F)
                               TO WS-EV-AMOUNT
                           PERFORM ADD-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF ROOM-RCPT-STATUS = "00" OR ROOM-RCPT-STATUS = "10"
               CLOSE ROOM-RCPT-FILE
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
                                SL-PRICE-F, SL-DATE-F, SL-METHOD-F
                       IF SL-DATE-F = WS-DATE
                           MOVE "BOOKSALE" TO WS-EV-EVENT
                           MOVE SL-METHOD-F TO WS-EV-METHOD
                           MOVE SL-RECEIPT-F TO WS-EV-REF
                           MOVE FUNCTION NUMVAL(SL-PRICE-F)
                               TO WS-EV-AMOUNT
                           PERFORM ADD-JOURNAL-ENTRY
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
                       UNSTRING SUNDRY-REC DELIMITED BY ","
                           INTO SR-RECEIPT-F, SR-ITEMS-F, SR-MEMBER-F,
                                SR-TOTAL-F, SR-DATE-F, SR-METHOD-F
                       IF SR-DATE-F = WS-DATE
                           MOVE "SUNDRY" TO WS-EV-EVENT
                           MOVE SR-METHOD-F TO WS-EV-METHOD
                           MOVE SR-RECEIPT-F TO WS-EV-REF
                           MOVE FUNCTION NUMVAL(SR-TOTAL-F)
                               TO WS-EV-AMOUNT
                           PERFORM ADD-JOURNAL-ENTRY
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
                       UNSTRING GIFT-REC DELIMITED BY ","
                           INTO GF-ID-F, GF-DONOR-F, GF-DATE-F,
                                GF-AMOUNT-F, GF-METHOD-F
                       IF GF-DATE-F = WS-DATE
                           MOVE "DONATION" TO WS-EV-EVENT
                           MOVE GF-METHOD-F TO WS-EV-METHOD
                           MOVE GF-ID-F TO WS-EV-REF
                           MOVE FUNCTION NUMVAL(GF-AMOUNT-F)
                               TO WS-EV-AMOUNT
                           PERFORM ADD-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF GIFT-STATUS = "00" OR GIFT-STATUS = "10"
               CLOSE GIFT-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SCAN-ACQUISITIONS.
           MOVE 'N' TO FILE-END
           OPEN INPUT ACQ-FILE
           IF ACQ-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ACQ-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING ACQ-REC DELIMITED BY ","
                           INTO AQ-DATE-F, AQ-BOOK-F, AQ-GENRE-F,
                                AQ-BRANCH-F, AQ-QTY-F, AQ-UNIT-F,
                                AQ-TOTAL-F
                       IF AQ-DATE-F = WS-DATE-YMD
                           MOVE "PURCHASE" TO WS-EV-EVENT
                           MOVE SPACES TO WS-EV-METHOD
                           MOVE AQ-BOOK-F TO WS-EV-REF
                           MOVE FUNCTION NUMVAL(AQ-TOTAL-F)
                               TO WS-EV-AMOUNT
                           PERFORM ADD-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF ACQ-STATUS = "00" OR ACQ-STATUS = "10"
               CLOSE ACQ-FILE
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
                       UNSTRING VOUCHER-REC DELIMITED BY ","
                           INTO VC-NO-F, VC-REQ-F, VC-TYPE-F,
                                VC-MEMBER-F, VC-FINE-F, VC-AMOUNT-F,
                                VC-DATE-F, VC-METHOD-F
                       IF VC-DATE-F = WS-DATE
                           EVALUATE FUNCTION TRIM(VC-TYPE-F)
                               WHEN "LOST"
                                   MOVE "REFUNDLOST" TO WS-EV-EVENT
                               WHEN "OVERPAY"
                                   MOVE "REFUNDOVER" TO WS-EV-EVENT
                               WHEN OTHER
                                   MOVE "REFUNDCRED" TO WS-EV-EVENT
                           END-EVALUATE
                           MOVE VC-METHOD-F TO WS-EV-METHOD
                           MOVE VC-NO-F TO WS-EV-REF
                           MOVE FUNCTION NUMVAL(VC-AMOUNT-F)
                               TO WS-EV-AMOUNT
                           PERFORM ADD-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF VOUCHER-STATUS = "00" OR VOUCHER-STATUS = "10"
               CLOSE VOUCHER-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Turns one event into its debit and credit lines. Receipts
      * written before the method field existed were all cash. A
      * side with no account mapped still gets its line (so it shows
      * on the listing) but stays out of the totals and blocks the
      * posting.
       ADD-JOURNAL-ENTRY.
           IF WS-EV-AMOUNT = 0
               CONTINUE
           ELSE
               IF FUNCTION TRIM(WS-EV-METHOD) = SPACES AND
                  WS-EV-EVENT NOT = "ASSESS" AND
                  WS-EV-EVENT NOT = "WAIVE" AND
                  WS-EV-EVENT NOT = "PURCHASE"
                   MOVE "CASH" TO WS-EV-METHOD
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-EV-EVENT) TO WS-EV-EVENT
               MOVE FUNCTION UPPER-CASE(WS-EV-METHOD) TO WS-EV-METHOD
               PERFORM LOOKUP-ACCOUNTS
               IF JL-TOTAL > 1998
                   MOVE 'Y' TO WS-JL-OVERFLOW
               ELSE
                   ADD 1 TO WS-LAST-ENTRY
                   ADD 1 TO JL-TOTAL
                   MOVE WS-LAST-ENTRY TO JL-ENTRY-NO(JL-TOTAL)
                   MOVE "D" TO JL-SIDE(JL-TOTAL)
                   MOVE WS-EV-EVENT TO JL-EVENT(JL-TOTAL)
                   MOVE WS-EV-REF TO JL-REF(JL-TOTAL)
                   MOVE WS-EV-DEBIT-ACCT TO JL-ACCOUNT(JL-TOTAL)
                   MOVE WS-EV-AMOUNT TO JL-DEBIT(JL-TOTAL)
                   MOVE 0 TO JL-CREDIT(JL-TOTAL)
                   IF WS-EV-DEBIT-ACCT = SPACES
                       ADD 1 TO WS-UNMAPPED
                   ELSE
                       ADD WS-EV-AMOUNT TO TOT-DEBIT
                   END-IF
                   ADD 1 TO JL-TOTAL
                   MOVE WS-LAST-ENTRY TO JL-ENTRY-NO(JL-TOTAL)
                   MOVE "C" TO JL-SIDE(JL-TOTAL)
                   MOVE WS-EV-EVENT TO JL-EVENT(JL-TOTAL)
                   MOVE WS-EV-REF TO JL-REF(JL-TOTAL)
                   MOVE WS-EV-CREDIT-ACCT TO JL-ACCOUNT(JL-TOTAL)
                   MOVE 0 TO JL-DEBIT(JL-TOTAL)
                   MOVE WS-EV-AMOUNT TO JL-CREDIT(JL-TOTAL)
                   IF WS-EV-CREDIT-ACCT = SPACES
                       ADD 1 TO WS-UNMAPPED
                   ELSE
                       ADD WS-EV-AMOUNT TO TOT-CREDIT
                   END-IF
               END-IF
           END-IF.

      * The event+method row wins; failing that, the event's row with
      * a blank method.
       LOOKUP-ACCOUNTS.
           MOVE SPACES TO WS-EV-DEBIT-ACCT WS-EV-CREDIT-ACCT
           MOVE 0 TO MAP-MATCH-IDX
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > MAP-TOTAL
               IF MP-EVENT(MAP-IDX) = WS-EV-EVENT AND
                  MP-METHOD(MAP-IDX) = WS-EV-METHOD AND
                  MAP-MATCH-IDX = 0
                   MOVE MAP-IDX TO MAP-MATCH-IDX
               END-IF
           END-PERFORM
           IF MAP-MATCH-IDX = 0
               PERFORM VARYING MAP-IDX FROM 1 BY 1
                       UNTIL MAP-IDX > MAP-TOTAL
                   IF MP-EVENT(MAP-IDX) = WS-EV-EVENT AND
                      MP-METHOD(MAP-IDX) = SPACES AND
                      MAP-MATCH-IDX = 0
                       MOVE MAP-IDX TO MAP-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF MAP-MATCH-IDX > 0
               MOVE MP-DEBIT(MAP-MATCH-IDX) TO WS-EV-DEBIT-ACCT
               MOVE MP-CREDIT(MAP-MATCH-IDX) TO WS-EV-CREDIT-ACCT
           END-IF.

       SHOW-JOURNAL.
           DISPLAY " "
           DISPLAY "GENERAL LEDGER JOURNAL  " WS-DATE
           DISPLAY HEADER-LINE
           DISPLAY "ENTRY   EVENT      REF        ACCT        DEBIT"
               "      CREDIT"
           DISPLAY HEADER-LINE
           PERFORM VARYING JL-IDX FROM 1 BY 1 UNTIL JL-IDX > JL-TOTAL
               MOVE JL-DEBIT(JL-IDX) TO WS-AMT-OUT
               MOVE JL-CREDIT(JL-IDX) TO WS-AMT-OUT2
               IF JL-ACCOUNT(JL-IDX) = SPACES
                   DISPLAY JL-ENTRY-NO(JL-IDX) " " JL-EVENT(JL-IDX)
                       " " JL-REF(JL-IDX) " ??????  " WS-AMT-OUT
                       "   " WS-AMT-OUT2 "  NO ACCOUNT MAPPED"
               ELSE
                   DISPLAY JL-ENTRY-NO(JL-IDX) " " JL-EVENT(JL-IDX)
                       " " JL-REF(JL-IDX) " " JL-ACCOUNT(JL-IDX)
                       "  " WS-AMT-OUT "   " WS-AMT-OUT2
               END-IF
           END-PERFORM
           DISPLAY HEADER-LINE
           MOVE TOT-DEBIT TO WS-TOT-OUT
           MOVE TOT-CREDIT TO WS-TOT-OUT2
           DISPLAY "TOTALS                           " WS-TOT-OUT " "
               WS-TOT-OUT2
           DISPLAY HEADER-LINE.

       WRITE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "05" OR JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           PERFORM VARYING JL-IDX FROM 1 BY 1 UNTIL JL-IDX > JL-TOTAL
               MOVE SPACES TO JOURNAL-REC
               STRING WS-DATE DELIMITED BY SIZE ","
                      JL-ENTRY-NO(JL-IDX) DELIMITED BY SIZE ","
                      JL-SIDE(JL-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(JL-EVENT(JL-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(JL-REF(JL-IDX)) DELIMITED BY SIZE
                      ","
                      FUNCTION TRIM(JL-ACCOUNT(JL-IDX))
                          DELIMITED BY SIZE ","
                      JL-DEBIT(JL-IDX) DELIMITED BY SIZE ","
                      JL-CREDIT(JL-IDX) DELIMITED BY SIZE ","
                      WS-OPERATOR-ID-L DELIMITED BY SIZE
                   INTO JOURNAL-REC
               WRITE JOURNAL-REC
           END-PERFORM
           CLOSE JOURNAL-FILE.

       END PROGRAM GLJournal.
