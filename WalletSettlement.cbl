      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Mobile wallet settlement reconciliation. Each
      *          provider's daily settlement file is dropped in as
      *          ../kbzpay-settlement.csv or ../wave-settlement.csv
      *          (date MM/DD/YYYY,reference,amount,fee -- a header
      *          line is skipped) and imported into the settlement
      *          history ../wallet-settlements.csv (provider,date,
      *          reference,amount,fee,imported_on,operator); a line
      *          whose provider and reference are already held is not
      *          imported twice. A day is then reconciled by wallet
      *          reference and amount against every payment we took
      *          by KBZPay or Wave -- fines at the desk and the kiosk
      *          (fine-receipts.csv), room hire (room-receipts.csv),
      *          book sales (book-sale-receipts.csv) and donations
      *          (donations.csv) -- listing our payments missing from
      *          the settlement, settlement lines with no payment
      *          behind them and amount mismatches, with the gross,
      *          fees and net settlement per provider for the day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WalletSettlement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KBZ-IN-FILE ASSIGN TO "../kbzpay-settlement.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KBZ-IN-STATUS.
           SELECT WAVE-IN-FILE ASSIGN TO "../wave-settlement.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAVE-IN-STATUS.
           SELECT SETTLE-FILE ASSIGN TO "../wallet-settlements.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTLE-STATUS.
           SELECT FINE-RCPT-FILE ASSIGN TO "../fine-receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINE-RCPT-STATUS.
           SELECT ROOM-RCPT-FILE ASSIGN TO "../room-receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROOM-RCPT-STATUS.
           SELECT SALE-FILE ASSIGN TO "../book-sale-receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALE-STATUS.
           SELECT GIFT-FILE ASSIGN TO "../donations.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GIFT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KBZ-IN-FILE.
       01  KBZ-IN-REC         PIC X(120).
       FD  WAVE-IN-FILE.
       01  WAVE-IN-REC        PIC X(120).
       FD  SETTLE-FILE.
       01  SETTLE-REC         PIC X(120).
       FD  FINE-RCPT-FILE.
       01  FINE-RCPT-REC      PIC X(200).
       FD  ROOM-RCPT-FILE.
       01  ROOM-RCPT-REC      PIC X(200).
       FD  SALE-FILE.
       01  SALE-REC           PIC X(200).
       FD  GIFT-FILE.
       01  GIFT-REC           PIC X(150).

       WORKING-STORAGE SECTION.
       01  KBZ-IN-STATUS      PIC XX.
       01  WAVE-IN-STATUS     PIC XX.
       01  SETTLE-STATUS      PIC XX.
       01  FINE-RCPT-STATUS   PIC XX.
       01  ROOM-RCPT-STATUS   PIC XX.
       01  SALE-STATUS        PIC XX.
       01  GIFT-STATUS        PIC XX.
       01  FILE-END           PIC X VALUE 'N'.

       01  WS-MENU-CHOICE     PIC 9.
       01  WS-PROVIDER-CHOICE PIC 9.
       01  WS-PROVIDER        PIC X(8).
       01  WS-DATE-RAW        PIC X(12).
       01  WS-DATE            PIC X(10).
       01  TODAY              PIC 9(8).
       01  TODAY-MMDDYYYY     PIC X(10).
       01  WS-IN-LINE         PIC X(120).
       01  WS-IMPORTED        PIC 9(5) VALUE 0.
       01  WS-SKIPPED         PIC 9(5) VALUE 0.
       01  WS-DUPLICATE       PIC X VALUE 'N'.

      * Provider's own settlement line: date,reference,amount,fee
       01  IN-DATE-F          PIC X(10).
       01  IN-REF-F           PIC X(20).
       01  IN-AMOUNT-F        PIC X(12).
       01  IN-FEE-F           PIC X(12).
       01  WS-IN-AMOUNT       PIC 9(9).
       01  WS-IN-FEE          PIC 9(9).

      * wallet-settlements.csv: provider,date,reference,amount,fee,
      * imported_on,operator
       01  ST-PROVIDER-F      PIC X(8).
       01  ST-DATE-F          PIC X(10).
       01  ST-REF-F           PIC X(20).
       01  ST-AMOUNT-F        PIC X(10).
       01  ST-FEE-F           PIC X(10).
       01  ST-IMPORTED-F      PIC X(10).
       01  ST-OPERATOR-F      PIC X(5).

      * Every provider/reference already held, so a re-sent file does
      * not double up the history.
       01  HELD-TABLE.
           05 HELD-KEY OCCURS 5000 TIMES PIC X(28).
       01  HELD-TOTAL         PIC 9(4) VALUE 0.
       01  HELD-IDX           PIC 9(4).
       01  WS-KEY             PIC X(28).

      * The day's settlement lines
       01  SETTLE-TABLE.
           05 SE-ENTRY OCCURS 1000 TIMES.
              10  SE-PROVIDER   PIC X(8).
              10  SE-REF        PIC X(20).
              10  SE-AMOUNT     PIC 9(9).
              10  SE-FEE        PIC 9(9).
              10  SE-MATCHED    PIC X.
       01  SE-TOTAL           PIC 9(4) VALUE 0.
       01  SE-IDX             PIC 9(4).
       01  SE-MATCH-IDX       PIC 9(4).

      * The day's wallet payments on our side
       01  PAYMENT-TABLE.
           05 PY-ENTRY OCCURS 1000 TIMES.
              10  PY-PROVIDER   PIC X(8).
              10  PY-REF        PIC X(20).
              10  PY-AMOUNT     PIC 9(9).
              10  PY-SOURCE     PIC X(10).
              10  PY-ID         PIC X(8).
       01  PY-TOTAL           PIC 9(4) VALUE 0.
       01  PY-IDX             PIC 9(4).
       01  WS-PY-PROVIDER     PIC X(8).
       01  WS-PY-REF          PIC X(20).
       01  WS-PY-AMOUNT       PIC 9(9).
       01  WS-PY-SOURCE       PIC X(10).
       01  WS-PY-ID           PIC X(8).

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

      * room-receipts.csv: booking,member,room,fee,paid_date,source,
      * reference,operator
       01  RM-ID-F            PIC X(5).
       01  RM-MEMBER-F        PIC X(5).
       01  RM-ROOM-F          PIC X(5).
       01  RM-FEE-F           PIC X(8).
       01  RM-DATE-F          PIC X(10).
       01  RM-SOURCE-F        PIC X(8).
       01  RM-REF-F           PIC X(20).

      * book-sale-receipts.csv: receipt,copy,book,price,date,method,
      * reference,operator,title
       01  SL-RECEIPT-F       PIC X(5).
       01  SL-COPY-F          PIC X(8).
       01  SL-BOOK-F          PIC X(5).
       01  SL-PRICE-F         PIC X(8).
       01  SL-DATE-F          PIC X(10).
       01  SL-METHOD-F        PIC X(8).
       01  SL-REF-F           PIC X(20).

      * donations.csv: gift,donor,date,amount,method,reference,
      * purpose,operator
       01  GF-ID-F            PIC X(5).
       01  GF-DONOR-F         PIC X(5).
       01  GF-DATE-F          PIC X(10).
       01  GF-AMOUNT-F        PIC X(10).
       01  GF-METHOD-F        PIC X(8).
       01  GF-REF-F           PIC X(20).

      * Per-provider totals: KBZPAY = 1, WAVE = 2
       01  PROVIDER-TOTALS.
           05 PV-ENTRY OCCURS 2 TIMES.
              10  PV-NAME       PIC X(8).
              10  PV-OURS       PIC 9(9).
              10  PV-GROSS      PIC 9(9).
              10  PV-FEES       PIC 9(9).
              10  PV-NET        PIC 9(9).
              10  PV-MISSING    PIC 9(4).
              10  PV-UNKNOWN    PIC 9(4).
              10  PV-MISMATCH   PIC 9(4).
       01  PV-IDX             PIC 9.
       01  WS-EXCEPTIONS      PIC 9(4) VALUE 0.

       01  WS-AMT-OUT         PIC Z(8)9.
       01  WS-AMT-OUT2        PIC Z(8)9.
       01  WS-AMT-OUT3        PIC Z(8)9.
       01  WS-AMT-OUT4        PIC Z(8)9.
       01  HEADER-LINE        PIC X(70) VALUE ALL '-'.

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
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*   Mobile Wallet Settlement Reconcile    *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Import a provider settlement file"
           DISPLAY "2. Reconcile a day"
           DISPLAY "3. Exit"
           DISPLAY "Enter your choice (1-3): "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM IMPORT-SETTLEMENT THRU
                       IMPORT-SETTLEMENT-EXIT
               WHEN 2
                   PERFORM RECONCILE-DAY THRU RECONCILE-DAY-EXIT
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           GOBACK.

       IMPORT-SETTLEMENT.
           DISPLAY "Provider 1=KBZPay  2=Wave: "
           ACCEPT WS-PROVIDER-CHOICE
           EVALUATE WS-PROVIDER-CHOICE
               WHEN 1
                   MOVE "KBZPAY" TO WS-PROVIDER
               WHEN 2
                   MOVE "WAVE" TO WS-PROVIDER
               WHEN OTHER
                   DISPLAY "Invalid provider."
                   GO TO IMPORT-SETTLEMENT-EXIT
           END-EVALUATE

           PERFORM LOAD-HELD-KEYS
           MOVE 0 TO WS-IMPORTED
           MOVE 0 TO WS-SKIPPED
           IF WS-PROVIDER = "KBZPAY"
               OPEN INPUT KBZ-IN-FILE
               IF KBZ-IN-STATUS NOT = "00"
                   DISPLAY "No ../kbzpay-settlement.csv to import."
                   GO TO IMPORT-SETTLEMENT-EXIT
               END-IF
           ELSE
               OPEN INPUT WAVE-IN-FILE
               IF WAVE-IN-STATUS NOT = "00"
                   DISPLAY "No ../wave-settlement.csv to import."
                   GO TO IMPORT-SETTLEMENT-EXIT
               END-IF
           END-IF

           OPEN EXTEND SETTLE-FILE
           IF SETTLE-STATUS = "05" OR SETTLE-STATUS = "35"
               OPEN OUTPUT SETTLE-FILE
           END-IF
           MOVE 'N' TO FILE-END
           PERFORM UNTIL FILE-END = 'Y'
               MOVE SPACES TO WS-IN-LINE
               IF WS-PROVIDER = "KBZPAY"
                   READ KBZ-IN-FILE
                       AT END
                           MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE KBZ-IN-REC TO WS-IN-LINE
                   END-READ
               ELSE
                   READ WAVE-IN-FILE
                       AT END
                           MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE WAVE-IN-REC TO WS-IN-LINE
                   END-READ
               END-IF
               IF FILE-END NOT = 'Y'
                   PERFORM IMPORT-ONE-LINE
               END-IF
           END-PERFORM
           CLOSE SETTLE-FILE
           IF WS-PROVIDER = "KBZPAY"
               CLOSE KBZ-IN-FILE
           ELSE
               CLOSE WAVE-IN-FILE
           END-IF
           MOVE 'N' TO FILE-END

           DISPLAY WS-IMPORTED " " FUNCTION TRIM(WS-PROVIDER)
               " settlement line(s) imported, " WS-SKIPPED
               " already held.".
       IMPORT-SETTLEMENT-EXIT.
           EXIT.

      * A header line (anything not starting with a digit) and blank
      * lines are passed over.
       IMPORT-ONE-LINE.
           MOVE SPACES TO IN-DATE-F IN-REF-F IN-AMOUNT-F IN-FEE-F
           UNSTRING WS-IN-LINE DELIMITED BY ","
               INTO IN-DATE-F, IN-REF-F, IN-AMOUNT-F, IN-FEE-F
           IF IN-DATE-F(1:1) IS NUMERIC AND IN-REF-F NOT = SPACES
               MOVE SPACES TO WS-KEY
               STRING WS-PROVIDER DELIMITED BY SIZE
                      FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REF-F))
                          DELIMITED BY SIZE
                   INTO WS-KEY
               MOVE 'N' TO WS-DUPLICATE
               PERFORM VARYING HELD-IDX FROM 1 BY 1
                       UNTIL HELD-IDX > HELD-TOTAL
                   IF HELD-KEY(HELD-IDX) = WS-KEY
                       MOVE 'Y' TO WS-DUPLICATE
                   END-IF
               END-PERFORM
               IF WS-DUPLICATE = 'Y'
                   ADD 1 TO WS-SKIPPED
               ELSE
                   MOVE 0 TO WS-IN-AMOUNT WS-IN-FEE
                   IF IN-AMOUNT-F NOT = SPACES
                       MOVE FUNCTION NUMVAL(IN-AMOUNT-F)
                           TO WS-IN-AMOUNT
                   END-IF
                   IF IN-FEE-F NOT = SPACES
                       MOVE FUNCTION NUMVAL(IN-FEE-F) TO WS-IN-FEE
                   END-IF
                   MOVE SPACES TO SETTLE-REC
                   STRING FUNCTION TRIM(WS-PROVIDER) DELIMITED BY SIZE
                          "," FUNCTION TRIM(IN-DATE-F)
                          DELIMITED BY SIZE ","
                          FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REF-F))
                              DELIMITED BY SIZE ","
                          WS-IN-AMOUNT DELIMITED BY SIZE ","
                          WS-IN-FEE DELIMITED BY SIZE ","
                          TODAY-MMDDYYYY DELIMITED BY SIZE ","
                          WS-OPERATOR-ID-L DELIMITED BY SIZE
                       INTO SETTLE-REC
                   WRITE SETTLE-REC
                   ADD 1 TO WS-IMPORTED
                   IF HELD-TOTAL < 5000
                       ADD 1 TO HELD-TOTAL
                       MOVE WS-KEY TO HELD-KEY(HELD-TOTAL)
                   END-IF
               END-IF
           END-IF.

       LOAD-HELD-KEYS.
           MOVE 0 TO HELD-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT SETTLE-FILE
           IF SETTLE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SETTLE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING SETTLE-REC DELIMITED BY ","
                           INTO ST-PROVIDER-F, ST-DATE-F, ST-REF-F
                       IF HELD-TOTAL < 5000
                           ADD 1 TO HELD-TOTAL
                           MOVE SPACES TO HELD-KEY(HELD-TOTAL)
                           STRING ST-PROVIDER-F DELIMITED BY SIZE
                                  ST-REF-F DELIMITED BY SIZE
                               INTO HELD-KEY(HELD-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF SETTLE-STATUS = "00" OR SETTLE-STATUS = "10"
               CLOSE SETTLE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       RECONCILE-DAY.
           DISPLAY "Settlement date MM/DD/YYYY (blank = today): "
           MOVE SPACES TO WS-DATE-RAW
           ACCEPT WS-DATE-RAW
           MOVE FUNCTION TRIM(WS-DATE-RAW) TO WS-DATE
           IF WS-DATE = SPACES
               MOVE TODAY-MMDDYYYY TO WS-DATE
           END-IF

           MOVE "KBZPAY" TO PV-NAME(1)
           MOVE "WAVE" TO PV-NAME(2)
           PERFORM VARYING PV-IDX FROM 1 BY 1 UNTIL PV-IDX > 2
               MOVE 0 TO PV-OURS(PV-IDX) PV-GROSS(PV-IDX)
                   PV-FEES(PV-IDX) PV-NET(PV-IDX)
                   PV-MISSING(PV-IDX) PV-UNKNOWN(PV-IDX)
                   PV-MISMATCH(PV-IDX)
           END-PERFORM
           MOVE 0 TO WS-EXCEPTIONS

           PERFORM LOAD-DAY-SETTLEMENT
           MOVE 0 TO PY-TOTAL
           PERFORM SCAN-FINE-RECEIPTS
           PERFORM SCAN-ROOM-RECEIPTS
           PERFORM SCAN-SALE-RECEIPTS
           PERFORM SCAN-DONATIONS

           IF SE-TOTAL = 0 AND PY-TOTAL = 0
               DISPLAY "No wallet payments and no settlement lines "
                   "for " WS-DATE "."
               GO TO RECONCILE-DAY-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "WALLET SETTLEMENT RECONCILIATION  " WS-DATE
           DISPLAY HEADER-LINE
           DISPLAY "Our payments missing from the settlement, and "
               "amount mismatches:"
           PERFORM VARYING PY-IDX FROM 1 BY 1 UNTIL PY-IDX > PY-TOTAL
               PERFORM MATCH-ONE-PAYMENT
           END-PERFORM

           DISPLAY " "
           DISPLAY "Settlement lines with no matching payment:"
           PERFORM VARYING SE-IDX FROM 1 BY 1 UNTIL SE-IDX > SE-TOTAL
               IF SE-MATCHED(SE-IDX) = 'N'
                   MOVE SE-AMOUNT(SE-IDX) TO WS-AMT-OUT
                   DISPLAY "  " SE-PROVIDER(SE-IDX) " ref "
                       SE-REF(SE-IDX) " " WS-AMT-OUT " MMK"
                   PERFORM FIND-PROVIDER-SLOT
                   ADD 1 TO PV-UNKNOWN(PV-IDX)
                   ADD 1 TO WS-EXCEPTIONS
               END-IF
           END-PERFORM

           DISPLAY " "
           DISPLAY "PROVIDER    OUR TOTAL      GROSS       FEES"
               "        NET  MISS UNKN DIFF"
           DISPLAY HEADER-LINE
           PERFORM VARYING PV-IDX FROM 1 BY 1 UNTIL PV-IDX > 2
               MOVE PV-OURS(PV-IDX) TO WS-AMT-OUT
               MOVE PV-GROSS(PV-IDX) TO WS-AMT-OUT2
               MOVE PV-FEES(PV-IDX) TO WS-AMT-OUT3
               MOVE PV-NET(PV-IDX) TO WS-AMT-OUT4
               DISPLAY PV-NAME(PV-IDX) " " WS-AMT-OUT " "
                   WS-AMT-OUT2 " " WS-AMT-OUT3 " " WS-AMT-OUT4
                   "  " PV-MISSING(PV-IDX) " " PV-UNKNOWN(PV-IDX)
                   " " PV-MISMATCH(PV-IDX)
           END-PERFORM
           DISPLAY HEADER-LINE
           IF WS-EXCEPTIONS = 0
               DISPLAY "Settlement agrees with our payments."
           ELSE
               DISPLAY WS-EXCEPTIONS " exception(s) to follow up."
           END-IF.
       RECONCILE-DAY-EXIT.
           EXIT.

      * Matched on provider and reference; a reference found with a
      * different amount is a mismatch, not a missing payment.
       MATCH-ONE-PAYMENT.
           MOVE 0 TO SE-MATCH-IDX
           PERFORM VARYING SE-IDX FROM 1 BY 1 UNTIL SE-IDX > SE-TOTAL
               IF SE-MATCH-IDX = 0 AND SE-MATCHED(SE-IDX) = 'N' AND
                  SE-PROVIDER(SE-IDX) = PY-PROVIDER(PY-IDX) AND
                  SE-REF(SE-IDX) = PY-REF(PY-IDX)
                   MOVE SE-IDX TO SE-MATCH-IDX
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(PY-PROVIDER(PY-IDX)) = "WAVE"
               MOVE 2 TO PV-IDX
           ELSE
               MOVE 1 TO PV-IDX
           END-IF
           MOVE PY-AMOUNT(PY-IDX) TO WS-AMT-OUT
           IF SE-MATCH-IDX = 0
               DISPLAY "  " PY-PROVIDER(PY-IDX) " ref "
                   PY-REF(PY-IDX) " " WS-AMT-OUT " MMK  "
                   FUNCTION TRIM(PY-SOURCE(PY-IDX)) " "
                   PY-ID(PY-IDX)
               ADD 1 TO PV-MISSING(PV-IDX)
               ADD 1 TO WS-EXCEPTIONS
           ELSE
               MOVE 'Y' TO SE-MATCHED(SE-MATCH-IDX)
               IF SE-AMOUNT(SE-MATCH-IDX) NOT = PY-AMOUNT(PY-IDX)
                   MOVE SE-AMOUNT(SE-MATCH-IDX) TO WS-AMT-OUT2
                   DISPLAY "  AMOUNT MISMATCH " PY-PROVIDER(PY-IDX)
                       " ref " PY-REF(PY-IDX) " ours " WS-AMT-OUT
                       " settled " WS-AMT-OUT2 "  "
                       FUNCTION TRIM(PY-SOURCE(PY-IDX)) " "
                       PY-ID(PY-IDX)
                   ADD 1 TO PV-MISMATCH(PV-IDX)
                   ADD 1 TO WS-EXCEPTIONS
               END-IF
           END-IF.

       FIND-PROVIDER-SLOT.
           IF SE-PROVIDER(SE-IDX) = "WAVE"
               MOVE 2 TO PV-IDX
           ELSE
               MOVE 1 TO PV-IDX
           END-IF.

       LOAD-DAY-SETTLEMENT.
           MOVE 0 TO SE-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT SETTLE-FILE
           IF SETTLE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SETTLE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO ST-FEE-F
                       UNSTRING SETTLE-REC DELIMITED BY ","
                           INTO ST-PROVIDER-F, ST-DATE-F, ST-REF-F,
                                ST-AMOUNT-F, ST-FEE-F, ST-IMPORTED-F,
                                ST-OPERATOR-F
                       IF ST-DATE-F = WS-DATE AND SE-TOTAL < 1000
                           ADD 1 TO SE-TOTAL
                           MOVE ST-PROVIDER-F TO SE-PROVIDER(SE-TOTAL)
                           MOVE ST-REF-F TO SE-REF(SE-TOTAL)
                           MOVE FUNCTION NUMVAL(ST-AMOUNT-F)
                               TO SE-AMOUNT(SE-TOTAL)
                           MOVE 0 TO SE-FEE(SE-TOTAL)
                           IF ST-FEE-F NOT = SPACES
                               MOVE FUNCTION NUMVAL(ST-FEE-F)
                                   TO SE-FEE(SE-TOTAL)
                           END-IF
                           MOVE 'N' TO SE-MATCHED(SE-TOTAL)
                           MOVE SE-TOTAL TO SE-IDX
                           PERFORM FIND-PROVIDER-SLOT
                           ADD SE-AMOUNT(SE-TOTAL) TO PV-GROSS(PV-IDX)
                           ADD SE-FEE(SE-TOTAL) TO PV-FEES(PV-IDX)
                           COMPUTE PV-NET(PV-IDX) =
                               PV-GROSS(PV-IDX) - PV-FEES(PV-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF SETTLE-STATUS = "00" OR SETTLE-STATUS = "10"
               CLOSE SETTLE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Only KBZPay and Wave takings go on the table; the reference is
      * upper-cased the same way the import stores it.
       ADD-WALLET-PAYMENT.
           IF FUNCTION TRIM(WS-PY-PROVIDER) = "KBZPAY" OR
              FUNCTION TRIM(WS-PY-PROVIDER) = "WAVE"
               IF PY-TOTAL < 1000
                   ADD 1 TO PY-TOTAL
                   MOVE WS-PY-PROVIDER TO PY-PROVIDER(PY-TOTAL)
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PY-REF))
                       TO PY-REF(PY-TOTAL)
                   MOVE WS-PY-AMOUNT TO PY-AMOUNT(PY-TOTAL)
                   MOVE WS-PY-SOURCE TO PY-SOURCE(PY-TOTAL)
                   MOVE WS-PY-ID TO PY-ID(PY-TOTAL)
                   IF FUNCTION TRIM(WS-PY-PROVIDER) = "WAVE"
                       ADD WS-PY-AMOUNT TO PV-OURS(2)
                   ELSE
                       ADD WS-PY-AMOUNT TO PV-OURS(1)
                   END-IF
               END-IF
           END-IF.

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
                       UNSTRING FINE-RCPT-REC DELIMITED BY ","
                           INTO FN-ID-F, FN-MEMBER-F, FN-AMOUNT-F,
                                FN-PAYMENT-F, FN-PAID-F,
                                FN-BALANCE-F, FN-FLAG-F, FN-DATE-F,
                                FN-SOURCE-F, FN-REF-F
                       IF FN-DATE-F = WS-DATE
                           MOVE FN-SOURCE-F TO WS-PY-PROVIDER
                           MOVE FN-REF-F TO WS-PY-REF
                           MOVE FUNCTION NUMVAL(FN-PAYMENT-F)
                               TO WS-PY-AMOUNT
                           MOVE "FINE" TO WS-PY-SOURCE
                           MOVE FN-ID-F TO WS-PY-ID
                           PERFORM ADD-WALLET-PAYMENT
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
                       MOVE SPACES TO RM-SOURCE-F RM-REF-F
                       UNSTRING ROOM-RCPT-REC DELIMITED BY ","
                           INTO RM-ID-F, RM-MEMBER-F, RM-ROOM-F,
                                RM-FEE-F, RM-DATE-F, RM-SOURCE-F,
                                RM-REF-F
                       IF RM-DATE-F = WS-DATE
                           MOVE RM-SOURCE-F TO WS-PY-PROVIDER
                           MOVE RM-REF-F TO WS-PY-REF
                           MOVE FUNCTION NUMVAL(RM-FEE-F)
                               TO WS-PY-AMOUNT
                           MOVE "ROOM HIRE" TO WS-PY-SOURCE
                           MOVE RM-ID-F TO WS-PY-ID
                           PERFORM ADD-WALLET-PAYMENT
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
                       MOVE SPACES TO SL-METHOD-F SL-REF-F
                       UNSTRING SALE-REC DELIMITED BY ","
                           INTO SL-RECEIPT-F, SL-COPY-F, SL-BOOK-F,
                                SL-PRICE-F, SL-DATE-F, SL-METHOD-F,
                                SL-REF-F
                       IF SL-DATE-F = WS-DATE
                           MOVE SL-METHOD-F TO WS-PY-PROVIDER
                           MOVE SL-REF-F TO WS-PY-REF
                           MOVE FUNCTION NUMVAL(SL-PRICE-F)
                               TO WS-PY-AMOUNT
                           MOVE "BOOK SALE" TO WS-PY-SOURCE
                           MOVE SL-RECEIPT-F TO WS-PY-ID
                           PERFORM ADD-WALLET-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           IF SALE-STATUS = "00" OR SALE-STATUS = "10"
               CLOSE SALE-FILE
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
                       MOVE SPACES TO GF-METHOD-F GF-REF-F
                       UNSTRING GIFT-REC DELIMITED BY ","
                           INTO GF-ID-F, GF-DONOR-F, GF-DATE-F,
                                GF-AMOUNT-F, GF-METHOD-F, GF-REF-F
                       IF GF-DATE-F = WS-DATE
                           MOVE GF-METHOD-F TO WS-PY-PROVIDER
                           MOVE GF-REF-F TO WS-PY-REF
                           MOVE FUNCTION NUMVAL(GF-AMOUNT-F)
                               TO WS-PY-AMOUNT
                           MOVE "DONATION" TO WS-PY-SOURCE
                           MOVE GF-ID-F TO WS-PY-ID
                           PERFORM ADD-WALLET-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           IF GIFT-STATUS = "00" OR GIFT-STATUS = "10"
               CLOSE GIFT-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       END PROGRAM WalletSettlement.
