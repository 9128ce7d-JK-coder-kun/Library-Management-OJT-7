      *          movement file (member_id,date,type,amount,operator,
      *          balance_after); PayFine.cbl spends from it.
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - a visitor card's refundable deposit (DEPOSIT/
      *               DEPRETURN rows) is shown apart and kept out of
      *               the spendable balance
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemberCredit.
       01  CR-OPERATOR-F      PIC X(5).
       01  CR-BALANCE-F       PIC X(9).
       01  WS-BALANCE         PIC S9(8) VALUE 0.
       01  WS-DEPOSIT-HELD    PIC S9(8) VALUE 0.
       01  WS-TOPUP-RAW       PIC X(10).
       01  WS-TOPUP-AMT       PIC 9(8) VALUE 0.
       01  WS-ROW-COUNT       PIC 9(4) VALUE 0.
       01  HEADER-LINE        PIC X(50) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE
           PERFORM COMPUTE-CREDIT-BALANCE
           DISPLAY "Member : " FUNCTION TRIM(MEMBER-NAME)
           DISPLAY "Balance: " WS-BALANCE " MMK"
           IF WS-DEPOSIT-HELD > 0
               DISPLAY "Visitor deposit held (not spendable): "
                   WS-DEPOSIT-HELD " MMK"
           END-IF
           DISPLAY " "
           DISPLAY "1. Record a top-up"
           DISPLAY "2. Statement view"

      * Running balance is the sum of the member's movements: TOPUP
      * adds, FINEPAY (written by PayFine.cbl) subtracts. A missing
      * ledger file just means a zero balance. A visitor card's
      * DEPOSIT (and its DEPRETURN) is held apart and never spent.
       COMPUTE-CREDIT-BALANCE.
           MOVE 0 TO WS-BALANCE
           MOVE 0 TO WS-DEPOSIT-HELD
           MOVE 'N' TO FILE-END
           OPEN INPUT CREDIT-FILE
           IF CREDIT-STATUS NOT = "00"
                                CR-AMOUNT-F, CR-OPERATOR-F,
                                CR-BALANCE-F
                       IF CR-MEMBER-F = WS-MEMBER-ID
                           EVALUATE FUNCTION TRIM(CR-TYPE-F)
                               WHEN "TOPUP"
                                   ADD FUNCTION NUMVAL(CR-AMOUNT-F)
                                       TO WS-BALANCE
                               WHEN "DEPOSIT"
                                   ADD FUNCTION NUMVAL(CR-AMOUNT-F)
                                       TO WS-DEPOSIT-HELD
                               WHEN "DEPRETURN"
                                   SUBTRACT FUNCTION NUMVAL(CR-AMOUNT-F)
                                       FROM WS-DEPOSIT-HELD
                               WHEN OTHER
                                   SUBTRACT FUNCTION NUMVAL(CR-AMOUNT-F)
                                       FROM WS-BALANCE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
