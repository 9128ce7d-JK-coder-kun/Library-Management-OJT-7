      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Visitor and reciprocal borrowing desk. Keeps the list
      *          of partner libraries (../partner-libraries.csv: code,
      *          name,agreement Y/N,card_days,contact_email) that
      *          AddNewMember.cbl checks a visitor's home library
      *          against; hands back a VISITOR card's refundable
      *          deposit once nothing is out and nothing is owed (a
      *          DEPRETURN row on ../member-credits.csv against the
      *          DEPOSIT row taken at registration); and prints each
      *          partner's monthly statement of its members' usage --
      *          loans started in the month from the live log.csv and
      *          the dated archives, items still out, and fines not
      *          yet paid -- written to ../partner-statement.csv for
      *          settling with the partner.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VisitorDesk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTNER-FILE ASSIGN TO "../partner-libraries.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTNER-STATUS.
           SELECT PARTNER-TMP-FILE
               ASSIGN TO "../partner-libraries.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VISITOR-CARD-FILE ASSIGN TO "../visitor-cards.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VISITOR-CARD-STATUS.
           SELECT CREDIT-FILE ASSIGN TO "../member-credits.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT FINE-FILE ASSIGN TO "../fine.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "../partner-statement.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTNER-FILE.
       01  PARTNER-REC        PIC X(200).
       FD  PARTNER-TMP-FILE.
       01  PARTNER-TMP-REC    PIC X(200).
       FD  VISITOR-CARD-FILE.
       01  VISITOR-CARD-REC   PIC X(100).
       FD  CREDIT-FILE.
       01  CREDIT-REC         PIC X(100).
       FD  LOG-FILE.
       01  LOG-REC            PIC X(200).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC        PIC X(200).
       FD  FINE-FILE.
       01  FINE-REC           PIC X(200).
       FD  STATEMENT-FILE.
       01  STATEMENT-REC      PIC X(100).

       WORKING-STORAGE SECTION.
       01  PARTNER-STATUS      PIC XX.
       01  VISITOR-CARD-STATUS PIC XX.
       01  CREDIT-STATUS       PIC XX.
       01  LOG-STATUS          PIC XX.
       01  ARCHIVE-STATUS      PIC XX.
       01  FINE-STATUS         PIC XX.
       01  STATEMENT-STATUS    PIC XX.
       01  FILE-END            PIC X VALUE 'N'.

       01  WS-MENU-CHOICE      PIC 9(1).
       01  WS-RAW              PIC X(60).
       01  WS-CONFIRM          PIC X.

       01  PARTNER-TABLE.
           05 PARTNER-ENTRY OCCURS 100 TIMES.
              10  PL-CODE        PIC X(8).
              10  PL-NAME        PIC X(40).
              10  PL-AGREEMENT   PIC X(1).
              10  PL-CARD-DAYS   PIC X(3).
              10  PL-EMAIL       PIC X(40).
       01  PL-TOTAL            PIC 9(3) VALUE 0.
       01  PL-IDX              PIC 9(3).
       01  PL-MATCH-IDX        PIC 9(3).
       01  WS-PL-CODE          PIC X(8).
       01  WS-DAYS-NUM         PIC 9(3).

      * visitor-cards.csv: member_id,class,home_library,issued,expiry,
      * deposit -- one row per card issued by AddNewMember.cbl. The
      * VC- counters are filled for the statement month.
       01  VC-TABLE.
           05 VC-ENTRY OCCURS 500 TIMES.
              10  VC-MEMBER      PIC X(5).
              10  VC-CLASS       PIC X(10).
              10  VC-HOME        PIC X(8).
              10  VC-ISSUED      PIC X(8).
              10  VC-EXPIRY      PIC X(8).
              10  VC-LOANS       PIC 9(5).
              10  VC-OUT         PIC 9(5).
              10  VC-FINES       PIC 9(5).
              10  VC-OWED        PIC 9(8).
       01  VC-TOTAL            PIC 9(3) VALUE 0.
       01  VC-IDX              PIC 9(3).
       01  VC-MATCH-IDX        PIC 9(3).
       01  VC-SKIP-F           PIC X(20).

       01  CR-MEMBER-F         PIC X(5).
       01  CR-DATE-F           PIC X(10).
       01  CR-TYPE-F           PIC X(10).
       01  CR-AMOUNT-F         PIC X(10).
       01  CR-OPERATOR-F       PIC X(5).
       01  CR-BALANCE-F        PIC X(10).

       01  LG-TRAN-F           PIC X(5).
       01  LG-MEMBER-F         PIC X(5).
       01  LG-BOOK-F           PIC X(5).
       01  LG-START-F          PIC X(10).
       01  LG-END-F            PIC X(10).
       01  LG-DUE-F            PIC X(10).
       01  LG-RETURN-F         PIC X(10).

       01  FINE-ID-F           PIC X(5).
       01  TRAN-ID-F           PIC X(5).
       01  MEMBER-ID-F         PIC X(5).
       01  DIFF-DAYS-F         PIC X(5).
       01  FINE-AMOUNT-F       PIC X(8).
       01  PAID-FLAG-F         PIC X(1).
       01  PAID-DATE-F         PIC X(10).
       01  PAID-AMOUNT-F       PIC X(8).
       01  WS-FINE-OWED        PIC S9(8).

      * Deposit return for one member
       01  WS-MEMBER-ID        PIC X(5).
       01  WS-DEPOSIT-HELD     PIC S9(8) VALUE 0.
       01  WS-OPEN-LOANS       PIC 9(5) VALUE 0.
       01  WS-UNPAID-FINES     PIC 9(5) VALUE 0.
       01  WS-AMOUNT-OUT       PIC Z(7)9.
       01  WS-DEPOSIT-AMT      PIC 9(8) VALUE 0.

      * Statement month and partner totals
       01  WS-MONTH-RAW        PIC X(10).
       01  WS-STMT-YEAR        PIC X(4).
       01  WS-STMT-MONTH       PIC X(2).
       01  WS-STMT-YYYYMM      PIC 9(6).
       01  PT-MEMBERS          PIC 9(5).
       01  PT-LOANS            PIC 9(6).
       01  PT-OUT              PIC 9(6).
       01  PT-FINES            PIC 9(6).
       01  PT-OWED             PIC 9(9).
       01  WS-OWED-OUT         PIC Z(8)9.

       01  ARCHIVE-PATH        PIC X(40).
       01  WS-PROBE-INT        PIC 9(8).
       01  WS-PROBE-DATE       PIC 9(8).
       01  WS-PROBE-STEPS      PIC 9(4).
       01  TODAY               PIC 9(8).
       01  TODAY-INT           PIC 9(8).
       01  WS-DATE-TODAY       PIC X(10).

       01  RENAME-STATUS       PIC S9(9) COMP-5.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DATE-TODAY
           STRING TODAY(5:2) DELIMITED BY SIZE "/"
                  TODAY(7:2) DELIMITED BY SIZE "/"
                  TODAY(1:4) DELIMITED BY SIZE
               INTO WS-DATE-TODAY
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*    Visitor and Partner Libraries        *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Add or change a partner library"
           DISPLAY "2. List partner libraries"
           DISPLAY "3. Return a visitor deposit"
           DISPLAY "4. Monthly partner statement"
           DISPLAY "5. Exit"
           DISPLAY "Enter your choice (1-5): "
           ACCEPT WS-MENU-CHOICE
           PERFORM LOAD-PARTNER-TABLE
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM MAINTAIN-PARTNER THRU MAINTAIN-PARTNER-EXIT
               WHEN 2
                   PERFORM LIST-PARTNERS
               WHEN 3
                   PERFORM RETURN-DEPOSIT THRU RETURN-DEPOSIT-EXIT
               WHEN 4
                   PERFORM PARTNER-STATEMENT
                       THRU PARTNER-STATEMENT-EXIT
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           GOBACK.

      * A new code is added to the end of the list; an existing code
      * is shown and each field can be kept by pressing ENTER.
       MAINTAIN-PARTNER.
           DISPLAY "Partner library code: "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RAW))
               TO WS-PL-CODE
           IF WS-PL-CODE = SPACES
               DISPLAY "No code entered."
               GO TO MAINTAIN-PARTNER-EXIT
           END-IF
           IF WS-PL-CODE = "NONE"
               DISPLAY "NONE is kept for visitors with no home "
                   "library."
               GO TO MAINTAIN-PARTNER-EXIT
           END-IF
           PERFORM FIND-PARTNER
           IF PL-MATCH-IDX = 0
               IF PL-TOTAL >= 100
                   DISPLAY "Partner list is full."
                   GO TO MAINTAIN-PARTNER-EXIT
               END-IF
               ADD 1 TO PL-TOTAL
               MOVE PL-TOTAL TO PL-MATCH-IDX
               MOVE SPACES TO PARTNER-ENTRY(PL-MATCH-IDX)
               MOVE WS-PL-CODE TO PL-CODE(PL-MATCH-IDX)
               MOVE 'N' TO PL-AGREEMENT(PL-MATCH-IDX)
               MOVE "90" TO PL-CARD-DAYS(PL-MATCH-IDX)
               DISPLAY "New partner library."
           ELSE
               DISPLAY "Current: " FUNCTION TRIM(PL-NAME(PL-MATCH-IDX))
                   "  agreement " PL-AGREEMENT(PL-MATCH-IDX)
                   "  card days "
                   FUNCTION TRIM(PL-CARD-DAYS(PL-MATCH-IDX))
                   "  " FUNCTION TRIM(PL-EMAIL(PL-MATCH-IDX))
           END-IF

           DISPLAY "Library name (ENTER to keep): "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           IF WS-RAW NOT = SPACES
               MOVE FUNCTION TRIM(WS-RAW) TO PL-NAME(PL-MATCH-IDX)
           END-IF
           IF PL-NAME(PL-MATCH-IDX) = SPACES
               MOVE WS-PL-CODE TO PL-NAME(PL-MATCH-IDX)
           END-IF
           INSPECT PL-NAME(PL-MATCH-IDX) REPLACING ALL "," BY " "

           DISPLAY "Borrowing agreement in force (Y/N, ENTER to "
               "keep): "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE FUNCTION UPPER-CASE(WS-RAW(1:1)) TO WS-CONFIRM
           EVALUATE WS-CONFIRM
               WHEN 'Y'
               WHEN 'N'
                   MOVE WS-CONFIRM TO PL-AGREEMENT(PL-MATCH-IDX)
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Agreement left as "
                       PL-AGREEMENT(PL-MATCH-IDX) "."
           END-EVALUATE

           DISPLAY "Reciprocal card days (ENTER to keep): "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           IF WS-RAW NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-RAW) = 0 AND
                  FUNCTION NUMVAL(WS-RAW) > 0 AND
                  FUNCTION NUMVAL(WS-RAW) < 366
                   MOVE FUNCTION NUMVAL(WS-RAW) TO WS-DAYS-NUM
                   MOVE WS-DAYS-NUM TO PL-CARD-DAYS(PL-MATCH-IDX)
               ELSE
                   DISPLAY "Card days must be 1-365 -- left as "
                       FUNCTION TRIM(PL-CARD-DAYS(PL-MATCH-IDX)) "."
               END-IF
           END-IF

           DISPLAY "Contact email for statements (ENTER to keep): "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           IF WS-RAW NOT = SPACES
               MOVE FUNCTION TRIM(WS-RAW) TO PL-EMAIL(PL-MATCH-IDX)
           END-IF

           PERFORM REWRITE-PARTNER-TABLE
           DISPLAY "Partner library " FUNCTION TRIM(WS-PL-CODE)
               " saved.".
       MAINTAIN-PARTNER-EXIT.
           EXIT.

       LIST-PARTNERS.
           IF PL-TOTAL = 0
               DISPLAY "No partner libraries on file."
           END-IF
           PERFORM VARYING PL-IDX FROM 1 BY 1 UNTIL PL-IDX > PL-TOTAL
               DISPLAY PL-CODE(PL-IDX) " "
                   PL-NAME(PL-IDX)(1:30)
                   " agreement " PL-AGREEMENT(PL-IDX)
                   " days " PL-CARD-DAYS(PL-IDX)
                   " " FUNCTION TRIM(PL-EMAIL(PL-IDX))
           END-PERFORM.

      * The deposit is only handed back once the card holder has
      * returned everything and owes nothing -- otherwise the desk
      * settles the account first.
       RETURN-DEPOSIT.
           DISPLAY "Member ID: "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE FUNCTION TRIM(WS-RAW) TO WS-MEMBER-ID
           IF WS-MEMBER-ID = SPACES
               GO TO RETURN-DEPOSIT-EXIT
           END-IF
           PERFORM COMPUTE-DEPOSIT-HELD
           IF WS-DEPOSIT-HELD NOT > 0
               DISPLAY "No visitor deposit is held for member "
                   WS-MEMBER-ID "."
               GO TO RETURN-DEPOSIT-EXIT
           END-IF
           MOVE WS-DEPOSIT-HELD TO WS-AMOUNT-OUT
           DISPLAY "Deposit held: " FUNCTION TRIM(WS-AMOUNT-OUT)
               " MMK"

           PERFORM COUNT-OPEN-LOANS
           IF WS-OPEN-LOANS > 0
               DISPLAY "Deposit cannot be returned -- "
                   WS-OPEN-LOANS " item(s) still on loan."
               GO TO RETURN-DEPOSIT-EXIT
           END-IF
           PERFORM COUNT-UNPAID-FINES
           IF WS-UNPAID-FINES > 0
               DISPLAY "Deposit cannot be returned -- "
                   WS-UNPAID-FINES " fine(s) unpaid. Settle them "
                   "with Pay Fine first."
               GO TO RETURN-DEPOSIT-EXIT
           END-IF

           DISPLAY "Hand back " FUNCTION TRIM(WS-AMOUNT-OUT)
               " MMK in cash now (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Deposit return cancelled."
               GO TO RETURN-DEPOSIT-EXIT
           END-IF

           OPEN EXTEND CREDIT-FILE
           IF CREDIT-STATUS = "05" OR CREDIT-STATUS = "35"
               OPEN OUTPUT CREDIT-FILE
           END-IF
           MOVE SPACES TO CREDIT-REC
           MOVE WS-DEPOSIT-HELD TO WS-DEPOSIT-AMT
           STRING WS-MEMBER-ID DELIMITED BY SIZE ","
                  WS-DATE-TODAY DELIMITED BY SIZE ","
                  "DEPRETURN" DELIMITED BY SIZE ","
                  WS-DEPOSIT-AMT DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE ","
                  "00000000" DELIMITED BY SIZE
               INTO CREDIT-REC
           WRITE CREDIT-REC
           CLOSE CREDIT-FILE

           DISPLAY "------------------------------------------"
           DISPLAY "        VISITOR DEPOSIT RETURNED"
           DISPLAY "------------------------------------------"
           DISPLAY "Member:   " WS-MEMBER-ID
           DISPLAY "Date:     " WS-DATE-TODAY
           DISPLAY "Amount:   " FUNCTION TRIM(WS-AMOUNT-OUT) " MMK"
           DISPLAY "Staff:    " WS-OPERATOR-ID-L
           DISPLAY "------------------------------------------".
       RETURN-DEPOSIT-EXIT.
           EXIT.

       COMPUTE-DEPOSIT-HELD.
           MOVE 0 TO WS-DEPOSIT-HELD
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
                               WHEN "DEPOSIT"
                                   ADD FUNCTION NUMVAL(CR-AMOUNT-F)
                                       TO WS-DEPOSIT-HELD
                               WHEN "DEPRETURN"
                                   SUBTRACT FUNCTION NUMVAL(CR-AMOUNT-F)
                                       FROM WS-DEPOSIT-HELD
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

       COUNT-OPEN-LOANS.
           MOVE 0 TO WS-OPEN-LOANS
           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF LOG-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LOG-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO LG-RETURN-F
                       UNSTRING LOG-REC DELIMITED BY ","
                           INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F,
                                LG-START-F, LG-END-F, LG-DUE-F,
                                LG-RETURN-F
                       IF LG-MEMBER-F = WS-MEMBER-ID AND
                          LG-RETURN-F = SPACES
                           ADD 1 TO WS-OPEN-LOANS
                       END-IF
               END-READ
           END-PERFORM
           IF LOG-STATUS = "00" OR LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       COUNT-UNPAID-FINES.
           MOVE 0 TO WS-UNPAID-FINES
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
                       MOVE SPACES TO PAID-FLAG-F
                       UNSTRING FINE-REC DELIMITED BY ","
                           INTO FINE-ID-F, TRAN-ID-F, MEMBER-ID-F,
                                DIFF-DAYS-F, FINE-AMOUNT-F,
                                PAID-FLAG-F
                       IF MEMBER-ID-F = WS-MEMBER-ID AND
                          (PAID-FLAG-F = 'N' OR PAID-FLAG-F = 'P')
                           ADD 1 TO WS-UNPAID-FINES
                       END-IF
               END-READ
           END-PERFORM
           IF FINE-STATUS = "00" OR FINE-STATUS = "10"
               CLOSE FINE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * One block per partner library with card holders on file:
      * each member's loans started in the month, items still out
      * today and fines still owed, then the partner's totals. Blank
      * month means last calendar month.
       PARTNER-STATEMENT.
           DISPLAY "Statement month YYYYMM (ENTER for last month): "
           MOVE SPACES TO WS-MONTH-RAW
           ACCEPT WS-MONTH-RAW
           IF WS-MONTH-RAW = SPACES
               COMPUTE WS-STMT-YYYYMM = TODAY / 100
               IF WS-STMT-YYYYMM(5:2) = "01"
                   COMPUTE WS-STMT-YYYYMM = WS-STMT-YYYYMM - 89
               ELSE
                   SUBTRACT 1 FROM WS-STMT-YYYYMM
               END-IF
           ELSE
               IF FUNCTION TRIM(WS-MONTH-RAW) IS NOT NUMERIC OR
                  FUNCTION LENGTH(FUNCTION TRIM(WS-MONTH-RAW)) NOT = 6
                   DISPLAY "Month must be YYYYMM."
                   GO TO PARTNER-STATEMENT-EXIT
               END-IF
               MOVE FUNCTION TRIM(WS-MONTH-RAW) TO WS-STMT-YYYYMM
           END-IF
           MOVE WS-STMT-YYYYMM(1:4) TO WS-STMT-YEAR
           MOVE WS-STMT-YYYYMM(5:2) TO WS-STMT-MONTH
           IF WS-STMT-MONTH < "01" OR WS-STMT-MONTH > "12"
               DISPLAY "Month must be YYYYMM."
               GO TO PARTNER-STATEMENT-EXIT
           END-IF

           PERFORM LOAD-VISITOR-CARDS
           IF VC-TOTAL = 0
               DISPLAY "No visitor or reciprocal cards on file."
               GO TO PARTNER-STATEMENT-EXIT
           END-IF
           PERFORM TALLY-CIRCULATION
           PERFORM TALLY-UNPAID-FINES

           OPEN OUTPUT STATEMENT-FILE
           MOVE SPACES TO STATEMENT-REC
           STRING "MONTH,PARTNER,MEMBER,CLASS,LOANS,STILL_OUT,"
                      DELIMITED BY SIZE
                  "UNPAID_FINES,AMOUNT_OWED" DELIMITED BY SIZE
               INTO STATEMENT-REC
           WRITE STATEMENT-REC

           DISPLAY "--- Partner Statement " WS-STMT-YEAR "-"
               WS-STMT-MONTH " ---"
           PERFORM VARYING PL-IDX FROM 1 BY 1 UNTIL PL-IDX > PL-TOTAL
               PERFORM PRINT-ONE-PARTNER
           END-PERFORM
           CLOSE STATEMENT-FILE
           DISPLAY "Statement written to partner-statement.csv.".
       PARTNER-STATEMENT-EXIT.
           EXIT.

       PRINT-ONE-PARTNER.
           MOVE 0 TO PT-MEMBERS PT-LOANS PT-OUT PT-FINES PT-OWED
           PERFORM VARYING VC-IDX FROM 1 BY 1 UNTIL VC-IDX > VC-TOTAL
               IF VC-HOME(VC-IDX) = PL-CODE(PL-IDX)
                   ADD 1 TO PT-MEMBERS
                   IF PT-MEMBERS = 1
                       DISPLAY " "
                       DISPLAY FUNCTION TRIM(PL-CODE(PL-IDX)) " - "
                           FUNCTION TRIM(PL-NAME(PL-IDX))
                           "  " FUNCTION TRIM(PL-EMAIL(PL-IDX))
                       DISPLAY "  Member Class      Loans   Out "
                           " Fines      Owed"
                   END-IF
                   ADD VC-LOANS(VC-IDX) TO PT-LOANS
                   ADD VC-OUT(VC-IDX) TO PT-OUT
                   ADD VC-FINES(VC-IDX) TO PT-FINES
                   ADD VC-OWED(VC-IDX) TO PT-OWED
                   MOVE VC-OWED(VC-IDX) TO WS-OWED-OUT
                   DISPLAY "  " VC-MEMBER(VC-IDX) "  "
                       VC-CLASS(VC-IDX) " " VC-LOANS(VC-IDX) " "
                       VC-OUT(VC-IDX) " " VC-FINES(VC-IDX) " "
                       WS-OWED-OUT
                   MOVE SPACES TO STATEMENT-REC
                   STRING WS-STMT-YYYYMM DELIMITED BY SIZE ","
                          FUNCTION TRIM(PL-CODE(PL-IDX))
                              DELIMITED BY SIZE ","
                          VC-MEMBER(VC-IDX) DELIMITED BY SIZE ","
                          FUNCTION TRIM(VC-CLASS(VC-IDX))
                              DELIMITED BY SIZE ","
                          VC-LOANS(VC-IDX) DELIMITED BY SIZE ","
                          VC-OUT(VC-IDX) DELIMITED BY SIZE ","
                          VC-FINES(VC-IDX) DELIMITED BY SIZE ","
                          VC-OWED(VC-IDX) DELIMITED BY SIZE
                       INTO STATEMENT-REC
                   WRITE STATEMENT-REC
               END-IF
           END-PERFORM
           IF PT-MEMBERS > 0
               MOVE PT-OWED TO WS-OWED-OUT
               DISPLAY "  Total " PT-MEMBERS " member(s)  loans "
                   PT-LOANS "  out " PT-OUT "  fines " PT-FINES
                   "  owed " FUNCTION TRIM(WS-OWED-OUT) " MMK"
               MOVE SPACES TO STATEMENT-REC
               STRING WS-STMT-YYYYMM DELIMITED BY SIZE ","
                      FUNCTION TRIM(PL-CODE(PL-IDX))
                          DELIMITED BY SIZE ","
                      "TOTAL,," DELIMITED BY SIZE
                      PT-LOANS DELIMITED BY SIZE ","
                      PT-OUT DELIMITED BY SIZE ","
                      PT-FINES DELIMITED BY SIZE ","
                      PT-OWED DELIMITED BY SIZE
                   INTO STATEMENT-REC
               WRITE STATEMENT-REC
           END-IF.

       LOAD-VISITOR-CARDS.
           MOVE 0 TO VC-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT VISITOR-CARD-FILE
           IF VISITOR-CARD-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR VC-TOTAL >= 500
               READ VISITOR-CARD-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       ADD 1 TO VC-TOTAL
                       MOVE SPACES TO VC-ENTRY(VC-TOTAL)
                       UNSTRING VISITOR-CARD-REC DELIMITED BY ","
                           INTO VC-MEMBER(VC-TOTAL),
                                VC-CLASS(VC-TOTAL),
                                VC-HOME(VC-TOTAL),
                                VC-ISSUED(VC-TOTAL),
                                VC-EXPIRY(VC-TOTAL),
                                VC-SKIP-F
                       MOVE 0 TO VC-LOANS(VC-TOTAL) VC-OUT(VC-TOTAL)
                           VC-FINES(VC-TOTAL) VC-OWED(VC-TOTAL)
               END-READ
           END-PERFORM
           IF VISITOR-CARD-STATUS = "00" OR VISITOR-CARD-STATUS = "10"
               CLOSE VISITOR-CARD-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Live log plus two years of dated archive snapshots, probed
      * day by day the same way LanguageReport.cbl does. Only the
      * live log can still have items out.
       TALLY-CIRCULATION.
           PERFORM SCAN-LIVE-LOG
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY)
           PERFORM VARYING WS-PROBE-STEPS FROM 0 BY 1
                   UNTIL WS-PROBE-STEPS > 730
               COMPUTE WS-PROBE-INT = TODAY-INT - WS-PROBE-STEPS
               COMPUTE WS-PROBE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
               MOVE SPACES TO ARCHIVE-PATH
               STRING "../archive/log-" DELIMITED BY SIZE
                      WS-PROBE-DATE DELIMITED BY SIZE
                      ".csv" DELIMITED BY SIZE
                   INTO ARCHIVE-PATH
               PERFORM SCAN-ONE-ARCHIVE
           END-PERFORM.

       SCAN-LIVE-LOG.
           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF LOG-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LOG-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO LG-RETURN-F
                       UNSTRING LOG-REC DELIMITED BY ","
                           INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F,
                                LG-START-F, LG-END-F, LG-DUE-F,
                                LG-RETURN-F
                       PERFORM FIND-VISITOR-CARD
                       IF VC-MATCH-IDX > 0
                           PERFORM COUNT-ONE-LOAN
                           IF LG-RETURN-F = SPACES
                               ADD 1 TO VC-OUT(VC-MATCH-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF LOG-STATUS = "00" OR LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SCAN-ONE-ARCHIVE.
           MOVE 'N' TO FILE-END
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING ARCHIVE-REC DELIMITED BY ","
                           INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F,
                                LG-START-F
                       PERFORM FIND-VISITOR-CARD
                       IF VC-MATCH-IDX > 0
                           PERFORM COUNT-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           IF ARCHIVE-STATUS = "00" OR ARCHIVE-STATUS = "10"
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       COUNT-ONE-LOAN.
           IF LG-START-F(1:2) = WS-STMT-MONTH AND
              LG-START-F(5:4) = WS-STMT-YEAR
               ADD 1 TO VC-LOANS(VC-MATCH-IDX)
           END-IF.

      * Fines still owed today, whatever month they were raised in --
      * what the partner would be asked to settle. A part-paid fine
      * counts only its unpaid balance.
       TALLY-UNPAID-FINES.
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
                       MOVE SPACES TO PAID-FLAG-F PAID-AMOUNT-F
                       UNSTRING FINE-REC DELIMITED BY ","
                           INTO FINE-ID-F, TRAN-ID-F, MEMBER-ID-F,
                                DIFF-DAYS-F, FINE-AMOUNT-F,
                                PAID-FLAG-F, PAID-DATE-F, PAID-AMOUNT-F
                       MOVE MEMBER-ID-F TO LG-MEMBER-F
                       PERFORM FIND-VISITOR-CARD
                       IF VC-MATCH-IDX > 0 AND
                          (PAID-FLAG-F = 'N' OR PAID-FLAG-F = 'P')
                           PERFORM ADD-ONE-FINE
                       END-IF
               END-READ
           END-PERFORM
           IF FINE-STATUS = "00" OR FINE-STATUS = "10"
               CLOSE FINE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       ADD-ONE-FINE.
           ADD 1 TO VC-FINES(VC-MATCH-IDX)
           COMPUTE WS-FINE-OWED = FUNCTION NUMVAL(FINE-AMOUNT-F)
           IF PAID-FLAG-F = 'P' AND PAID-AMOUNT-F NOT = SPACES
               SUBTRACT FUNCTION NUMVAL(PAID-AMOUNT-F)
                   FROM WS-FINE-OWED
           END-IF
           IF WS-FINE-OWED > 0
               ADD WS-FINE-OWED TO VC-OWED(VC-MATCH-IDX)
           END-IF.

       FIND-VISITOR-CARD.
           MOVE 0 TO VC-MATCH-IDX
           PERFORM VARYING VC-IDX FROM 1 BY 1
                   UNTIL VC-IDX > VC-TOTAL OR VC-MATCH-IDX > 0
               IF VC-MEMBER(VC-IDX) = LG-MEMBER-F
                   MOVE VC-IDX TO VC-MATCH-IDX
               END-IF
           END-PERFORM.

       FIND-PARTNER.
           MOVE 0 TO PL-MATCH-IDX
           PERFORM VARYING PL-IDX FROM 1 BY 1
                   UNTIL PL-IDX > PL-TOTAL OR PL-MATCH-IDX > 0
               IF PL-CODE(PL-IDX) = WS-PL-CODE
                   MOVE PL-IDX TO PL-MATCH-IDX
               END-IF
           END-PERFORM.

       LOAD-PARTNER-TABLE.
           MOVE 0 TO PL-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT PARTNER-FILE
           IF PARTNER-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR PL-TOTAL >= 100
               READ PARTNER-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       ADD 1 TO PL-TOTAL
                       MOVE SPACES TO PARTNER-ENTRY(PL-TOTAL)
                       UNSTRING PARTNER-REC DELIMITED BY ","
                           INTO PL-CODE(PL-TOTAL), PL-NAME(PL-TOTAL),
                                PL-AGREEMENT(PL-TOTAL),
                                PL-CARD-DAYS(PL-TOTAL),
                                PL-EMAIL(PL-TOTAL)
               END-READ
           END-PERFORM
           IF PARTNER-STATUS = "00" OR PARTNER-STATUS = "10"
               CLOSE PARTNER-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       REWRITE-PARTNER-TABLE.
           OPEN OUTPUT PARTNER-TMP-FILE
           PERFORM VARYING PL-IDX FROM 1 BY 1 UNTIL PL-IDX > PL-TOTAL
               MOVE SPACES TO PARTNER-TMP-REC
               STRING FUNCTION TRIM(PL-CODE(PL-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(PL-NAME(PL-IDX))
                          DELIMITED BY SIZE ","
                      PL-AGREEMENT(PL-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(PL-CARD-DAYS(PL-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(PL-EMAIL(PL-IDX))
                          DELIMITED BY SIZE
                   INTO PARTNER-TMP-REC
               WRITE PARTNER-TMP-REC
           END-PERFORM
           CLOSE PARTNER-TMP-FILE

           CALL "CBL_RENAME_FILE" USING
               "../partner-libraries.csv.tmp",
               "../partner-libraries.csv"
               RETURNING RENAME-STATUS
           END-CALL.

       END PROGRAM VisitorDesk.
