      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Monetary donations -- a donor master (../donors.csv:
      *          donor_id,name,email,address,phone,since) and a gift
      *          ledger (../donations.csv: gift_id,donor_id,date,
      *          amount,method,reference,purpose,operator) replacing
      *          the library-fund spreadsheet. A gift is UNRESTRICTED
      *          or earmarked for a genre fund; an earmarked gift
      *          raises that fund's allocation for the year in
      *          budgets.csv (and its gifts column), so
      *          BudgetReport.cbl shows the extra money. Every gift
      *          gets a numbered acknowledgement letter -- the gift
      *          ID is the letter number -- shown on the console and
      *          appended to ../donor-letters.txt for printing, and a
      *          year-end summary totals each donor's giving.
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - raising a fund keeps the carried-forward 5th
      *                budgets.csv field YearEndClose.cbl writes
      * 15.10.2026 HL - TRAINING banner heads each letter printed from
      *                the practice data set (TrainingCheck.cbl)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DonationLedger.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DONOR-FILE ASSIGN TO "../donors.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DONOR-STATUS.
           SELECT GIFT-FILE ASSIGN TO "../donations.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GIFT-STATUS.
           SELECT LETTER-FILE ASSIGN TO "../donor-letters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "../budgets.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-STATUS.
           SELECT BUDGET-TMP-FILE ASSIGN TO "../budgets.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DONOR-FILE.
       01  DONOR-REC          PIC X(200).
       FD  GIFT-FILE.
       01  GIFT-REC           PIC X(150).
       FD  LETTER-FILE.
       01  LETTER-REC         PIC X(80).
       FD  BUDGET-FILE.
       01  BUDGET-REC         PIC X(60).
       FD  BUDGET-TMP-FILE.
       01  BUDGET-TMP-REC     PIC X(60).

       WORKING-STORAGE SECTION.
       01  DONOR-STATUS       PIC XX.
       01  GIFT-STATUS        PIC XX.
       01  LETTER-STATUS      PIC XX.
       01  BUDGET-STATUS      PIC XX.
       01  FILE-END           PIC X VALUE 'N'.

       01  WS-MENU-CHOICE     PIC 9.
       01  WS-PURPOSE-CHOICE  PIC 9.
       01  WS-CONFIRM         PIC X.
       01  WS-FOUND           PIC X VALUE 'N'.
       01  TODAY              PIC 9(8).
       01  TODAY-MMDDYYYY     PIC X(10).

       01  WS-ID-RAW          PIC X(20).
       01  WS-DONOR-ID        PIC 9(5).
       01  WS-LAST-ID         PIC 9(5) VALUE 0.
       01  WS-GIFT-ID         PIC 9(5).
       01  WS-NAME            PIC X(40).
       01  WS-EMAIL           PIC X(35).
       01  WS-ADDR            PIC X(50).
       01  WS-PHONE           PIC X(15).
       01  WS-AMOUNT-RAW      PIC X(12).
       01  WS-AMOUNT          PIC 9(9) VALUE 0.
       01  WS-AMOUNT-OUT      PIC Z(8)9.
       01  WS-PURPOSE         PIC X(30).
       01  WS-GIFT-DATE       PIC X(10).
       01  WS-YEAR-RAW        PIC X(10).
       01  WS-YEAR            PIC X(4).

      * Payment method for a gift -- the same choices PayFine.cbl
      * offers, less member credit.
       01  WS-FUND-CHOICE     PIC 9(1).
       01  WS-FUND-SOURCE     PIC X(8) VALUE "CASH".
       01  WS-PAY-REFERENCE   PIC X(20) VALUE SPACES.

       01  DN-ID-F            PIC X(5).
       01  DN-NAME-F          PIC X(40).
       01  DN-EMAIL-F         PIC X(35).
       01  DN-ADDR-F          PIC X(50).
       01  DN-PHONE-F         PIC X(15).
       01  DN-SINCE-F         PIC X(10).

       01  GF-ID-F            PIC X(5).
       01  GF-DONOR-F         PIC X(5).
       01  GF-DATE-F          PIC X(10).
       01  GF-AMOUNT-F        PIC X(10).
       01  GF-METHOD-F        PIC X(8).
       01  GF-REF-F           PIC X(20).
       01  GF-PURPOSE-F       PIC X(30).
       01  GF-OPERATOR-F      PIC X(5).

      * budgets.csv: year,genre,allocation_mmk[,gifts_mmk
      * [,carried_mmk]] -- the allocation includes any earmarked
      * gifts, and the fourth field says how much of it came from
      * donors; the fifth is the year-end carry-forward, kept as is.
       01  BG-YEAR-F          PIC X(4).
       01  BG-GENRE-F         PIC X(30).
       01  BG-AMOUNT-F        PIC X(10).
       01  BG-GIFTS-F         PIC X(10).
       01  BG-CARRY-F         PIC X(10).
       01  WS-BG-ALLOC        PIC 9(9).
       01  WS-BG-GIFTS        PIC 9(9).
       01  WS-BG-RAISED       PIC X VALUE 'N'.
       01  WS-BG-ROW          PIC X(60).
       01  BUDGET-REAL-PATH   PIC X(20) VALUE "../budgets.csv".
       01  BUDGET-TMP-PATH    PIC X(24) VALUE "../budgets.csv.tmp".
       01  RENAME-STATUS      PIC S9(9) COMP-5.

      * Year-end summary tables.
       01  DONOR-TABLE.
           05 DT-ENTRY OCCURS 1000 TIMES.
              10  DT-ID         PIC X(5).
              10  DT-NAME       PIC X(40).
              10  DT-GIFTS      PIC 9(4).
              10  DT-TOTAL      PIC 9(9).
              10  DT-UNRESTR    PIC 9(9).
              10  DT-EARMARK    PIC 9(9).
       01  DT-TOTAL-ROWS      PIC 9(4) VALUE 0.
       01  DT-IDX             PIC 9(4).
       01  DT-MATCH-IDX       PIC 9(4).
       01  PURPOSE-TABLE.
           05 PT-ENTRY OCCURS 100 TIMES.
              10  PT-NAME       PIC X(30).
              10  PT-GIFTS      PIC 9(4).
              10  PT-TOTAL      PIC 9(9).
       01  PT-TOTAL-ROWS      PIC 9(3) VALUE 0.
       01  PT-IDX             PIC 9(3).
       01  PT-MATCH-IDX       PIC 9(3).
       01  TOT-GIFTS          PIC 9(5) VALUE 0.
       01  TOT-AMOUNT         PIC 9(9) VALUE 0.
       01  TOT-DONORS         PIC 9(4) VALUE 0.
       01  WS-AMOUNT-OUT2     PIC Z(8)9.
       01  WS-AMOUNT-OUT3     PIC Z(8)9.

       01  LETTER-LINE        PIC X(60) VALUE ALL '-'.
       01  TRAINING-MODE      PIC X VALUE 'N'.
       01  TRAINING-DATE      PIC X(8).
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
           DISPLAY "*      Library Fund Donations Ledger      *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Register a donor"
           DISPLAY "2. Record a gift"
           DISPLAY "3. Reprint an acknowledgement letter"
           DISPLAY "4. Year-end donor summary"
           DISPLAY "5. List donors"
           DISPLAY "6. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM REGISTER-DONOR THRU REGISTER-DONOR-EXIT
               WHEN 2
                   PERFORM RECORD-GIFT THRU RECORD-GIFT-EXIT
               WHEN 3
                   PERFORM REPRINT-LETTER THRU REPRINT-LETTER-EXIT
               WHEN 4
                   PERFORM YEAR-END-SUMMARY
               WHEN 5
                   PERFORM LIST-DONORS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

      * Donor IDs run highest-plus-one over donors.csv, the same
      * scheme PayFine.cbl's waiver requests use. Commas in the
      * free-text fields would split the row, so they are blanked.
       REGISTER-DONOR.
           DISPLAY "Donor name (person or organisation): "
           MOVE SPACES TO WS-NAME
           ACCEPT WS-NAME
           IF FUNCTION TRIM(WS-NAME) = SPACES
               DISPLAY "Name is required."
               GO TO REGISTER-DONOR-EXIT
           END-IF
           DISPLAY "Email (optional): "
           MOVE SPACES TO WS-EMAIL
           ACCEPT WS-EMAIL
           DISPLAY "Postal address (optional): "
           MOVE SPACES TO WS-ADDR
           ACCEPT WS-ADDR
           DISPLAY "Phone (optional): "
           MOVE SPACES TO WS-PHONE
           ACCEPT WS-PHONE
           INSPECT WS-NAME REPLACING ALL "," BY " "
           INSPECT WS-EMAIL REPLACING ALL "," BY " "
           INSPECT WS-ADDR REPLACING ALL "," BY " "
           INSPECT WS-PHONE REPLACING ALL "," BY " "

           MOVE 0 TO WS-LAST-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT DONOR-FILE
           IF DONOR-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DONOR-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING DONOR-REC DELIMITED BY ","
                           INTO DN-ID-F
                       IF FUNCTION NUMVAL(DN-ID-F) > WS-LAST-ID
                           MOVE FUNCTION NUMVAL(DN-ID-F)
                               TO WS-LAST-ID
                       END-IF
               END-READ
           END-PERFORM
           IF DONOR-STATUS = "00" OR DONOR-STATUS = "10"
               CLOSE DONOR-FILE
           END-IF
           MOVE 'N' TO FILE-END
           COMPUTE WS-DONOR-ID = WS-LAST-ID + 1

           OPEN EXTEND DONOR-FILE
           IF DONOR-STATUS = "05" OR DONOR-STATUS = "35"
               OPEN OUTPUT DONOR-FILE
           END-IF
           MOVE SPACES TO DONOR-REC
           STRING WS-DONOR-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-EMAIL) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-ADDR) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-PHONE) DELIMITED BY SIZE ","
                  TODAY-MMDDYYYY DELIMITED BY SIZE
               INTO DONOR-REC
           WRITE DONOR-REC
           CLOSE DONOR-FILE
           DISPLAY "Donor " WS-DONOR-ID " registered.".
       REGISTER-DONOR-EXIT.
           EXIT.

       RECORD-GIFT.
           DISPLAY "Donor ID: "
           MOVE SPACES TO WS-ID-RAW
           ACCEPT WS-ID-RAW
           MOVE FUNCTION NUMVAL(WS-ID-RAW) TO WS-DONOR-ID
           PERFORM FIND-DONOR
           IF WS-FOUND NOT = 'Y'
               DISPLAY "Donor not on file -- register them first."
               GO TO RECORD-GIFT-EXIT
           END-IF
           DISPLAY "Donor : " FUNCTION TRIM(DN-NAME-F)

           DISPLAY "Gift amount in MMK: "
           MOVE SPACES TO WS-AMOUNT-RAW
           ACCEPT WS-AMOUNT-RAW
           IF FUNCTION TRIM(WS-AMOUNT-RAW) = SPACES
               DISPLAY "No amount entered -- nothing recorded."
               GO TO RECORD-GIFT-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-AMOUNT-RAW) TO WS-AMOUNT
           IF WS-AMOUNT = 0
               DISPLAY "Amount must be greater than zero."
               GO TO RECORD-GIFT-EXIT
           END-IF
           PERFORM CHOOSE-FUNDING-SOURCE

           DISPLAY "Purpose: 1=Unrestricted  2=Earmarked for a "
               "genre fund"
           ACCEPT WS-PURPOSE-CHOICE
           IF WS-PURPOSE-CHOICE = 2
               DISPLAY "Genre/fund: "
               MOVE SPACES TO WS-PURPOSE
               ACCEPT WS-PURPOSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PURPOSE))
                   TO WS-PURPOSE
               INSPECT WS-PURPOSE REPLACING ALL "," BY " "
               IF WS-PURPOSE = SPACES
                   DISPLAY "Genre/fund is required for an "
                       "earmarked gift."
                   GO TO RECORD-GIFT-EXIT
               END-IF
           ELSE
               MOVE "UNRESTRICTED" TO WS-PURPOSE
           END-IF

           MOVE WS-AMOUNT TO WS-AMOUNT-OUT
           DISPLAY "Record gift of " FUNCTION TRIM(WS-AMOUNT-OUT)
               " MMK (" FUNCTION TRIM(WS-PURPOSE) ") (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Nothing recorded."
               GO TO RECORD-GIFT-EXIT
           END-IF

           PERFORM NEXT-GIFT-ID
           MOVE TODAY-MMDDYYYY TO WS-GIFT-DATE
           OPEN EXTEND GIFT-FILE
           IF GIFT-STATUS = "05" OR GIFT-STATUS = "35"
               OPEN OUTPUT GIFT-FILE
           END-IF
           MOVE SPACES TO GIFT-REC
           STRING WS-GIFT-ID DELIMITED BY SIZE ","
                  WS-DONOR-ID DELIMITED BY SIZE ","
                  WS-GIFT-DATE DELIMITED BY SIZE ","
                  WS-AMOUNT DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-FUND-SOURCE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-PAY-REFERENCE) DELIMITED BY SIZE
                  ","
                  FUNCTION TRIM(WS-PURPOSE) DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE
               INTO GIFT-REC
           WRITE GIFT-REC
           CLOSE GIFT-FILE
           DISPLAY "Gift " WS-GIFT-ID " recorded."

           IF WS-PURPOSE NOT = "UNRESTRICTED"
               MOVE TODAY(1:4) TO WS-YEAR
               PERFORM RAISE-FUND-ALLOCATION
           END-IF
           PERFORM PRINT-LETTER.
       RECORD-GIFT-EXIT.
           EXIT.

       FIND-DONOR.
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO FILE-END
           OPEN INPUT DONOR-FILE
           IF DONOR-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DONOR-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO DN-NAME-F DN-EMAIL-F DN-ADDR-F
                           DN-PHONE-F DN-SINCE-F
                       UNSTRING DONOR-REC DELIMITED BY ","
                           INTO DN-ID-F, DN-NAME-F, DN-EMAIL-F,
                                DN-ADDR-F, DN-PHONE-F, DN-SINCE-F
                       IF FUNCTION NUMVAL(DN-ID-F) = WS-DONOR-ID
                           MOVE 'Y' TO WS-FOUND
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF DONOR-STATUS = "00" OR DONOR-STATUS = "10"
               CLOSE DONOR-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       CHOOSE-FUNDING-SOURCE.
           MOVE SPACES TO WS-PAY-REFERENCE
           DISPLAY "Payment method: 1=Cash  2=KBZPay  3=Wave  "
               "4=Bank transfer"
           ACCEPT WS-FUND-CHOICE
           EVALUATE WS-FUND-CHOICE
               WHEN 2
                   MOVE "KBZPAY" TO WS-FUND-SOURCE
                   PERFORM ACCEPT-PAY-REFERENCE
               WHEN 3
                   MOVE "WAVE" TO WS-FUND-SOURCE
                   PERFORM ACCEPT-PAY-REFERENCE
               WHEN 4
                   MOVE "BANK" TO WS-FUND-SOURCE
                   PERFORM ACCEPT-PAY-REFERENCE
               WHEN OTHER
                   MOVE "CASH" TO WS-FUND-SOURCE
           END-EVALUATE.

       ACCEPT-PAY-REFERENCE.
           DISPLAY "Wallet/transfer reference number: "
           ACCEPT WS-PAY-REFERENCE
           INSPECT WS-PAY-REFERENCE REPLACING ALL "," BY " ".

       NEXT-GIFT-ID.
           MOVE 0 TO WS-LAST-ID
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
                           INTO GF-ID-F
                       IF FUNCTION NUMVAL(GF-ID-F) > WS-LAST-ID
                           MOVE FUNCTION NUMVAL(GF-ID-F)
                               TO WS-LAST-ID
                       END-IF
               END-READ
           END-PERFORM
           IF GIFT-STATUS = "00" OR GIFT-STATUS = "10"
               CLOSE GIFT-FILE
           END-IF
           MOVE 'N' TO FILE-END
           COMPUTE WS-GIFT-ID = WS-LAST-ID + 1.

      * An earmarked gift is new money for that fund this year: the
      * matching budgets.csv row's allocation and gifts columns both
      * go up by the gift (tmp-and-rename, the usual swap), or a new
      * row is added when the fund had no allocation yet.
       RAISE-FUND-ALLOCATION.
           MOVE 'N' TO WS-BG-RAISED
           MOVE 'N' TO FILE-END
           OPEN INPUT BUDGET-FILE
           IF BUDGET-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           OPEN OUTPUT BUDGET-TMP-FILE
           PERFORM UNTIL FILE-END = 'Y'
               READ BUDGET-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO BG-GIFTS-F
                       MOVE SPACES TO BG-CARRY-F
                       UNSTRING BUDGET-REC DELIMITED BY ","
                           INTO BG-YEAR-F, BG-GENRE-F, BG-AMOUNT-F,
                                BG-GIFTS-F, BG-CARRY-F
                       IF BG-YEAR-F = WS-YEAR AND
                          FUNCTION UPPER-CASE(FUNCTION TRIM
                              (BG-GENRE-F)) = WS-PURPOSE AND
                          WS-BG-RAISED = 'N'
                           MOVE FUNCTION NUMVAL(BG-AMOUNT-F)
                               TO WS-BG-ALLOC
                           MOVE 0 TO WS-BG-GIFTS
                           IF BG-GIFTS-F NOT = SPACES
                               MOVE FUNCTION NUMVAL(BG-GIFTS-F)
                                   TO WS-BG-GIFTS
                           END-IF
                           ADD WS-AMOUNT TO WS-BG-ALLOC
                           ADD WS-AMOUNT TO WS-BG-GIFTS
                           MOVE SPACES TO BUDGET-TMP-REC
                           STRING BG-YEAR-F DELIMITED BY SIZE ","
                                  FUNCTION TRIM(BG-GENRE-F)
                                      DELIMITED BY SIZE ","
                                  WS-BG-ALLOC DELIMITED BY SIZE ","
                                  WS-BG-GIFTS DELIMITED BY SIZE
                               INTO BUDGET-TMP-REC
                           IF BG-CARRY-F NOT = SPACES
                               MOVE SPACES TO WS-BG-ROW
                               STRING FUNCTION TRIM(BUDGET-TMP-REC)
                                          DELIMITED BY SIZE ","
                                      FUNCTION TRIM(BG-CARRY-F)
                                          DELIMITED BY SIZE
                                   INTO WS-BG-ROW
                               MOVE WS-BG-ROW TO BUDGET-TMP-REC
                           END-IF
                           WRITE BUDGET-TMP-REC
                           MOVE 'Y' TO WS-BG-RAISED
                       ELSE
                           MOVE BUDGET-REC TO BUDGET-TMP-REC
                           WRITE BUDGET-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           IF BUDGET-STATUS = "00" OR BUDGET-STATUS = "10"
               CLOSE BUDGET-FILE
           END-IF
           MOVE 'N' TO FILE-END

           IF WS-BG-RAISED = 'N'
               MOVE WS-AMOUNT TO WS-BG-ALLOC
               MOVE WS-AMOUNT TO WS-BG-GIFTS
               MOVE SPACES TO BUDGET-TMP-REC
               STRING WS-YEAR DELIMITED BY SIZE ","
                      FUNCTION TRIM(WS-PURPOSE) DELIMITED BY SIZE ","
                      WS-BG-ALLOC DELIMITED BY SIZE ","
                      WS-BG-GIFTS DELIMITED BY SIZE
                   INTO BUDGET-TMP-REC
               WRITE BUDGET-TMP-REC
           END-IF
           CLOSE BUDGET-TMP-FILE

           CALL "CBL_RENAME_FILE" USING BUDGET-TMP-PATH
               BUDGET-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL
           MOVE WS-BG-ALLOC TO WS-AMOUNT-OUT
           DISPLAY WS-YEAR " " FUNCTION TRIM(WS-PURPOSE)
               " allocation is now " FUNCTION TRIM(WS-AMOUNT-OUT)
               " MMK.".

      * The letter is built a line at a time into LETTER-REC, shown
      * on the console and appended to ../donor-letters.txt, which
      * the office prints on letterhead.
       PRINT-LETTER.
           CALL "TrainingCheck" USING TRAINING-MODE, TRAINING-DATE
           OPEN EXTEND LETTER-FILE
           IF LETTER-STATUS = "05" OR LETTER-STATUS = "35"
               OPEN OUTPUT LETTER-FILE
           END-IF
           IF TRAINING-MODE = 'Y'
               MOVE "*** TRAINING -- PRACTICE DATA -- DO NOT MAIL ***"
                   TO LETTER-REC
               PERFORM EMIT-LETTER-LINE
           END-IF
           MOVE LETTER-LINE TO LETTER-REC
           PERFORM EMIT-LETTER-LINE
           MOVE "LIBRARY FUND -- ACKNOWLEDGEMENT OF GIFT" TO LETTER-REC
           PERFORM EMIT-LETTER-LINE
           MOVE SPACES TO LETTER-REC
           STRING "Acknowledgement No. " DELIMITED BY SIZE
                  WS-GIFT-ID DELIMITED BY SIZE
                  "          Date: " DELIMITED BY SIZE
                  TODAY-MMDDYYYY DELIMITED BY SIZE
               INTO LETTER-REC
           PERFORM EMIT-LETTER-LINE
           MOVE LETTER-LINE TO LETTER-REC
           PERFORM EMIT-LETTER-LINE
           MOVE SPACES TO LETTER-REC
           STRING "To: " DELIMITED BY SIZE
                  FUNCTION TRIM(DN-NAME-F) DELIMITED BY SIZE
               INTO LETTER-REC
           PERFORM EMIT-LETTER-LINE
           IF FUNCTION TRIM(DN-ADDR-F) NOT = SPACES
               MOVE SPACES TO LETTER-REC
               STRING "    " DELIMITED BY SIZE
                      FUNCTION TRIM(DN-ADDR-F) DELIMITED BY SIZE
                   INTO LETTER-REC
               PERFORM EMIT-LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-REC
           PERFORM EMIT-LETTER-LINE
           MOVE SPACES TO LETTER-REC
           STRING "Dear " DELIMITED BY SIZE
                  FUNCTION TRIM(DN-NAME-F) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
               INTO LETTER-REC
           PERFORM EMIT-LETTER-LINE
           MOVE SPACES TO LETTER-REC
           PERFORM EMIT-LETTER-LINE
           MOVE WS-AMOUNT TO WS-AMOUNT-OUT
           MOVE SPACES TO LETTER-REC
           STRING "Thank you for your gift of " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-OUT) DELIMITED BY SIZE
                  " MMK, received on " DELIMITED BY SIZE
                  WS-GIFT-DATE DELIMITED BY SIZE
               INTO LETTER-REC
           PERFORM EMIT-LETTER-LINE
           MOVE SPACES TO LETTER-REC
           STRING "by " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FUND-SOURCE) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
               INTO LETTER-REC
           PERFORM EMIT-LETTER-LINE
           MOVE SPACES TO LETTER-REC
           IF WS-PURPOSE = "UNRESTRICTED"
               STRING "Your gift is unrestricted and supports the "
                          DELIMITED BY SIZE
                      "library's general fund." DELIMITED BY SIZE
                   INTO LETTER-REC
           ELSE
               STRING "Your gift has been added to the library's "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PURPOSE) DELIMITED BY SIZE
                      " book fund." DELIMITED BY SIZE
                   INTO LETTER-REC
           END-IF
           PERFORM EMIT-LETTER-LINE
           MOVE SPACES TO LETTER-REC
           PERFORM EMIT-LETTER-LINE
           MOVE "With our sincere thanks," TO LETTER-REC
           PERFORM EMIT-LETTER-LINE
           MOVE "The Chief Librarian" TO LETTER-REC
           PERFORM EMIT-LETTER-LINE
           MOVE LETTER-LINE TO LETTER-REC
           PERFORM EMIT-LETTER-LINE
           CLOSE LETTER-FILE.

       EMIT-LETTER-LINE.
           DISPLAY LETTER-REC
           WRITE LETTER-REC.

      * The gift ID is the letter number, so a reprint rebuilds the
      * same letter from the ledger row and the donor master.
       REPRINT-LETTER.
           DISPLAY "Acknowledgement (gift) number: "
           MOVE SPACES TO WS-ID-RAW
           ACCEPT WS-ID-RAW
           MOVE FUNCTION NUMVAL(WS-ID-RAW) TO WS-GIFT-ID
           MOVE 'N' TO WS-FOUND
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
                       MOVE SPACES TO GF-REF-F GF-PURPOSE-F
                       UNSTRING GIFT-REC DELIMITED BY ","
                           INTO GF-ID-F, GF-DONOR-F, GF-DATE-F,
                                GF-AMOUNT-F, GF-METHOD-F, GF-REF-F,
                                GF-PURPOSE-F, GF-OPERATOR-F
                       IF FUNCTION NUMVAL(GF-ID-F) = WS-GIFT-ID
                           MOVE 'Y' TO WS-FOUND
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF GIFT-STATUS = "00" OR GIFT-STATUS = "10"
               CLOSE GIFT-FILE
           END-IF
           MOVE 'N' TO FILE-END
           IF WS-FOUND NOT = 'Y'
               DISPLAY "No gift " WS-GIFT-ID " on file."
               GO TO REPRINT-LETTER-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(GF-DONOR-F) TO WS-DONOR-ID
           PERFORM FIND-DONOR
           IF WS-FOUND NOT = 'Y'
               MOVE "(donor no longer on file)" TO DN-NAME-F
               MOVE SPACES TO DN-ADDR-F
           END-IF
           MOVE GF-DATE-F TO WS-GIFT-DATE
           MOVE FUNCTION NUMVAL(GF-AMOUNT-F) TO WS-AMOUNT
           MOVE GF-METHOD-F TO WS-FUND-SOURCE
           MOVE GF-PURPOSE-F TO WS-PURPOSE
           PERFORM PRINT-LETTER.
       REPRINT-LETTER-EXIT.
           EXIT.

       YEAR-END-SUMMARY.
           DISPLAY "Year to summarise (YYYY, blank = this year): "
           MOVE SPACES TO WS-YEAR-RAW
           ACCEPT WS-YEAR-RAW
           MOVE FUNCTION TRIM(WS-YEAR-RAW) TO WS-YEAR
           IF WS-YEAR = SPACES
               MOVE TODAY(1:4) TO WS-YEAR
           END-IF

           MOVE 0 TO DT-TOTAL-ROWS
           MOVE 'N' TO FILE-END
           OPEN INPUT DONOR-FILE
           IF DONOR-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DONOR-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF DT-TOTAL-ROWS < 1000
                           UNSTRING DONOR-REC DELIMITED BY ","
                               INTO DN-ID-F, DN-NAME-F
                           ADD 1 TO DT-TOTAL-ROWS
                           MOVE DN-ID-F TO DT-ID(DT-TOTAL-ROWS)
                           MOVE DN-NAME-F TO DT-NAME(DT-TOTAL-ROWS)
                           MOVE 0 TO DT-GIFTS(DT-TOTAL-ROWS)
                           MOVE 0 TO DT-TOTAL(DT-TOTAL-ROWS)
                           MOVE 0 TO DT-UNRESTR(DT-TOTAL-ROWS)
                           MOVE 0 TO DT-EARMARK(DT-TOTAL-ROWS)
                       END-IF
               END-READ
           END-PERFORM
           IF DONOR-STATUS = "00" OR DONOR-STATUS = "10"
               CLOSE DONOR-FILE
           END-IF

           MOVE 0 TO PT-TOTAL-ROWS
           MOVE 0 TO TOT-GIFTS TOT-AMOUNT TOT-DONORS
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
                       MOVE SPACES TO GF-PURPOSE-F
                       UNSTRING GIFT-REC DELIMITED BY ","
                           INTO GF-ID-F, GF-DONOR-F, GF-DATE-F,
                                GF-AMOUNT-F, GF-METHOD-F, GF-REF-F,
                                GF-PURPOSE-F, GF-OPERATOR-F
                       IF GF-DATE-F(7:4) = WS-YEAR
                           PERFORM TALLY-ONE-GIFT
                       END-IF
               END-READ
           END-PERFORM
           IF GIFT-STATUS = "00" OR GIFT-STATUS = "10"
               CLOSE GIFT-FILE
           END-IF
           MOVE 'N' TO FILE-END

           DISPLAY " "
           DISPLAY "DONOR SUMMARY -- " WS-YEAR
           DISPLAY HEADER-LINE
           DISPLAY "DONOR  NAME                      GIFTS      TOTAL"
               "  UNRESTRICT   EARMARKED"
           DISPLAY HEADER-LINE
           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > DT-TOTAL-ROWS
               IF DT-GIFTS(DT-IDX) > 0
                   ADD 1 TO TOT-DONORS
                   MOVE DT-TOTAL(DT-IDX) TO WS-AMOUNT-OUT
                   MOVE DT-UNRESTR(DT-IDX) TO WS-AMOUNT-OUT2
                   MOVE DT-EARMARK(DT-IDX) TO WS-AMOUNT-OUT3
                   DISPLAY DT-ID(DT-IDX) "  " DT-NAME(DT-IDX)(1:24)
                       "  " DT-GIFTS(DT-IDX) " " WS-AMOUNT-OUT
                       "   " WS-AMOUNT-OUT2 "   " WS-AMOUNT-OUT3
               END-IF
           END-PERFORM
           DISPLAY HEADER-LINE
           MOVE TOT-AMOUNT TO WS-AMOUNT-OUT
           DISPLAY TOT-DONORS " donor(s), " TOT-GIFTS " gift(s), "
               FUNCTION TRIM(WS-AMOUNT-OUT) " MMK in all."
           DISPLAY " "
           DISPLAY "BY PURPOSE"
           DISPLAY HEADER-LINE
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PT-TOTAL-ROWS
               MOVE PT-TOTAL(PT-IDX) TO WS-AMOUNT-OUT
               DISPLAY PT-NAME(PT-IDX) " " PT-GIFTS(PT-IDX) " "
                   WS-AMOUNT-OUT " MMK"
           END-PERFORM
           IF PT-TOTAL-ROWS = 0
               DISPLAY "No gifts recorded in " WS-YEAR "."
           END-IF.

       TALLY-ONE-GIFT.
           MOVE FUNCTION NUMVAL(GF-AMOUNT-F) TO WS-AMOUNT
           ADD 1 TO TOT-GIFTS
           ADD WS-AMOUNT TO TOT-AMOUNT
           MOVE 0 TO DT-MATCH-IDX
           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > DT-TOTAL-ROWS
               IF DT-ID(DT-IDX) = GF-DONOR-F
                   MOVE DT-IDX TO DT-MATCH-IDX
               END-IF
           END-PERFORM
           IF DT-MATCH-IDX > 0
               ADD 1 TO DT-GIFTS(DT-MATCH-IDX)
               ADD WS-AMOUNT TO DT-TOTAL(DT-MATCH-IDX)
               IF FUNCTION TRIM(GF-PURPOSE-F) = "UNRESTRICTED"
                   ADD WS-AMOUNT TO DT-UNRESTR(DT-MATCH-IDX)
               ELSE
                   ADD WS-AMOUNT TO DT-EARMARK(DT-MATCH-IDX)
               END-IF
           END-IF
           MOVE 0 TO PT-MATCH-IDX
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PT-TOTAL-ROWS
               IF PT-NAME(PT-IDX) = GF-PURPOSE-F
                   MOVE PT-IDX TO PT-MATCH-IDX
               END-IF
           END-PERFORM
           IF PT-MATCH-IDX = 0 AND PT-TOTAL-ROWS < 100
               ADD 1 TO PT-TOTAL-ROWS
               MOVE PT-TOTAL-ROWS TO PT-MATCH-IDX
               MOVE GF-PURPOSE-F TO PT-NAME(PT-MATCH-IDX)
               MOVE 0 TO PT-GIFTS(PT-MATCH-IDX)
               MOVE 0 TO PT-TOTAL(PT-MATCH-IDX)
           END-IF
           IF PT-MATCH-IDX > 0
               ADD 1 TO PT-GIFTS(PT-MATCH-IDX)
               ADD WS-AMOUNT TO PT-TOTAL(PT-MATCH-IDX)
           END-IF.

       LIST-DONORS.
           MOVE 0 TO TOT-DONORS
           MOVE 'N' TO FILE-END
           OPEN INPUT DONOR-FILE
           IF DONOR-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           DISPLAY " "
           DISPLAY "DONOR  NAME                            SINCE"
           DISPLAY HEADER-LINE
           PERFORM UNTIL FILE-END = 'Y'
               READ DONOR-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO DN-SINCE-F
                       UNSTRING DONOR-REC DELIMITED BY ","
                           INTO DN-ID-F, DN-NAME-F, DN-EMAIL-F,
                                DN-ADDR-F, DN-PHONE-F, DN-SINCE-F
                       ADD 1 TO TOT-DONORS
                       DISPLAY DN-ID-F "  " DN-NAME-F(1:30) "  "
                           DN-SINCE-F
               END-READ
           END-PERFORM
           IF DONOR-STATUS = "00" OR DONOR-STATUS = "10"
               CLOSE DONOR-FILE
           END-IF
           MOVE 'N' TO FILE-END
           DISPLAY HEADER-LINE
           DISPLAY TOT-DONORS " donor(s) on file.".

       END PROGRAM DonationLedger.
