      *          encumbered. Same add/replace/list shape as
      *          GenreMaintain.cbl.
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - budgets.csv carries an optional 4th field, the
      *                earmarked gifts DonationLedger.cbl has added to
      *                the allocation; setting an allocation keeps
      *                those gifts on top of the new base figure
      * 15.10.2026 HL - and an optional 5th field, the open orders
      *                YearEndClose.cbl carried forward, kept on top
      *                the same way
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudgetMaintain.
       01  BG-YEAR-F          PIC X(4).
       01  BG-GENRE-F         PIC X(30).
       01  BG-AMOUNT-F        PIC X(10).
       01  BG-GIFTS-F         PIC X(10).
       01  BG-CARRY-F         PIC X(10).
       01  WS-GIFTS           PIC 9(9) VALUE 0.
       01  WS-CARRIED         PIC 9(9) VALUE 0.
       01  WS-GIFTS-OUT       PIC Z(8)9.

       01  WS-MENU-CHOICE     PIC 9.
       01  WS-YEAR-RAW        PIC X(10).
       01  HEADER-LINE        PIC X(50) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
               DISPLAY "Genre/fund is required."
               GO TO SET-ALLOCATION-EXIT
           END-IF
           DISPLAY "Annual allocation in MMK (before donor gifts): "
           ACCEPT WS-AMOUNT-RAW
           MOVE FUNCTION NUMVAL(WS-AMOUNT-RAW) TO WS-AMOUNT

           MOVE 'N' TO WS-REPLACED-FLAG
           MOVE 0 TO WS-GIFTS
           MOVE 0 TO WS-CARRIED
           MOVE 'N' TO FILE-END
           OPEN INPUT BUDGET-FILE
           IF BUDGET-STATUS NOT = "00"
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
                              (BG-GENRE-F)) = WS-GENRE
                           MOVE 'Y' TO WS-REPLACED-FLAG
                           IF BG-GIFTS-F NOT = SPACES
                               MOVE FUNCTION NUMVAL(BG-GIFTS-F)
                                   TO WS-GIFTS
                           END-IF
                           IF BG-CARRY-F NOT = SPACES
                               MOVE FUNCTION NUMVAL(BG-CARRY-F)
                                   TO WS-CARRIED
                           END-IF
                       ELSE
                           MOVE BUDGET-REC TO BUDGET-TMP-REC
                           WRITE BUDGET-TMP-REC
               CLOSE BUDGET-FILE
           END-IF

      * Earmarked gifts already received for the fund, and orders
      * carried forward into the year, stay on top of whatever base
      * allocation is set here.
           ADD WS-GIFTS TO WS-AMOUNT
           ADD WS-CARRIED TO WS-AMOUNT
           MOVE SPACES TO BUDGET-TMP-REC
           EVALUATE TRUE
               WHEN WS-CARRIED > 0
                   STRING WS-YEAR DELIMITED BY SIZE ","
                          FUNCTION TRIM(WS-GENRE) DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-AMOUNT DELIMITED BY SIZE ","
                          WS-GIFTS DELIMITED BY SIZE ","
                          WS-CARRIED DELIMITED BY SIZE
                       INTO BUDGET-TMP-REC
               WHEN WS-GIFTS > 0
                   STRING WS-YEAR DELIMITED BY SIZE ","
                          FUNCTION TRIM(WS-GENRE) DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-AMOUNT DELIMITED BY SIZE ","
                          WS-GIFTS DELIMITED BY SIZE
                       INTO BUDGET-TMP-REC
               WHEN OTHER
                   STRING WS-YEAR DELIMITED BY SIZE ","
                          FUNCTION TRIM(WS-GENRE) DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-AMOUNT DELIMITED BY SIZE
                       INTO BUDGET-TMP-REC
           END-EVALUATE
           WRITE BUDGET-TMP-REC
           CLOSE BUDGET-TMP-FILE

           ELSE
               DISPLAY "Allocation added: " WS-YEAR " "
                   FUNCTION TRIM(WS-GENRE) " = " WS-AMOUNT " MMK"
           END-IF
           IF WS-GIFTS > 0
               MOVE WS-GIFTS TO WS-GIFTS-OUT
               DISPLAY "(includes " FUNCTION TRIM(WS-GIFTS-OUT)
                   " MMK of earmarked donor gifts)"
           END-IF
           IF WS-CARRIED > 0
               MOVE WS-CARRIED TO WS-GIFTS-OUT
               DISPLAY "(includes " FUNCTION TRIM(WS-GIFTS-OUT)
                   " MMK of orders carried forward)"
           END-IF.
       SET-ALLOCATION-EXIT.
           EXIT.
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO BG-GIFTS-F
                       MOVE SPACES TO BG-CARRY-F
                       UNSTRING BUDGET-REC DELIMITED BY ","
                           INTO BG-YEAR-F, BG-GENRE-F, BG-AMOUNT-F,
                                BG-GIFTS-F, BG-CARRY-F
                       EVALUATE TRUE
                           WHEN BG-CARRY-F NOT = SPACES
                               DISPLAY BG-YEAR-F "  " BG-GENRE-F " "
                                   FUNCTION TRIM(BG-AMOUNT-F) " MMK"
                                   " (gifts "
                                   FUNCTION TRIM(BG-GIFTS-F)
                                   ", carried "
                                   FUNCTION TRIM(BG-CARRY-F) ")"
                           WHEN BG-GIFTS-F = SPACES
                               DISPLAY BG-YEAR-F "  " BG-GENRE-F " "
                                   FUNCTION TRIM(BG-AMOUNT-F) " MMK"
                           WHEN OTHER
                               DISPLAY BG-YEAR-F "  " BG-GENRE-F " "
                                   FUNCTION TRIM(BG-AMOUNT-F) " MMK"
                                   " (gifts "
                                   FUNCTION TRIM(BG-GIFTS-F) ")"
                       END-EVALUATE
                       ADD 1 TO WS-SHOWN-COUNT
               END-READ
           END-PERFORM
