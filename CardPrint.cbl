      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Library card printing. Every newly issued member ID
      *          is queued on ../card-queue.csv (member,reason NEW or
      *          REPLACE,queued_date,source,operator,branch) by the
      *          programs that issue one -- MemRegister.cbl,
      *          MemberApproval.cbl, RosterImport.cbl and the lost-card
      *          flow in EditMember.cbl. Printing the queue writes one
      *          card per waiting ACTIVE member to
      *          ../cards-YYYYMMDD.txt: name, member ID with its mod-10
      *          check digit, the same ID as a Code 39 barcode string
      *          (*nnnnnc*), home branch and expiry. The home branch is
      *          the one named when the card was queued, otherwise the
      *          branch whose stock the member borrows most, otherwise
      *          MAIN. Every card printed is logged on
      *          ../card-print-log.csv (member,PRINT or REPRINT,date,
      *          operator,reason); a queued card counts as printed once
      *          it has a PRINT row. Reprints of a damaged or misprinted
      *          card are logged the same way and summarised by reason,
      *          operator and member in ../card-reprint-report.csv.
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - TRAINING banner on every card printed from the
      *                practice data set (TrainingCheck.cbl)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CardPrint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO "../card-queue.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-STATUS.
           SELECT PRINT-LOG-FILE ASSIGN TO "../card-print-log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-LOG-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMBER-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT CARD-FILE ASSIGN TO DYNAMIC CARD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../card-reprint-report.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
       01  QUEUE-REC          PIC X(80).
       FD  PRINT-LOG-FILE.
       01  PRINT-LOG-REC      PIC X(80).
       FD  MEMBER-FILE.
       01  MEMBER-REC         PIC X(200).
       FD  BOOK-FILE.
       01  BOOK-REC           PIC X(200).
       FD  LOG-FILE.
       01  LOG-REC            PIC X(200).
       FD  CARD-FILE.
       01  CARD-LINE          PIC X(60).
       FD  REPORT-FILE.
       01  REPORT-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  QUEUE-STATUS        PIC XX.
       01  PRINT-LOG-STATUS    PIC XX.
       01  MEMBER-STATUS       PIC XX.
       01  BOOK-STATUS         PIC XX.
       01  LOG-STATUS          PIC XX.
       01  CARD-STATUS         PIC XX.
       01  REPORT-STATUS       PIC XX.
       01  FILE-END            PIC X VALUE 'N'.

       01  WS-MENU-CHOICE      PIC 9(1).
       01  WS-RAW              PIC X(40).
       01  WS-CONFIRM          PIC X(1).
       01  WS-MEMBER-ID        PIC X(5).
       01  WS-REASON-CHOICE    PIC 9(1).
       01  WS-REASON           PIC X(8).
       01  WS-PRINT-TYPE       PIC X(7).
       01  WS-YEAR             PIC X(4).

       01  TODAY               PIC 9(8).
       01  TODAY-X             PIC X(8).
       01  CARD-PATH           PIC X(40).

      * card-queue.csv, one row per member ID issued
       01  CQ-MEMBER-F         PIC X(5).
       01  CQ-REASON-F         PIC X(8).
       01  CQ-DATE-F           PIC X(8).
       01  CQ-SOURCE-F         PIC X(8).
       01  CQ-BY-F             PIC X(5).
       01  CQ-BRANCH-F         PIC X(10).
       01  QUEUE-TABLE.
           05 QUEUE-ENTRY OCCURS 500 TIMES.
              10  CQ-MEMBER      PIC X(5).
              10  CQ-REASON      PIC X(8).
              10  CQ-DATE        PIC X(8).
              10  CQ-SOURCE      PIC X(8).
              10  CQ-BRANCH      PIC X(10).
              10  CQ-PRINTED     PIC X(1).
       01  CQ-TOTAL            PIC 9(4) VALUE 0.
       01  CQ-IDX              PIC 9(4).
       01  CQ-MATCH-IDX        PIC 9(4).

      * card-print-log.csv
       01  PL-MEMBER-F         PIC X(5).
       01  PL-TYPE-F           PIC X(7).
       01  PL-DATE-F           PIC X(8).
       01  PL-BY-F             PIC X(5).
       01  PL-REASON-F         PIC X(8).

      * members.csv, quote-aware as AnnualStatsReturn.cbl reads it
       01  MB-ID-F             PIC X(5).
       01  MB-NAME-F           PIC X(30).
       01  MB-EMAIL-F          PIC X(35).
       01  MB-ADDR-F           PIC X(60).
       01  MB-GENDER-F         PIC X.
       01  MB-FLAG-F           PIC X(10).
       01  MB-EXPIRY-F         PIC X(10).
       01  MB-TIER-F           PIC X(10).
       01  MB-NOTIFY-F         PIC X(5).
       01  MB-QUOTE-COUNT      PIC 9 VALUE 0.
       01  MB-ID-EMAIL         PIC X(70).
       01  MB-GENDER-FLAG      PIC X(60).
       01  MB-DUMMY            PIC X.

      * MB-BR-LOANS counts the member's log.csv loans by the lending
      * branch's place in BRANCH-TABLE, for the home branch.
       01  MEMBER-TABLE.
           05 MEMBER-ENTRY OCCURS 2000 TIMES.
              10  MB-ID          PIC X(5).
              10  MB-NAME        PIC X(30).
              10  MB-FLAG        PIC X(10).
              10  MB-EXPIRY      PIC X(10).
              10  MB-BR-LOANS    PIC 9(4) OCCURS 20 TIMES.
       01  MB-TOTAL            PIC 9(4) VALUE 0.
       01  MB-IDX              PIC 9(4).
       01  MB-MATCH-IDX        PIC 9(4).

       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 2000 TIMES.
              10  BK-ID          PIC X(5).
              10  BK-BR-IDX      PIC 9(2).
       01  BK-TOTAL            PIC 9(4) VALUE 0.
       01  BK-IDX              PIC 9(4).
       01  BK-ID-F             PIC X(5).
       01  BK-SKIP-F           PIC X(30).
       01  BK-BRANCH-F         PIC X(10).
       01  BRANCH-TABLE.
           05 BR-NAME          PIC X(10) OCCURS 20 TIMES.
       01  BR-TOTAL            PIC 9(2) VALUE 0.
       01  BR-IDX              PIC 9(2).
       01  BR-MATCH-IDX        PIC 9(2).
       01  BR-BEST             PIC 9(4).

       01  LG-TRAN-F           PIC X(5).
       01  LG-MEMBER-F         PIC X(5).
       01  LG-BOOK-F           PIC X(5).
       01  LG-MB-IDX           PIC 9(4).

      * Mod-10 (Luhn) check digit over the five-digit member ID: the
      * odd positions counted from the left (rightmost included) are
      * doubled, digits of a doubled value summed.
       01  CD-ID-X             PIC X(5).
       01  CD-ID-DIGITS REDEFINES CD-ID-X.
           05 CD-DIGIT         PIC 9 OCCURS 5 TIMES.
       01  CD-POS              PIC 9(1).
       01  CD-WORK             PIC 9(2).
       01  CD-SUM              PIC 9(3).
       01  CD-CHECK            PIC 9(1).

      * One card as printed
       01  CARD-NAME           PIC X(30).
       01  CARD-ID             PIC X(5).
       01  CARD-BRANCH         PIC X(10).
       01  CARD-EXPIRY         PIC X(10).
       01  CARD-RULE           PIC X(40) VALUE ALL "-".
       01  CARD-BODY           PIC X(38).
       01  TRAINING-MODE       PIC X VALUE 'N'.
       01  TRAINING-DATE       PIC X(8).

      * Reprint report tallies
       01  REASON-TABLE.
           05 RS-ENTRY OCCURS 10 TIMES.
              10  RS-NAME        PIC X(8).
              10  RS-COUNT       PIC 9(5).
       01  RS-TOTAL            PIC 9(2) VALUE 0.
       01  RS-IDX              PIC 9(2).
       01  RS-MATCH-IDX        PIC 9(2).
       01  OPERATOR-TABLE.
           05 OP-ENTRY OCCURS 50 TIMES.
              10  OP-ID          PIC X(5).
              10  OP-PRINTS      PIC 9(5).
              10  OP-REPRINTS    PIC 9(5).
       01  OP-TOTAL            PIC 9(2) VALUE 0.
       01  OP-IDX              PIC 9(2).
       01  OP-MATCH-IDX        PIC 9(2).
       01  REPRINT-MEMBER-TABLE.
           05 RM-ENTRY OCCURS 500 TIMES.
              10  RM-ID          PIC X(5).
              10  RM-COUNT       PIC 9(3).
       01  RM-TOTAL            PIC 9(4) VALUE 0.
       01  RM-IDX              PIC 9(4).
       01  RM-MATCH-IDX        PIC 9(4).

       01  CNT-PENDING         PIC 9(5) VALUE 0.
       01  CNT-HELD            PIC 9(5) VALUE 0.
       01  CNT-PRINTED         PIC 9(5) VALUE 0.
       01  CNT-PRINTS          PIC 9(5) VALUE 0.
       01  CNT-REPRINTS        PIC 9(5) VALUE 0.
       01  CNT-OUT             PIC Z(4)9.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           MOVE TODAY TO TODAY-X
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*   Library Card Printing                 *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. List cards waiting to print"
           DISPLAY "2. Print waiting cards"
           DISPLAY "3. Reprint a member's card"
           DISPLAY "4. Reprint report"
           DISPLAY "5. Exit"
           DISPLAY "Enter your choice (1-5): "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM LIST-PENDING-CARDS
               WHEN 2
                   PERFORM PRINT-PENDING-CARDS
                       THRU PRINT-PENDING-CARDS-EXIT
               WHEN 3
                   PERFORM REPRINT-ONE-CARD THRU REPRINT-ONE-CARD-EXIT
               WHEN 4
                   PERFORM REPRINT-REPORT THRU REPRINT-REPORT-EXIT
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           GOBACK.

       LIST-PENDING-CARDS.
           PERFORM LOAD-MEMBERS
           PERFORM LOAD-QUEUE
           PERFORM MARK-PRINTED-QUEUE
           MOVE 0 TO CNT-PENDING CNT-HELD
           DISPLAY " "
           DISPLAY "CARDS WAITING TO PRINT"
           DISPLAY CARD-RULE
           PERFORM VARYING CQ-IDX FROM 1 BY 1 UNTIL CQ-IDX > CQ-TOTAL
               IF CQ-PRINTED(CQ-IDX) = 'N'
                   MOVE CQ-MEMBER(CQ-IDX) TO WS-MEMBER-ID
                   PERFORM FIND-MEMBER-ENTRY
                   IF MB-MATCH-IDX > 0
                       IF FUNCTION TRIM(MB-FLAG(MB-MATCH-IDX))
                           = "ACTIVE"
                           ADD 1 TO CNT-PENDING
                           DISPLAY "  " CQ-MEMBER(CQ-IDX) " "
                               MB-NAME(MB-MATCH-IDX) " "
                               CQ-REASON(CQ-IDX) " "
                               CQ-SOURCE(CQ-IDX) " " CQ-DATE(CQ-IDX)
                       ELSE
                           ADD 1 TO CNT-HELD
                           DISPLAY "  " CQ-MEMBER(CQ-IDX) " "
                               MB-NAME(MB-MATCH-IDX) " held -- "
                               FUNCTION TRIM(MB-FLAG(MB-MATCH-IDX))
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY CARD-RULE
           DISPLAY CNT-PENDING " card(s) ready to print, " CNT-HELD
               " held until the member is ACTIVE".

      * Prints every queued card that has no PRINT row yet and whose
      * member is ACTIVE; a card for a member still PENDING or since
      * BLOCKED stays in the queue.
       PRINT-PENDING-CARDS.
           PERFORM LOAD-MEMBERS
           PERFORM LOAD-QUEUE
           PERFORM MARK-PRINTED-QUEUE
           MOVE 0 TO CNT-PENDING
           PERFORM VARYING CQ-IDX FROM 1 BY 1 UNTIL CQ-IDX > CQ-TOTAL
               IF CQ-PRINTED(CQ-IDX) = 'N'
                   MOVE CQ-MEMBER(CQ-IDX) TO WS-MEMBER-ID
                   PERFORM FIND-MEMBER-ENTRY
                   IF MB-MATCH-IDX > 0
                       IF FUNCTION TRIM(MB-FLAG(MB-MATCH-IDX))
                           = "ACTIVE"
                           ADD 1 TO CNT-PENDING
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF CNT-PENDING = 0
               DISPLAY "No cards waiting to print."
               GO TO PRINT-PENDING-CARDS-EXIT
           END-IF
           DISPLAY CNT-PENDING " card(s) to print. Continue (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Nothing printed."
               GO TO PRINT-PENDING-CARDS-EXIT
           END-IF

           PERFORM LOAD-BOOK-BRANCHES
           PERFORM COUNT-MEMBER-LOANS
           PERFORM OPEN-CARD-FILE
           MOVE 0 TO CNT-PRINTED
           MOVE "PRINT" TO WS-PRINT-TYPE
           PERFORM VARYING CQ-IDX FROM 1 BY 1 UNTIL CQ-IDX > CQ-TOTAL
               IF CQ-PRINTED(CQ-IDX) = 'N'
                   MOVE CQ-MEMBER(CQ-IDX) TO WS-MEMBER-ID
                   PERFORM FIND-MEMBER-ENTRY
                   IF MB-MATCH-IDX > 0
                       IF FUNCTION TRIM(MB-FLAG(MB-MATCH-IDX))
                           = "ACTIVE"
                           MOVE CQ-BRANCH(CQ-IDX) TO CARD-BRANCH
                           MOVE CQ-REASON(CQ-IDX) TO WS-REASON
                           PERFORM PRINT-ONE-CARD
                           MOVE 'Y' TO CQ-PRINTED(CQ-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CARD-FILE
           DISPLAY CNT-PRINTED " card(s) printed to "
               FUNCTION TRIM(CARD-PATH).
       PRINT-PENDING-CARDS-EXIT.
           EXIT.

      * A replacement for a damaged or misprinted card -- same ID,
      * same check digit. A lost card is not reprinted here: that is
      * EditMember.cbl's replacement flow, which issues a new ID.
       REPRINT-ONE-CARD.
           DISPLAY "Member ID: "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE FUNCTION TRIM(WS-RAW) TO WS-MEMBER-ID
           PERFORM LOAD-MEMBERS
           PERFORM FIND-MEMBER-ENTRY
           IF MB-MATCH-IDX = 0
               DISPLAY "No member with that ID."
               GO TO REPRINT-ONE-CARD-EXIT
           END-IF
           IF FUNCTION TRIM(MB-FLAG(MB-MATCH-IDX)) NOT = "ACTIVE"
               DISPLAY "Member " WS-MEMBER-ID " is "
                   FUNCTION TRIM(MB-FLAG(MB-MATCH-IDX))
                   " -- no card can be reprinted."
               GO TO REPRINT-ONE-CARD-EXIT
           END-IF
           PERFORM LOAD-QUEUE
           PERFORM MARK-PRINTED-QUEUE
           MOVE 0 TO CQ-MATCH-IDX
           PERFORM VARYING CQ-IDX FROM 1 BY 1 UNTIL CQ-IDX > CQ-TOTAL
               IF CQ-MEMBER(CQ-IDX) = WS-MEMBER-ID
                   MOVE CQ-IDX TO CQ-MATCH-IDX
               END-IF
           END-PERFORM
           IF CQ-MATCH-IDX > 0
               IF CQ-PRINTED(CQ-MATCH-IDX) = 'N'
                   DISPLAY "This card is still waiting in the print "
                       "queue -- print the queue instead."
                   GO TO REPRINT-ONE-CARD-EXIT
               END-IF
           END-IF
           DISPLAY "Reason: 1=Damaged 2=Misprint 3=Worn 4=Other: "
           ACCEPT WS-REASON-CHOICE
           EVALUATE WS-REASON-CHOICE
               WHEN 1
                   MOVE "DAMAGED" TO WS-REASON
               WHEN 2
                   MOVE "MISPRINT" TO WS-REASON
               WHEN 3
                   MOVE "WORN" TO WS-REASON
               WHEN OTHER
                   MOVE "OTHER" TO WS-REASON
           END-EVALUATE

           MOVE SPACES TO CARD-BRANCH
           IF CQ-MATCH-IDX > 0
               MOVE CQ-BRANCH(CQ-MATCH-IDX) TO CARD-BRANCH
           END-IF
           PERFORM LOAD-BOOK-BRANCHES
           PERFORM COUNT-MEMBER-LOANS
           PERFORM OPEN-CARD-FILE
           MOVE 0 TO CNT-PRINTED
           MOVE "REPRINT" TO WS-PRINT-TYPE
           PERFORM PRINT-ONE-CARD
           CLOSE CARD-FILE
           DISPLAY "Card for member " WS-MEMBER-ID " reprinted to "
               FUNCTION TRIM(CARD-PATH).
       REPRINT-ONE-CARD-EXIT.
           EXIT.

       OPEN-CARD-FILE.
           MOVE SPACES TO CARD-PATH
           STRING "../cards-" DELIMITED BY SIZE
                  TODAY-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO CARD-PATH
           CALL "TrainingCheck" USING TRAINING-MODE, TRAINING-DATE
           OPEN EXTEND CARD-FILE
           IF CARD-STATUS = "05" OR CARD-STATUS = "35"
               OPEN OUTPUT CARD-FILE
           END-IF.

      * MB-MATCH-IDX is the member; CARD-BRANCH comes in holding the
      * branch named when the card was queued, or spaces.
       PRINT-ONE-CARD.
           MOVE MB-ID(MB-MATCH-IDX) TO CARD-ID CD-ID-X
           MOVE MB-NAME(MB-MATCH-IDX) TO CARD-NAME
           MOVE MB-EXPIRY(MB-MATCH-IDX) TO CARD-EXPIRY
           IF CARD-EXPIRY = SPACES
               MOVE "NONE" TO CARD-EXPIRY
           END-IF
           IF CARD-BRANCH = SPACES
               MOVE 0 TO BR-BEST
               PERFORM VARYING BR-IDX FROM 1 BY 1
                       UNTIL BR-IDX > BR-TOTAL
                   IF MB-BR-LOANS(MB-MATCH-IDX, BR-IDX) > BR-BEST
                       MOVE MB-BR-LOANS(MB-MATCH-IDX, BR-IDX)
                           TO BR-BEST
                       MOVE BR-NAME(BR-IDX) TO CARD-BRANCH
                   END-IF
               END-PERFORM
           END-IF
           IF CARD-BRANCH = SPACES
               MOVE "MAIN" TO CARD-BRANCH
           END-IF
           PERFORM COMPUTE-CHECK-DIGIT

           MOVE SPACES TO CARD-LINE
           STRING "+" CARD-RULE(1:38) "+" DELIMITED BY SIZE
               INTO CARD-LINE
           WRITE CARD-LINE
           MOVE "PUBLIC LIBRARY SERVICE" TO CARD-BODY
           PERFORM WRITE-CARD-BODY
           IF TRAINING-MODE = 'Y'
               MOVE "*** TRAINING -- NOT A VALID CARD ***" TO CARD-BODY
               PERFORM WRITE-CARD-BODY
           END-IF
           MOVE "LIBRARY MEMBERSHIP CARD" TO CARD-BODY
           PERFORM WRITE-CARD-BODY
           MOVE SPACES TO CARD-BODY
           PERFORM WRITE-CARD-BODY
           STRING "Name    : " DELIMITED BY SIZE
                  CARD-NAME DELIMITED BY SIZE
               INTO CARD-BODY
           PERFORM WRITE-CARD-BODY
           STRING "Member  : " DELIMITED BY SIZE
                  CARD-ID DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  CD-CHECK DELIMITED BY SIZE
               INTO CARD-BODY
           PERFORM WRITE-CARD-BODY
           STRING "Branch  : " DELIMITED BY SIZE
                  CARD-BRANCH DELIMITED BY SIZE
               INTO CARD-BODY
           PERFORM WRITE-CARD-BODY
           STRING "Expires : " DELIMITED BY SIZE
                  CARD-EXPIRY DELIMITED BY SIZE
               INTO CARD-BODY
           PERFORM WRITE-CARD-BODY
           MOVE SPACES TO CARD-BODY
           PERFORM WRITE-CARD-BODY
      * Start/stop asterisks for the card printer's Code 39 font.
           STRING "*" DELIMITED BY SIZE
                  CARD-ID DELIMITED BY SIZE
                  CD-CHECK DELIMITED BY SIZE
                  "*" DELIMITED BY SIZE
               INTO CARD-BODY
           PERFORM WRITE-CARD-BODY
           IF WS-PRINT-TYPE = "REPRINT"
               STRING "REPRINT " DELIMITED BY SIZE
                      TODAY-X DELIMITED BY SIZE
                   INTO CARD-BODY
               PERFORM WRITE-CARD-BODY
           END-IF
           MOVE SPACES TO CARD-LINE
           STRING "+" CARD-RULE(1:38) "+" DELIMITED BY SIZE
               INTO CARD-LINE
           WRITE CARD-LINE
           MOVE SPACES TO CARD-LINE
           WRITE CARD-LINE
           PERFORM LOG-CARD-PRINT
           ADD 1 TO CNT-PRINTED.

       WRITE-CARD-BODY.
           MOVE SPACES TO CARD-LINE
           STRING "|" CARD-BODY "|" DELIMITED BY SIZE
               INTO CARD-LINE
           WRITE CARD-LINE
           MOVE SPACES TO CARD-BODY.

       COMPUTE-CHECK-DIGIT.
           MOVE 0 TO CD-SUM CD-CHECK
           IF CD-ID-X IS NUMERIC
               PERFORM VARYING CD-POS FROM 1 BY 1 UNTIL CD-POS > 5
                   MOVE CD-DIGIT(CD-POS) TO CD-WORK
                   IF FUNCTION MOD(CD-POS, 2) = 1
                       COMPUTE CD-WORK = CD-WORK * 2
                       IF CD-WORK > 9
                           SUBTRACT 9 FROM CD-WORK
                       END-IF
                   END-IF
                   ADD CD-WORK TO CD-SUM
               END-PERFORM
               COMPUTE CD-CHECK =
                   FUNCTION MOD(10 - FUNCTION MOD(CD-SUM, 10), 10)
           END-IF.

       LOG-CARD-PRINT.
           OPEN EXTEND PRINT-LOG-FILE
           IF PRINT-LOG-STATUS = "05" OR PRINT-LOG-STATUS = "35"
               OPEN OUTPUT PRINT-LOG-FILE
           END-IF
           MOVE SPACES TO PRINT-LOG-REC
           STRING CARD-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-PRINT-TYPE) DELIMITED BY SIZE ","
                  TODAY-X DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-OPERATOR-ID-L) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
               INTO PRINT-LOG-REC
           WRITE PRINT-LOG-REC
           CLOSE PRINT-LOG-FILE.

      * Prints and reprints for a year (blank = every year on the log),
      * with reprints broken down by reason, operator and member.
       REPRINT-REPORT.
           DISPLAY "Year (YYYY, blank for all): "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE FUNCTION TRIM(WS-RAW) TO WS-YEAR
           MOVE 0 TO CNT-PRINTS CNT-REPRINTS RS-TOTAL OP-TOTAL RM-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT PRINT-LOG-FILE
           IF PRINT-LOG-STATUS NOT = "00"
               DISPLAY "No cards have been printed yet."
               GO TO REPRINT-REPORT-EXIT
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ PRINT-LOG-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM TALLY-ONE-PRINT THRU TALLY-ONE-PRINT-EXIT
               END-READ
           END-PERFORM
           CLOSE PRINT-LOG-FILE
           MOVE 'N' TO FILE-END

           IF WS-YEAR = SPACES
               MOVE "ALL" TO WS-YEAR
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "SUMMARY," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-YEAR) DELIMITED BY SIZE ","
                  CNT-PRINTS DELIMITED BY SIZE ","
                  CNT-REPRINTS DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           DISPLAY " "
           IF WS-YEAR = "ALL"
               DISPLAY "CARD PRINTING -- ALL YEARS"
           ELSE
               DISPLAY "CARD PRINTING -- " WS-YEAR
           END-IF
           DISPLAY CARD-RULE
           MOVE CNT-PRINTS TO CNT-OUT
           DISPLAY "New cards printed : " CNT-OUT
           MOVE CNT-REPRINTS TO CNT-OUT
           DISPLAY "Reprints          : " CNT-OUT
           DISPLAY CARD-RULE
           DISPLAY "Reprints by reason"
           PERFORM VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > RS-TOTAL
               MOVE RS-COUNT(RS-IDX) TO CNT-OUT
               DISPLAY "  " RS-NAME(RS-IDX) "  " CNT-OUT
               MOVE SPACES TO REPORT-REC
               STRING "REASON," DELIMITED BY SIZE
                      FUNCTION TRIM(RS-NAME(RS-IDX)) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      RS-COUNT(RS-IDX) DELIMITED BY SIZE
                   INTO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM
           DISPLAY "By operator          prints  reprints"
           PERFORM VARYING OP-IDX FROM 1 BY 1 UNTIL OP-IDX > OP-TOTAL
               DISPLAY "  " OP-ID(OP-IDX) "               "
                   OP-PRINTS(OP-IDX) "     " OP-REPRINTS(OP-IDX)
               MOVE SPACES TO REPORT-REC
               STRING "OPERATOR," DELIMITED BY SIZE
                      FUNCTION TRIM(OP-ID(OP-IDX)) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      OP-PRINTS(OP-IDX) DELIMITED BY SIZE ","
                      OP-REPRINTS(OP-IDX) DELIMITED BY SIZE
                   INTO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM
           DISPLAY "Members reprinted"
           PERFORM VARYING RM-IDX FROM 1 BY 1 UNTIL RM-IDX > RM-TOTAL
               DISPLAY "  " RM-ID(RM-IDX) "  " RM-COUNT(RM-IDX)
                   " reprint(s)"
               MOVE SPACES TO REPORT-REC
               STRING "MEMBER," DELIMITED BY SIZE
                      RM-ID(RM-IDX) DELIMITED BY SIZE ","
                      RM-COUNT(RM-IDX) DELIMITED BY SIZE
                   INTO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM
           CLOSE REPORT-FILE
           DISPLAY CARD-RULE
           DISPLAY "Report written to ../card-reprint-report.csv".
       REPRINT-REPORT-EXIT.
           EXIT.

       TALLY-ONE-PRINT.
           MOVE SPACES TO PL-MEMBER-F PL-TYPE-F PL-DATE-F PL-BY-F
               PL-REASON-F
           UNSTRING PRINT-LOG-REC DELIMITED BY ","
               INTO PL-MEMBER-F, PL-TYPE-F, PL-DATE-F, PL-BY-F,
                    PL-REASON-F
           IF WS-YEAR NOT = SPACES AND PL-DATE-F(1:4) NOT = WS-YEAR
               GO TO TALLY-ONE-PRINT-EXIT
           END-IF

           MOVE 0 TO OP-MATCH-IDX
           PERFORM VARYING OP-IDX FROM 1 BY 1
                   UNTIL OP-IDX > OP-TOTAL OR OP-MATCH-IDX > 0
               IF OP-ID(OP-IDX) = PL-BY-F
                   MOVE OP-IDX TO OP-MATCH-IDX
               END-IF
           END-PERFORM
           IF OP-MATCH-IDX = 0 AND OP-TOTAL < 50
               ADD 1 TO OP-TOTAL
               MOVE OP-TOTAL TO OP-MATCH-IDX
               MOVE PL-BY-F TO OP-ID(OP-TOTAL)
               MOVE 0 TO OP-PRINTS(OP-TOTAL) OP-REPRINTS(OP-TOTAL)
           END-IF

           IF PL-TYPE-F NOT = "REPRINT"
               ADD 1 TO CNT-PRINTS
               IF OP-MATCH-IDX > 0
                   ADD 1 TO OP-PRINTS(OP-MATCH-IDX)
               END-IF
               GO TO TALLY-ONE-PRINT-EXIT
           END-IF

           ADD 1 TO CNT-REPRINTS
           IF OP-MATCH-IDX > 0
               ADD 1 TO OP-REPRINTS(OP-MATCH-IDX)
           END-IF
           MOVE 0 TO RS-MATCH-IDX
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > RS-TOTAL OR RS-MATCH-IDX > 0
               IF RS-NAME(RS-IDX) = PL-REASON-F
                   MOVE RS-IDX TO RS-MATCH-IDX
               END-IF
           END-PERFORM
           IF RS-MATCH-IDX = 0 AND RS-TOTAL < 10
               ADD 1 TO RS-TOTAL
               MOVE RS-TOTAL TO RS-MATCH-IDX
               MOVE PL-REASON-F TO RS-NAME(RS-TOTAL)
               MOVE 0 TO RS-COUNT(RS-TOTAL)
           END-IF
           IF RS-MATCH-IDX > 0
               ADD 1 TO RS-COUNT(RS-MATCH-IDX)
           END-IF
           MOVE 0 TO RM-MATCH-IDX
           PERFORM VARYING RM-IDX FROM 1 BY 1
                   UNTIL RM-IDX > RM-TOTAL OR RM-MATCH-IDX > 0
               IF RM-ID(RM-IDX) = PL-MEMBER-F
                   MOVE RM-IDX TO RM-MATCH-IDX
               END-IF
           END-PERFORM
           IF RM-MATCH-IDX = 0 AND RM-TOTAL < 500
               ADD 1 TO RM-TOTAL
               MOVE RM-TOTAL TO RM-MATCH-IDX
               MOVE PL-MEMBER-F TO RM-ID(RM-TOTAL)
               MOVE 0 TO RM-COUNT(RM-TOTAL)
           END-IF
           IF RM-MATCH-IDX > 0
               ADD 1 TO RM-COUNT(RM-MATCH-IDX)
           END-IF.
       TALLY-ONE-PRINT-EXIT.
           EXIT.

       LOAD-QUEUE.
           MOVE 0 TO CQ-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT QUEUE-FILE
           IF QUEUE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR CQ-TOTAL >= 500
               READ QUEUE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO CQ-MEMBER-F CQ-REASON-F
                           CQ-DATE-F CQ-SOURCE-F CQ-BY-F CQ-BRANCH-F
                       UNSTRING QUEUE-REC DELIMITED BY ","
                           INTO CQ-MEMBER-F, CQ-REASON-F, CQ-DATE-F,
                                CQ-SOURCE-F, CQ-BY-F, CQ-BRANCH-F
                       IF CQ-MEMBER-F NOT = SPACES
                           ADD 1 TO CQ-TOTAL
                           MOVE CQ-MEMBER-F TO CQ-MEMBER(CQ-TOTAL)
                           MOVE CQ-REASON-F TO CQ-REASON(CQ-TOTAL)
                           MOVE CQ-DATE-F TO CQ-DATE(CQ-TOTAL)
                           MOVE CQ-SOURCE-F TO CQ-SOURCE(CQ-TOTAL)
                           MOVE FUNCTION UPPER-CASE(CQ-BRANCH-F)
                               TO CQ-BRANCH(CQ-TOTAL)
                           MOVE 'N' TO CQ-PRINTED(CQ-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF QUEUE-STATUS = "00" OR QUEUE-STATUS = "10"
               CLOSE QUEUE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * A queued card is done once card-print-log.csv has a PRINT row
      * for its member ID.
       MARK-PRINTED-QUEUE.
           MOVE 'N' TO FILE-END
           OPEN INPUT PRINT-LOG-FILE
           IF PRINT-LOG-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ PRINT-LOG-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO PL-MEMBER-F PL-TYPE-F
                       UNSTRING PRINT-LOG-REC DELIMITED BY ","
                           INTO PL-MEMBER-F, PL-TYPE-F
                       IF PL-TYPE-F = "PRINT"
                           PERFORM VARYING CQ-IDX FROM 1 BY 1
                                   UNTIL CQ-IDX > CQ-TOTAL
                               IF CQ-MEMBER(CQ-IDX) = PL-MEMBER-F
                                   MOVE 'Y' TO CQ-PRINTED(CQ-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF PRINT-LOG-STATUS = "00" OR PRINT-LOG-STATUS = "10"
               CLOSE PRINT-LOG-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       FIND-MEMBER-ENTRY.
           MOVE 0 TO MB-MATCH-IDX
           PERFORM VARYING MB-IDX FROM 1 BY 1
                   UNTIL MB-IDX > MB-TOTAL OR MB-MATCH-IDX > 0
               IF MB-ID(MB-IDX) = WS-MEMBER-ID
                   MOVE MB-IDX TO MB-MATCH-IDX
               END-IF
           END-PERFORM.

      * Books and the branch that owns them (books.csv field 8,
      * blank = MAIN, as LanguageReport.cbl reads it).
       LOAD-BOOK-BRANCHES.
           MOVE 0 TO BK-TOTAL BR-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT BOOK-FILE
           IF BOOK-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR BK-TOTAL >= 2000
               READ BOOK-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO BK-BRANCH-F
                       UNSTRING BOOK-REC DELIMITED BY ","
                           INTO BK-ID-F, BK-SKIP-F, BK-SKIP-F,
                                BK-SKIP-F, BK-SKIP-F, BK-SKIP-F,
                                BK-SKIP-F, BK-BRANCH-F
                       IF BK-BRANCH-F = SPACES
                           MOVE "MAIN" TO BK-BRANCH-F
                       END-IF
                       MOVE 0 TO BR-MATCH-IDX
                       PERFORM VARYING BR-IDX FROM 1 BY 1
                               UNTIL BR-IDX > BR-TOTAL
                                  OR BR-MATCH-IDX > 0
                           IF BR-NAME(BR-IDX) = BK-BRANCH-F
                               MOVE BR-IDX TO BR-MATCH-IDX
                           END-IF
                       END-PERFORM
                       IF BR-MATCH-IDX = 0 AND BR-TOTAL < 20
                           ADD 1 TO BR-TOTAL
                           MOVE BK-BRANCH-F TO BR-NAME(BR-TOTAL)
                           MOVE BR-TOTAL TO BR-MATCH-IDX
                       END-IF
                       IF BR-MATCH-IDX > 0
                           ADD 1 TO BK-TOTAL
                           MOVE BK-ID-F TO BK-ID(BK-TOTAL)
                           MOVE BR-MATCH-IDX TO BK-BR-IDX(BK-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF BOOK-STATUS = "00" OR BOOK-STATUS = "10"
               CLOSE BOOK-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Loans on the live log by lending branch, for a card whose
      * branch was not named when it was queued.
       COUNT-MEMBER-LOANS.
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
                       UNSTRING LOG-REC DELIMITED BY ","
                           INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F
                       MOVE 0 TO LG-MB-IDX
                       PERFORM VARYING MB-IDX FROM 1 BY 1
                               UNTIL MB-IDX > MB-TOTAL OR LG-MB-IDX > 0
                           IF MB-ID(MB-IDX) = LG-MEMBER-F
                               MOVE MB-IDX TO LG-MB-IDX
                           END-IF
                       END-PERFORM
                       IF LG-MB-IDX > 0
                           PERFORM VARYING BK-IDX FROM 1 BY 1
                                   UNTIL BK-IDX > BK-TOTAL
                               IF BK-ID(BK-IDX) = LG-BOOK-F
                                   ADD 1 TO MB-BR-LOANS(LG-MB-IDX,
                                       BK-BR-IDX(BK-IDX))
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF LOG-STATUS = "00" OR LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-MEMBERS.
           MOVE 0 TO MB-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT MEMBER-FILE
           IF MEMBER-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR MB-TOTAL >= 2000
               READ MEMBER-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM SPLIT-MEMBER-REC
                       IF MB-ID-F NOT = SPACES
                           ADD 1 TO MB-TOTAL
                           MOVE MB-ID-F TO MB-ID(MB-TOTAL)
                           MOVE MB-NAME-F TO MB-NAME(MB-TOTAL)
                           MOVE MB-FLAG-F TO MB-FLAG(MB-TOTAL)
                           MOVE MB-EXPIRY-F TO MB-EXPIRY(MB-TOTAL)
                           PERFORM VARYING BR-IDX FROM 1 BY 1
                                   UNTIL BR-IDX > 20
                               MOVE 0 TO MB-BR-LOANS(MB-TOTAL, BR-IDX)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF MEMBER-STATUS = "00" OR MEMBER-STATUS = "10"
               CLOSE MEMBER-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SPLIT-MEMBER-REC.
           MOVE SPACES TO MB-ID-F MB-NAME-F MB-EMAIL-F MB-ADDR-F
               MB-GENDER-F MB-FLAG-F MB-EXPIRY-F MB-TIER-F
               MB-NOTIFY-F
           MOVE 0 TO MB-QUOTE-COUNT
           INSPECT MEMBER-REC TALLYING MB-QUOTE-COUNT FOR ALL '"'
           IF MB-QUOTE-COUNT > 0
               UNSTRING MEMBER-REC DELIMITED BY '"'
                   INTO MB-ID-EMAIL, MB-ADDR-F, MB-GENDER-FLAG
               UNSTRING MB-ID-EMAIL DELIMITED BY ","
                   INTO MB-ID-F, MB-NAME-F, MB-EMAIL-F
               UNSTRING MB-GENDER-FLAG DELIMITED BY ","
                   INTO MB-DUMMY, MB-GENDER-F, MB-FLAG-F, MB-EXPIRY-F,
                        MB-TIER-F, MB-NOTIFY-F
           ELSE
               UNSTRING MEMBER-REC DELIMITED BY ","
                   INTO MB-ID-F, MB-NAME-F, MB-EMAIL-F, MB-ADDR-F,
                        MB-GENDER-F, MB-FLAG-F, MB-EXPIRY-F,
                        MB-TIER-F, MB-NOTIFY-F
           END-IF.

       END PROGRAM CardPrint.
