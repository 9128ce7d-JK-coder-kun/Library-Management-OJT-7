      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Printed letters for members who take their notices by
      *          post -- a POST notification preference, or any member
      *          short of an e-mail address who has not opted out.
      *          Their pending notify-outbox.csv rows (overdue, hold
      *          ready, fees and the rest) become letters under the
      *          library letterhead with the members.csv address block,
      *          one member's notices for one branch to a letter and a
      *          page break between letters. Letters are batched by
      *          the branch that owns the item (books.csv field 8;
      *          notices with no book go to MAIN) into
      *          ../postal-letters-YYYYMMDD.txt, with a matching label
      *          sheet in ../postal-labels-YYYYMMDD.txt. Every notice
      *          printed is recorded on ../postal-printed.csv
      *          (member,type,book,notice_date,printed_date,branch) and
      *          never prints again. Run by NightlyBatch.cbl before the
      *          digest step, which hands back the letter count for
      *          the run summary.
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - TRAINING banner on every batch heading and
      *                letter when run against the practice data set
      *                (TrainingCheck.cbl)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostalLetters.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTBOX-FILE ASSIGN TO "../notify-outbox.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTBOX-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMBER-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-STATUS.
           SELECT PRINTED-FILE ASSIGN TO "../postal-printed.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINTED-STATUS.
           SELECT LETTER-FILE ASSIGN TO DYNAMIC LETTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-STATUS.
           SELECT LABEL-FILE ASSIGN TO DYNAMIC LABEL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABEL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOX-FILE.
       01  OUTBOX-LINE        PIC X(200).
       FD  MEMBER-FILE.
       01  MEMBER-REC         PIC X(200).
       FD  BOOK-FILE.
       01  BOOK-REC           PIC X(200).
       FD  PRINTED-FILE.
       01  PRINTED-REC        PIC X(80).
       FD  LETTER-FILE.
       01  LETTER-LINE        PIC X(80).
       FD  LABEL-FILE.
       01  LABEL-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  OUTBOX-STATUS       PIC XX.
       01  MEMBER-STATUS       PIC XX.
       01  BOOK-STATUS         PIC XX.
       01  PRINTED-STATUS      PIC XX.
       01  LETTER-STATUS       PIC XX.
       01  LABEL-STATUS        PIC XX.
       01  FILE-END            PIC X VALUE 'N'.
       01  LETTER-PATH         PIC X(40).
       01  LABEL-PATH          PIC X(40).

       01  TODAY               PIC 9(8).
       01  TODAY-X             PIC X(8).
       01  TODAY-DISPLAY       PIC X(10).

      * Letterhead printed at the top of every letter.
       01  LETTERHEAD-1        PIC X(40)
           VALUE "PUBLIC LIBRARY SERVICE".
       01  LETTERHEAD-2        PIC X(40)
           VALUE "Member Services".

      * Practice data set (TrainingCheck.cbl) -- every letter and
      * label sheet is headed with TRAINING-BANNER.
       01  TRAINING-MODE       PIC X VALUE 'N'.
       01  TRAINING-DATE       PIC X(8).
       01  TRAINING-BANNER     PIC X(80) VALUE
           "*** TRAINING -- PRACTICE DATA -- DO NOT MAIL ***".

      * Outbox rows: member,email,type,book,days,date,rendered text --
      * the text may hold commas, so it is taken whole from the
      * seventh field on, as NightlyBatch.cbl's digest step does.
       01  OB-MEMBER-F         PIC X(5).
       01  OB-EMAIL-F          PIC X(35).
       01  OB-TYPE-F           PIC X(12).
       01  OB-BOOK-F           PIC X(5).
       01  OB-DAYS-F           PIC X(5).
       01  OB-DATE-F           PIC X(10).
       01  OB-SPLIT-PTR        PIC 9(4).

       01  NOTICE-TABLE.
           05 NOTICE-ENTRY OCCURS 500 TIMES.
              10  NT-MB-IDX      PIC 9(4).
              10  NT-TYPE        PIC X(12).
              10  NT-BOOK        PIC X(5).
              10  NT-DATE        PIC X(10).
              10  NT-BRANCH      PIC X(10).
              10  NT-BODY        PIC X(120).
              10  NT-DONE        PIC X(1).
       01  NT-TOTAL            PIC 9(4) VALUE 0.
       01  NT-IDX              PIC 9(4).
       01  NT-JDX              PIC 9(4).

      * Already-printed notices, keyed as the outbox row is.
       01  PRINTED-TABLE.
           05 PRINTED-ENTRY OCCURS 3000 TIMES.
              10  PT-KEY         PIC X(32).
       01  PT-TOTAL            PIC 9(4) VALUE 0.
       01  PT-IDX              PIC 9(4).
       01  WS-KEY              PIC X(32).
       01  WS-FOUND            PIC X(1).
       01  PT-MEMBER-F         PIC X(5).
       01  PT-TYPE-F           PIC X(12).
       01  PT-BOOK-F           PIC X(5).
       01  PT-DATE-F           PIC X(10).

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

      * Postal members only.
       01  MEMBER-TABLE.
           05 MEMBER-ENTRY OCCURS 2000 TIMES.
              10  MB-ID          PIC X(5).
              10  MB-NAME        PIC X(30).
              10  MB-ADDR        PIC X(60).
       01  MB-TOTAL            PIC 9(4) VALUE 0.
       01  MB-IDX              PIC 9(4).
       01  MB-MATCH-IDX        PIC 9(4).

      * The address is free text; commas split it into lines.
       01  ADDR-LINES.
           05 ADDR-LINE        PIC X(40) OCCURS 4 TIMES.
       01  ADDR-IDX            PIC 9(1).

       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 2000 TIMES.
              10  BK-ID          PIC X(5).
              10  BK-BRANCH      PIC X(10).
       01  BK-TOTAL            PIC 9(4) VALUE 0.
       01  BK-IDX              PIC 9(4).
       01  BK-ID-F             PIC X(5).
       01  BK-SKIP-F           PIC X(30).
       01  BK-BRANCH-F         PIC X(10).

       01  BRANCH-TABLE.
           05 BR-NAME          PIC X(10) OCCURS 30 TIMES.
       01  BR-TOTAL            PIC 9(2) VALUE 0.
       01  BR-IDX              PIC 9(2).
       01  BR-MATCH-IDX        PIC 9(2).
       01  WS-BRANCH           PIC X(10).
       01  BR-LETTERS          PIC 9(5).

       01  CNT-LETTERS         PIC 9(5) VALUE 0.
       01  CNT-NOTICES         PIC 9(5) VALUE 0.
       01  WS-CUR-MB-IDX       PIC 9(4).

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 LETTER-COUNT-L PIC 9(5).
       PROCEDURE DIVISION USING USER-CHOICE, LETTER-COUNT-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           MOVE TODAY TO TODAY-X
           MOVE SPACES TO TODAY-DISPLAY
           STRING TODAY(7:2) DELIMITED BY SIZE "."
                  TODAY(5:2) DELIMITED BY SIZE "."
                  TODAY(1:4) DELIMITED BY SIZE
               INTO TODAY-DISPLAY
           MOVE 0 TO CNT-LETTERS CNT-NOTICES
           PERFORM BUILD-LETTERS THRU BUILD-LETTERS-EXIT
           MOVE CNT-LETTERS TO LETTER-COUNT-L
           GOBACK.

       BUILD-LETTERS.
           PERFORM LOAD-POSTAL-MEMBERS
           IF MB-TOTAL = 0
               GO TO BUILD-LETTERS-EXIT
           END-IF
           PERFORM LOAD-BOOK-BRANCHES
           PERFORM LOAD-PRINTED-KEYS
           PERFORM LOAD-PENDING-NOTICES
           IF NT-TOTAL = 0
               GO TO BUILD-LETTERS-EXIT
           END-IF

           MOVE SPACES TO LETTER-PATH LABEL-PATH
           STRING "../postal-letters-" DELIMITED BY SIZE
                  TODAY-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO LETTER-PATH
           STRING "../postal-labels-" DELIMITED BY SIZE
                  TODAY-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO LABEL-PATH
           CALL "TrainingCheck" USING TRAINING-MODE, TRAINING-DATE
           OPEN EXTEND LETTER-FILE
           IF LETTER-STATUS = "05" OR LETTER-STATUS = "35"
               OPEN OUTPUT LETTER-FILE
           END-IF
           OPEN EXTEND LABEL-FILE
           IF LABEL-STATUS = "05" OR LABEL-STATUS = "35"
               OPEN OUTPUT LABEL-FILE
           END-IF
           OPEN EXTEND PRINTED-FILE
           IF PRINTED-STATUS = "05" OR PRINTED-STATUS = "35"
               OPEN OUTPUT PRINTED-FILE
           END-IF

           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-TOTAL
               MOVE BR-NAME(BR-IDX) TO WS-BRANCH
               PERFORM PRINT-BRANCH-BATCH
           END-PERFORM

           CLOSE PRINTED-FILE
           CLOSE LABEL-FILE
           CLOSE LETTER-FILE
           DISPLAY CNT-LETTERS " postal letter(s) covering "
               CNT-NOTICES " notice(s) written to "
               FUNCTION TRIM(LETTER-PATH).
       BUILD-LETTERS-EXIT.
           EXIT.

      * A batch cover page and label-sheet heading for the branch,
      * then one letter per member with notices from that branch.
       PRINT-BRANCH-BATCH.
           MOVE 0 TO BR-LETTERS
           PERFORM VARYING NT-IDX FROM 1 BY 1 UNTIL NT-IDX > NT-TOTAL
               IF NT-BRANCH(NT-IDX) = WS-BRANCH AND
                  NT-DONE(NT-IDX) = 'N'
                   MOVE 'C' TO NT-DONE(NT-IDX)
                   PERFORM VARYING NT-JDX FROM NT-IDX BY 1
                           UNTIL NT-JDX > NT-TOTAL
                       IF NT-BRANCH(NT-JDX) = WS-BRANCH AND
                          NT-MB-IDX(NT-JDX) = NT-MB-IDX(NT-IDX)
                           MOVE 'C' TO NT-DONE(NT-JDX)
                       END-IF
                   END-PERFORM
                   ADD 1 TO BR-LETTERS
               END-IF
           END-PERFORM

      * A blank record carries the form feed; the heading follows it.
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO LABEL-LINE
           WRITE LABEL-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO LETTER-LINE
           STRING "POSTAL BATCH -- BRANCH " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BRANCH) DELIMITED BY SIZE
                  " -- " DELIMITED BY SIZE
                  TODAY-DISPLAY DELIMITED BY SIZE
                  " -- " DELIMITED BY SIZE
                  BR-LETTERS DELIMITED BY SIZE
                  " LETTER(S)" DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE LETTER-LINE TO LABEL-LINE
           WRITE LABEL-LINE
           IF TRAINING-MODE = 'Y'
               MOVE TRAINING-BANNER TO LETTER-LINE LABEL-LINE
               WRITE LETTER-LINE
               WRITE LABEL-LINE
           END-IF
           MOVE SPACES TO LABEL-LINE
           WRITE LABEL-LINE

           PERFORM VARYING NT-IDX FROM 1 BY 1 UNTIL NT-IDX > NT-TOTAL
               IF NT-BRANCH(NT-IDX) = WS-BRANCH AND
                  NT-DONE(NT-IDX) = 'C'
                   MOVE NT-MB-IDX(NT-IDX) TO WS-CUR-MB-IDX
                   PERFORM PRINT-ONE-LETTER
               END-IF
           END-PERFORM.

       PRINT-ONE-LETTER.
           PERFORM SPLIT-ADDRESS
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE AFTER ADVANCING PAGE
           IF TRAINING-MODE = 'Y'
               MOVE TRAINING-BANNER TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE LETTERHEAD-1 TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING FUNCTION TRIM(LETTERHEAD-2) DELIMITED BY SIZE
                  " -- " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BRANCH) DELIMITED BY SIZE
                  " branch" DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE ALL "-" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

      * Address block
           MOVE MB-NAME(WS-CUR-MB-IDX) TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE MB-NAME(WS-CUR-MB-IDX) TO LABEL-LINE
           WRITE LABEL-LINE
           PERFORM VARYING ADDR-IDX FROM 1 BY 1 UNTIL ADDR-IDX > 4
               IF ADDR-LINE(ADDR-IDX) NOT = SPACES
                   MOVE ADDR-LINE(ADDR-IDX) TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE ADDR-LINE(ADDR-IDX) TO LABEL-LINE
                   WRITE LABEL-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO LABEL-LINE
           STRING "Member " DELIMITED BY SIZE
                  MB-ID(WS-CUR-MB-IDX) DELIMITED BY SIZE
               INTO LABEL-LINE
           WRITE LABEL-LINE
           MOVE SPACES TO LABEL-LINE
           WRITE LABEL-LINE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE TODAY-DISPLAY TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           STRING "Dear " DELIMITED BY SIZE
                  FUNCTION TRIM(MB-NAME(WS-CUR-MB-IDX))
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "We are writing about your library account:"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           PERFORM VARYING NT-JDX FROM 1 BY 1 UNTIL NT-JDX > NT-TOTAL
               IF NT-BRANCH(NT-JDX) = WS-BRANCH AND
                  NT-MB-IDX(NT-JDX) = WS-CUR-MB-IDX AND
                  NT-DONE(NT-JDX) = 'C'
                   PERFORM PRINT-ONE-NOTICE
               END-IF
           END-PERFORM

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "Please contact the branch if you have any questions."
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "Yours sincerely," TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "The " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BRANCH) DELIMITED BY SIZE
                  " branch library" DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO CNT-LETTERS.

      * The rendered text when the notice has one; otherwise the
      * notice type and item. Each notice printed is marked so.
       PRINT-ONE-NOTICE.
           MOVE 'Y' TO NT-DONE(NT-JDX)
           MOVE SPACES TO LETTER-LINE
           IF NT-BODY(NT-JDX) NOT = SPACES
               STRING "  - " DELIMITED BY SIZE
                      NT-BODY(NT-JDX)(1:76) DELIMITED BY SIZE
                   INTO LETTER-LINE
               WRITE LETTER-LINE
               IF NT-BODY(NT-JDX)(77:44) NOT = SPACES
                   MOVE SPACES TO LETTER-LINE
                   STRING "    " DELIMITED BY SIZE
                          NT-BODY(NT-JDX)(77:44) DELIMITED BY SIZE
                       INTO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF
           ELSE
               IF NT-BOOK(NT-JDX) NOT = SPACES
                   STRING "  - " DELIMITED BY SIZE
                          FUNCTION TRIM(NT-TYPE(NT-JDX))
                              DELIMITED BY SIZE
                          " notice, item " DELIMITED BY SIZE
                          NT-BOOK(NT-JDX) DELIMITED BY SIZE
                       INTO LETTER-LINE
               ELSE
                   STRING "  - " DELIMITED BY SIZE
                          FUNCTION TRIM(NT-TYPE(NT-JDX))
                              DELIMITED BY SIZE
                          " notice" DELIMITED BY SIZE
                       INTO LETTER-LINE
               END-IF
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO PRINTED-REC
           STRING MB-ID(WS-CUR-MB-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(NT-TYPE(NT-JDX)) DELIMITED BY SIZE ","
                  FUNCTION TRIM(NT-BOOK(NT-JDX)) DELIMITED BY SIZE ","
                  FUNCTION TRIM(NT-DATE(NT-JDX)) DELIMITED BY SIZE ","
                  TODAY-X DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-BRANCH) DELIMITED BY SIZE
               INTO PRINTED-REC
           WRITE PRINTED-REC
           ADD 1 TO CNT-NOTICES.

       SPLIT-ADDRESS.
           MOVE SPACES TO ADDR-LINES
           UNSTRING MB-ADDR(WS-CUR-MB-IDX) DELIMITED BY ","
               INTO ADDR-LINE(1), ADDR-LINE(2), ADDR-LINE(3),
                    ADDR-LINE(4)
           PERFORM VARYING ADDR-IDX FROM 1 BY 1 UNTIL ADDR-IDX > 4
               MOVE FUNCTION TRIM(ADDR-LINE(ADDR-IDX))
                   TO ADDR-LINE(ADDR-IDX)
           END-PERFORM.

      * Outbox rows for postal members that have not been printed.
      * DIGEST rows only repeat notices already taken before the
      * digest step, and OPS_ALERT pages go to staff, so neither is
      * printed.
       LOAD-PENDING-NOTICES.
           MOVE 0 TO NT-TOTAL BR-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT OUTBOX-FILE
           IF OUTBOX-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR NT-TOTAL >= 500
               READ OUTBOX-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM TAKE-ONE-OUTBOX-ROW THRU
                           TAKE-ONE-OUTBOX-ROW-EXIT
               END-READ
           END-PERFORM
           IF OUTBOX-STATUS = "00" OR OUTBOX-STATUS = "10"
               CLOSE OUTBOX-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       TAKE-ONE-OUTBOX-ROW.
           MOVE SPACES TO OB-MEMBER-F OB-TYPE-F OB-BOOK-F OB-DATE-F
           MOVE 1 TO OB-SPLIT-PTR
           UNSTRING OUTBOX-LINE DELIMITED BY ","
               INTO OB-MEMBER-F, OB-EMAIL-F, OB-TYPE-F, OB-BOOK-F,
                    OB-DAYS-F, OB-DATE-F
               WITH POINTER OB-SPLIT-PTR
           IF OB-TYPE-F = "DIGEST" OR OB-TYPE-F = "OPS_ALERT"
               GO TO TAKE-ONE-OUTBOX-ROW-EXIT
           END-IF
           MOVE 0 TO MB-MATCH-IDX
           PERFORM VARYING MB-IDX FROM 1 BY 1
                   UNTIL MB-IDX > MB-TOTAL OR MB-MATCH-IDX > 0
               IF MB-ID(MB-IDX) = OB-MEMBER-F
                   MOVE MB-IDX TO MB-MATCH-IDX
               END-IF
           END-PERFORM
           IF MB-MATCH-IDX = 0
               GO TO TAKE-ONE-OUTBOX-ROW-EXIT
           END-IF
           PERFORM BUILD-NOTICE-KEY
           PERFORM FIND-PRINTED-KEY
           IF WS-FOUND = 'Y'
               GO TO TAKE-ONE-OUTBOX-ROW-EXIT
           END-IF

           ADD 1 TO NT-TOTAL
           MOVE MB-MATCH-IDX TO NT-MB-IDX(NT-TOTAL)
           MOVE OB-TYPE-F TO NT-TYPE(NT-TOTAL)
           MOVE OB-BOOK-F TO NT-BOOK(NT-TOTAL)
           MOVE OB-DATE-F TO NT-DATE(NT-TOTAL)
           MOVE SPACES TO NT-BODY(NT-TOTAL)
           IF OB-SPLIT-PTR <= 200
               MOVE OUTBOX-LINE(OB-SPLIT-PTR:) TO NT-BODY(NT-TOTAL)
           END-IF
           MOVE 'N' TO NT-DONE(NT-TOTAL)
           MOVE "MAIN" TO WS-BRANCH
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-TOTAL
               IF BK-ID(BK-IDX) = OB-BOOK-F AND OB-BOOK-F NOT = SPACES
                   MOVE BK-BRANCH(BK-IDX) TO WS-BRANCH
               END-IF
           END-PERFORM
           MOVE WS-BRANCH TO NT-BRANCH(NT-TOTAL)
      * A row already in the table under the same key (the same
      * notice queued twice) is only printed once.
           IF PT-TOTAL < 3000
               ADD 1 TO PT-TOTAL
               MOVE WS-KEY TO PT-KEY(PT-TOTAL)
           END-IF

           MOVE 0 TO BR-MATCH-IDX
           PERFORM VARYING BR-IDX FROM 1 BY 1
                   UNTIL BR-IDX > BR-TOTAL OR BR-MATCH-IDX > 0
               IF BR-NAME(BR-IDX) = WS-BRANCH
                   MOVE BR-IDX TO BR-MATCH-IDX
               END-IF
           END-PERFORM
           IF BR-MATCH-IDX = 0 AND BR-TOTAL < 30
               ADD 1 TO BR-TOTAL
               MOVE WS-BRANCH TO BR-NAME(BR-TOTAL)
           END-IF.
       TAKE-ONE-OUTBOX-ROW-EXIT.
           EXIT.

       BUILD-NOTICE-KEY.
           MOVE SPACES TO WS-KEY
           STRING OB-MEMBER-F DELIMITED BY SIZE
                  OB-TYPE-F DELIMITED BY SIZE
                  OB-BOOK-F DELIMITED BY SIZE
                  OB-DATE-F DELIMITED BY SIZE
               INTO WS-KEY.

       FIND-PRINTED-KEY.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PT-TOTAL OR WS-FOUND = 'Y'
               IF PT-KEY(PT-IDX) = WS-KEY
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.

       LOAD-PRINTED-KEYS.
           MOVE 0 TO PT-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT PRINTED-FILE
           IF PRINTED-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR PT-TOTAL >= 2500
               READ PRINTED-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO PT-MEMBER-F PT-TYPE-F PT-BOOK-F
                           PT-DATE-F
                       UNSTRING PRINTED-REC DELIMITED BY ","
                           INTO PT-MEMBER-F, PT-TYPE-F, PT-BOOK-F,
                                PT-DATE-F
                       ADD 1 TO PT-TOTAL
                       MOVE SPACES TO PT-KEY(PT-TOTAL)
                       STRING PT-MEMBER-F DELIMITED BY SIZE
                              PT-TYPE-F DELIMITED BY SIZE
                              PT-BOOK-F DELIMITED BY SIZE
                              PT-DATE-F DELIMITED BY SIZE
                           INTO PT-KEY(PT-TOTAL)
               END-READ
           END-PERFORM
           IF PRINTED-STATUS = "00" OR PRINTED-STATUS = "10"
               CLOSE PRINTED-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Books and the branch that owns them (books.csv field 8,
      * blank = MAIN, as LanguageReport.cbl reads it).
       LOAD-BOOK-BRANCHES.
           MOVE 0 TO BK-TOTAL
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
                       ADD 1 TO BK-TOTAL
                       MOVE BK-ID-F TO BK-ID(BK-TOTAL)
                       MOVE BK-BRANCH-F TO BK-BRANCH(BK-TOTAL)
               END-READ
           END-PERFORM
           IF BOOK-STATUS = "00" OR BOOK-STATUS = "10"
               CLOSE BOOK-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Postal = a POST preference, or no e-mail address without
      * having opted out (NONE).
       LOAD-POSTAL-MEMBERS.
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
                       IF MB-ID-F NOT = SPACES AND
                          (FUNCTION TRIM(MB-NOTIFY-F) = "POST" OR
                           (MB-EMAIL-F = SPACES AND
                            FUNCTION TRIM(MB-NOTIFY-F) NOT = "NONE"))
                           ADD 1 TO MB-TOTAL
                           MOVE MB-ID-F TO MB-ID(MB-TOTAL)
                           MOVE MB-NAME-F TO MB-NAME(MB-TOTAL)
                           MOVE MB-ADDR-F TO MB-ADDR(MB-TOTAL)
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

       END PROGRAM PostalLetters.
