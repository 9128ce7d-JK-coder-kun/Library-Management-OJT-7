      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: One-off default language assignment for titles
      *          catalogued before books carried a language code. Every
      *          books.csv title with no row in ../title-languages.csv
      *          gets one with the code the operator picks (blank =
      *          MYA). Titles whose script does not fit that default --
      *          an all-Latin title given a non-ENG code, or a title
      *          with Myanmar/Shan/Chinese characters given ENG -- are
      *          listed in ../language-exceptions.csv for staff to
      *          check and correct in Update Book. Titles that already
      *          have a code are left alone, so the run can be
      *          repeated safely. Each assignment is logged to
      *          ../catalog-audit.csv under the operator's ID.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LanguageBackfill.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-STATUS.
           SELECT LANGUAGE-LIST-FILE ASSIGN TO "../languages.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LANGUAGE-LIST-STATUS.
           SELECT LANGUAGE-FILE ASSIGN TO "../title-languages.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LANGUAGE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "../language-exceptions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "../catalog-audit.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE.
       01  BOOK-REC           PIC X(200).
       FD  LANGUAGE-LIST-FILE.
       01  LANGUAGE-LIST-REC  PIC X(20).
       FD  LANGUAGE-FILE.
       01  LANGUAGE-REC       PIC X(20).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-REC      PIC X(150).
       FD  AUDIT-FILE.
       01  AUDIT-REC          PIC X(150).

       WORKING-STORAGE SECTION.
       01  BOOK-STATUS        PIC XX.
       01  LANGUAGE-LIST-STATUS PIC XX.
       01  LANGUAGE-STATUS    PIC XX.
       01  EXCEPTION-STATUS   PIC XX.
       01  AUDIT-STATUS       PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-CONFIRM         PIC X.

       01  LANGUAGE-LIST.
           05  LANGUAGE-ENTRY PIC X(3) OCCURS 20 TIMES.
       01  LANGUAGE-COUNT     PIC 9(2) VALUE 0.
       01  LANGUAGE-IDX       PIC 9(2).
       01  WS-DEFAULT-LANG    PIC X(3).
       01  WS-LANG-VALID      PIC X VALUE 'N'.

      * Book IDs that already have a language row.
       01  CODED-TABLE.
           05 CODED-ID        PIC X(5) OCCURS 1000 TIMES.
       01  CODED-TOTAL        PIC 9(4) VALUE 0.
       01  CODED-IDX          PIC 9(4).
       01  CODED-FLAG         PIC X.

      * Titles still to be assigned, read from books.csv.
       01  TODO-TABLE.
           05 TODO-ENTRY OCCURS 500 TIMES.
              10  TD-ID       PIC X(5).
              10  TD-NAME     PIC X(60).
       01  TODO-TOTAL         PIC 9(3) VALUE 0.
       01  TODO-IDX           PIC 9(3).

       01  BK-ID-F            PIC X(5).
       01  BK-NAME-F          PIC X(60).
       01  LANG-BOOK-F        PIC X(5).
       01  LANG-CODE-F        PIC X(3).

       01  NAME-IDX           PIC 9(3).
       01  NAME-HIGH-FLAG     PIC X.
       01  EXCEPTION-REASON   PIC X(20).

       01  AUDIT-TODAY        PIC 9(8).
       01  CNT-ALREADY        PIC 9(5) VALUE 0.
       01  CNT-ASSIGNED       PIC 9(5) VALUE 0.
       01  CNT-EXCEPTIONS     PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           PERFORM LOAD-LANGUAGE-LIST
           PERFORM ASK-DEFAULT-LANGUAGE
           PERFORM LOAD-CODED-TITLES
           PERFORM LOAD-UNCODED-TITLES

           DISPLAY " "
           DISPLAY "Titles already coded:   " CNT-ALREADY
           DISPLAY "Titles with no language: " TODO-TOTAL
           IF TODO-TOTAL = 0
               DISPLAY "Nothing to assign."
               GOBACK
           END-IF
           DISPLAY "Assign " WS-DEFAULT-LANG " to these "
               TODO-TOTAL " title(s)? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "No changes made."
               GOBACK
           END-IF

           PERFORM ASSIGN-DEFAULTS THRU ASSIGN-DEFAULTS-EXIT
           DISPLAY "Languages assigned:      " CNT-ASSIGNED
           DISPLAY "Listed for staff review: " CNT-EXCEPTIONS
           IF CNT-EXCEPTIONS > 0
               DISPLAY "See ../language-exceptions.csv"
           END-IF
           GOBACK.

       LOAD-LANGUAGE-LIST.
           MOVE "MYA" TO LANGUAGE-ENTRY(1)
           MOVE "ENG" TO LANGUAGE-ENTRY(2)
           MOVE "SHN" TO LANGUAGE-ENTRY(3)
           MOVE "CHI" TO LANGUAGE-ENTRY(4)
           MOVE 4 TO LANGUAGE-COUNT
           OPEN INPUT LANGUAGE-LIST-FILE
           IF LANGUAGE-LIST-STATUS = "00"
               PERFORM UNTIL LANGUAGE-LIST-STATUS NOT = "00"
                   OR LANGUAGE-COUNT >= 20
                   READ LANGUAGE-LIST-FILE
                       AT END
                           MOVE "10" TO LANGUAGE-LIST-STATUS
                       NOT AT END
                           IF FUNCTION TRIM(LANGUAGE-LIST-REC)
                                   NOT = SPACES
                               ADD 1 TO LANGUAGE-COUNT
                               MOVE FUNCTION UPPER-CASE
                                   (FUNCTION TRIM(LANGUAGE-LIST-REC))
                                   TO LANGUAGE-ENTRY(LANGUAGE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LANGUAGE-LIST-FILE
           END-IF.

       ASK-DEFAULT-LANGUAGE.
           MOVE 'N' TO WS-LANG-VALID
           PERFORM UNTIL WS-LANG-VALID = 'Y'
               DISPLAY "Default language for uncoded titles "
                   "(blank = MYA): "
               ACCEPT WS-DEFAULT-LANG
               IF WS-DEFAULT-LANG = SPACES
                   MOVE "MYA" TO WS-DEFAULT-LANG
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-DEFAULT-LANG)
                   TO WS-DEFAULT-LANG
               PERFORM VARYING LANGUAGE-IDX FROM 1 BY 1
                       UNTIL LANGUAGE-IDX > LANGUAGE-COUNT
                   IF LANGUAGE-ENTRY(LANGUAGE-IDX) = WS-DEFAULT-LANG
                       MOVE 'Y' TO WS-LANG-VALID
                   END-IF
               END-PERFORM
               IF WS-LANG-VALID = 'N'
                   DISPLAY "Unknown language code. Valid codes:"
                   PERFORM VARYING LANGUAGE-IDX FROM 1 BY 1
                           UNTIL LANGUAGE-IDX > LANGUAGE-COUNT
                       DISPLAY "  " LANGUAGE-ENTRY(LANGUAGE-IDX)
                   END-PERFORM
               END-IF
           END-PERFORM.

       LOAD-CODED-TITLES.
           MOVE 0 TO CODED-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT LANGUAGE-FILE
           IF LANGUAGE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LANGUAGE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO LANG-BOOK-F LANG-CODE-F
                       UNSTRING LANGUAGE-REC DELIMITED BY ","
                           INTO LANG-BOOK-F, LANG-CODE-F
                       IF LANG-CODE-F NOT = SPACES AND
                          CODED-TOTAL < 1000
                           ADD 1 TO CODED-TOTAL
                           MOVE LANG-BOOK-F TO CODED-ID(CODED-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF LANGUAGE-STATUS = "00" OR LANGUAGE-STATUS = "10"
               CLOSE LANGUAGE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-UNCODED-TITLES.
           MOVE 0 TO TODO-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT BOOK-FILE
           IF BOOK-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BOOKS FILE: " BOOK-STATUS
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ BOOK-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO BK-NAME-F
                       UNSTRING BOOK-REC DELIMITED BY ","
                           INTO BK-ID-F, BK-NAME-F
                       MOVE 'N' TO CODED-FLAG
                       PERFORM VARYING CODED-IDX FROM 1 BY 1
                               UNTIL CODED-IDX > CODED-TOTAL
                                  OR CODED-FLAG = 'Y'
                           IF CODED-ID(CODED-IDX) = BK-ID-F
                               MOVE 'Y' TO CODED-FLAG
                           END-IF
                       END-PERFORM
                       EVALUATE TRUE
                           WHEN CODED-FLAG = 'Y'
                               ADD 1 TO CNT-ALREADY
                           WHEN TODO-TOTAL < 500
                               ADD 1 TO TODO-TOTAL
                               MOVE BK-ID-F TO TD-ID(TODO-TOTAL)
                               MOVE BK-NAME-F TO TD-NAME(TODO-TOTAL)
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF BOOK-STATUS = "00" OR BOOK-STATUS = "10"
               CLOSE BOOK-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * The exceptions list is rewritten on each run, so it only ever
      * shows the titles that run assigned.
       ASSIGN-DEFAULTS.
           OPEN EXTEND LANGUAGE-FILE
           IF LANGUAGE-STATUS = "05" OR LANGUAGE-STATUS = "35"
               OPEN OUTPUT LANGUAGE-FILE
           END-IF
           IF LANGUAGE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LANGUAGE FILE: " LANGUAGE-STATUS
               GO TO ASSIGN-DEFAULTS-EXIT
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
           MOVE SPACES TO EXCEPTION-REC
           STRING "BOOK_ID,TITLE,ASSIGNED,REASON" DELIMITED BY SIZE
               INTO EXCEPTION-REC
           WRITE EXCEPTION-REC
           ACCEPT AUDIT-TODAY FROM DATE YYYYMMDD
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS = "05" OR AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF

           PERFORM VARYING TODO-IDX FROM 1 BY 1
                   UNTIL TODO-IDX > TODO-TOTAL
               MOVE SPACES TO LANGUAGE-REC
               STRING TD-ID(TODO-IDX) DELIMITED BY SIZE ","
                      WS-DEFAULT-LANG DELIMITED BY SIZE
                   INTO LANGUAGE-REC
               WRITE LANGUAGE-REC
               ADD 1 TO CNT-ASSIGNED

               MOVE SPACES TO AUDIT-REC
               STRING AUDIT-TODAY DELIMITED BY SIZE ","
                      WS-OPERATOR-ID-L DELIMITED BY SIZE ","
                      "LANGFILL" DELIMITED BY SIZE ","
                      TD-ID(TODO-IDX) DELIMITED BY SIZE ","
                      "LANGUAGE" DELIMITED BY SIZE ",,"
                      WS-DEFAULT-LANG DELIMITED BY SIZE
                   INTO AUDIT-REC
               WRITE AUDIT-REC

               PERFORM CHECK-TITLE-SCRIPT
               IF EXCEPTION-REASON NOT = SPACES
                   MOVE SPACES TO EXCEPTION-REC
                   STRING TD-ID(TODO-IDX) DELIMITED BY SIZE ","
                          FUNCTION TRIM(TD-NAME(TODO-IDX))
                              DELIMITED BY SIZE ","
                          WS-DEFAULT-LANG DELIMITED BY SIZE ","
                          FUNCTION TRIM(EXCEPTION-REASON)
                              DELIMITED BY SIZE
                       INTO EXCEPTION-REC
                   WRITE EXCEPTION-REC
                   ADD 1 TO CNT-EXCEPTIONS
               END-IF
           END-PERFORM

           CLOSE LANGUAGE-FILE
           CLOSE EXCEPTION-FILE
           CLOSE AUDIT-FILE.
       ASSIGN-DEFAULTS-EXIT.
           EXIT.

      * Myanmar, Shan and Chinese titles are stored as UTF-8, so any
      * byte above X"7F" means a non-Latin script in the title.
       CHECK-TITLE-SCRIPT.
           MOVE SPACES TO EXCEPTION-REASON
           MOVE 'N' TO NAME-HIGH-FLAG
           PERFORM VARYING NAME-IDX FROM 1 BY 1
                   UNTIL NAME-IDX > 60 OR NAME-HIGH-FLAG = 'Y'
               IF TD-NAME(TODO-IDX)(NAME-IDX:1) > X"7F"
                   MOVE 'Y' TO NAME-HIGH-FLAG
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-DEFAULT-LANG = "ENG" AND NAME-HIGH-FLAG = 'Y'
                   MOVE "NON-LATIN TITLE" TO EXCEPTION-REASON
               WHEN WS-DEFAULT-LANG NOT = "ENG" AND
                    NAME-HIGH-FLAG = 'N' AND
                    TD-NAME(TODO-IDX) NOT = SPACES
                   MOVE "LATIN-SCRIPT TITLE" TO EXCEPTION-REASON
           END-EVALUATE.

       END PROGRAM LanguageBackfill.
