      *                            insensitively, since genres are
      *                            stored in whatever casing they were
      *                            typed in
      * Modified by HL(10/15/26) -- show the language of the material
      *                            (title-languages.csv), filter and
      *                            export on it
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS BOOK-STATUS.
           SELECT EXPORT-FILE ASSIGN TO "../book-listing.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LANGUAGE-FILE ASSIGN TO "../title-languages.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LANGUAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 BOOK-RECORD               PIC X(200).
       FD EXPORT-FILE.
       01 EXPORT-LINE                PIC X(200).
       FD LANGUAGE-FILE.
       01 LANGUAGE-REC               PIC X(20).

       WORKING-STORAGE SECTION.
       01 BOOK-STATUS               PIC XX.
           05 FILLER                PIC X(10) VALUE "BRANCH".
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(8)  VALUE "TYPE".
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(4)  VALUE "LANG".

       01 BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 500 TIMES.
               10 book_isbn            PIC X(17).
               10 book_branch          PIC X(10).
               10 book_type            PIC X(8).
               10 book_lang            PIC X(3).
       01 BOOK-TOTAL                PIC 9(3) VALUE 0.

       01 SWAP-TEMP.
           10 SWAP-ISBN             PIC X(17).
           10 SWAP-BRANCH           PIC X(10).
           10 SWAP-TYPE             PIC X(8).
           10 SWAP-LANG             PIC X(3).

       01 BOOK-DETAIL.
           05 DET-ID                PIC X(10).
           05 DET-BRANCH            PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DET-TYPE              PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DET-LANG              PIC X(3).

       01 HEADER-LINE              PIC X(100) VALUE ALL '-'.

       01 WS-FILTER-BRANCH          PIC X(10).
       01 WS-FILTER-STATUS          PIC X(10).
       01 WS-FILTER-TYPE            PIC X(8).
       01 WS-FILTER-LANG            PIC X(3).
       01 WS-ROW-VALUE-U            PIC X(15).
       01 WS-ROW-MATCH               PIC X VALUE 'Y'.
       01 WS-MATCH-TOTAL             PIC 9(3) VALUE 0.
       01 WS-EXPORT-ANSWER           PIC X.

      * Language codes come from title-languages.csv (book_id,code);
      * a title with no row there shows "---" until it is assigned.
       01 LANGUAGE-STATUS            PIC XX.
       01 LANG-BOOK-F                PIC X(5).
       01 LANG-CODE-F                PIC X(3).
       01 LANG-IDX                   PIC 9(3).

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-LOGIC
           EXIT PROGRAM.
                       IF book_type(BOOK-TOTAL) = SPACES
                           MOVE "PHYSICAL" TO book_type(BOOK-TOTAL)
                       END-IF
                       MOVE "---" TO book_lang(BOOK-TOTAL)
           END-READ
           END-PERFORM
           CLOSE BOOK-FILE
           PERFORM LOAD-TITLE-LANGUAGES

           DISPLAY "Sort by: 1=Book ID  2=Book Name  3=Author"
           ACCEPT SORT-CHOICE
           ACCEPT WS-FILTER-STATUS
           DISPLAY "Filter by type (blank for all): "
           ACCEPT WS-FILTER-TYPE
           DISPLAY "Filter by language code (blank for all): "
           ACCEPT WS-FILTER-LANG
           MOVE FUNCTION UPPER-CASE(WS-FILTER-GENRE)
               TO WS-FILTER-GENRE
           MOVE FUNCTION UPPER-CASE(WS-FILTER-BRANCH)
               TO WS-FILTER-STATUS
           MOVE FUNCTION UPPER-CASE(WS-FILTER-TYPE)
               TO WS-FILTER-TYPE
           MOVE FUNCTION UPPER-CASE(WS-FILTER-LANG)
               TO WS-FILTER-LANG

           DISPLAY " "
           DISPLAY "LIST OF ALL BOOKS"
                   MOVE book_isbn(SORT-IDX)   TO DET-ISBN
                   MOVE book_branch(SORT-IDX) TO DET-BRANCH
                   MOVE book_type(SORT-IDX)   TO DET-TYPE
                   MOVE book_lang(SORT-IDX)   TO DET-LANG
                   DISPLAY BOOK-DETAIL
               END-IF
           END-PERFORM
               IF WS-ROW-VALUE-U(1:8) NOT = WS-FILTER-TYPE
                   MOVE 'N' TO WS-ROW-MATCH
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-FILTER-LANG) NOT = SPACES
               IF book_lang(SORT-IDX) NOT = WS-FILTER-LANG
                   MOVE 'N' TO WS-ROW-MATCH
               END-IF
           END-IF.

       LOAD-TITLE-LANGUAGES.
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
                       PERFORM VARYING LANG-IDX FROM 1 BY 1
                               UNTIL LANG-IDX > BOOK-TOTAL
                           IF book_id(LANG-IDX)(1:5) = LANG-BOOK-F
                               MOVE FUNCTION UPPER-CASE(LANG-CODE-F)
                                   TO book_lang(LANG-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF LANGUAGE-STATUS = "00" OR LANGUAGE-STATUS = "10"
               CLOSE LANGUAGE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       EXPORT-BOOK-LISTING.
           OPEN OUTPUT EXPORT-FILE
           MOVE SPACES TO EXPORT-LINE
           STRING "BOOK_ID,NAME,AUTHOR,COUNT,GENRE,STATUS,ISBN,"
               "BRANCH,TYPE,LANGUAGE" DELIMITED BY SIZE
               INTO EXPORT-LINE
           WRITE EXPORT-LINE
           PERFORM VARYING SORT-IDX FROM 1 BY 1
                          FUNCTION TRIM(book_branch(SORT-IDX))
                              DELIMITED BY SIZE ","
                          FUNCTION TRIM(book_type(SORT-IDX))
                              DELIMITED BY SIZE ","
                          book_lang(SORT-IDX) DELIMITED BY SIZE
                       INTO EXPORT-LINE
                   WRITE EXPORT-LINE
               END-IF
