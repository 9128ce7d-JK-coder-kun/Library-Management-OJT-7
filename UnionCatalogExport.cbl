      *          format, with a summary count screen so the extract
      *          can be verified before sending
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - carry each title's subject headings
      *               (title-subjects.csv) in a new trailing column
      * 15.10.2026 HL - perform WRITE-ONE-HOLDING and the ISBN
      *               enrichment THRU their exits -- a copy with no
      *               catalog row or no ISBN ended the run early
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UnionCatalogExport.
           SELECT EXPORT-FILE ASSIGN TO "../union-catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPORT-STATUS.
           SELECT TITLE-SUBJECT-FILE ASSIGN TO "../title-subjects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TITLE-SUBJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ISBN-FILE.
       01  ISBN-REC           PIC X(120).
       FD  EXPORT-FILE.
       01  EXPORT-REC         PIC X(250).
       FD  TITLE-SUBJECT-FILE.
       01  TITLE-SUBJECT-REC  PIC X(60).

       WORKING-STORAGE SECTION.
       01  BOOK-STATUS        PIC XX.
       01  COPIES-STATUS      PIC XX.
       01  ISBN-STATUS        PIC XX.
       01  EXPORT-STATUS      PIC XX.
       01  TITLE-SUBJECT-STATUS PIC XX.
       01  FILE-END           PIC X VALUE 'N'.

       01  BOOK-TABLE.

      * The exchange row is columnar, not CSV -- the network ingests
      * fixed positions: copy(8) book(5) isbn(17) title(30)
      * author(30) branch(10) status(12) type(8) as-of-date(8)
      * subjects(120) -- the title's headings separated by ";",
      * added at the end so every earlier position is unchanged.
       01  EXPORT-DETAIL.
           05 EX-COPY-ID      PIC X(8).
           05 EX-BOOK-ID      PIC X(5).
           05 EX-STATUS       PIC X(12).
           05 EX-TYPE         PIC X(8).
           05 EX-AS-OF        PIC X(8).
           05 EX-SUBJECTS     PIC X(120).

      * Subject headings per title, from title-subjects.csv
      * (book_id,heading -- one row per heading).
       01  TS-TABLE.
           05 TS-ENTRY OCCURS 2000 TIMES.
              10  TS-BOOK     PIC X(5).
              10  TS-HEADING  PIC X(40).
       01  TS-IDX             PIC 9(4).
       01  TS-TOTAL           PIC 9(4) VALUE 0.
       01  TS-PTR             PIC 9(3).
       01  TS-SHOWN           PIC 9(2).

       01  ROW-COUNT          PIC 9(5) VALUE 0.
       01  TITLE-COUNT        PIC 9(5) VALUE 0.
       01  DIGITAL-COUNT      PIC 9(5) VALUE 0.
       01  NO-ISBN-COUNT      PIC 9(5) VALUE 0.
       01  SUBJECT-ROW-COUNT  PIC 9(5) VALUE 0.
       01  TODAY              PIC 9(8).
       01  HEADER-LINE        PIC X(60) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

           PERFORM LOAD-BOOK-TABLE
           PERFORM LOAD-ISBN-TABLE THRU LOAD-ISBN-TABLE-EXIT
           PERFORM LOAD-TITLE-SUBJECTS

           OPEN OUTPUT EXPORT-FILE
           IF EXPORT-STATUS NOT = "00"
           DISPLAY "Titles on file        : " TITLE-COUNT
           DISPLAY "Digital title rows    : " DIGITAL-COUNT
           DISPLAY "Rows with no ISBN     : " NO-ISBN-COUNT
           DISPLAY "Rows with subjects    : " SUBJECT-ROW-COUNT
           DISPLAY HEADER-LINE
           DISPLAY "Extract written to ../union-catalog.dat -- "
               "verify the counts before sending."
           MOVE BK-TOTAL TO TITLE-COUNT
           MOVE 'N' TO FILE-END.

       LOAD-TITLE-SUBJECTS.
           MOVE 0 TO TS-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT TITLE-SUBJECT-FILE
           IF TITLE-SUBJECT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ TITLE-SUBJECT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF TS-TOTAL < 2000
                           ADD 1 TO TS-TOTAL
                           MOVE SPACES TO TS-ENTRY(TS-TOTAL)
                           UNSTRING TITLE-SUBJECT-REC DELIMITED BY ","
                               INTO TS-BOOK(TS-TOTAL),
                                    TS-HEADING(TS-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF TITLE-SUBJECT-STATUS = "00" OR
              TITLE-SUBJECT-STATUS = "10"
               CLOSE TITLE-SUBJECT-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-ISBN-TABLE.
           MOVE 0 TO IC-TOTAL
           MOVE 'N' TO FILE-END
                   NOT AT END
                       UNSTRING COPIES-REC DELIMITED BY ","
                           INTO CP-ID-F, CP-BOOK-ID-F, CP-STATUS-F
                       PERFORM WRITE-ONE-HOLDING THRU
                           WRITE-ONE-HOLDING-EXIT
               END-READ
           END-PERFORM
           CLOSE COPIES-FILE.
           MOVE BK-TYPE(BK-MATCH-IDX) TO EX-TYPE
           MOVE TODAY TO EX-AS-OF

           PERFORM ENRICH-FROM-ISBN-CATALOG THRU
               ENRICH-FROM-ISBN-CATALOG-EXIT
           PERFORM FILL-SUBJECTS
           IF FUNCTION TRIM(EX-ISBN) = SPACES
               ADD 1 TO NO-ISBN-COUNT
           END-IF
                   MOVE "LICENSED" TO EX-STATUS
                   MOVE BK-TYPE(BK-IDX) TO EX-TYPE
                   MOVE TODAY TO EX-AS-OF
                   PERFORM ENRICH-FROM-ISBN-CATALOG THRU
                       ENRICH-FROM-ISBN-CATALOG-EXIT
                   PERFORM FILL-SUBJECTS
                   MOVE EXPORT-DETAIL TO EXPORT-REC
                   WRITE EXPORT-REC
                   ADD 1 TO ROW-COUNT
       ENRICH-FROM-ISBN-CATALOG-EXIT.
           EXIT.

      * Headings that would run past the column are left off whole
      * rather than cut mid-word.
       FILL-SUBJECTS.
           MOVE 1 TO TS-PTR
           MOVE 0 TO TS-SHOWN
           PERFORM VARYING TS-IDX FROM 1 BY 1 UNTIL TS-IDX > TS-TOTAL
               IF TS-BOOK(TS-IDX) = EX-BOOK-ID AND
                  TS-PTR + FUNCTION LENGTH(FUNCTION TRIM
                      (TS-HEADING(TS-IDX))) < 121
                   IF TS-SHOWN > 0
                       STRING ";" DELIMITED BY SIZE
                           INTO EX-SUBJECTS WITH POINTER TS-PTR
                   END-IF
                   STRING FUNCTION TRIM(TS-HEADING(TS-IDX))
                           DELIMITED BY SIZE
                       INTO EX-SUBJECTS WITH POINTER TS-PTR
                   ADD 1 TO TS-SHOWN
               END-IF
           END-PERFORM
           IF TS-SHOWN > 0
               ADD 1 TO SUBJECT-ROW-COUNT
           END-IF.

       END PROGRAM UnionCatalogExport.
