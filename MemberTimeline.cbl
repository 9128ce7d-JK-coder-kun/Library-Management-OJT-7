      *          three receipt stores. Settles "you never told me"
      *          without the file hunt.
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - staff notes on the member (member-notes.csv)
      *               join the timeline on the date they were added,
      *               with severity, author and current state
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemberTimeline.
           SELECT FIN-RCPT-FILE ASSIGN TO "../fine-receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIN-RCPT-STATUS.
           SELECT NOTE-FILE ASSIGN TO "../member-notes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  RET-RCPT-REC       PIC X(200).
       FD  FIN-RCPT-FILE.
       01  FIN-RCPT-REC       PIC X(200).
       FD  NOTE-FILE.
       01  NOTE-REC           PIC X(200).

       WORKING-STORAGE SECTION.
       01  OUTBOX-STATUS      PIC XX.
       01  CKO-RCPT-STATUS    PIC XX.
       01  RET-RCPT-STATUS    PIC XX.
       01  FIN-RCPT-STATUS    PIC XX.
       01  NOTE-STATUS        PIC XX.
       01  FILE-END           PIC X VALUE 'N'.

       01  WS-MEMBER-ID-RAW   PIC X(20).
       01  RC-F8              PIC X(12).
       01  RC-F9              PIC X(12).

      * member-notes.csv: note_id,member_id,note_date(YYYYMMDD),
      * staff_id,severity,expiry,status,note_text (MemberNotes.cbl).
       01  NT-ID-F            PIC X(5).
       01  NT-MEMBER-F        PIC X(5).
       01  NT-DATE-F          PIC X(8).
       01  NT-STAFF-F         PIC X(5).
       01  NT-SEVERITY-F      PIC X(7).
       01  NT-EXPIRY-F        PIC X(8).
       01  NT-STATUS-F        PIC X(7).
       01  NT-TEXT-F          PIC X(100).
       01  NT-PTR             PIC 9(3).

       01  WS-KIND            PIC X(12).
       01  WS-WHEN            PIC 9(8).
       01  WS-TEXT            PIC X(70).
       01  HEADER-LINE        PIC X(70) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
           PERFORM GATHER-CHECKOUT-RECEIPTS
           PERFORM GATHER-RETURN-RECEIPTS
           PERFORM GATHER-FINE-RECEIPTS
           PERFORM GATHER-STAFF-NOTES
           PERFORM SORT-TIMELINE

           DISPLAY " "
           END-IF
           MOVE 'N' TO FILE-END.

      * Notes past their expiry, or cleared, still show -- marked so,
      * as the whiteboard history they replace.
       GATHER-STAFF-NOTES.
           MOVE 'N' TO FILE-END
           OPEN INPUT NOTE-FILE
           IF NOTE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ NOTE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO NT-EXPIRY-F NT-STATUS-F
                           NT-TEXT-F
                       UNSTRING NOTE-REC DELIMITED BY ","
                           INTO NT-ID-F, NT-MEMBER-F, NT-DATE-F,
                                NT-STAFF-F, NT-SEVERITY-F,
                                NT-EXPIRY-F, NT-STATUS-F, NT-TEXT-F
                       IF NT-MEMBER-F = WS-MEMBER-ID
                           MOVE 0 TO WS-WHEN
                           IF NT-DATE-F IS NUMERIC
                               MOVE NT-DATE-F TO WS-WHEN
                           END-IF
                           MOVE "STAFF-NOTE" TO WS-KIND
                           MOVE SPACES TO WS-TEXT
                           MOVE 1 TO NT-PTR
                           STRING FUNCTION TRIM(NT-SEVERITY-F)
                                      DELIMITED BY SIZE
                                  " by " DELIMITED BY SIZE
                                  FUNCTION TRIM(NT-STAFF-F)
                                      DELIMITED BY SIZE
                               INTO WS-TEXT WITH POINTER NT-PTR
                           EVALUATE TRUE
                               WHEN NT-STATUS-F = "CLEARED"
                                   STRING " (cleared)"
                                          DELIMITED BY SIZE
                                       INTO WS-TEXT
                                       WITH POINTER NT-PTR
                               WHEN NT-EXPIRY-F NOT = SPACES AND
                                    NT-EXPIRY-F < TODAY
                                   STRING " (expired)"
                                          DELIMITED BY SIZE
                                       INTO WS-TEXT
                                       WITH POINTER NT-PTR
                           END-EVALUATE
                           STRING ": " DELIMITED BY SIZE
                                  FUNCTION TRIM(NT-TEXT-F)
                                      DELIMITED BY SIZE
                               INTO WS-TEXT WITH POINTER NT-PTR
                           PERFORM ADD-TIMELINE-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF NOTE-STATUS = "00" OR NOTE-STATUS = "10"
               CLOSE NOTE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Simple ascending bubble sort -- same idiom as the ranking
      * reports.
       SORT-TIMELINE.
