      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Staff notes on a member account, replacing the desk
      *          whiteboard -- "verify photo ID before lending",
      *          "address mail returned" and the like. Each note in
      *          ../member-notes.csv is dated, carries a severity
      *          (INFO, WARNING or ALERT) and an optional expiry date,
      *          and is stamped with the adding operator's staff ID.
      *          Active WARNING/ALERT notes pop up through
      *          MemberAlert.cbl when the member is keyed into
      *          BorrowBook, ReturnBook, PayFine or EditMember, and
      *          every note shows in MemberTimeline.cbl. A note that
      *          no longer applies is cleared here, not deleted, so the
      *          history stays.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemberNotes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMBER-STATUS.
           SELECT NOTE-FILE ASSIGN TO "../member-notes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTE-STATUS.
           SELECT NOTE-TMP-FILE ASSIGN TO "../member-notes.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-FILE.
       01  MEMBER-REC         PIC X(200).
       FD  NOTE-FILE.
       01  NOTE-REC           PIC X(200).
       FD  NOTE-TMP-FILE.
       01  NOTE-TMP-REC       PIC X(200).

       WORKING-STORAGE SECTION.
       01  MEMBER-STATUS       PIC XX.
       01  NOTE-STATUS         PIC XX.
       01  FILE-END            PIC X VALUE 'N'.

       01  WS-MEMBER-ID-RAW    PIC X(20).
       01  WS-MEMBER-ID        PIC X(5).
       01  MEMBER-ID-F         PIC X(5).
       01  MEMBER-NAME-F       PIC X(30).
       01  MEMBER-FOUND        PIC X VALUE 'N'.
       01  WS-MENU-CHOICE      PIC 9.
       01  NOTES-DONE          PIC X VALUE 'N'.

      * member-notes.csv: note_id,member_id,note_date(YYYYMMDD),
      * staff_id,severity,expiry(YYYYMMDD or blank),status
      * (ACTIVE/CLEARED),note_text
       01  NOTE-TABLE.
           05 NOTE-ENTRY OCCURS 1000 TIMES.
              10  NT-ID          PIC X(5).
              10  NT-MEMBER-ID   PIC X(5).
              10  NT-DATE        PIC X(8).
              10  NT-STAFF-ID    PIC X(5).
              10  NT-SEVERITY    PIC X(7).
              10  NT-EXPIRY      PIC X(8).
              10  NT-STATUS      PIC X(7).
              10  NT-TEXT        PIC X(100).
       01  NT-IDX               PIC 9(4).
       01  NT-TOTAL             PIC 9(4) VALUE 0.
       01  NT-MATCH-IDX         PIC 9(4).
       01  NT-SHOWN             PIC 9(4).
       01  NT-LAST-ID           PIC 9(5) VALUE 0.
       01  NT-ID-NUM            PIC 9(5).
       01  NT-NEW-ID            PIC 9(5).
       01  NT-STATE             PIC X(8).

       01  WS-SEV-CHOICE        PIC 9.
       01  WS-EXPIRY-RAW        PIC X(10).
       01  WS-NOTE-TEXT         PIC X(100).
       01  WS-NOTE-ID-RAW       PIC X(10).
       01  WS-NOTE-ID           PIC 9(5).

       01  TODAY                PIC 9(8).
       01  TODAY-X              PIC X(8).
       01  RENAME-STATUS        PIC S9(9) COMP-5.
       01  HEADER-LINE          PIC X(70) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           MOVE TODAY TO TODAY-X
           DISPLAY "--- Staff Notes on a Member ---"
           DISPLAY "Enter Member ID: "
           ACCEPT WS-MEMBER-ID-RAW
           MOVE FUNCTION TRIM(WS-MEMBER-ID-RAW) TO WS-MEMBER-ID
           PERFORM FIND-MEMBER
           IF MEMBER-FOUND NOT = 'Y'
               DISPLAY "Member not found."
               GOBACK
           END-IF
           DISPLAY "Member " WS-MEMBER-ID " "
               FUNCTION TRIM(MEMBER-NAME-F)

           PERFORM LOAD-NOTE-TABLE
           MOVE 'N' TO NOTES-DONE
           PERFORM UNTIL NOTES-DONE = 'Y'
               PERFORM LIST-MEMBER-NOTES
               DISPLAY "1=Add a note  2=Clear a note  3=Done"
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM ADD-NOTE THRU ADD-NOTE-EXIT
                   WHEN 2
                       PERFORM CLEAR-NOTE THRU CLEAR-NOTE-EXIT
                   WHEN 3
                       MOVE 'Y' TO NOTES-DONE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM
           GOBACK.

       FIND-MEMBER.
           MOVE 'N' TO MEMBER-FOUND
           MOVE 'N' TO FILE-END
           OPEN INPUT MEMBER-FILE
           IF MEMBER-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ MEMBER-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING MEMBER-REC DELIMITED BY ","
                           INTO MEMBER-ID-F, MEMBER-NAME-F
                       IF MEMBER-ID-F = WS-MEMBER-ID
                           MOVE 'Y' TO MEMBER-FOUND
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF MEMBER-STATUS = "00" OR MEMBER-STATUS = "10"
               CLOSE MEMBER-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-NOTE-TABLE.
           MOVE 0 TO NT-TOTAL
           MOVE 0 TO NT-LAST-ID
           MOVE 1 TO NT-IDX
           MOVE 'N' TO FILE-END
           OPEN INPUT NOTE-FILE
           IF NOTE-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y' OR NT-TOTAL >= 1000
                   READ NOTE-FILE
                       AT END
                           MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE SPACES TO NOTE-ENTRY(NT-IDX)
                           UNSTRING NOTE-REC DELIMITED BY ","
                               INTO NT-ID(NT-IDX),
                                    NT-MEMBER-ID(NT-IDX),
                                    NT-DATE(NT-IDX),
                                    NT-STAFF-ID(NT-IDX),
                                    NT-SEVERITY(NT-IDX),
                                    NT-EXPIRY(NT-IDX),
                                    NT-STATUS(NT-IDX),
                                    NT-TEXT(NT-IDX)
                           IF NT-ID(NT-IDX) IS NUMERIC
                               MOVE NT-ID(NT-IDX) TO NT-ID-NUM
                               IF NT-ID-NUM > NT-LAST-ID
                                   MOVE NT-ID-NUM TO NT-LAST-ID
                               END-IF
                           END-IF
                           ADD 1 TO NT-IDX
                           ADD 1 TO NT-TOTAL
                   END-READ
               END-PERFORM
               CLOSE NOTE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LIST-MEMBER-NOTES.
           MOVE 0 TO NT-SHOWN
           DISPLAY " "
           DISPLAY "NOTE#  DATE      BY     SEVERITY STATE    EXPIRES"
           DISPLAY HEADER-LINE
           PERFORM VARYING NT-IDX FROM 1 BY 1 UNTIL NT-IDX > NT-TOTAL
               IF NT-MEMBER-ID(NT-IDX) = WS-MEMBER-ID
                   EVALUATE TRUE
                       WHEN NT-STATUS(NT-IDX) = "CLEARED"
                           MOVE "CLEARED" TO NT-STATE
                       WHEN NT-EXPIRY(NT-IDX) NOT = SPACES AND
                            NT-EXPIRY(NT-IDX) < TODAY-X
                           MOVE "EXPIRED" TO NT-STATE
                       WHEN OTHER
                           MOVE "ACTIVE" TO NT-STATE
                   END-EVALUATE
                   DISPLAY NT-ID(NT-IDX) "  " NT-DATE(NT-IDX) "  "
                       NT-STAFF-ID(NT-IDX) "  " NT-SEVERITY(NT-IDX)
                       "  " NT-STATE " " NT-EXPIRY(NT-IDX)
                   DISPLAY "       " FUNCTION TRIM(NT-TEXT(NT-IDX))
                   ADD 1 TO NT-SHOWN
               END-IF
           END-PERFORM
           IF NT-SHOWN = 0
               DISPLAY "No notes on this member."
           END-IF
           DISPLAY HEADER-LINE.

       ADD-NOTE.
           IF NT-TOTAL >= 1000
               DISPLAY "The notes file is full -- clear old notes "
                   "first."
               GO TO ADD-NOTE-EXIT
           END-IF
           DISPLAY "Severity: 1=INFO  2=WARNING  3=ALERT"
           ACCEPT WS-SEV-CHOICE
           IF WS-SEV-CHOICE < 1 OR WS-SEV-CHOICE > 3
               DISPLAY "Invalid severity. Note not added."
               GO TO ADD-NOTE-EXIT
           END-IF
           DISPLAY "Expires on (YYYYMMDD, blank = no expiry): "
           ACCEPT WS-EXPIRY-RAW
           MOVE FUNCTION TRIM(WS-EXPIRY-RAW) TO WS-EXPIRY-RAW
           IF WS-EXPIRY-RAW NOT = SPACES
               IF WS-EXPIRY-RAW(1:8) IS NOT NUMERIC OR
                  WS-EXPIRY-RAW(9:2) NOT = SPACES
                   DISPLAY "Expiry must be YYYYMMDD. Note not added."
                   GO TO ADD-NOTE-EXIT
               END-IF
               IF WS-EXPIRY-RAW(1:8) < TODAY-X
                   DISPLAY "Expiry is already past. Note not added."
                   GO TO ADD-NOTE-EXIT
               END-IF
           END-IF
           DISPLAY "Note text: "
           ACCEPT WS-NOTE-TEXT
           IF FUNCTION TRIM(WS-NOTE-TEXT) = SPACES
               DISPLAY "Empty note. Nothing added."
               GO TO ADD-NOTE-EXIT
           END-IF
           INSPECT WS-NOTE-TEXT REPLACING ALL "," BY ";"

           ADD 1 TO NT-TOTAL
           COMPUTE NT-NEW-ID = NT-LAST-ID + 1
           MOVE NT-NEW-ID TO NT-LAST-ID
           MOVE NT-NEW-ID TO NT-ID(NT-TOTAL)
           MOVE WS-MEMBER-ID TO NT-MEMBER-ID(NT-TOTAL)
           MOVE TODAY-X TO NT-DATE(NT-TOTAL)
           MOVE WS-OPERATOR-ID-L TO NT-STAFF-ID(NT-TOTAL)
           EVALUATE WS-SEV-CHOICE
               WHEN 1
                   MOVE "INFO" TO NT-SEVERITY(NT-TOTAL)
               WHEN 2
                   MOVE "WARNING" TO NT-SEVERITY(NT-TOTAL)
               WHEN 3
                   MOVE "ALERT" TO NT-SEVERITY(NT-TOTAL)
           END-EVALUATE
           MOVE WS-EXPIRY-RAW(1:8) TO NT-EXPIRY(NT-TOTAL)
           MOVE "ACTIVE" TO NT-STATUS(NT-TOTAL)
           MOVE WS-NOTE-TEXT TO NT-TEXT(NT-TOTAL)
           PERFORM REWRITE-NOTE-TABLE
           DISPLAY "Note " NT-NEW-ID " added."
           IF WS-SEV-CHOICE > 1
               DISPLAY "It will pop up at the desk whenever this "
                   "member is keyed in."
           END-IF.
       ADD-NOTE-EXIT.
           EXIT.

       CLEAR-NOTE.
           DISPLAY "Note # to clear: "
           ACCEPT WS-NOTE-ID-RAW
           IF FUNCTION TRIM(WS-NOTE-ID-RAW) IS NOT NUMERIC
               DISPLAY "Invalid note number."
               GO TO CLEAR-NOTE-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-NOTE-ID-RAW) TO WS-NOTE-ID
           MOVE 0 TO NT-MATCH-IDX
           PERFORM VARYING NT-IDX FROM 1 BY 1 UNTIL NT-IDX > NT-TOTAL
               IF NT-MEMBER-ID(NT-IDX) = WS-MEMBER-ID AND
                  NT-ID(NT-IDX) IS NUMERIC
                   MOVE NT-ID(NT-IDX) TO NT-ID-NUM
                   IF NT-ID-NUM = WS-NOTE-ID
                       MOVE NT-IDX TO NT-MATCH-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF NT-MATCH-IDX = 0
               DISPLAY "No such note on this member."
               GO TO CLEAR-NOTE-EXIT
           END-IF
           IF NT-STATUS(NT-MATCH-IDX) = "CLEARED"
               DISPLAY "That note is already cleared."
               GO TO CLEAR-NOTE-EXIT
           END-IF
           MOVE "CLEARED" TO NT-STATUS(NT-MATCH-IDX)
           PERFORM REWRITE-NOTE-TABLE
           DISPLAY "Note " NT-ID(NT-MATCH-IDX) " cleared.".
       CLEAR-NOTE-EXIT.
           EXIT.

       REWRITE-NOTE-TABLE.
           OPEN OUTPUT NOTE-TMP-FILE
           PERFORM VARYING NT-IDX FROM 1 BY 1 UNTIL NT-IDX > NT-TOTAL
               MOVE SPACES TO NOTE-TMP-REC
               STRING NT-ID(NT-IDX) DELIMITED BY SIZE ","
                      NT-MEMBER-ID(NT-IDX) DELIMITED BY SIZE ","
                      NT-DATE(NT-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(NT-STAFF-ID(NT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(NT-SEVERITY(NT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(NT-EXPIRY(NT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(NT-STATUS(NT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(NT-TEXT(NT-IDX))
                          DELIMITED BY SIZE
                   INTO NOTE-TMP-REC
               WRITE NOTE-TMP-REC
           END-PERFORM
           CLOSE NOTE-TMP-FILE

           CALL "CBL_RENAME_FILE" USING
               "../member-notes.csv.tmp", "../member-notes.csv"
               RETURNING RENAME-STATUS
           END-CALL.

       END PROGRAM MemberNotes.
