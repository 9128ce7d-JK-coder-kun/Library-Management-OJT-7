      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Desk pop-up for staff notes on a member -- CALLed by
      *          BorrowBook, ReturnBook, PayFine and EditMember as
      *          soon as a member ID is keyed in. Every ACTIVE
      *          WARNING or ALERT note in ../member-notes.csv that has
      *          not passed its expiry date is shown, and the operator
      *          must acknowledge each one before carrying on; the
      *          acknowledgement is logged to ../member-note-acks.csv
      *          (date,time,staff_id,member_id,note_id,program). INFO
      *          notes stay in MemberNotes.cbl and MemberTimeline.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemberAlert.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTE-FILE ASSIGN TO "../member-notes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTE-STATUS.
           SELECT ACK-FILE ASSIGN TO "../member-note-acks.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTE-FILE.
       01  NOTE-REC           PIC X(200).
       FD  ACK-FILE.
       01  ACK-REC            PIC X(100).

       WORKING-STORAGE SECTION.
       01  NOTE-STATUS         PIC XX.
       01  ACK-STATUS          PIC XX.
       01  FILE-END            PIC X VALUE 'N'.

       01  NT-ID-F             PIC X(5).
       01  NT-MEMBER-F         PIC X(5).
       01  NT-DATE-F           PIC X(8).
       01  NT-STAFF-F          PIC X(5).
       01  NT-SEVERITY-F       PIC X(7).
       01  NT-EXPIRY-F         PIC X(8).
       01  NT-STATUS-F         PIC X(7).
       01  NT-TEXT-F           PIC X(100).

      * Alerts are gathered first and shown after the file is closed,
      * so the operator's pause at the prompt holds no file open.
       01  ALERT-TABLE.
           05 ALERT-ENTRY OCCURS 20 TIMES.
              10  AL-ID          PIC X(5).
              10  AL-DATE        PIC X(8).
              10  AL-STAFF       PIC X(5).
              10  AL-SEVERITY    PIC X(7).
              10  AL-TEXT        PIC X(100).
       01  AL-TOTAL            PIC 9(2) VALUE 0.
       01  AL-IDX              PIC 9(2).

       01  WS-ACK              PIC X.
       01  TODAY               PIC 9(8).
       01  TODAY-X             PIC X(8).
       01  NOW-TIME            PIC 9(8).
       01  ALERT-RULE          PIC X(60) VALUE ALL '*'.

       LINKAGE SECTION.
       01 WS-OPERATOR-ID-L PIC X(5).
       01 ALERT-MEMBER-ID-L PIC X(5).
       01 ALERT-PROGRAM-L PIC X(12).
       PROCEDURE DIVISION USING WS-OPERATOR-ID-L, ALERT-MEMBER-ID-L,
               ALERT-PROGRAM-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           MOVE TODAY TO TODAY-X
           PERFORM GATHER-ACTIVE-ALERTS
           IF AL-TOTAL = 0
               GOBACK
           END-IF

           PERFORM VARYING AL-IDX FROM 1 BY 1 UNTIL AL-IDX > AL-TOTAL
               DISPLAY ALERT-RULE
               DISPLAY "** " FUNCTION TRIM(AL-SEVERITY(AL-IDX))
                   " ON MEMBER " ALERT-MEMBER-ID-L
                   " -- note " AL-ID(AL-IDX) " of " AL-DATE(AL-IDX)
                   " by " AL-STAFF(AL-IDX)
               DISPLAY "** " FUNCTION TRIM(AL-TEXT(AL-IDX))
               DISPLAY ALERT-RULE
               MOVE SPACE TO WS-ACK
               PERFORM UNTIL WS-ACK = 'Y'
                   DISPLAY "Acknowledge this note (Y): "
                   ACCEPT WS-ACK
                   MOVE FUNCTION UPPER-CASE(WS-ACK) TO WS-ACK
               END-PERFORM
               PERFORM LOG-ACKNOWLEDGEMENT
           END-PERFORM
           GOBACK.

       GATHER-ACTIVE-ALERTS.
           MOVE 0 TO AL-TOTAL
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
                       IF NT-MEMBER-F = ALERT-MEMBER-ID-L AND
                          NT-STATUS-F = "ACTIVE" AND
                          (NT-SEVERITY-F = "WARNING" OR
                           NT-SEVERITY-F = "ALERT") AND
                          (NT-EXPIRY-F = SPACES OR
                           NT-EXPIRY-F NOT < TODAY-X) AND
                          AL-TOTAL < 20
                           ADD 1 TO AL-TOTAL
                           MOVE NT-ID-F TO AL-ID(AL-TOTAL)
                           MOVE NT-DATE-F TO AL-DATE(AL-TOTAL)
                           MOVE NT-STAFF-F TO AL-STAFF(AL-TOTAL)
                           MOVE NT-SEVERITY-F TO AL-SEVERITY(AL-TOTAL)
                           MOVE NT-TEXT-F TO AL-TEXT(AL-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF NOTE-STATUS = "00" OR NOTE-STATUS = "10"
               CLOSE NOTE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOG-ACKNOWLEDGEMENT.
           ACCEPT NOW-TIME FROM TIME
           OPEN EXTEND ACK-FILE
           IF ACK-STATUS = "05" OR ACK-STATUS = "35"
               OPEN OUTPUT ACK-FILE
           END-IF
           MOVE SPACES TO ACK-REC
           STRING TODAY-X DELIMITED BY SIZE ","
                  NOW-TIME(1:4) DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE ","
                  ALERT-MEMBER-ID-L DELIMITED BY SIZE ","
                  AL-ID(AL-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(ALERT-PROGRAM-L) DELIMITED BY SIZE
               INTO ACK-REC
           WRITE ACK-REC
           CLOSE ACK-FILE.

       END PROGRAM MemberAlert.
