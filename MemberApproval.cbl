      *          check everywhere, so nothing can be borrowed on an
      *          unreviewed application.
      * Tectonics: cobc
      ******************************************************************
      * Modification history
      * 15.10.2026 HL - an approved application's member ID is queued
      *               on ../card-queue.csv for CardPrint.cbl
      * 15.10.2026 HL - the pending list masks the applicant's e-mail
      *               unless the operator's role allows a full view
      *               (PiiAccess.cbl / PiiMask.cbl)
      * 15.10.2026 HL - the members.csv rewrite for a decision goes to
      *               the day journal (DayJournal.cbl) before it
      *               replaces the old file
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemberApproval.
           SELECT HISTORY-FILE ASSIGN TO "../member-history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT CARD-QUEUE-FILE ASSIGN TO "../card-queue.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  MEMBER-TMP-REC     PIC X(200).
       FD  HISTORY-FILE.
       01  HISTORY-REC        PIC X(200).
       FD  CARD-QUEUE-FILE.
       01  CARD-QUEUE-REC     PIC X(80).

       WORKING-STORAGE SECTION.
       01  MEMBER-STATUS      PIC XX.
       01  HISTORY-STATUS     PIC XX.
       01  CARD-QUEUE-STATUS  PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-MENU-CHOICE     PIC 9.

       01  MEMBER-REAL-PATH   PIC X(20) VALUE "../members.csv".
       01  MEMBER-TMP-PATH    PIC X(24) VALUE "../members.csv.tmp".
       01  RENAME-STATUS      PIC S9(9) COMP-5.
       01  JNL-MODE           PIC X(4).
       01  JNL-PROGRAM        PIC X(20) VALUE "MemberApproval".
       01  JNL-FILE           PIC X(30).
       01  JNL-IMAGE          PIC X(300).
       01  HEADER-LINE        PIC X(55) VALUE ALL '-'.
       01  RECEIPT-LINE       PIC X(40) VALUE ALL '-'.

      * Personal-data view for the signed-in operator -- 'Y' full,
      * 'N' e-mail masked through PiiMask.cbl on the pending list.
       01  PII-FULL           PIC X VALUE 'N'.
       01  PII-PROGRAM        PIC X(20) VALUE "MemberApproval".
       01  PII-SUBJECT        PIC X(10) VALUE "ALL".
       01  PII-KIND           PIC X(5) VALUE "EMAIL".
       01  PII-VALUE          PIC X(100).

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 OPERATOR-ID-L PIC X(5).
       01 OPERATOR-ROLE-L PIC X(10).
       PROCEDURE DIVISION USING USER-CHOICE, OPERATOR-ID-L,
           OPERATOR-ROLE-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

           GOBACK.

       LIST-PENDING.
           CALL "PiiAccess" USING OPERATOR-ID-L, OPERATOR-ROLE-L,
               PII-PROGRAM, PII-SUBJECT, PII-FULL
           MOVE 0 TO WS-SHOWN-COUNT
           MOVE 'N' TO FILE-END
           OPEN INPUT MEMBER-FILE
           END-IF
           DISPLAY " "
           DISPLAY "PENDING APPLICATIONS"
           IF PII-FULL = 'Y'
               DISPLAY "View: FULL"
           ELSE
               DISPLAY "View: MASKED"
           END-IF
           DISPLAY HEADER-LINE
           PERFORM UNTIL FILE-END = 'Y'
               READ MEMBER-FILE
                   NOT AT END
                       PERFORM SPLIT-MEMBER-ROW
                       IF FUNCTION TRIM(MEMBER-FLAG) = "PENDING"
                           MOVE MEMBER-EMAIL TO PII-VALUE
                           IF PII-FULL NOT = 'Y'
                               CALL "PiiMask" USING PII-KIND, PII-VALUE
                           END-IF
                           DISPLAY "  " MEMBER-ID-F " "
                               MEMBER-NAME " "
                               FUNCTION TRIM(PII-VALUE)
                           ADD 1 TO WS-SHOWN-COUNT
                       END-IF
               END-READ
               GO TO REVIEW-ONE-EXIT
           END-IF

           MOVE "DIFF" TO JNL-MODE
           MOVE "members.csv" TO JNL-FILE
           MOVE SPACES TO JNL-IMAGE
           CALL "DayJournal" USING JNL-MODE, JNL-PROGRAM, JNL-FILE,
               JNL-IMAGE
           CALL "CBL_RENAME_FILE" USING MEMBER-TMP-PATH
               MEMBER-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL

           PERFORM LOG-DECISION
           IF WS-DECISION NOT = 2
               PERFORM QUEUE-CARD-PRINT
           END-IF

           IF WS-DECISION = 2
               DISPLAY "Application " WS-APP-ID " rejected."
           WRITE HISTORY-REC
           CLOSE HISTORY-FILE.

      * The kiosk applicant's card waits for CardPrint.cbl; the home
      * branch is left for it to work out.
       QUEUE-CARD-PRINT.
           OPEN EXTEND CARD-QUEUE-FILE
           IF CARD-QUEUE-STATUS = "05" OR CARD-QUEUE-STATUS = "35"
               OPEN OUTPUT CARD-QUEUE-FILE
           END-IF
           MOVE SPACES TO CARD-QUEUE-REC
           STRING WS-APP-ID DELIMITED BY SIZE ","
                  "NEW" DELIMITED BY SIZE ","
                  WS-TODAY DELIMITED BY SIZE ","
                  "KIOSK" DELIMITED BY SIZE ","
                  ","
               INTO CARD-QUEUE-REC
           WRITE CARD-QUEUE-REC
           CLOSE CARD-QUEUE-FILE.

       END PROGRAM MemberApproval.
