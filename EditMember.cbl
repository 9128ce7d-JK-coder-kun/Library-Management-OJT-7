      *                subscriptions and advance bookings, so a child
      *                keeps the juvenile restrictions and the
      *                guarantor rollup after a replacement
      * 15.10.2026 HL - pop up the member's active staff notes
      *                (MemberAlert.cbl) for acknowledgement once the
      *                member ID is keyed in; operator ID now comes in
      *                through linkage for the acknowledgement log
      * 15.10.2026 HL - POST accepted as a notification preference
      *                (printed letters, PostalLetters.cbl)
      * 15.10.2026 HL - the replacement card's new ID is queued on
      *                card-queue.csv for CardPrint.cbl
      * 15.10.2026 HL - each rewrite of members.csv, log.csv and
      *                fine.csv goes to the day journal
      *                (DayJournal.cbl) before it replaces the old file
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EditMember.
           FILE STATUS IS reassign_status.
           SELECT BookingTmpFile ASSIGN TO '../bookings.csv.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CardQueueFile ASSIGN TO '../card-queue.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS card_queue_status.
       DATA DIVISION.
       FILE SECTION.
       FD  MemberFile.
       01  booking_rec PIC X(80).
       FD  BookingTmpFile.
       01  booking_tmp_rec PIC X(80).
       FD  CardQueueFile.
       01  card_queue_rec PIC X(80).
       WORKING-STORAGE SECTION.
       01  file_status PIC XX.
       01  found_flag PIC X VALUE 'N'.
       01  member_real_path PIC X(24) VALUE '../members.csv'.
       01  member_tmp_path  PIC X(28) VALUE '../members.csv.tmp'.
       01  rename_status     PIC S9(9) COMP-5.
       01  jnl_mode          PIC X(4).
       01  jnl_program       PIC X(20) VALUE 'EditMember'.
       01  jnl_file          PIC X(30).
       01  jnl_image         PIC X(300).
       01  member_record .
           05  member_id         PIC 9(5).
           05  member_name       PIC X(30).
           05  new_member_tier       PIC X(10).
           05  new_member_notify     PIC X(5).
       01  history_status PIC XX.
       01  card_queue_status PIC XX.
       01  ws_today PIC 9(8).

      * Lost-card replacement: the old member ID is flagged BLOCKED
      * leaves a CARD row in member-history.csv.
       01  reassign_status PIC XX.
       01  ws-mode-choice PIC 9.
       01  ws-alert-member-id PIC X(5).
       01  ws-alert-program PIC X(12) VALUE "EditMember".
       01  ws-new-card-id PIC 9(5) VALUE 0.
       01  ws-last-id PIC 9(5) VALUE 0.
       01  ws-last-line PIC X(200).
       01  WS-ADDR-OUT-IDX        PIC 9(3).
       01  WS-ADDR-COMMA-COUNT    PIC 9(3) VALUE 0.
       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
           STOP RUN.

            DISPLAY "Please, Enter Member ID To Update:"
            ACCEPT  search_member_id
            MOVE search_member_id TO ws-alert-member-id
            CALL "MemberAlert" USING WS-OPERATOR-ID-L,
                ws-alert-member-id, ws-alert-program
            OPEN INPUT MemberFile.
            IF file_status not = '00' THEN
                DISPLAY "Error opening File, Status :"file_status
                   SET IDX UP BY 1
                END-PERFORM
                CLOSE MemberTmpFile
                MOVE 'members.csv' TO jnl_file
                PERFORM JOURNAL-FILE-REWRITE
                CALL "CBL_RENAME_FILE" USING member_tmp_path
                    member_real_path
                    RETURNING rename_status
           REPLACE-LOST-CARD.
           DISPLAY "Member ID on the lost card: "
           ACCEPT search_member_id
           MOVE search_member_id TO ws-alert-member-id
           CALL "MemberAlert" USING WS-OPERATOR-ID-L,
               ws-alert-member-id, ws-alert-program

      * Pass 1: block the old row and remember its particulars.
           OPEN INPUT MemberFile
           WRITE member_tmp
           CLOSE MemberTmpFile

           MOVE 'members.csv' TO jnl_file
           PERFORM JOURNAL-FILE-REWRITE
           CALL "CBL_RENAME_FILE" USING member_tmp_path
               member_real_path
               RETURNING rename_status
           PERFORM REASSIGN-SUBS-ROWS
           PERFORM REASSIGN-BOOKING-ROWS
           PERFORM LOG-CARD-REPLACEMENT
           PERFORM QUEUE-CARD-PRINT

           DISPLAY "-----------------------------------------"
           DISPLAY "Card replaced. Old ID " ws-old-id-x
               " is BLOCKED; new ID is " ws-new-id-x "."
           DISPLAY "Loans, fines, holds, lists, PIN, credit, "
               "profile, household links, subscriptions and"
           DISPLAY "bookings have moved to the new ID."
           DISPLAY "The new card is waiting in the card print queue.".
           REPLACE-LOST-CARD-EXIT.
               EXIT.

               CLOSE LogFile
           END-IF
           CLOSE LogTmpFile
           MOVE 'log.csv' TO jnl_file
           PERFORM JOURNAL-FILE-REWRITE
           CALL "CBL_RENAME_FILE" USING log_tmp_path log_real_path
               RETURNING rename_status
           END-CALL.
               CLOSE FineFile
           END-IF
           CLOSE FineTmpFile
           MOVE 'fine.csv' TO jnl_file
           PERFORM JOURNAL-FILE-REWRITE
           CALL "CBL_RENAME_FILE" USING fine_tmp_path fine_real_path
               RETURNING rename_status
           END-CALL.
           WRITE history_rec
           CLOSE HistoryFile.

      * The new card waits on card-queue.csv for CardPrint.cbl, which
      * works out the home branch from the re-keyed loans.
           QUEUE-CARD-PRINT.
           OPEN EXTEND CardQueueFile
           IF card_queue_status = "05" OR card_queue_status = "35"
               OPEN OUTPUT CardQueueFile
           END-IF
           MOVE SPACES TO card_queue_rec
           STRING FUNCTION TRIM(ws-new-id-x) DELIMITED BY SIZE ","
                  "REPLACE" DELIMITED BY SIZE ","
                  ws_today DELIMITED BY SIZE ","
                  "LOSTCARD" DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-OPERATOR-ID-L) DELIMITED BY SIZE ","
               INTO card_queue_rec
           WRITE card_queue_rec
           CLOSE CardQueueFile.

           PROCESS-FOUND-MEMBER-DATA.
           MOVE SPACES TO member_expiry
           MOVE SPACES TO member_tier
               END-IF
           END-IF

           DISPLAY "Notification preference EMAIL/NONE/POST "
               "(or press ENTER to skip): "
           ACCEPT new_member_notify
           IF new_member_notify = SPACES THEN
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
                   (new_member_notify)) TO new_member_notify
               IF new_member_notify NOT = "NONE" AND
                  new_member_notify NOT = "POST"
                   MOVE "EMAIL" TO new_member_notify
               END-IF
           END-IF
               END-IF
           END-IF.

      * Day journal (DayJournal.cbl): the rewrite of jnl_file checked
      * against the file it is about to replace.
       JOURNAL-FILE-REWRITE.
           MOVE 'DIFF' TO jnl_mode
           MOVE SPACES TO jnl_image
           CALL "DayJournal" USING jnl_mode, jnl_program, jnl_file,
               jnl_image.

       END PROGRAM EditMember.
