      * 2.9.2025 HL  - capture a notice language (EN/MY) as the 3rd
      *                member-profile.csv field for the templated
      *                notices
      * 15.10.2026 HL - registrations taken on the bookmobile are
      *                recorded against the van's stop on
      *                mobile-members.csv for the per-stop report
      * 15.10.2026 HL - visitor and reciprocal cards: a home-library
      *                code, a short card expiry, and for a visitor
      *                with no partner agreement a refundable cash
      *                deposit held on member-credits.csv
      * 15.10.2026 HL - POST notification preference for members who
      *                want their notices as printed letters
      *                (PostalLetters.cbl)
      * 15.10.2026 HL - each new member ID queued on card-queue.csv,
      *                with the card's home branch, for CardPrint.cbl
      * 15.10.2026 HL - the new members.csv row goes to the day
      *                journal (DayJournal.cbl) for recovery
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemRegister.
           SELECT ProfileFile ASSIGN TO '../member-profile.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS profile-status.
           SELECT MobileSessionFile
               ASSIGN TO '../bookmobile-session.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS mobile-session-status.
           SELECT MobileMemberFile ASSIGN TO '../mobile-members.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS mobile-member-status.
           SELECT PartnerFile ASSIGN TO '../partner-libraries.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS partner-status.
           SELECT VisitorCardFile ASSIGN TO '../visitor-cards.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS visitor-card-status.
           SELECT CreditFile ASSIGN TO '../member-credits.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS credit-status.
           SELECT CardQueueFile ASSIGN TO '../card-queue.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS card-queue-status.

       DATA DIVISION.
       FILE SECTION.
       01  HouseholdRecord     PIC X(40).
       FD  ProfileFile.
       01  ProfileRecord       PIC X(30).
       FD  MobileSessionFile.
       01  MobileSessionRecord PIC X(40).
       FD  MobileMemberFile.
       01  MobileMemberRecord  PIC X(40).
       FD  PartnerFile.
       01  PartnerRecord       PIC X(150).
       FD  VisitorCardFile.
       01  VisitorCardRecord   PIC X(80).
       FD  CreditFile.
       01  CreditRecord        PIC X(100).
       FD  CardQueueFile.
       01  CardQueueRecord     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CHOICE               PIC 9.
       01  WS-LANG-CHOICE         PIC 9(1).
       01  member_language        PIC X(3).

      * Bookmobile registrations -- when a stop session is open today
      * (Bookmobile.cbl) the new member can be tied to that stop on
      * mobile-members.csv (member_id,stop_id,date).
       01  mobile-session-status  PIC XX.
       01  mobile-member-status   PIC XX.
       01  mobile-session-eof     PIC X VALUE 'N'.
       01  mobile-session-today   PIC X VALUE 'N'.
       01  mobile-stop-found      PIC X VALUE 'N'.
       01  MS-OPERATOR            PIC X(5).
       01  MS-STOP                PIC X(5).
       01  MS-DATE                PIC X(10).
       01  WS-MOBILE-STOP-RAW     PIC X(20).
       01  WS-MOBILE-STOP-ID      PIC X(5).

      * Visitor and reciprocal cards. A member of a partner library
      * with a borrowing agreement (partner-libraries.csv: code,name,
      * agreement Y/N,card_days,contact_email) gets a RECIPROCAL card
      * for the agreement's card days; anyone else staying a while
      * gets a VISITOR card and leaves a refundable cash deposit,
      * recorded as a DEPOSIT row on member-credits.csv that the
      * spendable credit balance does not count. The card itself goes
      * on visitor-cards.csv (member_id,class,home_library,issued,
      * expiry,deposit) for VisitorDesk.cbl's partner statements and
      * deposit returns.
       01  partner-status         PIC XX.
       01  visitor-card-status    PIC XX.
       01  credit-status          PIC XX.
       01  partner-eof            PIC X VALUE 'N'.
       01  partner-found          PIC X VALUE 'N'.
       01  visitor-card-flag      PIC X VALUE 'N'.
       01  visitor-abandon        PIC X VALUE 'N'.
       01  deposit-confirm        PIC X.
       01  VISITOR-CARD-DAYS      PIC 9(3) VALUE 28.
       01  RECIPROCAL-CARD-DAYS   PIC 9(3) VALUE 90.
       01  VISITOR-DEPOSIT        PIC 9(8) VALUE 20000.
       01  WS-HOME-LIB-RAW        PIC X(20).
       01  WS-HOME-LIB            PIC X(8).
       01  WS-CARD-DAYS           PIC 9(3) VALUE 0.
       01  WS-DEPOSIT-AMT         PIC 9(8) VALUE 0.
       01  WS-DEPOSIT-OUT         PIC Z(7)9.
       01  WS-CARD-ISSUED         PIC 9(8).
       01  WS-CARD-EXPIRY         PIC 9(8).
       01  WS-CARD-INT            PIC 9(8).
       01  WS-ZERO-BALANCE        PIC 9(8) VALUE 0.
       01  PL-CODE                PIC X(8).
       01  PL-NAME                PIC X(40).
       01  PL-AGREEMENT           PIC X(1).
       01  PL-CARD-DAYS           PIC X(3).
       01  PL-FOUND-NAME          PIC X(40).
       01  PL-FOUND-AGREEMENT     PIC X(1).
       01  PL-FOUND-DAYS          PIC X(3).

      * The new ID waits on card-queue.csv (member_id,reason,date,
      * source,operator,branch) until CardPrint.cbl prints the card.
       01  card-queue-status      PIC XX.
       01  WS-CARD-BRANCH-RAW     PIC X(20).
       01  member_card_branch     PIC X(10).

      * Day journal (DayJournal.cbl) -- the row appended to
      * members.csv, replayed by DayRecovery.cbl after a restore.
       01  jnl_mode               PIC X(4).
       01  jnl_program            PIC X(20) VALUE 'AddNewMember'.
       01  jnl_file               PIC X(30).
       01  jnl_image              PIC X(300) VALUE SPACES.

       01  WS-EMAIL-VALID         PIC X VALUE 'N'.
       01  WS-AT-COUNT            PIC 9 VALUE 0.
       01  WS-DOT-COUNT           PIC 9 VALUE 0.
       01  WS-ADDR-COMMA-COUNT    PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
       MAIN-PROCEDURE.
           PERFORM MEMBER-PARA
           GOBACK.
               END-IF
               DISPLAY "* Enter Gender(M/F): "  ACCEPT member_gender
               DISPLAY "* Membership Tier: 1=Standard 2=Premium "
                   "3=Student 4=Teacher 5=Visitor/Reciprocal : "
               ACCEPT WS-TIER-CHOICE
               MOVE 'N' TO visitor-card-flag
               EVALUATE WS-TIER-CHOICE
                   WHEN 2
                       MOVE "PREMIUM" TO member_tier
                       MOVE "STUDENT" TO member_tier
                   WHEN 4
                       MOVE "TEACHER" TO member_tier
                   WHEN 5
                       PERFORM SET-UP-VISITOR-CARD
                           THRU SET-UP-VISITOR-CARD-EXIT
                       IF visitor-abandon = 'Y'
                           DISPLAY "Registration abandoned."
                           GOBACK
                       END-IF
                   WHEN OTHER
                       MOVE "STANDARD" TO member_tier
               END-EVALUATE
               ELSE
                   MOVE "EN" TO member_language
               END-IF
               DISPLAY "* Notifications: 1=Email 2=None 3=Post: "
               ACCEPT WS-NOTIFY-CHOICE
               EVALUATE WS-NOTIFY-CHOICE
                   WHEN 2
                       MOVE "NONE" TO member_notify
                   WHEN 3
                       MOVE "POST" TO member_notify
                   WHEN OTHER
                       MOVE "EMAIL" TO member_notify
               END-EVALUATE
               DISPLAY "* Home branch for the card (blank if none): "
               MOVE SPACES TO WS-CARD-BRANCH-RAW
               ACCEPT WS-CARD-BRANCH-RAW
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
                   (WS-CARD-BRANCH-RAW)) TO member_card_branch
               DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
               DISPLAY "Enter 1. to create, 0. to exit:  "
               ACCEPT cm_choice

           MOVE WS-CSV-LINE TO MemberRecord
           WRITE MemberRecord
           MOVE WS-CSV-LINE TO jnl_image



                DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-"
                PERFORM WRITE-MEMBER-PROFILE
                PERFORM LINK-TO-GUARANTOR THRU LINK-TO-GUARANTOR-EXIT
                PERFORM TAG-MOBILE-REGISTRATION
                    THRU TAG-MOBILE-REGISTRATION-EXIT
                IF visitor-card-flag = 'Y'
                    PERFORM WRITE-VISITOR-CARD
                END-IF
                PERFORM QUEUE-CARD-PRINT

               ELSE
                DISPLAY "New Member is not created."
               END-IF

               CLOSE MemberFile
               IF jnl_image NOT = SPACES
                   MOVE 'ADD' TO jnl_mode
                   MOVE 'members.csv' TO jnl_file
                   CALL "DayJournal" USING jnl_mode, jnl_program,
                       jnl_file, jnl_image
                   MOVE SPACES TO jnl_image
               END-IF.

           WRITE-MEMBER-PROFILE.
           OPEN EXTEND ProfileFile
           WRITE ProfileRecord
           CLOSE ProfileFile.

           QUEUE-CARD-PRINT.
           ACCEPT ws_today FROM DATE YYYYMMDD
           OPEN EXTEND CardQueueFile
           IF card-queue-status = "05" OR card-queue-status = "35"
               OPEN OUTPUT CardQueueFile
           END-IF
           MOVE SPACES TO CardQueueRecord
           STRING member_id_disp DELIMITED BY SIZE ","
                  "NEW" DELIMITED BY SIZE ","
                  ws_today DELIMITED BY SIZE ","
                  "REGISTER" DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-OPERATOR-ID-L) DELIMITED BY SIZE ","
                  FUNCTION TRIM(member_card_branch) DELIMITED BY SIZE
               INTO CardQueueRecord
           WRITE CardQueueRecord
           CLOSE CardQueueFile.

      * Works out the card class from the home library's agreement
      * and sets the member's expiry; a visitor must hand over the
      * deposit before the card is issued.
           SET-UP-VISITOR-CARD.
           MOVE 'Y' TO visitor-card-flag
           MOVE 'N' TO visitor-abandon
           MOVE 0 TO WS-DEPOSIT-AMT
           DISPLAY "* Home library code (blank if none): "
           MOVE SPACES TO WS-HOME-LIB-RAW
           ACCEPT WS-HOME-LIB-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HOME-LIB-RAW))
               TO WS-HOME-LIB
           IF WS-HOME-LIB = SPACES
               MOVE "NONE" TO WS-HOME-LIB
           END-IF
           PERFORM FIND-PARTNER-LIBRARY

           IF partner-found = 'Y' AND PL-FOUND-AGREEMENT = 'Y'
               MOVE "RECIPROCAL" TO member_tier
               MOVE RECIPROCAL-CARD-DAYS TO WS-CARD-DAYS
               IF FUNCTION TRIM(PL-FOUND-DAYS) NOT = SPACES
                   MOVE FUNCTION NUMVAL(PL-FOUND-DAYS) TO WS-CARD-DAYS
               END-IF
               DISPLAY "Reciprocal card under the agreement with "
                   FUNCTION TRIM(PL-FOUND-NAME) "."
           ELSE
               MOVE "VISITOR" TO member_tier
               MOVE VISITOR-CARD-DAYS TO WS-CARD-DAYS
               MOVE VISITOR-DEPOSIT TO WS-DEPOSIT-AMT
               MOVE WS-DEPOSIT-AMT TO WS-DEPOSIT-OUT
               DISPLAY "No borrowing agreement with that library -- "
                   "visitor card."
               DISPLAY "A refundable deposit of "
                   FUNCTION TRIM(WS-DEPOSIT-OUT)
                   " MMK is taken in cash."
               DISPLAY "Deposit received (Y/N)? "
               ACCEPT deposit-confirm
               IF deposit-confirm NOT = 'Y' AND
                  deposit-confirm NOT = 'y'
                   MOVE 'Y' TO visitor-abandon
                   GO TO SET-UP-VISITOR-CARD-EXIT
               END-IF
           END-IF

           ACCEPT WS-CARD-ISSUED FROM DATE YYYYMMDD
           COMPUTE WS-CARD-INT =
               FUNCTION INTEGER-OF-DATE(WS-CARD-ISSUED) + WS-CARD-DAYS
           COMPUTE WS-CARD-EXPIRY =
               FUNCTION DATE-OF-INTEGER(WS-CARD-INT)
           MOVE SPACES TO member_expiry
           STRING WS-CARD-EXPIRY(5:2) DELIMITED BY SIZE "/"
                  WS-CARD-EXPIRY(7:2) DELIMITED BY SIZE "/"
                  WS-CARD-EXPIRY(1:4) DELIMITED BY SIZE
               INTO member_expiry
           DISPLAY "Card expires " member_expiry ".".
           SET-UP-VISITOR-CARD-EXIT.
               EXIT.

           FIND-PARTNER-LIBRARY.
           MOVE 'N' TO partner-found
           MOVE 'N' TO partner-eof
           MOVE SPACES TO PL-FOUND-NAME PL-FOUND-AGREEMENT
               PL-FOUND-DAYS
           OPEN INPUT PartnerFile
           IF partner-status NOT = "00"
               MOVE 'Y' TO partner-eof
           END-IF
           PERFORM UNTIL partner-eof = 'Y'
               READ PartnerFile
                   AT END
                       MOVE 'Y' TO partner-eof
                   NOT AT END
                       MOVE SPACES TO PL-AGREEMENT PL-CARD-DAYS
                       UNSTRING PartnerRecord DELIMITED BY ","
                           INTO PL-CODE, PL-NAME, PL-AGREEMENT,
                                PL-CARD-DAYS
                       IF PL-CODE = WS-HOME-LIB
                           MOVE 'Y' TO partner-found
                           MOVE PL-NAME TO PL-FOUND-NAME
                           MOVE PL-AGREEMENT TO PL-FOUND-AGREEMENT
                           MOVE PL-CARD-DAYS TO PL-FOUND-DAYS
                           MOVE 'Y' TO partner-eof
                       END-IF
               END-READ
           END-PERFORM
           IF partner-status = "00" OR partner-status = "10"
               CLOSE PartnerFile
           END-IF.

           WRITE-VISITOR-CARD.
           OPEN EXTEND VisitorCardFile
           IF visitor-card-status = "05" OR visitor-card-status = "35"
               OPEN OUTPUT VisitorCardFile
           END-IF
           MOVE SPACES TO VisitorCardRecord
           STRING member_id_disp DELIMITED BY SIZE ","
                  FUNCTION TRIM(member_tier) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-HOME-LIB) DELIMITED BY SIZE ","
                  WS-CARD-ISSUED DELIMITED BY SIZE ","
                  WS-CARD-EXPIRY DELIMITED BY SIZE ","
                  WS-DEPOSIT-AMT DELIMITED BY SIZE
               INTO VisitorCardRecord
           WRITE VisitorCardRecord
           CLOSE VisitorCardFile
           IF WS-DEPOSIT-AMT > 0
               PERFORM WRITE-DEPOSIT-ROW
           END-IF.

           WRITE-DEPOSIT-ROW.
           MOVE SPACES TO ws_today_fmt
           STRING WS-CARD-ISSUED(5:2) DELIMITED BY SIZE "/"
                  WS-CARD-ISSUED(7:2) DELIMITED BY SIZE "/"
                  WS-CARD-ISSUED(1:4) DELIMITED BY SIZE
               INTO ws_today_fmt
           OPEN EXTEND CreditFile
           IF credit-status = "05" OR credit-status = "35"
               OPEN OUTPUT CreditFile
           END-IF
           MOVE SPACES TO CreditRecord
           STRING member_id_disp DELIMITED BY SIZE ","
                  ws_today_fmt DELIMITED BY SIZE ","
                  "DEPOSIT" DELIMITED BY SIZE ","
                  WS-DEPOSIT-AMT DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE ","
                  WS-ZERO-BALANCE DELIMITED BY SIZE
               INTO CreditRecord
           WRITE CreditRecord
           CLOSE CreditFile
           MOVE WS-DEPOSIT-AMT TO WS-DEPOSIT-OUT
           DISPLAY "Deposit of " FUNCTION TRIM(WS-DEPOSIT-OUT)
               " MMK recorded -- returned from VisitorDesk when the "
               "card is handed back.".

      * A child's record can be tied to a parent/guardian already on
      * file -- blank skips the link entirely.
           LINK-TO-GUARANTOR.
           LINK-TO-GUARANTOR-EXIT.
               EXIT.

      * Only asked while a bookmobile stop session is open today, and
      * the stop given has to be one of today's open sessions.
           TAG-MOBILE-REGISTRATION.
           ACCEPT ws_today FROM DATE YYYYMMDD
           MOVE SPACES TO ws_today_fmt
           STRING ws_today(5:2) DELIMITED BY SIZE "/"
                  ws_today(7:2) DELIMITED BY SIZE "/"
                  ws_today(1:4) DELIMITED BY SIZE
               INTO ws_today_fmt
           MOVE 'N' TO mobile-session-today
           MOVE 'N' TO mobile-session-eof
           OPEN INPUT MobileSessionFile
           IF mobile-session-status NOT = "00"
               GO TO TAG-MOBILE-REGISTRATION-EXIT
           END-IF
           PERFORM UNTIL mobile-session-eof = 'Y'
               READ MobileSessionFile
                   AT END
                       MOVE 'Y' TO mobile-session-eof
                   NOT AT END
                       MOVE SPACES TO MS-DATE
                       UNSTRING MobileSessionRecord DELIMITED BY ","
                           INTO MS-OPERATOR, MS-STOP, MS-DATE
                       IF MS-DATE = ws_today_fmt
                           MOVE 'Y' TO mobile-session-today
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MobileSessionFile
           IF mobile-session-today NOT = 'Y'
               GO TO TAG-MOBILE-REGISTRATION-EXIT
           END-IF

           DISPLAY "Bookmobile stop ID (blank if registered at a "
               "branch): "
           MOVE SPACES TO WS-MOBILE-STOP-RAW
           ACCEPT WS-MOBILE-STOP-RAW
           MOVE FUNCTION TRIM(WS-MOBILE-STOP-RAW) TO WS-MOBILE-STOP-ID
           IF WS-MOBILE-STOP-ID = SPACES
               GO TO TAG-MOBILE-REGISTRATION-EXIT
           END-IF

           MOVE 'N' TO mobile-stop-found
           MOVE 'N' TO mobile-session-eof
           OPEN INPUT MobileSessionFile
           PERFORM UNTIL mobile-session-eof = 'Y'
               READ MobileSessionFile
                   AT END
                       MOVE 'Y' TO mobile-session-eof
                   NOT AT END
                       MOVE SPACES TO MS-DATE
                       UNSTRING MobileSessionRecord DELIMITED BY ","
                           INTO MS-OPERATOR, MS-STOP, MS-DATE
                       IF MS-DATE = ws_today_fmt AND
                          MS-STOP = WS-MOBILE-STOP-ID
                           MOVE 'Y' TO mobile-stop-found
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MobileSessionFile
           IF mobile-stop-found NOT = 'Y'
               DISPLAY "No stop session open at " WS-MOBILE-STOP-ID
                   " today -- registered as a branch member."
               GO TO TAG-MOBILE-REGISTRATION-EXIT
           END-IF

           OPEN EXTEND MobileMemberFile
           IF mobile-member-status = "05" OR mobile-member-status = "35"
               OPEN OUTPUT MobileMemberFile
           END-IF
           MOVE SPACES TO MobileMemberRecord
           STRING member_id_disp DELIMITED BY SIZE ","
                  WS-MOBILE-STOP-ID DELIMITED BY SPACE ","
                  ws_today_fmt DELIMITED BY SIZE
               INTO MobileMemberRecord
           WRITE MobileMemberRecord
           CLOSE MobileMemberFile
           DISPLAY "Registered at bookmobile stop " WS-MOBILE-STOP-ID
               ".".
           TAG-MOBILE-REGISTRATION-EXIT.
               EXIT.

      * Case-insensitive sweep of members.csv for a row whose name,
      * email or address matches the registration being typed in --
      * advisory only, mirroring AddNewBook.cbl's CHECK-DUPLICATE-TITLE
