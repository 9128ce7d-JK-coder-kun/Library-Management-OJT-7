      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Rebuilds the practice data set under ../training/
      *          that OJT_v1.cbl's training mode runs against. Run
      *          from the live working directory, so live files are
      *          ../name and practice files ../training/name.
      *          - every file on CLEAR-NAMES and COPY-NAMES is first
      *            deleted from the practice set, so a refresh also
      *            throws away whatever the trainees did;
      *          - the COPY-NAMES files (catalog, copies, loans,
      *            fines, holds, policy, staff roster and the other
      *            reference files) are copied across unchanged --
      *            they carry member IDs but no names or contact
      *            details;
      *          - members.csv is copied anonymised: name, e-mail and
      *            address are replaced by dummy values built from the
      *            member ID (e-mail on the reserved .invalid domain,
      *            so nothing sent from practice can reach anyone);
      *            status, expiry, tier and notify preference are
      *            kept so circulation rules behave as they do live;
      *          - the CLEAR-NAMES files (notices, the notify outbox,
      *            staff notes, PINs, incidents, donors, rosters and
      *            similar personal or outbound files) are not copied
      *            and start empty;
      *          - ../training/training.marker (TRAINING,YYYYMMDD) is
      *            written last. It is removed first, so a refresh
      *            that stops part-way leaves no usable practice set
      *            and OJT_v1.cbl will not enter training mode.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrainingRefresh.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMBER-STATUS.
           SELECT PRACTICE-MEMBER-FILE
               ASSIGN TO "../training/members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRACTICE-MEMBER-STATUS.
           SELECT MARKER-FILE ASSIGN TO "../training/training.marker"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-FILE.
       01  MEMBER-REC          PIC X(200).
       FD  PRACTICE-MEMBER-FILE.
       01  PRACTICE-MEMBER-REC PIC X(200).
       FD  MARKER-FILE.
       01  MARKER-REC          PIC X(40).

       WORKING-STORAGE SECTION.
       01  MEMBER-STATUS           PIC XX.
       01  PRACTICE-MEMBER-STATUS  PIC XX.
       01  MARKER-STATUS           PIC XX.
       01  FILE-END                PIC X VALUE 'N'.

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

      * Copied across unchanged.
       01  COPY-NAMES.
           05  FILLER  PIC X(28) VALUE "books.csv".
           05  FILLER  PIC X(28) VALUE "copies.csv".
           05  FILLER  PIC X(28) VALUE "log.csv".
           05  FILLER  PIC X(28) VALUE "fine.csv".
           05  FILLER  PIC X(28) VALUE "holds.csv".
           05  FILLER  PIC X(28) VALUE "policy.csv".
           05  FILLER  PIC X(28) VALUE "staff.csv".
           05  FILLER  PIC X(28) VALUE "counters.csv".
           05  FILLER  PIC X(28) VALUE "genres.csv".
           05  FILLER  PIC X(28) VALUE "authors.csv".
           05  FILLER  PIC X(28) VALUE "author-xref.csv".
           05  FILLER  PIC X(28) VALUE "call-numbers.csv".
           05  FILLER  PIC X(28) VALUE "closures.csv".
           05  FILLER  PIC X(28) VALUE "closure-rules.csv".
           05  FILLER  PIC X(28) VALUE "languages.csv".
           05  FILLER  PIC X(28) VALUE "title-languages.csv".
           05  FILLER  PIC X(28) VALUE "subjects.csv".
           05  FILLER  PIC X(28) VALUE "title-subjects.csv".
           05  FILLER  PIC X(28) VALUE "series.csv".
           05  FILLER  PIC X(28) VALUE "series-subscriptions.csv".
           05  FILLER  PIC X(28) VALUE "works.csv".
           05  FILLER  PIC X(28) VALUE "work-editions.csv".
           05  FILLER  PIC X(28) VALUE "work-holds.csv".
           05  FILLER  PIC X(28) VALUE "book-formats.csv".
           05  FILLER  PIC X(28) VALUE "isbn-catalog.csv".
           05  FILLER  PIC X(28) VALUE "kits.csv".
           05  FILLER  PIC X(28) VALUE "kit-items.csv".
           05  FILLER  PIC X(28) VALUE "kit-loans.csv".
           05  FILLER  PIC X(28) VALUE "rooms.csv".
           05  FILLER  PIC X(28) VALUE "events.csv".
           05  FILLER  PIC X(28) VALUE "bookings.csv".
           05  FILLER  PIC X(28) VALUE "budgets.csv".
           05  FILLER  PIC X(28) VALUE "vendors.csv".
           05  FILLER  PIC X(28) VALUE "purchase-orders.csv".
           05  FILLER  PIC X(28) VALUE "on-order.csv".
           05  FILLER  PIC X(28) VALUE "gl-accounts.csv".
           05  FILLER  PIC X(28) VALUE "townships.csv".
           05  FILLER  PIC X(28) VALUE "member-townships.csv".
           05  FILLER  PIC X(28) VALUE "notice-templates.csv".
           05  FILLER  PIC X(28) VALUE "alert-thresholds.csv".
           05  FILLER  PIC X(28) VALUE "households.csv".
           05  FILLER  PIC X(28) VALUE "member-profile.csv".
           05  FILLER  PIC X(28) VALUE "member-credits.csv".
           05  FILLER  PIC X(28) VALUE "fine-installments.csv".
           05  FILLER  PIC X(28) VALUE "fine-receipts.csv".
           05  FILLER  PIC X(28) VALUE "fine-waiver-requests.csv".
           05  FILLER  PIC X(28) VALUE "claims-returned.csv".
           05  FILLER  PIC X(28) VALUE "recalls.csv".
           05  FILLER  PIC X(28) VALUE "shelving-queue.csv".
           05  FILLER  PIC X(28) VALUE "transit-manifest.csv".
           05  FILLER  PIC X(28) VALUE "card-queue.csv".
           05  FILLER  PIC X(28) VALUE "course-reserves.csv".
           05  FILLER  PIC X(28) VALUE "reserve-items.csv".
           05  FILLER  PIC X(28) VALUE "institutions.csv".
           05  FILLER  PIC X(28) VALUE "deposit-items.csv".
           05  FILLER  PIC X(28) VALUE "deposit-loans.csv".
           05  FILLER  PIC X(28) VALUE "bookmobile-stops.csv".
           05  FILLER  PIC X(28) VALUE "homebound.csv".
           05  FILLER  PIC X(28) VALUE "school-members.csv".
           05  FILLER  PIC X(28) VALUE "reading-challenges.csv".
           05  FILLER  PIC X(28) VALUE "challenge-books.csv".
           05  FILLER  PIC X(28) VALUE "selfcheck-machines.csv".
           05  FILLER  PIC X(28) VALUE "report-schedule.csv".
           05  FILLER  PIC X(28) VALUE "displays.csv".
           05  FILLER  PIC X(28) VALUE "display-items.csv".
           05  FILLER  PIC X(28) VALUE "special-collections.csv".
           05  FILLER  PIC X(28) VALUE "amnesty-campaigns.csv".
           05  FILLER  PIC X(28) VALUE "sundry-prices.csv".
           05  FILLER  PIC X(28) VALUE "desk-rota.csv".
       01  COPY-TABLE REDEFINES COPY-NAMES.
           05  COPY-NAME       PIC X(28) OCCURS 69 TIMES.
       01  COPY-TOTAL          PIC 9(3) VALUE 69.

      * Personal or outbound -- never copied, so they start empty.
       01  CLEAR-NAMES.
           05  FILLER  PIC X(28) VALUE "notify-outbox.csv".
           05  FILLER  PIC X(28) VALUE "notify-digests.csv".
           05  FILLER  PIC X(28) VALUE "overdue-notices.csv".
           05  FILLER  PIC X(28) VALUE "due-reminders.csv".
           05  FILLER  PIC X(28) VALUE "deposit-notices.csv".
           05  FILLER  PIC X(28) VALUE "postal-printed.csv".
           05  FILLER  PIC X(28) VALUE "member-notes.csv".
           05  FILLER  PIC X(28) VALUE "member-note-acks.csv".
           05  FILLER  PIC X(28) VALUE "member-pins.csv".
           05  FILLER  PIC X(28) VALUE "member-history.csv".
           05  FILLER  PIC X(28) VALUE "archived-members.csv".
           05  FILLER  PIC X(28) VALUE "mobile-members.csv".
           05  FILLER  PIC X(28) VALUE "school-roster.csv".
           05  FILLER  PIC X(28) VALUE "visitor-cards.csv".
           05  FILLER  PIC X(28) VALUE "web-account-sync.csv".
           05  FILLER  PIC X(28) VALUE "winback-contacts.csv".
           05  FILLER  PIC X(28) VALUE "incidents.csv".
           05  FILLER  PIC X(28) VALUE "bans.csv".
           05  FILLER  PIC X(28) VALUE "donors.csv".
           05  FILLER  PIC X(28) VALUE "donations.csv".
           05  FILLER  PIC X(28) VALUE "donor-letters.txt".
           05  FILLER  PIC X(28) VALUE "reviews.csv".
           05  FILLER  PIC X(28) VALUE "delivery-routes.csv".
           05  FILLER  PIC X(28) VALUE "collections-referral.csv".
           05  FILLER  PIC X(28) VALUE "member-data-export.txt".
           05  FILLER  PIC X(28) VALUE "checkout-receipts.csv".
           05  FILLER  PIC X(28) VALUE "receipts.csv".
           05  FILLER  PIC X(28) VALUE "card-print-log.csv".
           05  FILLER  PIC X(28) VALUE "override-log.csv".
           05  FILLER  PIC X(28) VALUE "risk-reviewed.csv".
           05  FILLER  PIC X(28) VALUE "pii-access-log.csv".
           05  FILLER  PIC X(28) VALUE "nightly-batch.checkpoint".
           05  FILLER  PIC X(28) VALUE "nightly-batch.business-date".
           05  FILLER  PIC X(28) VALUE "file-controls.csv".
           05  FILLER  PIC X(28) VALUE "file-controls.alert".
           05  FILLER  PIC X(28) VALUE "capacity-history.csv".
           05  FILLER  PIC X(28) VALUE "capacity-report.csv".
           05  FILLER  PIC X(28) VALUE "day-journal.csv".
           05  FILLER  PIC X(28) VALUE "backup/backup-manifest.csv".
           05  FILLER  PIC X(28) VALUE "selfcheck-requests.csv".
           05  FILLER  PIC X(28) VALUE "selfcheck-responses.csv".
           05  FILLER  PIC X(28) VALUE "selfcheck-messages.csv".
           05  FILLER  PIC X(28) VALUE "gate-alarms.csv".
           05  FILLER  PIC X(28) VALUE "gate-exceptions.csv".
           05  FILLER  PIC X(28) VALUE "gate-report.csv".
           05  FILLER  PIC X(28) VALUE "reading-room.csv".
           05  FILLER  PIC X(28) VALUE "reading-room-flags.csv".
           05  FILLER  PIC X(28) VALUE "amnesty-donations.csv".
           05  FILLER  PIC X(28) VALUE "amnesty-waivers.csv".
           05  FILLER  PIC X(28) VALUE "amnesty-reinstated.csv".
           05  FILLER  PIC X(28) VALUE "sundry-receipts.csv".
           05  FILLER  PIC X(28) VALUE "sundry-sale-lines.csv".
           05  FILLER  PIC X(28) VALUE "offline-circ.csv".
           05  FILLER  PIC X(28) VALUE "offline-applied.csv".
           05  FILLER  PIC X(28) VALUE "offline-conflicts.csv".
           05  FILLER  PIC X(28) VALUE "locker-slots.csv".
           05  FILLER  PIC X(28) VALUE "locker-events.csv".
           05  FILLER  PIC X(28) VALUE "locker-log.csv".
           05  FILLER  PIC X(28) VALUE "list_members.state".
           05  FILLER  PIC X(28) VALUE "books.csv.lock".
           05  FILLER  PIC X(28) VALUE "counters.csv.lock".
       01  CLEAR-TABLE REDEFINES CLEAR-NAMES.
           05  CLEAR-NAME      PIC X(28) OCCURS 61 TIMES.
       01  CLEAR-TOTAL         PIC 9(3) VALUE 61.

       01  NAME-IDX            PIC 9(3).
       01  LIVE-PATH           PIC X(60).
       01  PRACTICE-PATH       PIC X(60).
       01  PRACTICE-DIR-PATH   PIC X(20) VALUE "../training".
       01  PRACTICE-RUN-PATH   PIC X(20) VALUE "../training/run".
       01  MARKER-PATH         PIC X(40)
               VALUE "../training/training.marker".
       01  FILE-OP-STATUS      PIC S9(9) COMP-5.
       01  TODAY               PIC 9(8).

       01  CNT-COPIED          PIC 9(5) VALUE 0.
       01  CNT-MISSING         PIC 9(5) VALUE 0.
       01  CNT-MEMBERS         PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*      Refresh Training Practice Data      *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           ACCEPT TODAY FROM DATE YYYYMMDD
           MOVE 0 TO CNT-COPIED CNT-MISSING CNT-MEMBERS

           CALL "CBL_CREATE_DIR" USING PRACTICE-DIR-PATH
               RETURNING FILE-OP-STATUS
           END-CALL
           CALL "CBL_CREATE_DIR" USING PRACTICE-RUN-PATH
               RETURNING FILE-OP-STATUS
           END-CALL
           CALL "CBL_DELETE_FILE" USING MARKER-PATH
               RETURNING FILE-OP-STATUS
           END-CALL

           PERFORM VARYING NAME-IDX FROM 1 BY 1
                   UNTIL NAME-IDX > CLEAR-TOTAL
               MOVE SPACES TO PRACTICE-PATH
               STRING "../training/" DELIMITED BY SIZE
                      CLEAR-NAME(NAME-IDX) DELIMITED BY SPACE
                   INTO PRACTICE-PATH
               CALL "CBL_DELETE_FILE" USING PRACTICE-PATH
                   RETURNING FILE-OP-STATUS
               END-CALL
           END-PERFORM

           PERFORM VARYING NAME-IDX FROM 1 BY 1
                   UNTIL NAME-IDX > COPY-TOTAL
               PERFORM COPY-ONE-FILE
           END-PERFORM

           PERFORM COPY-ANONYMISED-MEMBERS THRU
               COPY-ANONYMISED-MEMBERS-EXIT
           IF PRACTICE-MEMBER-STATUS NOT = "00"
               DISPLAY "Cannot write ../training/members.csv -- "
                   "practice data NOT refreshed."
               GOBACK
           END-IF

           OPEN OUTPUT MARKER-FILE
           MOVE SPACES TO MARKER-REC
           STRING "TRAINING," DELIMITED BY SIZE
                  TODAY DELIMITED BY SIZE
               INTO MARKER-REC
           WRITE MARKER-REC
           CLOSE MARKER-FILE

           DISPLAY "Practice data refreshed from live as of " TODAY
           DISPLAY "  files copied:            " CNT-COPIED
           DISPLAY "  not on file live:        " CNT-MISSING
           DISPLAY "  members anonymised:      " CNT-MEMBERS
           GOBACK.

       COPY-ONE-FILE.
           MOVE SPACES TO LIVE-PATH PRACTICE-PATH
           STRING "../" DELIMITED BY SIZE
                  COPY-NAME(NAME-IDX) DELIMITED BY SPACE
               INTO LIVE-PATH
           STRING "../training/" DELIMITED BY SIZE
                  COPY-NAME(NAME-IDX) DELIMITED BY SPACE
               INTO PRACTICE-PATH
           CALL "CBL_DELETE_FILE" USING PRACTICE-PATH
               RETURNING FILE-OP-STATUS
           END-CALL
           CALL "CBL_COPY_FILE" USING LIVE-PATH, PRACTICE-PATH
               RETURNING FILE-OP-STATUS
           END-CALL
           IF FILE-OP-STATUS = 0
               ADD 1 TO CNT-COPIED
           ELSE
               ADD 1 TO CNT-MISSING
           END-IF.

      * Every member keeps their ID, status, expiry, tier and notify
      * preference; the personal fields become dummies built from the
      * ID. The dummy address has no comma, so it is never quoted.
       COPY-ANONYMISED-MEMBERS.
           OPEN OUTPUT PRACTICE-MEMBER-FILE
           IF PRACTICE-MEMBER-STATUS NOT = "00"
               GO TO COPY-ANONYMISED-MEMBERS-EXIT
           END-IF
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
                       PERFORM SPLIT-MEMBER-REC
                       IF MB-ID-F NOT = SPACES
                           PERFORM WRITE-ANONYMISED-MEMBER
                       END-IF
               END-READ
           END-PERFORM
           IF MEMBER-STATUS = "00" OR MEMBER-STATUS = "10"
               CLOSE MEMBER-FILE
           END-IF
           MOVE 'N' TO FILE-END
           CLOSE PRACTICE-MEMBER-FILE.
       COPY-ANONYMISED-MEMBERS-EXIT.
           EXIT.

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

       WRITE-ANONYMISED-MEMBER.
           MOVE SPACES TO PRACTICE-MEMBER-REC
           STRING MB-ID-F DELIMITED BY SIZE ","
                  "Trainee Member " DELIMITED BY SIZE
                  MB-ID-F DELIMITED BY SIZE ","
                  "member" DELIMITED BY SIZE
                  MB-ID-F DELIMITED BY SIZE
                  "@training.invalid" DELIMITED BY SIZE ","
                  MB-ID-F DELIMITED BY SIZE
                  " Practice Road" DELIMITED BY SIZE ","
                  MB-GENDER-F DELIMITED BY SIZE ","
                  FUNCTION TRIM(MB-FLAG-F) DELIMITED BY SIZE ","
                  FUNCTION TRIM(MB-EXPIRY-F) DELIMITED BY SIZE ","
                  FUNCTION TRIM(MB-TIER-F) DELIMITED BY SIZE ","
                  FUNCTION TRIM(MB-NOTIFY-F) DELIMITED BY SIZE
               INTO PRACTICE-MEMBER-REC
           WRITE PRACTICE-MEMBER-REC
           ADD 1 TO CNT-MEMBERS.

       END PROGRAM TrainingRefresh.
