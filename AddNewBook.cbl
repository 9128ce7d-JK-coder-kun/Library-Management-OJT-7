      *               arrives (holdable at once, expected date in
      *               on-order.csv); receiving it via add-copies
      *               flips it ACTIVE
      * 15.10.2026 HL - an ON_ORDER title matching a member's accepted
      *               purchase suggestion gives that member the first
      *               hold in its queue and queues a SUGG_ONORDER
      *               notice
      * 15.10.2026 HL - assign subject headings from the subject
      *               master (subjects.csv) at cataloging, written to
      *               title-subjects.csv, several per title
      * 15.10.2026 HL - capture the language of the material
      *               (title-languages.csv) at cataloging
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddNewBook.
               FILE STATUS IS onorder-status.
           SELECT OnOrderTmpFile ASSIGN TO "../on-order.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SuggestFile ASSIGN TO "../purchase-suggestions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS suggest-status.
           SELECT SuggestTmpFile
               ASSIGN TO "../purchase-suggestions.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HoldsFile ASSIGN TO "../holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS holds-status.
           SELECT SubjectFile ASSIGN TO "../subjects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS subject-status.
           SELECT TitleSubjectFile ASSIGN TO "../title-subjects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS title-subject-status.
           SELECT LanguageFile ASSIGN TO "../languages.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS language-file-status.
           SELECT TitleLanguageFile
               ASSIGN TO "../title-languages.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS title-language-status.

       DATA DIVISION.
       FILE SECTION.
       01  OnOrderRecord            PIC X(30).
       FD  OnOrderTmpFile.
       01  OnOrderTmpRecord         PIC X(30).
       FD  SuggestFile.
       01  SuggestRecord            PIC X(250).
       FD  SuggestTmpFile.
       01  SuggestTmpRecord         PIC X(250).
       FD  HoldsFile.
       01  HoldsRecord              PIC X(200).
       FD  SubjectFile.
       01  SubjectRecord            PIC X(40).
       FD  TitleSubjectFile.
       01  TitleSubjectRecord       PIC X(60).
       FD  LanguageFile.
       01  LanguageRecord           PIC X(20).
       FD  TitleLanguageFile.
       01  TitleLanguageRecord      PIC X(20).

       WORKING-STORAGE SECTION.
       01  book_records.
       01  outbox-date               PIC X(10).
       01  outbox-sys-date           PIC 9(8).

      * A member whose purchase suggestion (PurchaseSuggest.cbl's
      * purchase-suggestions.csv) was ACCEPTED or already ORDERED is
      * first in line for the title once it is cataloged ON_ORDER:
      * the hold is written at the top priority level the holds
      * queue knows (2), before anyone else can have queued on the
      * brand-new Book ID, so every queue walker serves it first.
      * Matched by ISBN when both sides carry one, else by title.
       01  suggest-status            PIC XX.
       01  holds-status              PIC XX.
       01  sg-eof                    PIC X VALUE 'N'.
       01  sg-id-f                   PIC X(5).
       01  sg-member-f               PIC X(5).
       01  sg-date-f                 PIC X(10).
       01  sg-title-f                PIC X(30).
       01  sg-author-f               PIC X(30).
       01  sg-isbn-f                 PIC X(17).
       01  sg-state-f                PIC X(10).
       01  sg-reason-f               PIC X(40).
       01  sg-staff-f                PIC X(5).
       01  sg-decided-f              PIC X(10).
       01  sg-po-f                   PIC X(5).
       01  sg-book-f                 PIC X(5).
       01  sg-title-upper            PIC X(30).
       01  sg-matched-total          PIC 9(3) VALUE 0.
       01  suggest-real-path         PIC X(32)
           VALUE "../purchase-suggestions.csv".
       01  suggest-tmp-path          PIC X(36)
           VALUE "../purchase-suggestions.csv.tmp".

      * Subject headings for the title, picked from the controlled
      * list SubjectMaintain.cbl keeps in subjects.csv and written as
      * one title-subjects.csv row (book_id,heading) each -- a title
      * takes as many as it needs, which the single genre field
      * can't. SearchBook.cbl searches and browses on them. No
      * headings on file yet means no prompt at all.
       01  subject-status            PIC XX.
       01  title-subject-status      PIC XX.
       01  subject-master.
           05  subject-entry         PIC X(40) OCCURS 300 TIMES.
       01  subject-count             PIC 9(3) VALUE 0.
       01  subject-idx               PIC 9(3).
       01  subject-upper             PIC X(40).
       01  subject-entry-upper       PIC X(40).
       01  subject-match-flag        PIC X VALUE 'N'.
       01  subject-input             PIC X(40).
       01  book-subjects.
           05  book-subject          PIC X(40) OCCURS 10 TIMES.
       01  book-subject-count        PIC 9(2) VALUE 0.
       01  book-subject-idx          PIC 9(2).
       01  subject-done-flag         PIC X VALUE 'N'.

      * Language of the material, a three-letter code kept beside
      * the catalog in title-languages.csv (book_id,code) -- MYA,
      * ENG, SHN and CHI always, plus any extra codes a library lists
      * one per line in languages.csv. Blank input takes MYA.
       01  language-file-status      PIC XX.
       01  title-language-status     PIC XX.
       01  language-list.
           05  language-entry        PIC X(3) OCCURS 20 TIMES.
       01  language-count            PIC 9(2) VALUE 0.
       01  language-idx              PIC 9(2).
       01  book-language             PIC X(3).
       01  language-valid-flag       PIC X VALUE 'N'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
           END-IF
           PERFORM CHECK-ITEM-TYPE-VALID
           PERFORM CHECK-RATING-VALID
           PERFORM CHECK-SUBJECTS
           PERFORM CHECK-LANGUAGE-VALID

           DISPLAY "Is this an on-order record -- book not yet in "
               "hand (Y/N)? "

               IF book_status = "ON_ORDER"
                   PERFORM RECORD-ON-ORDER
                   PERFORM HOLD-FOR-SUGGESTERS THRU
                       HOLD-FOR-SUGGESTERS-EXIT
               END-IF

               IF acq-unit-cost > 0
                   PERFORM RECORD-CALL-NUMBER
               END-IF

               IF book-subject-count > 0
                   PERFORM RECORD-TITLE-SUBJECTS
               END-IF

               PERFORM RECORD-TITLE-LANGUAGE

               PERFORM NOTIFY-READING-LISTS THRU
                   NOTIFY-READING-LISTS-EXIT

                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
                               (rl-book-name)) TO rl-name-upper
                           IF rl-name-upper = new-name-upper
                               PERFORM NOTIFY-ONE-LIST-MEMBER THRU
                                   NOTIFY-ONE-LIST-MEMBER-EXIT
                           END-IF
                   END-READ
               END-PERFORM
                       TO rl-notified-id(rl-notified-total)
               END-IF

               PERFORM LOOKUP-LIST-MEMBER-EMAIL THRU
                   LOOKUP-LIST-MEMBER-EMAIL-EXIT
               IF FUNCTION TRIM(notify-pref) = "NONE"
                   GO TO NOTIFY-ONE-LIST-MEMBER-EXIT
               END-IF
               WRITE CallNumberRecord
               CLOSE CallNumberFile.

      * Up to ten headings per title, each checked against the
      * subject master the way CHECK-GENRE-VALID checks the genre,
      * kept in the master's own casing. Blank ends the list.
           CHECK-SUBJECTS.
               PERFORM LOAD-SUBJECT-MASTER
               MOVE 0 TO book-subject-count
               IF subject-count = 0
                   MOVE 'Y' TO subject-done-flag
               ELSE
                   MOVE 'N' TO subject-done-flag
               END-IF
               PERFORM UNTIL subject-done-flag = 'Y'
                   DISPLAY "Subject heading (blank to finish): "
                   ACCEPT subject-input
                   IF subject-input = SPACES
                       MOVE 'Y' TO subject-done-flag
                   ELSE
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
                           (subject-input)) TO subject-upper
                       MOVE 'N' TO subject-match-flag
                       PERFORM VARYING subject-idx FROM 1 BY 1
                               UNTIL subject-idx > subject-count
                           MOVE FUNCTION UPPER-CASE
                               (subject-entry(subject-idx))
                               TO subject-entry-upper
                           IF subject-entry-upper = subject-upper
                               MOVE 'Y' TO subject-match-flag
                               MOVE subject-entry(subject-idx)
                                   TO subject-input
                           END-IF
                       END-PERFORM
                       PERFORM VARYING book-subject-idx FROM 1 BY 1
                               UNTIL book-subject-idx >
                                   book-subject-count
                           IF book-subject(book-subject-idx) =
                                   subject-input
                               MOVE 'D' TO subject-match-flag
                           END-IF
                       END-PERFORM
                       EVALUATE subject-match-flag
                           WHEN 'D'
                               DISPLAY "Already assigned to this "
                                   "title."
                           WHEN 'N'
                               DISPLAY "Not a heading on the subject "
                                   "list. Valid headings:"
                               PERFORM VARYING subject-idx FROM 1 BY 1
                                       UNTIL subject-idx > subject-count
                                   DISPLAY "  "
                                       subject-entry(subject-idx)
                               END-PERFORM
                           WHEN OTHER
                               ADD 1 TO book-subject-count
                               MOVE subject-input
                                   TO book-subject(book-subject-count)
                               IF book-subject-count >= 10
                                   DISPLAY "Ten headings assigned -- "
                                       "the most a title takes."
                                   MOVE 'Y' TO subject-done-flag
                               END-IF
                       END-EVALUATE
                   END-IF
               END-PERFORM.

           LOAD-SUBJECT-MASTER.
               MOVE 0 TO subject-count
               OPEN INPUT SubjectFile
               IF subject-status = "00"
                   PERFORM UNTIL subject-status NOT = "00"
                       OR subject-count >= 300
                       READ SubjectFile
                           AT END
                               MOVE "10" TO subject-status
                           NOT AT END
                               IF FUNCTION TRIM(SubjectRecord)
                                       NOT = SPACES
                                   ADD 1 TO subject-count
                                   MOVE FUNCTION TRIM(SubjectRecord)
                                       TO subject-entry(subject-count)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SubjectFile
               END-IF.

           RECORD-TITLE-SUBJECTS.
               OPEN EXTEND TitleSubjectFile
               IF title-subject-status = "05" OR
                  title-subject-status = "35"
                   OPEN OUTPUT TitleSubjectFile
               END-IF
               PERFORM VARYING book-subject-idx FROM 1 BY 1
                       UNTIL book-subject-idx > book-subject-count
                   MOVE SPACES TO TitleSubjectRecord
                   STRING book_id DELIMITED BY SIZE ","
                          FUNCTION TRIM(book-subject(book-subject-idx))
                              DELIMITED BY SIZE
                       INTO TitleSubjectRecord
                   WRITE TitleSubjectRecord
               END-PERFORM
               CLOSE TitleSubjectFile.

           CHECK-LANGUAGE-VALID.
               PERFORM LOAD-LANGUAGE-LIST
               MOVE 'N' TO language-valid-flag
               PERFORM UNTIL language-valid-flag = 'Y'
                   DISPLAY "Language code (MYA/ENG/SHN/CHI, blank "
                       "= MYA): "
                   ACCEPT book-language
                   IF book-language = SPACES
                       MOVE "MYA" TO book-language
                   END-IF
                   MOVE FUNCTION UPPER-CASE(book-language)
                       TO book-language
                   PERFORM VARYING language-idx FROM 1 BY 1
                           UNTIL language-idx > language-count
                       IF language-entry(language-idx) = book-language
                           MOVE 'Y' TO language-valid-flag
                       END-IF
                   END-PERFORM
                   IF language-valid-flag = 'N'
                       DISPLAY "Unknown language code. Valid codes:"
                       PERFORM VARYING language-idx FROM 1 BY 1
                               UNTIL language-idx > language-count
                           DISPLAY "  " language-entry(language-idx)
                       END-PERFORM
                   END-IF
               END-PERFORM.

           LOAD-LANGUAGE-LIST.
               MOVE "MYA" TO language-entry(1)
               MOVE "ENG" TO language-entry(2)
               MOVE "SHN" TO language-entry(3)
               MOVE "CHI" TO language-entry(4)
               MOVE 4 TO language-count
               OPEN INPUT LanguageFile
               IF language-file-status = "00"
                   PERFORM UNTIL language-file-status NOT = "00"
                       OR language-count >= 20
                       READ LanguageFile
                           AT END
                               MOVE "10" TO language-file-status
                           NOT AT END
                               IF FUNCTION TRIM(LanguageRecord)
                                       NOT = SPACES
                                   ADD 1 TO language-count
                                   MOVE FUNCTION UPPER-CASE
                                       (FUNCTION TRIM(LanguageRecord))
                                       TO language-entry(language-count)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LanguageFile
               END-IF.

           RECORD-TITLE-LANGUAGE.
               OPEN EXTEND TitleLanguageFile
               IF title-language-status = "05" OR
                  title-language-status = "35"
                   OPEN OUTPUT TitleLanguageFile
               END-IF
               MOVE SPACES TO TitleLanguageRecord
               STRING book_id DELIMITED BY SIZE ","
                      book-language DELIMITED BY SIZE
                   INTO TitleLanguageRecord
               WRITE TitleLanguageRecord
               CLOSE TitleLanguageFile.

           RECORD-EQUIPMENT-HOURS.
               OPEN EXTEND EquipHoursFile
               IF equip-status = "05" OR equip-status = "35"
               DISPLAY "On-order record -- patrons can place holds "
                   "on it now.".

      * Rewrites purchase-suggestions.csv, turning each matching
      * ACCEPTED/ORDERED row ON_ORDER against the new Book ID and
      * giving its member the first hold.
           HOLD-FOR-SUGGESTERS.
               MOVE 0 TO sg-matched-total
               MOVE 'N' TO sg-eof
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(book_name))
                   TO new-name-upper
               OPEN INPUT SuggestFile
               IF suggest-status NOT = "00"
                   GO TO HOLD-FOR-SUGGESTERS-EXIT
               END-IF
               OPEN OUTPUT SuggestTmpFile
               PERFORM UNTIL sg-eof = 'Y'
                   READ SuggestFile
                       AT END
                           MOVE 'Y' TO sg-eof
                       NOT AT END
                           MOVE SuggestRecord TO SuggestTmpRecord
                           PERFORM MATCH-ONE-SUGGESTION THRU
                               MATCH-ONE-SUGGESTION-EXIT
                           WRITE SuggestTmpRecord
                   END-READ
               END-PERFORM
               CLOSE SuggestFile
               CLOSE SuggestTmpFile
               IF sg-matched-total > 0
                   CALL "CBL_RENAME_FILE" USING suggest-tmp-path
                       suggest-real-path
                       RETURNING RENAME-STATUS
                   END-CALL
                   DISPLAY sg-matched-total " suggesting member(s) "
                       "put first in the hold queue."
               ELSE
                   CALL "CBL_DELETE_FILE" USING suggest-tmp-path
                       RETURNING lock-del-status
                   END-CALL
               END-IF.
           HOLD-FOR-SUGGESTERS-EXIT.
               EXIT.

           MATCH-ONE-SUGGESTION.
               MOVE SPACES TO sg-id-f sg-member-f sg-date-f sg-title-f
                   sg-author-f sg-isbn-f sg-state-f sg-reason-f
                   sg-staff-f sg-decided-f sg-po-f sg-book-f
               UNSTRING SuggestRecord DELIMITED BY ","
                   INTO sg-id-f, sg-member-f, sg-date-f, sg-title-f,
                        sg-author-f, sg-isbn-f, sg-state-f,
                        sg-reason-f, sg-staff-f, sg-decided-f,
                        sg-po-f, sg-book-f
               IF sg-state-f NOT = "ACCEPTED" AND
                  sg-state-f NOT = "ORDERED"
                   GO TO MATCH-ONE-SUGGESTION-EXIT
               END-IF
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(sg-title-f))
                   TO sg-title-upper
               IF FUNCTION TRIM(sg-isbn-f) NOT = SPACES AND
                  FUNCTION TRIM(book_isbn) NOT = SPACES
                   IF FUNCTION TRIM(sg-isbn-f) NOT =
                      FUNCTION TRIM(book_isbn)
                       GO TO MATCH-ONE-SUGGESTION-EXIT
                   END-IF
               ELSE
                   IF sg-title-upper NOT = new-name-upper
                       GO TO MATCH-ONE-SUGGESTION-EXIT
                   END-IF
               END-IF

               ADD 1 TO sg-matched-total
               MOVE SPACES TO SuggestTmpRecord
               STRING FUNCTION TRIM(sg-id-f) DELIMITED BY SIZE ","
                      sg-member-f DELIMITED BY SIZE ","
                      sg-date-f DELIMITED BY SIZE ","
                      FUNCTION TRIM(sg-title-f) DELIMITED BY SIZE ","
                      FUNCTION TRIM(sg-author-f) DELIMITED BY SIZE ","
                      FUNCTION TRIM(sg-isbn-f) DELIMITED BY SIZE ","
                      "ON_ORDER" DELIMITED BY SIZE ","
                      FUNCTION TRIM(sg-reason-f) DELIMITED BY SIZE ","
                      FUNCTION TRIM(sg-staff-f) DELIMITED BY SIZE ","
                      FUNCTION TRIM(sg-decided-f) DELIMITED BY SIZE ","
                      FUNCTION TRIM(sg-po-f) DELIMITED BY SIZE ","
                      book_id DELIMITED BY SIZE
                   INTO SuggestTmpRecord

               MOVE FUNCTION CURRENT-DATE(1:8) TO outbox-sys-date
               MOVE SPACES TO outbox-date
               STRING outbox-sys-date(5:2) DELIMITED BY SIZE "/"
                      outbox-sys-date(7:2) DELIMITED BY SIZE "/"
                      outbox-sys-date(1:4) DELIMITED BY SIZE
                   INTO outbox-date
               OPEN EXTEND HoldsFile
               IF holds-status = "05" OR holds-status = "35"
                   OPEN OUTPUT HoldsFile
               END-IF
               MOVE SPACES TO HoldsRecord
               STRING book_id DELIMITED BY SIZE ","
                      sg-member-f DELIMITED BY SIZE ","
                      outbox-date DELIMITED BY SIZE ","
                      "WAITING" DELIMITED BY SIZE ","
                      SPACE DELIMITED BY SIZE ","
                      FUNCTION TRIM(book_branch) DELIMITED BY SIZE ","
                      "2" DELIMITED BY SIZE
                   INTO HoldsRecord
               WRITE HoldsRecord
               CLOSE HoldsFile
               DISPLAY "First hold placed for Member " sg-member-f
                   " (suggestion " FUNCTION TRIM(sg-id-f) ")."

               MOVE sg-member-f TO rl-member-id
               PERFORM LOOKUP-LIST-MEMBER-EMAIL THRU
                   LOOKUP-LIST-MEMBER-EMAIL-EXIT
               IF FUNCTION TRIM(notify-pref) = "NONE"
                   GO TO MATCH-ONE-SUGGESTION-EXIT
               END-IF
               OPEN EXTEND OutboxFile
               IF outbox-status = "05" OR outbox-status = "35"
                   OPEN OUTPUT OutboxFile
               END-IF
               MOVE SPACES TO OutboxRecord
               STRING sg-member-f DELIMITED BY SIZE ","
                      FUNCTION TRIM(notify-email) DELIMITED BY SIZE ","
                      "SUGG_ONORDER" DELIMITED BY SIZE ","
                      book_id DELIMITED BY SIZE ","
                      0 DELIMITED BY SIZE ","
                      outbox-date DELIMITED BY SIZE ","
                      "Your suggested title " DELIMITED BY SIZE
                      FUNCTION TRIM(book_name) DELIMITED BY SIZE
                      " is on order -- you are first in line."
                          DELIMITED BY SIZE
                   INTO OutboxRecord
               WRITE OutboxRecord
               CLOSE OutboxFile.
           MATCH-ONE-SUGGESTION-EXIT.
               EXIT.

      * Receiving an on-order title clears its expected-date row.
           DROP-ON-ORDER-ROW.
               MOVE 'N' TO onorder-eof
