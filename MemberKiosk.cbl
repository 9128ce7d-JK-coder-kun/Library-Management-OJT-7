      *                PayFine.cbl does at the desk
      * 2.9.2025 HL  - auto-renew opt-in toggle (member-profile.csv
      *                4th field) for the nightly auto-renew step
      * 15.10.2026 HL - suggest-a-purchase option, recorded for the
      *                signed-in member through PurchaseSuggest.cbl
      * 15.10.2026 HL - rate (1-5) and review a title the member has
      *                borrowed; written reviews queue in reviews.csv
      *                for staff approval in ReviewModerate.cbl
      * 15.10.2026 HL - a member under a premises ban in force today
      *                (BanCheck.cbl) cannot sign in
      * 15.10.2026 HL - a My Account payment's fine.csv rewrite and a
      *                registration's members.csv row go to the day
      *                journal (DayJournal.cbl)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemberKiosk.
           SELECT FINE-RECEIPT-FILE ASSIGN TO "../fine-receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINE-RECEIPT-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "../reviews.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  INSTALLMENT-REC    PIC X(100).
       FD  FINE-RECEIPT-FILE.
       01  FINE-RECEIPT-REC   PIC X(200).
       FD  REVIEW-FILE.
       01  REVIEW-REC         PIC X(200).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC        PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-MEMBER-ID       PIC X(5).
       01  MEMBER-GENDER-FLAG PIC X(60).
       01  MEMBER-DUMMY       PIC X.
       01  VALID-FLAG         PIC X VALUE 'N'.
       01  BAN-ACTIVE-FLAG    PIC X VALUE 'N'.
       01  FILE-END           PIC X VALUE 'N'.

      * BorrowBook/ReturnBook both want a 5-char staff ID in the
      * placeholder, the same way a no-printer receipt still gets a
      * durable paper trail elsewhere in this system.
       01  WS-KIOSK-OPERATOR-ID PIC X(5) VALUE "KIOSK".
       01  WS-KIOSK-CHOICE     PIC 9(2).
       01  WS-SUB-CHOICE       PIC 9(3) VALUE 0.
       01  KIOSK-DONE          PIC X VALUE 'N'.

      * Member-set PIN, held in ../member-pins.csv (member_id,pin) --
       01  FINE-TOTAL          PIC 9(3) VALUE 0.
       01  FINE-REAL-PATH      PIC X(20) VALUE "../fine.csv".
       01  FINE-TMP-PATH       PIC X(24) VALUE "../fine.csv.tmp".
       01  JNL-MODE            PIC X(4).
       01  JNL-PROGRAM         PIC X(20) VALUE "MemberKiosk".
       01  JNL-FILE            PIC X(30).
       01  JNL-IMAGE           PIC X(300).
       01  RECEIPT-RULE        PIC X(50) VALUE ALL '-'.

      * Auto-renew opt-in, the 4th member-profile.csv field -- the
       01  PROFILE-TMP-PATH    PIC X(32)
           VALUE "../member-profile.csv.tmp".

      * Ratings and reviews, ../reviews.csv: review_id,member_id,
      * book_id,rating,review_date,status,moderated_by,moderated_date,
      * review_text. Only a title the member has borrowed -- in the
      * live log or an archive snapshot -- can be rated, once. A bare
      * star rating has nothing to moderate and goes in APPROVED; a
      * written review waits PENDING for ReviewModerate.cbl.
       01  REVIEW-STATUS       PIC XX.
       01  ARCHIVE-STATUS      PIC XX.
       01  ARCHIVE-PATH        PIC X(40).
       01  WS-PROBE-INT        PIC 9(8).
       01  WS-PROBE-DATE       PIC 9(8).
       01  WS-PROBE-STEPS      PIC 9(4).
       01  TODAY-INT           PIC 9(8).
       01  WS-RV-BOOK-RAW      PIC X(20).
       01  WS-RV-BOOK-ID       PIC X(5).
       01  WS-RV-RATING-RAW    PIC X(5).
       01  WS-RV-RATING        PIC 9 VALUE 0.
       01  WS-RV-TEXT          PIC X(100).
       01  WS-RV-STATUS        PIC X(10).
       01  WS-RV-BORROWED      PIC X VALUE 'N'.
       01  WS-RV-ALREADY       PIC X VALUE 'N'.
       01  WS-RV-LAST-ID       PIC 9(5) VALUE 0.
       01  WS-RV-NEW-ID        PIC 9(5) VALUE 0.
       01  RV-ID-F             PIC X(5).
       01  RV-MEMBER-F         PIC X(5).
       01  RV-BOOK-F           PIC X(5).
       01  RV-ID-NUM           PIC 9(5).
       01  RV-SKIP-F           PIC X(10).
       01  WS-RV-DATE          PIC X(10).

       01  PIN-REAL-PATH       PIC X(24) VALUE "../member-pins.csv".
       01  PIN-TMP-PATH        PIC X(28)
           VALUE "../member-pins.csv.tmp".

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
               GOBACK
           END-IF

           CALL "BanCheck" USING WS-MEMBER-ID, BAN-ACTIVE-FLAG
           IF BAN-ACTIVE-FLAG = 'Y'
               DISPLAY "This account cannot be used at present. "
                   "Please see a staff member."
               GOBACK
           END-IF

           PERFORM LOOKUP-MEMBER-PIN
           IF WS-PIN-ON-FILE = 'Y'
               PERFORM VERIFY-MEMBER-PIN
               DISPLAY "5. Readers Also Borrowed..."
               DISPLAY "6. My Account"
               DISPLAY "7. Auto-Renew On/Off"
               DISPLAY "8. Suggest a Title for Us to Buy"
               DISPLAY "9. Rate and Review a Book"
               DISPLAY "10. Done"
               DISPLAY "Enter your choice (1-10): "
               ACCEPT WS-KIOSK-CHOICE
               EVALUATE WS-KIOSK-CHOICE
                   WHEN 1
                   WHEN 7
                       PERFORM TOGGLE-AUTO-RENEW
                   WHEN 8
                       CALL "PurchaseSuggest" USING WS-SUB-CHOICE,
                           WS-KIOSK-OPERATOR-ID, WS-MEMBER-ID
                   WHEN 9
                       PERFORM RATE-AND-REVIEW THRU
                           RATE-AND-REVIEW-EXIT
                   WHEN 10
                       MOVE 'Y' TO KIOSK-DONE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               WRITE FINE-TMP-REC
           END-PERFORM
           CLOSE FINE-TMP-FILE
           MOVE "DIFF" TO JNL-MODE
           MOVE "fine.csv" TO JNL-FILE
           MOVE SPACES TO JNL-IMAGE
           CALL "DayJournal" USING JNL-MODE, JNL-PROGRAM, JNL-FILE,
               JNL-IMAGE
           CALL "CBL_RENAME_FILE" USING FINE-TMP-PATH FINE-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL
                   "yet."
           END-IF.

       RATE-AND-REVIEW.
           DISPLAY "Book ID to rate: "
           ACCEPT WS-RV-BOOK-RAW
           MOVE FUNCTION TRIM(WS-RV-BOOK-RAW) TO WS-RV-BOOK-ID
           PERFORM CHECK-MEMBER-BORROWED
           IF WS-RV-BORROWED NOT = 'Y'
               DISPLAY "Only a title you have borrowed can be rated."
               GO TO RATE-AND-REVIEW-EXIT
           END-IF
           PERFORM SCAN-MEMBER-REVIEWS
           IF WS-RV-ALREADY = 'Y'
               DISPLAY "You have already rated this title -- thank "
                   "you."
               GO TO RATE-AND-REVIEW-EXIT
           END-IF

           MOVE 0 TO WS-RV-RATING
           PERFORM UNTIL WS-RV-RATING > 0
               DISPLAY "Your rating, 1 to 5 stars: "
               ACCEPT WS-RV-RATING-RAW
               MOVE FUNCTION TRIM(WS-RV-RATING-RAW)
                   TO WS-RV-RATING-RAW
               IF WS-RV-RATING-RAW(1:1) >= "1" AND
                  WS-RV-RATING-RAW(1:1) <= "5" AND
                  WS-RV-RATING-RAW(2:1) = SPACE
                   MOVE WS-RV-RATING-RAW(1:1) TO WS-RV-RATING
               ELSE
                   DISPLAY "Please enter a number from 1 to 5."
               END-IF
           END-PERFORM

           DISPLAY "Your review (blank for a rating only): "
           ACCEPT WS-RV-TEXT
           INSPECT WS-RV-TEXT REPLACING ALL "," BY ";"
           IF FUNCTION TRIM(WS-RV-TEXT) = SPACES
               MOVE "APPROVED" TO WS-RV-STATUS
           ELSE
               MOVE "PENDING" TO WS-RV-STATUS
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY
           MOVE SPACES TO WS-RV-DATE
           STRING TODAY(5:2) DELIMITED BY SIZE "/"
                  TODAY(7:2) DELIMITED BY SIZE "/"
                  TODAY(1:4) DELIMITED BY SIZE
               INTO WS-RV-DATE
           COMPUTE WS-RV-NEW-ID = WS-RV-LAST-ID + 1
           OPEN EXTEND REVIEW-FILE
           IF REVIEW-STATUS = "05" OR REVIEW-STATUS = "35"
               OPEN OUTPUT REVIEW-FILE
           END-IF
           MOVE SPACES TO REVIEW-REC
           STRING WS-RV-NEW-ID DELIMITED BY SIZE ","
                  WS-MEMBER-ID DELIMITED BY SIZE ","
                  WS-RV-BOOK-ID DELIMITED BY SIZE ","
                  WS-RV-RATING DELIMITED BY SIZE ","
                  WS-RV-DATE DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-RV-STATUS) DELIMITED BY SIZE ",,,"
                  FUNCTION TRIM(WS-RV-TEXT) DELIMITED BY SIZE
               INTO REVIEW-REC
           WRITE REVIEW-REC
           CLOSE REVIEW-FILE
           IF WS-RV-STATUS = "PENDING"
               DISPLAY "Thank you -- your rating and review will "
                   "appear once staff have checked them."
           ELSE
               DISPLAY "Thank you -- your rating has been recorded."
           END-IF.
       RATE-AND-REVIEW-EXIT.
           EXIT.

      * Live log first; closed loans the nightly batch has moved out
      * are found in the dated archive snapshots, probed back two
      * years the way MemberDataExport.cbl gathers a member's history.
       CHECK-MEMBER-BORROWED.
           MOVE 'N' TO WS-RV-BORROWED
           MOVE 'N' TO ACCT-EOF
           OPEN INPUT LOG-FILE
           IF LOG-STATUS NOT = "00"
               MOVE 'Y' TO ACCT-EOF
           END-IF
           PERFORM UNTIL ACCT-EOF = 'Y'
               READ LOG-FILE
                   AT END
                       MOVE 'Y' TO ACCT-EOF
                   NOT AT END
                       UNSTRING LOG-REC DELIMITED BY ","
                           INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F
                       IF LG-MEMBER-F = WS-MEMBER-ID AND
                          LG-BOOK-F = WS-RV-BOOK-ID
                           MOVE 'Y' TO WS-RV-BORROWED
                           MOVE 'Y' TO ACCT-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF LOG-STATUS = "00" OR LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF
           MOVE 'N' TO ACCT-EOF

           ACCEPT TODAY FROM DATE YYYYMMDD
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY)
           PERFORM VARYING WS-PROBE-STEPS FROM 0 BY 1
                   UNTIL WS-PROBE-STEPS > 730 OR WS-RV-BORROWED = 'Y'
               COMPUTE WS-PROBE-INT = TODAY-INT - WS-PROBE-STEPS
               COMPUTE WS-PROBE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
               MOVE SPACES TO ARCHIVE-PATH
               STRING "../archive/log-" DELIMITED BY SIZE
                      WS-PROBE-DATE DELIMITED BY SIZE
                      ".csv" DELIMITED BY SIZE
                   INTO ARCHIVE-PATH
               PERFORM SCAN-ONE-ARCHIVE
           END-PERFORM.

       SCAN-ONE-ARCHIVE.
           MOVE 'N' TO ACCT-EOF
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS NOT = "00"
               MOVE 'Y' TO ACCT-EOF
           END-IF
           PERFORM UNTIL ACCT-EOF = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO ACCT-EOF
                   NOT AT END
                       UNSTRING ARCHIVE-REC DELIMITED BY ","
                           INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F
                       IF LG-MEMBER-F = WS-MEMBER-ID AND
                          LG-BOOK-F = WS-RV-BOOK-ID
                           MOVE 'Y' TO WS-RV-BORROWED
                           MOVE 'Y' TO ACCT-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF ARCHIVE-STATUS = "00" OR ARCHIVE-STATUS = "10"
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE 'N' TO ACCT-EOF.

      * One rating per member per title -- a rejected review does not
      * count, so the member may try again. Also finds the highest
      * review_id on file for the next one.
       SCAN-MEMBER-REVIEWS.
           MOVE 'N' TO WS-RV-ALREADY
           MOVE 0 TO WS-RV-LAST-ID
           MOVE 'N' TO ACCT-EOF
           OPEN INPUT REVIEW-FILE
           IF REVIEW-STATUS NOT = "00"
               MOVE 'Y' TO ACCT-EOF
           END-IF
           PERFORM UNTIL ACCT-EOF = 'Y'
               READ REVIEW-FILE
                   AT END
                       MOVE 'Y' TO ACCT-EOF
                   NOT AT END
                       MOVE SPACES TO WS-RV-STATUS
                       UNSTRING REVIEW-REC DELIMITED BY ","
                           INTO RV-ID-F, RV-MEMBER-F, RV-BOOK-F,
                                RV-SKIP-F, RV-SKIP-F,
                                WS-RV-STATUS
                       IF FUNCTION TRIM(RV-ID-F) IS NUMERIC
                           MOVE RV-ID-F TO RV-ID-NUM
                           IF RV-ID-NUM > WS-RV-LAST-ID
                               MOVE RV-ID-NUM TO WS-RV-LAST-ID
                           END-IF
                       END-IF
                       IF RV-MEMBER-F = WS-MEMBER-ID AND
                          RV-BOOK-F = WS-RV-BOOK-ID AND
                          WS-RV-STATUS NOT = "REJECTED"
                           MOVE 'Y' TO WS-RV-ALREADY
                       END-IF
               END-READ
           END-PERFORM
           IF REVIEW-STATUS = "00" OR REVIEW-STATUS = "10"
               CLOSE REVIEW-FILE
           END-IF
           MOVE 'N' TO ACCT-EOF.

      * The whole application is collected here, screened for
      * duplicates on the spot, and written PENDING -- a PENDING flag
      * fails every ACTIVE check in the system, so the applicant
           MOVE WS-CSV-LINE TO MEMBER-REC
           WRITE MEMBER-REC
           CLOSE MEMBER-FILE
           MOVE "ADD" TO JNL-MODE
           MOVE "members.csv" TO JNL-FILE
           MOVE WS-CSV-LINE TO JNL-IMAGE
           CALL "DayJournal" USING JNL-MODE, JNL-PROGRAM, JNL-FILE,
               JNL-IMAGE

           OPEN EXTEND PROFILE-FILE
           IF PROFILE-STATUS = "05" OR PROFILE-STATUS = "35"
