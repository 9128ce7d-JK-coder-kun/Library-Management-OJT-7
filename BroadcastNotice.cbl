      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Broadcast announcements to a segment of members --
      *          a branch closing for repairs, a new event -- instead
      *          of telling nobody or everybody. The segment is built
      *          from any mix of home branch (the branch whose stock
      *          the member borrows most), patron category
      *          (members.csv tier), age band and language
      *          (member-profile.csv), card status (ACTIVE or EXPIRED)
      *          and "has an open loan on a book from branch X". The
      *          head count is previewed first; on confirmation each
      *          member gets one notify-outbox.csv row rendered from a
      *          notice-templates.csv template in their language (%N
      *          name, %B branch, %M the operator's message line).
      *          Members with a NONE preference or no e-mail are
      *          skipped, and a broadcast that would push the outbox
      *          past the 500 rows NightlyBatch.cbl's digest step can
      *          take is refused, so the night's digesting still runs.
      *          Every broadcast is logged on ../broadcasts.csv
      *          (broadcast_id,date,operator,template,segment,matched,
      *          sent); its ID rides in the outbox row's book field.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BroadcastNotice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMBER-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "../member-profile.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT TEMPLATE-FILE ASSIGN TO "../notice-templates.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEMPLATE-STATUS.
           SELECT OUTBOX-FILE ASSIGN TO "../notify-outbox.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTBOX-STATUS.
           SELECT BROADCAST-FILE ASSIGN TO "../broadcasts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BROADCAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-FILE.
       01  MEMBER-REC         PIC X(200).
       FD  PROFILE-FILE.
       01  PROFILE-REC        PIC X(30).
       FD  BOOK-FILE.
       01  BOOK-REC           PIC X(200).
       FD  LOG-FILE.
       01  LOG-REC            PIC X(200).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC        PIC X(200).
       FD  TEMPLATE-FILE.
       01  TEMPLATE-REC       PIC X(150).
       FD  OUTBOX-FILE.
       01  OUTBOX-LINE        PIC X(200).
       FD  BROADCAST-FILE.
       01  BROADCAST-REC      PIC X(200).

       WORKING-STORAGE SECTION.
       01  MEMBER-STATUS       PIC XX.
       01  PROFILE-STATUS      PIC XX.
       01  BOOK-STATUS         PIC XX.
       01  LOG-STATUS          PIC XX.
       01  ARCHIVE-STATUS      PIC XX.
       01  TEMPLATE-STATUS     PIC XX.
       01  OUTBOX-STATUS       PIC XX.
       01  BROADCAST-STATUS    PIC XX.
       01  FILE-END            PIC X VALUE 'N'.

       01  WS-MENU-CHOICE      PIC 9(1).
       01  WS-RAW              PIC X(100).
       01  WS-CONFIRM          PIC X(1).
       01  WS-MEMBER-ID        PIC X(5).

      * Segment definition -- blank means "any".
       01  SEG-BRANCH          PIC X(10).
       01  SEG-TIER            PIC X(10).
       01  SEG-AGE-BAND        PIC X(5).
       01  SEG-LANG            PIC X(3).
       01  SEG-STATUS          PIC X(7).
       01  SEG-LOANS-AT        PIC X(10).
       01  SEG-TEXT            PIC X(100).

      * NightlyBatch.cbl's digest step holds at most this many
      * outbox rows; past it the whole night's digesting is skipped.
       01  OUTBOX-DIGEST-LIMIT PIC 9(4) VALUE 500.
       01  OUTBOX-ROWS         PIC 9(5) VALUE 0.

      * members.csv, quote-aware as AnnualStatsReturn.cbl reads it
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
       01  MB-EXPIRY-YMD       PIC X(8).

      * MB-BR-LOANS counts every loan scanned by the lending branch's
      * place in BRANCH-TABLE (home branch); MB-BR-OPEN the loans
      * still out.
       01  MEMBER-TABLE.
           05 MEMBER-ENTRY OCCURS 2000 TIMES.
              10  MB-ID          PIC X(5).
              10  MB-NAME        PIC X(30).
              10  MB-EMAIL       PIC X(35).
              10  MB-NOTIFY      PIC X(5).
              10  MB-TIER        PIC X(10).
              10  MB-AGE-BAND    PIC X(5).
              10  MB-LANG        PIC X(3).
              10  MB-STATUS      PIC X(7).
              10  MB-HOME        PIC X(10).
              10  MB-PICKED      PIC X(1).
              10  MB-BR-LOANS    PIC 9(4) OCCURS 20 TIMES.
              10  MB-BR-OPEN     PIC 9(3) OCCURS 20 TIMES.
       01  MB-TOTAL            PIC 9(4) VALUE 0.
       01  MB-IDX              PIC 9(4).
       01  MB-MATCH-IDX        PIC 9(4).

       01  PF-MEMBER-F         PIC X(5).
       01  PF-AGE-F            PIC X(5).
       01  PF-LANG-F           PIC X(3).

      * Book -> lending branch, and the branches seen
       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 2000 TIMES.
              10  BK-ID          PIC X(5).
              10  BK-BR-IDX      PIC 9(2).
       01  BK-TOTAL            PIC 9(4) VALUE 0.
       01  BK-IDX              PIC 9(4).
       01  BK-MATCH-IDX        PIC 9(4).
       01  BK-ID-F             PIC X(5).
       01  BK-SKIP-F           PIC X(30).
       01  BK-BRANCH-F         PIC X(10).
       01  BRANCH-TABLE.
           05 BR-NAME          PIC X(10) OCCURS 20 TIMES.
       01  BR-TOTAL            PIC 9(2) VALUE 0.
       01  BR-IDX              PIC 9(2).
       01  BR-MATCH-IDX        PIC 9(2).
       01  BR-BEST             PIC 9(4).

       01  LG-TRAN-F           PIC X(5).
       01  LG-MEMBER-F         PIC X(5).
       01  LG-BOOK-F           PIC X(5).
       01  LG-START-F          PIC X(10).
       01  LG-END-F            PIC X(10).
       01  LG-DUE-F            PIC X(3).
       01  LG-RETURN-F         PIC X(10).
       01  WS-LIVE-LOG         PIC X(1).

       01  ARCHIVE-PATH        PIC X(40).
       01  WS-PROBE-INT        PIC 9(8).
       01  WS-PROBE-DATE       PIC 9(8).
       01  WS-PROBE-STEPS      PIC 9(4).
       01  TODAY               PIC 9(8).
       01  TODAY-X             PIC X(8).
       01  TODAY-INT           PIC 9(8).
       01  TODAY-MMDDYYYY      PIC X(10).

      * broadcasts.csv
       01  BC-ID-F             PIC X(5).
       01  BC-DATE-F           PIC X(8).
       01  BC-BY-F             PIC X(5).
       01  BC-TEMPLATE-F       PIC X(12).
       01  BC-SEGMENT-F        PIC X(100).
       01  BC-MATCHED-F        PIC X(5).
       01  BC-SENT-F           PIC X(5).
       01  BC-LAST-NUM         PIC 9(4) VALUE 0.
       01  BC-NEW-ID           PIC X(5).
       01  BC-NEW-NUM          PIC 9(4).

       01  CNT-MATCHED         PIC 9(5) VALUE 0.
       01  CNT-SENDABLE        PIC 9(5) VALUE 0.
       01  CNT-OPTED-OUT       PIC 9(5) VALUE 0.
       01  CNT-NO-EMAIL        PIC 9(5) VALUE 0.
       01  CNT-SENT            PIC 9(5) VALUE 0.

      * Template plumbing, as EventMaintain.cbl renders its notices.
       01  WS-NOTICE-TYPE      PIC X(12).
       01  WS-MESSAGE          PIC X(80).
       01  WS-NOTICE-BRANCH    PIC X(10).
       01  TPL-TYPE-F          PIC X(12).
       01  TPL-LANG-F          PIC X(3).
       01  TPL-WANT-LANG       PIC X(3).
       01  TPL-TEXT            PIC X(120).
       01  TPL-EOF             PIC X VALUE 'N'.
       01  TPL-IN-PTR          PIC 9(4).
       01  TPL-OUT-PTR         PIC 9(4).
       01  TPL-SPLIT-PTR       PIC 9(4).
       01  RENDERED-MSG        PIC X(160).

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           MOVE TODAY TO TODAY-X
           MOVE SPACES TO TODAY-MMDDYYYY
           STRING TODAY(5:2) DELIMITED BY SIZE "/"
                  TODAY(7:2) DELIMITED BY SIZE "/"
                  TODAY(1:4) DELIMITED BY SIZE
               INTO TODAY-MMDDYYYY
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY)
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*   Broadcast Announcements               *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. New broadcast to a member segment"
           DISPLAY "2. List past broadcasts"
           DISPLAY "3. Exit"
           DISPLAY "Enter your choice (1-3): "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM NEW-BROADCAST THRU NEW-BROADCAST-EXIT
               WHEN 2
                   PERFORM LIST-BROADCASTS
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           GOBACK.

       NEW-BROADCAST.
           PERFORM ASK-SEGMENT THRU ASK-SEGMENT-EXIT
           IF SEG-STATUS = "INVALID"
               GO TO NEW-BROADCAST-EXIT
           END-IF

           PERFORM LOAD-MEMBERS
           IF MB-TOTAL = 0
               DISPLAY "No members on file."
               GO TO NEW-BROADCAST-EXIT
           END-IF
           PERFORM LOAD-PROFILES
           PERFORM LOAD-BOOK-BRANCHES
           PERFORM SCAN-ALL-LOANS

           MOVE 0 TO CNT-MATCHED CNT-SENDABLE CNT-OPTED-OUT
               CNT-NO-EMAIL
           PERFORM VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > MB-TOTAL
               PERFORM PICK-ONE-MEMBER
           END-PERFORM

           DISPLAY " "
           DISPLAY "Segment: " FUNCTION TRIM(SEG-TEXT)
           DISPLAY "Members in segment:     " CNT-MATCHED
           DISPLAY "  notice preference NONE: " CNT-OPTED-OUT
           DISPLAY "  no e-mail on file:      " CNT-NO-EMAIL
           DISPLAY "  messages to queue:      " CNT-SENDABLE
           IF CNT-SENDABLE = 0
               DISPLAY "Nobody to send to."
               GO TO NEW-BROADCAST-EXIT
           END-IF

           PERFORM COUNT-OUTBOX-ROWS
           IF OUTBOX-ROWS + CNT-SENDABLE > OUTBOX-DIGEST-LIMIT
               DISPLAY "The outbox already holds " OUTBOX-ROWS
                   " rows; this broadcast would take it past "
                   OUTBOX-DIGEST-LIMIT "."
               DISPLAY "Narrow the segment or send it after "
                   "tonight's run."
               GO TO NEW-BROADCAST-EXIT
           END-IF

           DISPLAY "Template type in notice-templates.csv: "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RAW))
               TO WS-NOTICE-TYPE
           MOVE "EN" TO TPL-WANT-LANG
           MOVE SPACES TO TPL-TEXT
           PERFORM FIND-TEMPLATE-ROW
           IF WS-NOTICE-TYPE = SPACES OR TPL-TEXT = SPACES
               DISPLAY "No EN template of that type -- add one first."
               GO TO NEW-BROADCAST-EXIT
           END-IF
           DISPLAY "Template: " FUNCTION TRIM(TPL-TEXT)
           DISPLAY "Message line for %M (ENTER for none): "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE WS-RAW TO WS-MESSAGE
           INSPECT WS-MESSAGE REPLACING ALL "," BY " "
           MOVE SEG-BRANCH TO WS-NOTICE-BRANCH
           IF WS-NOTICE-BRANCH = SPACES
               MOVE SEG-LOANS-AT TO WS-NOTICE-BRANCH
           END-IF

           DISPLAY "Queue " CNT-SENDABLE " messages now? (Y/N): "
           MOVE SPACES TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Nothing queued."
               GO TO NEW-BROADCAST-EXIT
           END-IF

           PERFORM NEXT-BROADCAST-ID
           MOVE 0 TO CNT-SENT
           OPEN EXTEND OUTBOX-FILE
           IF OUTBOX-STATUS = "05" OR OUTBOX-STATUS = "35"
               OPEN OUTPUT OUTBOX-FILE
           END-IF
           PERFORM VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > MB-TOTAL
               IF MB-PICKED(MB-IDX) = 'Y'
                   PERFORM SEND-ONE-BROADCAST
               END-IF
           END-PERFORM
           CLOSE OUTBOX-FILE
           PERFORM LOG-BROADCAST
           DISPLAY "Broadcast " BC-NEW-ID ": " CNT-SENT
               " messages queued.".
       NEW-BROADCAST-EXIT.
           EXIT.

       ASK-SEGMENT.
           DISPLAY "Build the segment -- press ENTER to skip a test."
           DISPLAY "Home branch: "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RAW))
               TO SEG-BRANCH
           DISPLAY "Patron category: "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RAW)) TO SEG-TIER
           DISPLAY "Age band (ADULT/TEEN/CHILD): "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RAW))
               TO SEG-AGE-BAND
           DISPLAY "Notice language (e.g. EN): "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RAW)) TO SEG-LANG
           DISPLAY "Card status (ACTIVE/EXPIRED): "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RAW))
               TO SEG-STATUS
           IF SEG-STATUS NOT = SPACES AND SEG-STATUS NOT = "ACTIVE"
              AND SEG-STATUS NOT = "EXPIRED"
               DISPLAY "Card status must be ACTIVE or EXPIRED."
               MOVE "INVALID" TO SEG-STATUS
               GO TO ASK-SEGMENT-EXIT
           END-IF
           DISPLAY "Has open loans from branch: "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RAW))
               TO SEG-LOANS-AT

      * The definition as logged: only the tests actually set.
           MOVE SPACES TO SEG-TEXT
           MOVE 1 TO TPL-OUT-PTR
           IF SEG-BRANCH NOT = SPACES
               STRING "BRANCH=" DELIMITED BY SIZE
                      FUNCTION TRIM(SEG-BRANCH) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                   INTO SEG-TEXT WITH POINTER TPL-OUT-PTR
           END-IF
           IF SEG-TIER NOT = SPACES
               STRING "CATEGORY=" DELIMITED BY SIZE
                      FUNCTION TRIM(SEG-TIER) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                   INTO SEG-TEXT WITH POINTER TPL-OUT-PTR
           END-IF
           IF SEG-AGE-BAND NOT = SPACES
               STRING "AGE=" DELIMITED BY SIZE
                      FUNCTION TRIM(SEG-AGE-BAND) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                   INTO SEG-TEXT WITH POINTER TPL-OUT-PTR
           END-IF
           IF SEG-LANG NOT = SPACES
               STRING "LANG=" DELIMITED BY SIZE
                      FUNCTION TRIM(SEG-LANG) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                   INTO SEG-TEXT WITH POINTER TPL-OUT-PTR
           END-IF
           IF SEG-STATUS NOT = SPACES
               STRING "STATUS=" DELIMITED BY SIZE
                      FUNCTION TRIM(SEG-STATUS) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                   INTO SEG-TEXT WITH POINTER TPL-OUT-PTR
           END-IF
           IF SEG-LOANS-AT NOT = SPACES
               STRING "OPEN-LOANS-AT=" DELIMITED BY SIZE
                      FUNCTION TRIM(SEG-LOANS-AT) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                   INTO SEG-TEXT WITH POINTER TPL-OUT-PTR
           END-IF
           IF SEG-TEXT = SPACES
               MOVE "ALL MEMBERS" TO SEG-TEXT
           END-IF.
       ASK-SEGMENT-EXIT.
           EXIT.

       PICK-ONE-MEMBER.
           MOVE 'N' TO MB-PICKED(MB-IDX)
           PERFORM SET-HOME-BRANCH
           IF SEG-LOANS-AT NOT = SPACES
               MOVE 0 TO BR-MATCH-IDX
               PERFORM VARYING BR-IDX FROM 1 BY 1
                       UNTIL BR-IDX > BR-TOTAL OR BR-MATCH-IDX > 0
                   IF BR-NAME(BR-IDX) = SEG-LOANS-AT
                       MOVE BR-IDX TO BR-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF (SEG-BRANCH = SPACES OR SEG-BRANCH = MB-HOME(MB-IDX))
              AND (SEG-TIER = SPACES OR SEG-TIER = MB-TIER(MB-IDX))
              AND (SEG-AGE-BAND = SPACES OR
                   SEG-AGE-BAND = MB-AGE-BAND(MB-IDX))
              AND (SEG-LANG = SPACES OR SEG-LANG = MB-LANG(MB-IDX))
              AND (SEG-STATUS = SPACES OR
                   SEG-STATUS = MB-STATUS(MB-IDX))
               IF SEG-LOANS-AT = SPACES
                   MOVE 'Y' TO MB-PICKED(MB-IDX)
               ELSE
                   IF BR-MATCH-IDX > 0
                       IF MB-BR-OPEN(MB-IDX, BR-MATCH-IDX) > 0
                           MOVE 'Y' TO MB-PICKED(MB-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF MB-PICKED(MB-IDX) = 'Y'
               ADD 1 TO CNT-MATCHED
               EVALUATE TRUE
                   WHEN FUNCTION TRIM(MB-NOTIFY(MB-IDX)) = "NONE"
                       ADD 1 TO CNT-OPTED-OUT
                       MOVE 'N' TO MB-PICKED(MB-IDX)
                   WHEN MB-EMAIL(MB-IDX) = SPACES
                       ADD 1 TO CNT-NO-EMAIL
                       MOVE 'N' TO MB-PICKED(MB-IDX)
                   WHEN OTHER
                       ADD 1 TO CNT-SENDABLE
               END-EVALUATE
           END-IF.

       SET-HOME-BRANCH.
           MOVE SPACES TO MB-HOME(MB-IDX)
           MOVE 0 TO BR-BEST
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-TOTAL
               IF MB-BR-LOANS(MB-IDX, BR-IDX) > BR-BEST
                   MOVE MB-BR-LOANS(MB-IDX, BR-IDX) TO BR-BEST
                   MOVE BR-NAME(BR-IDX) TO MB-HOME(MB-IDX)
               END-IF
           END-PERFORM
           IF MB-HOME(MB-IDX) = SPACES
               MOVE "NONE" TO MB-HOME(MB-IDX)
           END-IF.

      * One notify-outbox.csv row (member,email,type,book,days,date,
      * rendered text); the broadcast ID stands in the book field.
       SEND-ONE-BROADCAST.
           PERFORM RENDER-NOTICE-TEXT THRU RENDER-NOTICE-TEXT-EXIT
           MOVE SPACES TO OUTBOX-LINE
           STRING MB-ID(MB-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(MB-EMAIL(MB-IDX)) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-NOTICE-TYPE) DELIMITED BY SIZE ","
                  BC-NEW-ID DELIMITED BY SIZE ","
                  "0" DELIMITED BY SIZE ","
                  TODAY-MMDDYYYY DELIMITED BY SIZE ","
                  FUNCTION TRIM(RENDERED-MSG) DELIMITED BY SIZE
               INTO OUTBOX-LINE
           WRITE OUTBOX-LINE
           ADD 1 TO CNT-SENT.

       COUNT-OUTBOX-ROWS.
           MOVE 0 TO OUTBOX-ROWS
           MOVE 'N' TO FILE-END
           OPEN INPUT OUTBOX-FILE
           IF OUTBOX-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ OUTBOX-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       ADD 1 TO OUTBOX-ROWS
               END-READ
           END-PERFORM
           IF OUTBOX-STATUS = "00" OR OUTBOX-STATUS = "10"
               CLOSE OUTBOX-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       NEXT-BROADCAST-ID.
           MOVE 0 TO BC-LAST-NUM
           MOVE 'N' TO FILE-END
           OPEN INPUT BROADCAST-FILE
           IF BROADCAST-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ BROADCAST-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING BROADCAST-REC DELIMITED BY ","
                           INTO BC-ID-F
                       IF BC-ID-F(2:4) IS NUMERIC
                           MOVE BC-ID-F(2:4) TO BC-NEW-NUM
                           IF BC-NEW-NUM > BC-LAST-NUM
                               MOVE BC-NEW-NUM TO BC-LAST-NUM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF BROADCAST-STATUS = "00" OR BROADCAST-STATUS = "10"
               CLOSE BROADCAST-FILE
           END-IF
           MOVE 'N' TO FILE-END
           COMPUTE BC-NEW-NUM = BC-LAST-NUM + 1
           MOVE SPACES TO BC-NEW-ID
           STRING "B" DELIMITED BY SIZE
                  BC-NEW-NUM DELIMITED BY SIZE
               INTO BC-NEW-ID.

       LOG-BROADCAST.
           OPEN EXTEND BROADCAST-FILE
           IF BROADCAST-STATUS = "05" OR BROADCAST-STATUS = "35"
               OPEN OUTPUT BROADCAST-FILE
           END-IF
           MOVE SPACES TO BROADCAST-REC
           STRING BC-NEW-ID DELIMITED BY SIZE ","
                  TODAY-X DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-NOTICE-TYPE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(SEG-TEXT) DELIMITED BY SIZE ","
                  CNT-MATCHED DELIMITED BY SIZE ","
                  CNT-SENT DELIMITED BY SIZE
               INTO BROADCAST-REC
           WRITE BROADCAST-REC
           CLOSE BROADCAST-FILE.

       LIST-BROADCASTS.
           MOVE 'N' TO FILE-END
           OPEN INPUT BROADCAST-FILE
           IF BROADCAST-STATUS NOT = "00"
               DISPLAY "No broadcasts on file."
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ BROADCAST-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO BC-SEGMENT-F
                       UNSTRING BROADCAST-REC DELIMITED BY ","
                           INTO BC-ID-F, BC-DATE-F, BC-BY-F,
                                BC-TEMPLATE-F, BC-SEGMENT-F,
                                BC-MATCHED-F, BC-SENT-F
                       DISPLAY BC-ID-F " " BC-DATE-F " " BC-BY-F " "
                           BC-TEMPLATE-F " matched " BC-MATCHED-F
                           " sent " BC-SENT-F
                       DISPLAY "      " FUNCTION TRIM(BC-SEGMENT-F)
               END-READ
           END-PERFORM
           IF BROADCAST-STATUS = "00" OR BROADCAST-STATUS = "10"
               CLOSE BROADCAST-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Every checkout in the live log and two years of dated
      * archives, as LanguageReport.cbl reads them, for the home
      * branch; live-log rows with no return date are open loans.
       SCAN-ALL-LOANS.
           MOVE 'Y' TO WS-LIVE-LOG
           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF LOG-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LOG-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO LG-RETURN-F
                       UNSTRING LOG-REC DELIMITED BY ","
                           INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F,
                                LG-START-F, LG-END-F, LG-DUE-F,
                                LG-RETURN-F
                       PERFORM COUNT-ONE-LOAN
               END-READ
           END-PERFORM
           IF LOG-STATUS = "00" OR LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF
           MOVE 'N' TO FILE-END

           MOVE 'N' TO WS-LIVE-LOG
           PERFORM VARYING WS-PROBE-STEPS FROM 0 BY 1
                   UNTIL WS-PROBE-STEPS > 730
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
           MOVE 'N' TO FILE-END
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING ARCHIVE-REC DELIMITED BY ","
                           INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F
                       PERFORM COUNT-ONE-LOAN
               END-READ
           END-PERFORM
           IF ARCHIVE-STATUS = "00" OR ARCHIVE-STATUS = "10"
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       COUNT-ONE-LOAN.
           MOVE LG-MEMBER-F TO WS-MEMBER-ID
           PERFORM FIND-MEMBER-ENTRY
           IF MB-MATCH-IDX > 0
               MOVE 0 TO BK-MATCH-IDX
               PERFORM VARYING BK-IDX FROM 1 BY 1
                       UNTIL BK-IDX > BK-TOTAL OR BK-MATCH-IDX > 0
                   IF BK-ID(BK-IDX) = LG-BOOK-F
                       MOVE BK-IDX TO BK-MATCH-IDX
                   END-IF
               END-PERFORM
               IF BK-MATCH-IDX > 0
                   ADD 1 TO MB-BR-LOANS(MB-MATCH-IDX,
                       BK-BR-IDX(BK-MATCH-IDX))
                   IF WS-LIVE-LOG = 'Y' AND LG-RETURN-F = SPACES
                       ADD 1 TO MB-BR-OPEN(MB-MATCH-IDX,
                           BK-BR-IDX(BK-MATCH-IDX))
                   END-IF
               END-IF
           END-IF.

      * Books and the branch that owns them (books.csv field 8,
      * blank = MAIN, as LanguageReport.cbl reads it).
       LOAD-BOOK-BRANCHES.
           MOVE 0 TO BK-TOTAL BR-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT BOOK-FILE
           IF BOOK-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR BK-TOTAL >= 2000
               READ BOOK-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO BK-BRANCH-F
                       UNSTRING BOOK-REC DELIMITED BY ","
                           INTO BK-ID-F, BK-SKIP-F, BK-SKIP-F,
                                BK-SKIP-F, BK-SKIP-F, BK-SKIP-F,
                                BK-SKIP-F, BK-BRANCH-F
                       IF BK-BRANCH-F = SPACES
                           MOVE "MAIN" TO BK-BRANCH-F
                       END-IF
                       MOVE 0 TO BR-MATCH-IDX
                       PERFORM VARYING BR-IDX FROM 1 BY 1
                               UNTIL BR-IDX > BR-TOTAL
                                  OR BR-MATCH-IDX > 0
                           IF BR-NAME(BR-IDX) = BK-BRANCH-F
                               MOVE BR-IDX TO BR-MATCH-IDX
                           END-IF
                       END-PERFORM
                       IF BR-MATCH-IDX = 0 AND BR-TOTAL < 20
                           ADD 1 TO BR-TOTAL
                           MOVE BR-TOTAL TO BR-MATCH-IDX
                           MOVE BK-BRANCH-F TO BR-NAME(BR-MATCH-IDX)
                       END-IF
                       IF BR-MATCH-IDX > 0
                           ADD 1 TO BK-TOTAL
                           MOVE BK-ID-F TO BK-ID(BK-TOTAL)
                           MOVE BR-MATCH-IDX TO BK-BR-IDX(BK-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF BOOK-STATUS = "00" OR BOOK-STATUS = "10"
               CLOSE BOOK-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Age band (field 2) and notice language (field 3) from
      * member-profile.csv; a member with no row is ADULT and EN.
       LOAD-PROFILES.
           MOVE 'N' TO FILE-END
           OPEN INPUT PROFILE-FILE
           IF PROFILE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ PROFILE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO PF-AGE-F PF-LANG-F
                       UNSTRING PROFILE-REC DELIMITED BY ","
                           INTO PF-MEMBER-F, PF-AGE-F, PF-LANG-F
                       MOVE PF-MEMBER-F TO WS-MEMBER-ID
                       PERFORM FIND-MEMBER-ENTRY
                       IF MB-MATCH-IDX > 0
                           IF FUNCTION TRIM(PF-AGE-F) NOT = SPACES
                               MOVE PF-AGE-F
                                   TO MB-AGE-BAND(MB-MATCH-IDX)
                           END-IF
                           IF FUNCTION TRIM(PF-LANG-F) NOT = SPACES
                               MOVE PF-LANG-F TO MB-LANG(MB-MATCH-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF PROFILE-STATUS = "00" OR PROFILE-STATUS = "10"
               CLOSE PROFILE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Every member on file. ACTIVE = ACTIVE flag and card in date;
      * EXPIRED = card past its expiry date; anything else (e.g. an
      * INACTIVE card still in date) answers to neither.
       LOAD-MEMBERS.
           MOVE 0 TO MB-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT MEMBER-FILE
           IF MEMBER-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR MB-TOTAL >= 2000
               READ MEMBER-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM SPLIT-MEMBER-REC
                       IF MB-ID-F NOT = SPACES
                           ADD 1 TO MB-TOTAL
                           PERFORM SET-UP-MEMBER-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF MEMBER-STATUS = "00" OR MEMBER-STATUS = "10"
               CLOSE MEMBER-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       SET-UP-MEMBER-ENTRY.
           MOVE SPACES TO MEMBER-ENTRY(MB-TOTAL)
           MOVE MB-ID-F TO MB-ID(MB-TOTAL)
           MOVE MB-NAME-F TO MB-NAME(MB-TOTAL)
           MOVE MB-EMAIL-F TO MB-EMAIL(MB-TOTAL)
           MOVE "EMAIL" TO MB-NOTIFY(MB-TOTAL)
           IF MB-NOTIFY-F NOT = SPACES
               MOVE MB-NOTIFY-F TO MB-NOTIFY(MB-TOTAL)
           END-IF
           MOVE FUNCTION UPPER-CASE(MB-TIER-F) TO MB-TIER(MB-TOTAL)
           IF MB-TIER(MB-TOTAL) = SPACES
               MOVE "STANDARD" TO MB-TIER(MB-TOTAL)
           END-IF
           MOVE "ADULT" TO MB-AGE-BAND(MB-TOTAL)
           MOVE "EN" TO MB-LANG(MB-TOTAL)
           MOVE 'N' TO MB-PICKED(MB-TOTAL)
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > 20
               MOVE 0 TO MB-BR-LOANS(MB-TOTAL, BR-IDX)
               MOVE 0 TO MB-BR-OPEN(MB-TOTAL, BR-IDX)
           END-PERFORM
           MOVE SPACES TO MB-EXPIRY-YMD
           IF MB-EXPIRY-F(3:1) = "/"
               STRING MB-EXPIRY-F(7:4) DELIMITED BY SIZE
                      MB-EXPIRY-F(1:2) DELIMITED BY SIZE
                      MB-EXPIRY-F(4:2) DELIMITED BY SIZE
                   INTO MB-EXPIRY-YMD
           END-IF
           EVALUATE TRUE
               WHEN MB-EXPIRY-YMD NOT = SPACES AND
                    MB-EXPIRY-YMD < TODAY-X
                   MOVE "EXPIRED" TO MB-STATUS(MB-TOTAL)
               WHEN FUNCTION TRIM(MB-FLAG-F) = "ACTIVE"
                   MOVE "ACTIVE" TO MB-STATUS(MB-TOTAL)
               WHEN OTHER
                   MOVE "OTHER" TO MB-STATUS(MB-TOTAL)
           END-EVALUATE.

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

       FIND-MEMBER-ENTRY.
           MOVE 0 TO MB-MATCH-IDX
           PERFORM VARYING MB-IDX FROM 1 BY 1
                   UNTIL MB-IDX > MB-TOTAL OR MB-MATCH-IDX > 0
               IF MB-ID(MB-IDX) = WS-MEMBER-ID
                   MOVE MB-IDX TO MB-MATCH-IDX
               END-IF
           END-PERFORM.

      * Renders the notice body from ../notice-templates.csv the same
      * way EventMaintain.cbl does: %N member name, %B the branch the
      * segment is about, %M the operator's message line. A missing
      * template in the member's language falls back to EN.
       RENDER-NOTICE-TEXT.
           MOVE SPACES TO RENDERED-MSG
           MOVE SPACES TO TPL-TEXT
           MOVE MB-LANG(MB-IDX) TO TPL-WANT-LANG
           PERFORM FIND-TEMPLATE-ROW
           IF TPL-TEXT = SPACES AND MB-LANG(MB-IDX) NOT = "EN"
               MOVE "EN" TO TPL-WANT-LANG
               PERFORM FIND-TEMPLATE-ROW
           END-IF
           IF TPL-TEXT = SPACES
               GO TO RENDER-NOTICE-TEXT-EXIT
           END-IF

           MOVE 1 TO TPL-OUT-PTR
           PERFORM VARYING TPL-IN-PTR FROM 1 BY 1
                   UNTIL TPL-IN-PTR >
                       FUNCTION LENGTH(FUNCTION TRIM(TPL-TEXT))
               IF TPL-TEXT(TPL-IN-PTR:1) = "%" AND
                  TPL-IN-PTR <
                      FUNCTION LENGTH(FUNCTION TRIM(TPL-TEXT))
                   ADD 1 TO TPL-IN-PTR
                   EVALUATE TPL-TEXT(TPL-IN-PTR:1)
                       WHEN "N"
                           STRING FUNCTION TRIM(MB-NAME(MB-IDX))
                                   DELIMITED BY SIZE
                               INTO RENDERED-MSG
                               WITH POINTER TPL-OUT-PTR
                       WHEN "B"
                           STRING FUNCTION TRIM(WS-NOTICE-BRANCH)
                                   DELIMITED BY SIZE
                               INTO RENDERED-MSG
                               WITH POINTER TPL-OUT-PTR
                       WHEN "M"
                           STRING FUNCTION TRIM(WS-MESSAGE)
                                   DELIMITED BY SIZE
                               INTO RENDERED-MSG
                               WITH POINTER TPL-OUT-PTR
                       WHEN OTHER
                           STRING TPL-TEXT(TPL-IN-PTR:1)
                                   DELIMITED BY SIZE
                               INTO RENDERED-MSG
                               WITH POINTER TPL-OUT-PTR
                   END-EVALUATE
               ELSE
                   STRING TPL-TEXT(TPL-IN-PTR:1) DELIMITED BY SIZE
                       INTO RENDERED-MSG
                       WITH POINTER TPL-OUT-PTR
               END-IF
           END-PERFORM.
       RENDER-NOTICE-TEXT-EXIT.
           EXIT.

       FIND-TEMPLATE-ROW.
           MOVE 'N' TO TPL-EOF
           OPEN INPUT TEMPLATE-FILE
           IF TEMPLATE-STATUS NOT = "00"
               MOVE 'Y' TO TPL-EOF
           END-IF
           PERFORM UNTIL TPL-EOF = 'Y'
               READ TEMPLATE-FILE
                   AT END
                       MOVE 'Y' TO TPL-EOF
                   NOT AT END
                       MOVE 1 TO TPL-SPLIT-PTR
                       UNSTRING TEMPLATE-REC DELIMITED BY ","
                           INTO TPL-TYPE-F, TPL-LANG-F
                           WITH POINTER TPL-SPLIT-PTR
                       IF FUNCTION TRIM(TPL-TYPE-F) =
                              FUNCTION TRIM(WS-NOTICE-TYPE) AND
                          FUNCTION TRIM(TPL-LANG-F) =
                              FUNCTION TRIM(TPL-WANT-LANG)
                           MOVE TEMPLATE-REC(TPL-SPLIT-PTR:)
                               TO TPL-TEXT
                           MOVE 'Y' TO TPL-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF TEMPLATE-STATUS = "00" OR TEMPLATE-STATUS = "10"
               CLOSE TEMPLATE-FILE
           END-IF.

       END PROGRAM BroadcastNotice.
