      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Win-back campaign for lapsed borrowers -- members
      *          whose card is still ACTIVE and in date but whose last
      *          checkout (log.csv plus the dated archives) fell 6 to
      *          18 months ago. The selection is shown segmented by
      *          patron category (members.csv tier) and home branch
      *          (the branch whose stock the member borrowed most) and
      *          can be narrowed to one category and/or branch. Each
      *          member picked is recorded on ../winback-contacts.csv
      *          (campaign_date,member_id,tier,branch,last_loan,
      *          channel,operator) and, unless their notice preference
      *          is NONE or there is no e-mail on file, gets a WINBACK
      *          row on notify-outbox.csv rendered from
      *          notice-templates.csv in their language (%N name,
      *          %D days since the last loan, %B home branch). Anyone
      *          contacted in the last 180 days is left out. The
      *          follow-up report counts, per campaign and segment, how
      *          many came back and borrowed within 60 days
      *          (../winback-report.csv).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WinBackCampaign.

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
           SELECT CONTACT-FILE ASSIGN TO "../winback-contacts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTACT-STATUS.
           SELECT TEMPLATE-FILE ASSIGN TO "../notice-templates.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEMPLATE-STATUS.
           SELECT OUTBOX-FILE ASSIGN TO "../notify-outbox.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTBOX-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../winback-report.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

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
       FD  CONTACT-FILE.
       01  CONTACT-REC        PIC X(80).
       FD  TEMPLATE-FILE.
       01  TEMPLATE-REC       PIC X(150).
       FD  OUTBOX-FILE.
       01  OUTBOX-LINE        PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-REC         PIC X(120).

       WORKING-STORAGE SECTION.
       01  MEMBER-STATUS       PIC XX.
       01  PROFILE-STATUS      PIC XX.
       01  BOOK-STATUS         PIC XX.
       01  LOG-STATUS          PIC XX.
       01  ARCHIVE-STATUS      PIC XX.
       01  CONTACT-STATUS      PIC XX.
       01  TEMPLATE-STATUS     PIC XX.
       01  OUTBOX-STATUS       PIC XX.
       01  REPORT-STATUS       PIC XX.
       01  FILE-END            PIC X VALUE 'N'.

       01  WS-MENU-CHOICE      PIC 9(1).
       01  WS-RAW              PIC X(30).
       01  WS-CONFIRM          PIC X(1).
       01  WS-MEMBER-ID        PIC X(5).
       01  WS-FILTER-TIER      PIC X(10).
       01  WS-FILTER-BRANCH    PIC X(10).
       01  WS-CAMPAIGN         PIC X(8).

      * Lapsed window and re-contact guard, in days back from today.
       01  LAPSE-MIN-DAYS      PIC 9(3) VALUE 182.
       01  LAPSE-MAX-DAYS      PIC 9(3) VALUE 548.
       01  RECONTACT-DAYS      PIC 9(3) VALUE 180.
       01  RETURN-WINDOW-DAYS  PIC 9(3) VALUE 60.

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

      * Live, in-date members only. MB-BR-LOANS counts the member's
      * loans by the lending branch's place in BRANCH-TABLE.
       01  MEMBER-TABLE.
           05 MEMBER-ENTRY OCCURS 2000 TIMES.
              10  MB-ID          PIC X(5).
              10  MB-NAME        PIC X(30).
              10  MB-EMAIL       PIC X(35).
              10  MB-NOTIFY      PIC X(5).
              10  MB-TIER        PIC X(10).
              10  MB-LANG        PIC X(3).
              10  MB-LAST-LOAN   PIC 9(8).
              10  MB-RECENT      PIC X(1).
              10  MB-PICKED      PIC X(1).
              10  MB-HOME        PIC X(10).
              10  MB-BR-LOANS    PIC 9(4) OCCURS 20 TIMES.
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
       01  LG-START-YMD-X.
           05 LG-YMD-YYYY      PIC X(4).
           05 LG-YMD-MMDD      PIC X(4).
       01  LG-START-YMD REDEFINES LG-START-YMD-X PIC 9(8).
       01  WS-SCAN-MODE        PIC X(1).

       01  ARCHIVE-PATH        PIC X(40).
       01  WS-PROBE-INT        PIC 9(8).
       01  WS-PROBE-DATE       PIC 9(8).
       01  WS-PROBE-STEPS      PIC 9(4).
       01  TODAY               PIC 9(8).
       01  TODAY-X             PIC X(8).
       01  TODAY-INT           PIC 9(8).
       01  TODAY-MMDDYYYY      PIC X(10).
       01  WS-LAST-INT         PIC 9(8).
       01  WS-DAYS-SINCE       PIC 9(5).
       01  WS-CAMPAIGN-INT     PIC 9(8).

      * winback-contacts.csv
       01  CT-CAMPAIGN-F       PIC X(8).
       01  CT-MEMBER-F         PIC X(5).
       01  CT-TIER-F           PIC X(10).
       01  CT-BRANCH-F         PIC X(10).
       01  CT-LAST-F           PIC X(8).
       01  CT-CHANNEL-F        PIC X(6).
       01  CT-BY-F             PIC X(5).
       01  CT-CHANNEL          PIC X(6).

       01  CONTACT-TABLE.
           05 CONTACT-ENTRY OCCURS 2000 TIMES.
              10  CT-CAMPAIGN    PIC 9(8).
              10  CT-CAMPAIGN-END PIC 9(8).
              10  CT-MEMBER      PIC X(5).
              10  CT-TIER        PIC X(10).
              10  CT-BRANCH      PIC X(10).
              10  CT-NOTIFIED    PIC X(1).
              10  CT-CAME-BACK   PIC X(1).
       01  CT-TOTAL            PIC 9(4) VALUE 0.
       01  CT-IDX              PIC 9(4).

      * Segments: category x home branch (selection preview), or
      * campaign x category x branch (follow-up report).
       01  SEGMENT-TABLE.
           05 SEGMENT-ENTRY OCCURS 300 TIMES.
              10  SG-CAMPAIGN    PIC X(8).
              10  SG-TIER        PIC X(10).
              10  SG-BRANCH      PIC X(10).
              10  SG-MEMBERS     PIC 9(5).
              10  SG-NOTIFIED    PIC 9(5).
              10  SG-BACK-NOTIFIED PIC 9(5).
              10  SG-BACK-OTHER  PIC 9(5).
       01  SG-TOTAL            PIC 9(3) VALUE 0.
       01  SG-IDX              PIC 9(3).
       01  SG-MATCH-IDX        PIC 9(3).
       01  WS-SG-CAMPAIGN      PIC X(8).
       01  WS-SG-TIER          PIC X(10).
       01  WS-SG-BRANCH        PIC X(10).
       01  CNT-PICKED          PIC 9(5) VALUE 0.
       01  CNT-NOTIFIABLE      PIC 9(5) VALUE 0.
       01  CNT-QUEUED          PIC 9(5) VALUE 0.
       01  WS-RATE             PIC 9(3)V9.
       01  WS-RATE-OUT         PIC ZZ9.9.
       01  WS-WINDOW-NOTE      PIC X(12).

      * Template plumbing, as EventMaintain.cbl renders its notices.
       01  WS-NOTICE-TYPE      PIC X(12) VALUE "WINBACK".
       01  TPL-TYPE-F          PIC X(12).
       01  TPL-LANG-F          PIC X(3).
       01  TPL-WANT-LANG       PIC X(3).
       01  TPL-TEXT            PIC X(120).
       01  TPL-EOF             PIC X VALUE 'N'.
       01  TPL-IN-PTR          PIC 9(4).
       01  TPL-OUT-PTR         PIC 9(4).
       01  TPL-SPLIT-PTR       PIC 9(4).
       01  TPL-DAYS-X          PIC X(5).
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
           DISPLAY "*   Lapsed Member Win-Back                *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Select lapsed members and queue notices"
           DISPLAY "2. Follow-up report (came back within 60 days)"
           DISPLAY "3. Exit"
           DISPLAY "Enter your choice (1-3): "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM RUN-CAMPAIGN THRU RUN-CAMPAIGN-EXIT
               WHEN 2
                   PERFORM FOLLOW-UP-REPORT THRU FOLLOW-UP-REPORT-EXIT
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           GOBACK.

       RUN-CAMPAIGN.
           PERFORM LOAD-MEMBERS
           IF MB-TOTAL = 0
               DISPLAY "No active members on file."
               GO TO RUN-CAMPAIGN-EXIT
           END-IF
           PERFORM LOAD-LANGUAGES
           PERFORM LOAD-BOOK-BRANCHES
           MOVE "L" TO WS-SCAN-MODE
           PERFORM SCAN-ALL-LOANS
           PERFORM MARK-RECENT-CONTACTS

           DISPLAY "Patron category (ENTER for all): "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RAW))
               TO WS-FILTER-TIER
           DISPLAY "Home branch (ENTER for all): "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RAW))
               TO WS-FILTER-BRANCH

           MOVE 0 TO SG-TOTAL CNT-PICKED CNT-NOTIFIABLE
           MOVE SPACES TO WS-SG-CAMPAIGN
           PERFORM VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > MB-TOTAL
               PERFORM PICK-ONE-MEMBER
           END-PERFORM
           IF CNT-PICKED = 0
               DISPLAY "No lapsed members match."
               GO TO RUN-CAMPAIGN-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "CATEGORY   BRANCH     MEMBERS  NOTIFIABLE"
           PERFORM VARYING SG-IDX FROM 1 BY 1 UNTIL SG-IDX > SG-TOTAL
               DISPLAY SG-TIER(SG-IDX) " " SG-BRANCH(SG-IDX) " "
                   SG-MEMBERS(SG-IDX) "    " SG-NOTIFIED(SG-IDX)
           END-PERFORM
           DISPLAY "Total lapsed: " CNT-PICKED
               "  notices to queue: " CNT-NOTIFIABLE
           DISPLAY "Queue the win-back notices now? (Y/N): "
           MOVE SPACES TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Nothing queued."
               GO TO RUN-CAMPAIGN-EXIT
           END-IF

           MOVE 0 TO CNT-QUEUED
           OPEN EXTEND CONTACT-FILE
           IF CONTACT-STATUS = "05" OR CONTACT-STATUS = "35"
               OPEN OUTPUT CONTACT-FILE
           END-IF
           PERFORM VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > MB-TOTAL
               IF MB-PICKED(MB-IDX) = 'Y'
                   PERFORM CONTACT-ONE-MEMBER
               END-IF
           END-PERFORM
           CLOSE CONTACT-FILE
           DISPLAY "Campaign " TODAY-X ": " CNT-PICKED
               " members recorded, " CNT-QUEUED " notices queued.".
       RUN-CAMPAIGN-EXIT.
           EXIT.

      * Lapsed = last checkout between LAPSE-MIN-DAYS and
      * LAPSE-MAX-DAYS ago (nothing since), not contacted within
      * RECONTACT-DAYS, and inside the category/branch asked for.
       PICK-ONE-MEMBER.
           MOVE 'N' TO MB-PICKED(MB-IDX)
           PERFORM SET-HOME-BRANCH
           IF MB-LAST-LOAN(MB-IDX) > 0 AND MB-RECENT(MB-IDX) = 'N'
               COMPUTE WS-LAST-INT =
                   FUNCTION INTEGER-OF-DATE(MB-LAST-LOAN(MB-IDX))
               COMPUTE WS-DAYS-SINCE = TODAY-INT - WS-LAST-INT
               IF WS-DAYS-SINCE NOT < LAPSE-MIN-DAYS AND
                  WS-DAYS-SINCE NOT > LAPSE-MAX-DAYS AND
                  (WS-FILTER-TIER = SPACES OR
                   WS-FILTER-TIER = MB-TIER(MB-IDX)) AND
                  (WS-FILTER-BRANCH = SPACES OR
                   WS-FILTER-BRANCH = MB-HOME(MB-IDX))
                   MOVE 'Y' TO MB-PICKED(MB-IDX)
                   ADD 1 TO CNT-PICKED
                   MOVE MB-TIER(MB-IDX) TO WS-SG-TIER
                   MOVE MB-HOME(MB-IDX) TO WS-SG-BRANCH
                   PERFORM FIND-OR-ADD-SEGMENT
                   IF SG-MATCH-IDX > 0
                       ADD 1 TO SG-MEMBERS(SG-MATCH-IDX)
                   END-IF
                   IF FUNCTION TRIM(MB-NOTIFY(MB-IDX)) NOT = "NONE"
                      AND MB-EMAIL(MB-IDX) NOT = SPACES
                       ADD 1 TO CNT-NOTIFIABLE
                       IF SG-MATCH-IDX > 0
                           ADD 1 TO SG-NOTIFIED(SG-MATCH-IDX)
                       END-IF
                   END-IF
               END-IF
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

      * The contact row is written whatever the channel, so members
      * who opted out of notices still show in the follow-up report
      * as the not-notified comparison group.
       CONTACT-ONE-MEMBER.
           IF FUNCTION TRIM(MB-NOTIFY(MB-IDX)) = "NONE"
               MOVE "NONE" TO CT-CHANNEL
           ELSE
               IF MB-EMAIL(MB-IDX) = SPACES
                   MOVE "NOADDR" TO CT-CHANNEL
               ELSE
                   MOVE "EMAIL" TO CT-CHANNEL
               END-IF
           END-IF
           MOVE SPACES TO CONTACT-REC
           STRING TODAY-X DELIMITED BY SIZE ","
                  MB-ID(MB-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(MB-TIER(MB-IDX)) DELIMITED BY SIZE ","
                  FUNCTION TRIM(MB-HOME(MB-IDX)) DELIMITED BY SIZE ","
                  MB-LAST-LOAN(MB-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(CT-CHANNEL) DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE
               INTO CONTACT-REC
           WRITE CONTACT-REC
           IF CT-CHANNEL = "EMAIL"
               PERFORM SEND-WINBACK-NOTICE
           END-IF.

      * One notify-outbox.csv row (member,email,type,book,days,date,
      * rendered text); the book field is left blank as the
      * OPS_ALERT page does, and days carries days since last loan.
       SEND-WINBACK-NOTICE.
           COMPUTE WS-LAST-INT =
               FUNCTION INTEGER-OF-DATE(MB-LAST-LOAN(MB-IDX))
           COMPUTE WS-DAYS-SINCE = TODAY-INT - WS-LAST-INT
           MOVE WS-DAYS-SINCE TO TPL-DAYS-X
           PERFORM RENDER-NOTICE-TEXT THRU RENDER-NOTICE-TEXT-EXIT
           OPEN EXTEND OUTBOX-FILE
           IF OUTBOX-STATUS = "05" OR OUTBOX-STATUS = "35"
               OPEN OUTPUT OUTBOX-FILE
           END-IF
           MOVE SPACES TO OUTBOX-LINE
           STRING MB-ID(MB-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(MB-EMAIL(MB-IDX)) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-NOTICE-TYPE) DELIMITED BY SIZE ","
                  SPACE DELIMITED BY SIZE ","
                  WS-DAYS-SINCE DELIMITED BY SIZE ","
                  TODAY-MMDDYYYY DELIMITED BY SIZE ","
                  FUNCTION TRIM(RENDERED-MSG) DELIMITED BY SIZE
               INTO OUTBOX-LINE
           WRITE OUTBOX-LINE
           CLOSE OUTBOX-FILE
           ADD 1 TO CNT-QUEUED.

      * Per campaign, category and branch: members selected, how many
      * were sent a notice, and how many of each group borrowed again
      * within RETURN-WINDOW-DAYS of the campaign date.
       FOLLOW-UP-REPORT.
           DISPLAY "Campaign date (YYYYMMDD, ENTER for all): "
           MOVE SPACES TO WS-RAW
           ACCEPT WS-RAW
           MOVE FUNCTION TRIM(WS-RAW) TO WS-CAMPAIGN
           IF WS-CAMPAIGN NOT = SPACES AND WS-CAMPAIGN IS NOT NUMERIC
               DISPLAY "Campaign date must be YYYYMMDD."
               GO TO FOLLOW-UP-REPORT-EXIT
           END-IF
           PERFORM LOAD-CONTACTS
           IF CT-TOTAL = 0
               DISPLAY "No win-back contacts on file."
               GO TO FOLLOW-UP-REPORT-EXIT
           END-IF
           MOVE "R" TO WS-SCAN-MODE
           PERFORM SCAN-ALL-LOANS

           MOVE 0 TO SG-TOTAL
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-TOTAL
               MOVE CT-CAMPAIGN(CT-IDX) TO WS-SG-CAMPAIGN
               MOVE CT-TIER(CT-IDX) TO WS-SG-TIER
               MOVE CT-BRANCH(CT-IDX) TO WS-SG-BRANCH
               PERFORM FIND-OR-ADD-SEGMENT
               IF SG-MATCH-IDX > 0
                   ADD 1 TO SG-MEMBERS(SG-MATCH-IDX)
                   IF CT-NOTIFIED(CT-IDX) = 'Y'
                       ADD 1 TO SG-NOTIFIED(SG-MATCH-IDX)
                       IF CT-CAME-BACK(CT-IDX) = 'Y'
                           ADD 1 TO SG-BACK-NOTIFIED(SG-MATCH-IDX)
                       END-IF
                   ELSE
                       IF CT-CAME-BACK(CT-IDX) = 'Y'
                           ADD 1 TO SG-BACK-OTHER(SG-MATCH-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "CAMPAIGN,CATEGORY,BRANCH,SELECTED,NOTIFIED,"
                      DELIMITED BY SIZE
                  "CAME_BACK_NOTIFIED,CAME_BACK_NOT_NOTIFIED,"
                      DELIMITED BY SIZE
                  "PCT_NOTIFIED_BACK,WINDOW" DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           DISPLAY " "
           DISPLAY "CAMPAIGN CATEGORY   BRANCH     SELECT NOTIFY "
               "BACK(N) BACK(O)   PCT"
           PERFORM VARYING SG-IDX FROM 1 BY 1 UNTIL SG-IDX > SG-TOTAL
               PERFORM REPORT-ONE-SEGMENT
           END-PERFORM
           CLOSE REPORT-FILE
           DISPLAY "BACK(N) = notified and borrowed again, BACK(O) = "
               "not notified and borrowed again."
           DISPLAY "Report written to winback-report.csv.".
       FOLLOW-UP-REPORT-EXIT.
           EXIT.

       REPORT-ONE-SEGMENT.
           MOVE 0 TO WS-RATE
           IF SG-NOTIFIED(SG-IDX) > 0
               COMPUTE WS-RATE ROUNDED =
                   SG-BACK-NOTIFIED(SG-IDX) * 100 / SG-NOTIFIED(SG-IDX)
           END-IF
           MOVE WS-RATE TO WS-RATE-OUT
           COMPUTE WS-CAMPAIGN-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(SG-CAMPAIGN
                   (SG-IDX))) + RETURN-WINDOW-DAYS
           IF WS-CAMPAIGN-INT > TODAY-INT
               MOVE "STILL OPEN" TO WS-WINDOW-NOTE
           ELSE
               MOVE "CLOSED" TO WS-WINDOW-NOTE
           END-IF
           DISPLAY SG-CAMPAIGN(SG-IDX) " " SG-TIER(SG-IDX) " "
               SG-BRANCH(SG-IDX) " " SG-MEMBERS(SG-IDX) "  "
               SG-NOTIFIED(SG-IDX) "  " SG-BACK-NOTIFIED(SG-IDX)
               "   " SG-BACK-OTHER(SG-IDX) "  " WS-RATE-OUT " "
               WS-WINDOW-NOTE
           MOVE SPACES TO REPORT-REC
           STRING SG-CAMPAIGN(SG-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(SG-TIER(SG-IDX)) DELIMITED BY SIZE ","
                  FUNCTION TRIM(SG-BRANCH(SG-IDX)) DELIMITED BY SIZE
                  "," SG-MEMBERS(SG-IDX) DELIMITED BY SIZE ","
                  SG-NOTIFIED(SG-IDX) DELIMITED BY SIZE ","
                  SG-BACK-NOTIFIED(SG-IDX) DELIMITED BY SIZE ","
                  SG-BACK-OTHER(SG-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-RATE-OUT) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-WINDOW-NOTE) DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC.

       FIND-OR-ADD-SEGMENT.
           MOVE 0 TO SG-MATCH-IDX
           PERFORM VARYING SG-IDX FROM 1 BY 1
                   UNTIL SG-IDX > SG-TOTAL OR SG-MATCH-IDX > 0
               IF SG-CAMPAIGN(SG-IDX) = WS-SG-CAMPAIGN AND
                  SG-TIER(SG-IDX) = WS-SG-TIER AND
                  SG-BRANCH(SG-IDX) = WS-SG-BRANCH
                   MOVE SG-IDX TO SG-MATCH-IDX
               END-IF
           END-PERFORM
           IF SG-MATCH-IDX = 0 AND SG-TOTAL < 300
               ADD 1 TO SG-TOTAL
               MOVE SG-TOTAL TO SG-MATCH-IDX
               MOVE WS-SG-CAMPAIGN TO SG-CAMPAIGN(SG-MATCH-IDX)
               MOVE WS-SG-TIER TO SG-TIER(SG-MATCH-IDX)
               MOVE WS-SG-BRANCH TO SG-BRANCH(SG-MATCH-IDX)
               MOVE 0 TO SG-MEMBERS(SG-MATCH-IDX)
               MOVE 0 TO SG-NOTIFIED(SG-MATCH-IDX)
               MOVE 0 TO SG-BACK-NOTIFIED(SG-MATCH-IDX)
               MOVE 0 TO SG-BACK-OTHER(SG-MATCH-IDX)
           END-IF.

      * Contacts for the campaign asked for (or every campaign), each
      * with the last day of its come-back window.
       LOAD-CONTACTS.
           MOVE 0 TO CT-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT CONTACT-FILE
           IF CONTACT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR CT-TOTAL >= 2000
               READ CONTACT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO CT-CHANNEL-F
                       UNSTRING CONTACT-REC DELIMITED BY ","
                           INTO CT-CAMPAIGN-F, CT-MEMBER-F, CT-TIER-F,
                                CT-BRANCH-F, CT-LAST-F, CT-CHANNEL-F,
                                CT-BY-F
                       IF CT-CAMPAIGN-F IS NUMERIC AND
                          (WS-CAMPAIGN = SPACES OR
                           WS-CAMPAIGN = CT-CAMPAIGN-F)
                           ADD 1 TO CT-TOTAL
                           MOVE CT-CAMPAIGN-F TO CT-CAMPAIGN(CT-TOTAL)
                           MOVE CT-MEMBER-F TO CT-MEMBER(CT-TOTAL)
                           MOVE CT-TIER-F TO CT-TIER(CT-TOTAL)
                           MOVE CT-BRANCH-F TO CT-BRANCH(CT-TOTAL)
                           MOVE 'N' TO CT-NOTIFIED(CT-TOTAL)
                           IF CT-CHANNEL-F = "EMAIL"
                               MOVE 'Y' TO CT-NOTIFIED(CT-TOTAL)
                           END-IF
                           MOVE 'N' TO CT-CAME-BACK(CT-TOTAL)
                           COMPUTE WS-CAMPAIGN-INT =
                               FUNCTION INTEGER-OF-DATE(
                                   FUNCTION NUMVAL(CT-CAMPAIGN-F))
                               + RETURN-WINDOW-DAYS
                           COMPUTE CT-CAMPAIGN-END(CT-TOTAL) =
                               FUNCTION DATE-OF-INTEGER(WS-CAMPAIGN-INT)
                       END-IF
               END-READ
           END-PERFORM
           IF CONTACT-STATUS = "00" OR CONTACT-STATUS = "10"
               CLOSE CONTACT-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Flags members already sent a win-back within RECONTACT-DAYS.
       MARK-RECENT-CONTACTS.
           MOVE 'N' TO FILE-END
           OPEN INPUT CONTACT-FILE
           IF CONTACT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ CONTACT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING CONTACT-REC DELIMITED BY ","
                           INTO CT-CAMPAIGN-F, CT-MEMBER-F
                       IF CT-CAMPAIGN-F IS NUMERIC
                           COMPUTE WS-CAMPAIGN-INT =
                               FUNCTION INTEGER-OF-DATE(
                                   FUNCTION NUMVAL(CT-CAMPAIGN-F))
                           IF TODAY-INT - WS-CAMPAIGN-INT
                                   < RECONTACT-DAYS
                               MOVE CT-MEMBER-F TO WS-MEMBER-ID
                               PERFORM FIND-MEMBER-ENTRY
                               IF MB-MATCH-IDX > 0
                                   MOVE 'Y' TO MB-RECENT(MB-MATCH-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF CONTACT-STATUS = "00" OR CONTACT-STATUS = "10"
               CLOSE CONTACT-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Every checkout in the live log and two years of dated
      * archives, as LanguageReport.cbl reads them. WS-SCAN-MODE "L"
      * keeps each member's latest checkout and branch counts; "R"
      * marks contacts who borrowed inside their come-back window.
       SCAN-ALL-LOANS.
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
                       UNSTRING LOG-REC DELIMITED BY ","
                           INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F,
                                LG-START-F
                       PERFORM COUNT-ONE-LOAN THRU COUNT-ONE-LOAN-EXIT
               END-READ
           END-PERFORM
           IF LOG-STATUS = "00" OR LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF
           MOVE 'N' TO FILE-END

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
                           INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F,
                                LG-START-F
                       PERFORM COUNT-ONE-LOAN THRU COUNT-ONE-LOAN-EXIT
               END-READ
           END-PERFORM
           IF ARCHIVE-STATUS = "00" OR ARCHIVE-STATUS = "10"
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       COUNT-ONE-LOAN.
           IF LG-START-F(1:8) IS NOT NUMERIC
               GO TO COUNT-ONE-LOAN-EXIT
           END-IF
           MOVE LG-START-F(5:4) TO LG-YMD-YYYY
           MOVE LG-START-F(1:4) TO LG-YMD-MMDD
           IF WS-SCAN-MODE = "R"
               PERFORM VARYING CT-IDX FROM 1 BY 1
                       UNTIL CT-IDX > CT-TOTAL
                   IF CT-MEMBER(CT-IDX) = LG-MEMBER-F AND
                      LG-START-YMD NOT < CT-CAMPAIGN(CT-IDX) AND
                      LG-START-YMD NOT > CT-CAMPAIGN-END(CT-IDX)
                       MOVE 'Y' TO CT-CAME-BACK(CT-IDX)
                   END-IF
               END-PERFORM
               GO TO COUNT-ONE-LOAN-EXIT
           END-IF
           MOVE LG-MEMBER-F TO WS-MEMBER-ID
           PERFORM FIND-MEMBER-ENTRY
           IF MB-MATCH-IDX = 0
               GO TO COUNT-ONE-LOAN-EXIT
           END-IF
           IF LG-START-YMD > MB-LAST-LOAN(MB-MATCH-IDX)
               MOVE LG-START-YMD TO MB-LAST-LOAN(MB-MATCH-IDX)
           END-IF
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
           END-IF.
       COUNT-ONE-LOAN-EXIT.
           EXIT.

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

      * Notice language (member-profile.csv field 3); EN if none.
       LOAD-LANGUAGES.
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
                       IF MB-MATCH-IDX > 0 AND
                          FUNCTION TRIM(PF-LANG-F) NOT = SPACES
                           MOVE PF-LANG-F TO MB-LANG(MB-MATCH-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF PROFILE-STATUS = "00" OR PROFILE-STATUS = "10"
               CLOSE PROFILE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * ACTIVE members whose card has not yet expired.
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
                       MOVE SPACES TO MB-EXPIRY-YMD
                       IF MB-EXPIRY-F(3:1) = "/"
                           STRING MB-EXPIRY-F(7:4) DELIMITED BY SIZE
                                  MB-EXPIRY-F(1:2) DELIMITED BY SIZE
                                  MB-EXPIRY-F(4:2) DELIMITED BY SIZE
                               INTO MB-EXPIRY-YMD
                       END-IF
                       IF MB-ID-F NOT = SPACES AND
                          FUNCTION TRIM(MB-FLAG-F) = "ACTIVE" AND
                          (MB-EXPIRY-YMD = SPACES OR
                           MB-EXPIRY-YMD NOT < TODAY-X)
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
           MOVE "EN" TO MB-LANG(MB-TOTAL)
           MOVE 0 TO MB-LAST-LOAN(MB-TOTAL)
           MOVE 'N' TO MB-RECENT(MB-TOTAL)
           MOVE 'N' TO MB-PICKED(MB-TOTAL)
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > 20
               MOVE 0 TO MB-BR-LOANS(MB-TOTAL, BR-IDX)
           END-PERFORM.

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
      * way EventMaintain.cbl does: %N member name, %D days since the
      * last loan, %B home branch. A missing template in the member's
      * language falls back to EN; none at all leaves it blank.
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
                           STRING FUNCTION TRIM(MB-HOME(MB-IDX))
                                   DELIMITED BY SIZE
                               INTO RENDERED-MSG
                               WITH POINTER TPL-OUT-PTR
                       WHEN "D"
                           STRING TPL-DAYS-X DELIMITED BY SIZE
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

       END PROGRAM WinBackCampaign.
