      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Fine amnesty campaigns ("bring them back this month,
      *          no fines" / food-for-fines) as the board approves
      *          them, instead of each fine being waived one at a time
      *          through FineWaiverApproval.cbl. A campaign on
      *          ../amnesty-campaigns.csv is
      *          id,name,start,end,types,rule,max_per_member,
      *          reason_code,item_value,status
      *          (dates YYYYMMDD; types any of O=overdue,
      *          L=lost/replacement, K=kit; rule RETURN = overdue
      *          items brought back inside the window, ALL = every
      *          unpaid fine of those types while the campaign runs,
      *          FOOD = up to item_value MMK per item donated, as
      *          recorded on ../amnesty-donations.csv
      *          campaign,member,items,date,staff). The batch (menu,
      *          or NightlyBatch.cbl for its business date) waives
      *          whole unpaid fines up to the per-member maximum,
      *          marks them "W" on fine.csv, files each one on
      *          fine-waiver-requests.csv as APPROVED under the
      *          campaign's reason code, and logs it on
      *          ../amnesty-waivers.csv
      *          campaign,fine,member,tran,type,amount,date,recovered.
      *          A SUSPENDED member left with no unpaid fine is made
      *          ACTIVE again, the same rule PayFine.cbl applies, and
      *          logged on ../amnesty-reinstated.csv
      *          (campaign,member,date) for the campaign report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FineAmnesty.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO "../amnesty-campaigns.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPAIGN-STATUS.
           SELECT CAMPAIGN-TMP-FILE
               ASSIGN TO "../amnesty-campaigns.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DONATION-FILE ASSIGN TO "../amnesty-donations.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DONATION-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "../amnesty-waivers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
           SELECT REINSTATE-FILE ASSIGN TO "../amnesty-reinstated.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REINSTATE-STATUS.
           SELECT WAIVER-FILE ASSIGN TO "../fine-waiver-requests.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIVER-STATUS.
           SELECT FINE-FILE ASSIGN TO "../fine.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINE-STATUS.
           SELECT FINE-TMP-FILE ASSIGN TO "../fine.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMBER-STATUS.
           SELECT MEMBER-TMP-FILE ASSIGN TO "../members.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-REC       PIC X(150).
       FD  CAMPAIGN-TMP-FILE.
       01  CAMPAIGN-TMP-REC   PIC X(150).
       FD  DONATION-FILE.
       01  DONATION-REC       PIC X(60).
       FD  LEDGER-FILE.
       01  LEDGER-REC         PIC X(80).
       FD  REINSTATE-FILE.
       01  REINSTATE-REC      PIC X(40).
       FD  WAIVER-FILE.
       01  WAIVER-REC         PIC X(200).
       FD  FINE-FILE.
       01  FINE-REC           PIC X(200).
       FD  FINE-TMP-FILE.
       01  FINE-TMP-REC       PIC X(200).
       FD  LOG-FILE.
       01  LOG-REC            PIC X(200).
       FD  MEMBER-FILE.
       01  MEMBER-REC         PIC X(200).
       FD  MEMBER-TMP-FILE.
       01  MEMBER-TMP-REC     PIC X(200).

       WORKING-STORAGE SECTION.
       01  CAMPAIGN-STATUS    PIC XX.
       01  DONATION-STATUS    PIC XX.
       01  LEDGER-STATUS      PIC XX.
       01  REINSTATE-STATUS   PIC XX.
       01  WAIVER-STATUS      PIC XX.
       01  FINE-STATUS        PIC XX.
       01  LOG-STATUS         PIC XX.
       01  MEMBER-STATUS      PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-MENU-CHOICE     PIC 9.

      * amnesty-campaigns.csv, held whole so a campaign can be closed
      * in place and the file written back.
       01  CAMPAIGN-TABLE.
           05 CAMPAIGN-ENTRY OCCURS 50 TIMES.
              10  CA-ID         PIC X(5).
              10  CA-NAME       PIC X(30).
              10  CA-START      PIC 9(8).
              10  CA-END        PIC 9(8).
              10  CA-TYPES      PIC X(3).
              10  CA-RULE       PIC X(6).
              10  CA-MAX        PIC 9(6).
              10  CA-REASON     PIC X(10).
              10  CA-ITEM-VALUE PIC 9(6).
              10  CA-STATUS     PIC X(6).
       01  CA-TOTAL           PIC 9(2) VALUE 0.
       01  CA-IDX             PIC 9(2).
       01  CA-MATCH-IDX       PIC 9(2) VALUE 0.
       01  CA-ID-F            PIC X(5).
       01  CA-NAME-F          PIC X(30).
       01  CA-START-F         PIC X(8).
       01  CA-END-F           PIC X(8).
       01  CA-TYPES-F         PIC X(3).
       01  CA-RULE-F          PIC X(6).
       01  CA-MAX-F           PIC X(6).
       01  CA-REASON-F        PIC X(10).
       01  CA-ITEM-VALUE-F    PIC X(6).
       01  CA-STATUS-F        PIC X(6).
       01  CA-CHANGED         PIC X VALUE 'N'.

      * Returned loans off log.csv -- tran id and the return date
      * (field 7, DD-MM-YYYY) turned round to YYYYMMDD.
       01  RETURN-TABLE.
           05 RETURN-ENTRY OCCURS 5000 TIMES.
              10  LR-TRAN       PIC X(5).
              10  LR-DATE       PIC 9(8).
       01  LR-TOTAL           PIC 9(4) VALUE 0.
       01  LR-IDX             PIC 9(4).
       01  LG-TRAN-F          PIC X(5).
       01  LG-MEMBER-F        PIC X(5).
       01  LG-BOOK-F          PIC X(5).
       01  LG-START-F         PIC X(10).
       01  LG-END-F           PIC X(10).
       01  LG-DUE-F           PIC X(3).
       01  LG-RETURN-F        PIC X(10).
       01  LG-RETURN-YMD      PIC X(8).

      * Per-member running totals for the campaign being applied --
      * what it has already waived (amnesty-waivers.csv) and, for a
      * food-for-fines campaign, the credit donated.
       01  ALLOWANCE-TABLE.
           05 ALLOWANCE-ENTRY OCCURS 1000 TIMES.
              10  AM-MEMBER     PIC X(5).
              10  AM-WAIVED     PIC 9(7).
              10  AM-DONATED    PIC 9(7).
       01  AM-TOTAL           PIC 9(4) VALUE 0.
       01  AM-IDX             PIC 9(4).
       01  AM-MATCH-IDX       PIC 9(4) VALUE 0.
       01  AM-CREDIT          PIC 9(7).

      * Members who had a fine waived by this run, and whether they
      * still have one unpaid afterwards.
       01  TOUCHED-TABLE.
           05 TOUCHED-ENTRY OCCURS 1000 TIMES.
              10  RM-MEMBER     PIC X(5).
              10  RM-CAMPAIGN   PIC X(5).
              10  RM-UNPAID     PIC X.
       01  RM-TOTAL           PIC 9(4) VALUE 0.
       01  RM-IDX             PIC 9(4).
       01  RM-MATCH-IDX       PIC 9(4) VALUE 0.

       01  MEMBER-TABLE.
           05 MEMBER-ENTRY OCCURS 1000 TIMES.
               10  MB-ID       PIC X(5).
               10  MB-NAME     PIC X(30).
               10  MB-EMAIL    PIC X(35).
               10  MB-ADDR     PIC X(50).
               10  MB-GENDER   PIC X.
               10  MB-FLAG     PIC X(10).
               10  MB-EXPIRY   PIC X(10).
               10  MB-TIER     PIC X(10).
               10  MB-NOTIFY   PIC X(5).
       01  MB-IDX             PIC 9(4).
       01  MB-TOTAL           PIC 9(4) VALUE 0.
       01  MB-QUOTE-COUNT      PIC 9 VALUE 0.
       01  MB-ID-EMAIL         PIC X(70).
       01  MB-GENDER-FLAG      PIC X(60).
       01  MB-DUMMY            PIC X.
       01  WS-ADDR-TRIMMED     PIC X(50).
       01  WS-ADDR-ESCAPED     PIC X(52).
       01  WS-ADDR-LEN         PIC 9(3) VALUE 0.
       01  WS-ADDR-IDX         PIC 9(3).
       01  WS-ADDR-OUT-IDX     PIC 9(3).
       01  WS-ADDR-COMMA-COUNT PIC 9(3) VALUE 0.
       01  LOOKUP-NAME         PIC X(30).
       01  LOOKUP-FOUND        PIC X VALUE 'N'.

       01  FINE-ID-F            PIC X(5).
       01  FINE-TRAN-ID-F       PIC X(5).
       01  FINE-MEMBER-ID-F     PIC X(5).
       01  FINE-DIFF-DAYS-F     PIC X(3).
       01  FINE-AMOUNT-F        PIC X(6).
       01  PAID-FLAG-F          PIC X.
       01  PAID-DATE-F          PIC X(10).
       01  PAID-AMOUNT-F        PIC X(6).

       01  DN-CAMPAIGN-F      PIC X(5).
       01  DN-MEMBER-F        PIC X(5).
       01  DN-ITEMS-F         PIC X(3).
       01  DN-DATE-F          PIC X(8).
       01  DN-STAFF-F         PIC X(5).
       01  DN-DATE-NUM        PIC 9(8).

       01  LD-CAMPAIGN-F      PIC X(5).
       01  LD-FINE-F          PIC X(5).
       01  LD-MEMBER-F        PIC X(5).
       01  LD-TRAN-F          PIC X(5).
       01  LD-TYPE-F          PIC X.
       01  LD-AMOUNT-F        PIC X(6).
       01  LD-DATE-F          PIC X(8).
       01  LD-RECOVERED-F     PIC X.
       01  RI-CAMPAIGN-F      PIC X(5).
       01  RI-MEMBER-F        PIC X(5).
       01  RI-DATE-F          PIC X(8).

       01  WS-FINE-TYPE       PIC X.
       01  WS-TYPE-HITS       PIC 9(2).
       01  WS-FINE-AMT        PIC 9(6).
       01  WS-FINE-DAYS       PIC 9(3).
       01  WS-RETURN-DATE     PIC 9(8).
       01  WS-RECOVERED       PIC X.
       01  WS-WINDOW-TO       PIC 9(8).
       01  WS-WAIVE-IT        PIC X VALUE 'N'.
       01  WS-WAIVE-REASON    PIC X(50).
       01  WS-REQ-ID-STR      PIC X(5).
       01  WS-NEW-REQ-ID      PIC 9(5).
       01  WS-LAST-REQ-ID     PIC 9(5).
       01  WS-ID-NUM          PIC 9(5).
       01  WS-LAST-ID         PIC 9(5) VALUE 0.
       01  WS-NEW-ID          PIC 9(5) VALUE 0.

       01  WS-CAMPAIGN-RAW    PIC X(20).
       01  WS-CAMPAIGN-ID     PIC X(5).
       01  WS-MEMBER-ID-RAW   PIC X(20).
       01  WS-MEMBER-ID       PIC X(5).
       01  WS-NAME-RAW        PIC X(40).
       01  WS-DATE-RAW        PIC X(10).
       01  WS-NUM-RAW         PIC X(10).
       01  WS-TYPES-RAW       PIC X(10).
       01  WS-REASON-RAW      PIC X(20).
       01  WS-RULE-CHOICE     PIC 9.
       01  WS-START-NUM       PIC 9(8).
       01  WS-END-NUM         PIC 9(8).
       01  WS-ITEMS           PIC 9(3).
       01  WS-CREDIT-VALUE    PIC 9(7).

       01  CNT-WAIVED         PIC 9(5) VALUE 0.
       01  CNT-CAMPAIGN-WAIVED PIC 9(5) VALUE 0.
       01  CNT-LIFTED         PIC 9(5) VALUE 0.
       01  SUM-WAIVED         PIC 9(8) VALUE 0.
       01  WS-BATCH-MODE      PIC X VALUE 'N'.

      * Campaign report totals.
       01  RP-FINES           PIC 9(5).
       01  RP-AMOUNT          PIC 9(8).
       01  RP-RECOVERED       PIC 9(5).
       01  RP-MEMBERS         PIC 9(5).
       01  RP-LIFTED          PIC 9(5).
       01  RP-DONORS          PIC 9(5).
       01  RP-ITEMS           PIC 9(6).
       01  RP-TYPE-COUNT      PIC 9(5) OCCURS 3 TIMES.
       01  RP-TYPE-AMOUNT     PIC 9(8) OCCURS 3 TIMES.
       01  RP-TYPE-IDX        PIC 9.
       01  RP-TYPE-NAME       PIC X(18).

       01  TODAY              PIC 9(8).
       01  WS-DATE-TODAY      PIC X(10).
       01  CAMPAIGN-REAL-PATH PIC X(28)
           VALUE "../amnesty-campaigns.csv".
       01  CAMPAIGN-TMP-PATH  PIC X(32)
           VALUE "../amnesty-campaigns.csv.tmp".
       01  FINE-REAL-PATH     PIC X(16) VALUE "../fine.csv".
       01  FINE-TMP-PATH      PIC X(20) VALUE "../fine.csv.tmp".
       01  MEMBER-REAL-PATH   PIC X(20) VALUE "../members.csv".
       01  MEMBER-TMP-PATH    PIC X(24) VALUE "../members.csv.tmp".
       01  RENAME-STATUS      PIC S9(9) COMP-5.
       01  JNL-MODE           PIC X(4).
       01  JNL-PROGRAM        PIC X(20) VALUE "FineAmnesty".
       01  JNL-FILE           PIC X(30).
       01  JNL-IMAGE          PIC X(300).
       01  HEADER-LINE        PIC X(70) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       01 WS-OPERATOR-ROLE-L PIC X(10).
       01 BUSINESS-DATE-L PIC 9(8).
       01 WAIVED-COUNT-L PIC 9(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L,
           WS-OPERATOR-ROLE-L, BUSINESS-DATE-L, WAIVED-COUNT-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           IF BUSINESS-DATE-L NOT = 0
               MOVE BUSINESS-DATE-L TO TODAY
           END-IF
           MOVE SPACES TO WS-DATE-TODAY
           STRING TODAY(5:2) DELIMITED BY SIZE "/"
                  TODAY(7:2) DELIMITED BY SIZE "/"
                  TODAY(1:4) DELIMITED BY SIZE
               INTO WS-DATE-TODAY
           PERFORM LOAD-CAMPAIGN-TABLE

      * NightlyBatch.cbl calls in with choice 0 -- every running
      * campaign applied for its business date, no menu.
           IF USER-CHOICE = 0
               MOVE 'Y' TO WS-BATCH-MODE
               PERFORM RUN-ALL-CAMPAIGNS
               MOVE CNT-WAIVED TO WAIVED-COUNT-L
               GOBACK
           END-IF

           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*        Fine Amnesty Campaigns           *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Define a campaign"
           DISPLAY "2. Record a food-for-fines donation"
           DISPLAY "3. Apply running campaigns now"
           DISPLAY "4. Campaign report"
           DISPLAY "5. List campaigns"
           DISPLAY "6. Close a campaign"
           DISPLAY "7. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE

      * Defining, applying and closing a campaign forgive money -- a
      * manager's job, as approving a single waiver is. Donations are
      * taken at the desk by any staff member.
           IF (WS-MENU-CHOICE = 1 OR WS-MENU-CHOICE = 3 OR
               WS-MENU-CHOICE = 6) AND
              FUNCTION TRIM(WS-OPERATOR-ROLE-L) NOT = "MANAGER"
               DISPLAY "Manager role required for this action."
               GOBACK
           END-IF

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM DEFINE-CAMPAIGN THRU DEFINE-CAMPAIGN-EXIT
               WHEN 2
                   PERFORM RECORD-DONATION THRU RECORD-DONATION-EXIT
               WHEN 3
                   PERFORM RUN-ALL-CAMPAIGNS
               WHEN 4
                   PERFORM CAMPAIGN-REPORT THRU CAMPAIGN-REPORT-EXIT
               WHEN 5
                   PERFORM LIST-CAMPAIGNS
               WHEN 6
                   PERFORM CLOSE-CAMPAIGN THRU CLOSE-CAMPAIGN-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       DEFINE-CAMPAIGN.
           IF CA-TOTAL >= 50
               DISPLAY "Campaign file is full."
               GO TO DEFINE-CAMPAIGN-EXIT
           END-IF
           DISPLAY "Campaign name: "
           MOVE SPACES TO WS-NAME-RAW
           ACCEPT WS-NAME-RAW
           IF WS-NAME-RAW = SPACES
               GO TO DEFINE-CAMPAIGN-EXIT
           END-IF
           INSPECT WS-NAME-RAW REPLACING ALL "," BY " "
           DISPLAY "Start date YYYYMMDD: "
           MOVE SPACES TO WS-DATE-RAW
           ACCEPT WS-DATE-RAW
           IF WS-DATE-RAW(1:8) IS NOT NUMERIC
               DISPLAY "Invalid date."
               GO TO DEFINE-CAMPAIGN-EXIT
           END-IF
           MOVE WS-DATE-RAW(1:8) TO WS-START-NUM
           DISPLAY "End date YYYYMMDD: "
           MOVE SPACES TO WS-DATE-RAW
           ACCEPT WS-DATE-RAW
           IF WS-DATE-RAW(1:8) IS NOT NUMERIC
               DISPLAY "Invalid date."
               GO TO DEFINE-CAMPAIGN-EXIT
           END-IF
           MOVE WS-DATE-RAW(1:8) TO WS-END-NUM
           IF WS-END-NUM < WS-START-NUM
               DISPLAY "The campaign ends before it starts."
               GO TO DEFINE-CAMPAIGN-EXIT
           END-IF

           DISPLAY "Eligible fine types -- O=overdue, "
               "L=lost/replacement, K=kit (e.g. OL): "
           MOVE SPACES TO WS-TYPES-RAW
           ACCEPT WS-TYPES-RAW
           MOVE FUNCTION UPPER-CASE(WS-TYPES-RAW) TO WS-TYPES-RAW
           MOVE 0 TO WS-TYPE-HITS
           INSPECT WS-TYPES-RAW TALLYING WS-TYPE-HITS
               FOR ALL "O" ALL "L" ALL "K"
           IF WS-TYPE-HITS = 0
               DISPLAY "At least one fine type is needed."
               GO TO DEFINE-CAMPAIGN-EXIT
           END-IF

           DISPLAY "Rule: 1=Items returned in the window  "
               "2=All unpaid fines  3=Food for fines: "
           ACCEPT WS-RULE-CHOICE
           IF WS-RULE-CHOICE < 1 OR WS-RULE-CHOICE > 3
               DISPLAY "Invalid rule."
               GO TO DEFINE-CAMPAIGN-EXIT
           END-IF

           DISPLAY "Maximum waived per member, MMK (0 = no limit): "
           MOVE SPACES TO WS-NUM-RAW
           ACCEPT WS-NUM-RAW
           IF FUNCTION TRIM(WS-NUM-RAW) IS NOT NUMERIC
               MOVE "0" TO WS-NUM-RAW
           END-IF

           ADD 1 TO CA-TOTAL
           MOVE SPACES TO CAMPAIGN-ENTRY(CA-TOTAL)
           MOVE 0 TO CA-ITEM-VALUE(CA-TOTAL)
           MOVE FUNCTION NUMVAL(WS-NUM-RAW) TO CA-MAX(CA-TOTAL)
           IF WS-RULE-CHOICE = 3
               DISPLAY "MMK forgiven per item donated: "
               MOVE SPACES TO WS-NUM-RAW
               ACCEPT WS-NUM-RAW
               IF FUNCTION TRIM(WS-NUM-RAW) IS NOT NUMERIC OR
                  FUNCTION NUMVAL(WS-NUM-RAW) = 0
                   DISPLAY "A food-for-fines campaign needs a value "
                       "per item."
                   SUBTRACT 1 FROM CA-TOTAL
                   GO TO DEFINE-CAMPAIGN-EXIT
               END-IF
               MOVE FUNCTION NUMVAL(WS-NUM-RAW)
                   TO CA-ITEM-VALUE(CA-TOTAL)
           END-IF

           DISPLAY "Reason code for the waivers (blank = AMNESTY): "
           MOVE SPACES TO WS-REASON-RAW
           ACCEPT WS-REASON-RAW
           INSPECT WS-REASON-RAW REPLACING ALL "," BY " "
           IF WS-REASON-RAW = SPACES
               MOVE "AMNESTY" TO WS-REASON-RAW
           END-IF

           COMPUTE WS-NEW-ID = WS-LAST-ID + 1
           MOVE WS-NEW-ID TO WS-LAST-ID
           MOVE WS-NEW-ID TO CA-ID(CA-TOTAL)
           MOVE WS-NAME-RAW TO CA-NAME(CA-TOTAL)
           MOVE WS-START-NUM TO CA-START(CA-TOTAL)
           MOVE WS-END-NUM TO CA-END(CA-TOTAL)
           MOVE SPACES TO CA-TYPES(CA-TOTAL)
           MOVE 0 TO WS-TYPE-HITS
           INSPECT WS-TYPES-RAW TALLYING WS-TYPE-HITS FOR ALL "O"
           IF WS-TYPE-HITS > 0
               MOVE "O" TO CA-TYPES(CA-TOTAL)(1:1)
           END-IF
           MOVE 0 TO WS-TYPE-HITS
           INSPECT WS-TYPES-RAW TALLYING WS-TYPE-HITS FOR ALL "L"
           IF WS-TYPE-HITS > 0
               MOVE "L" TO CA-TYPES(CA-TOTAL)(2:1)
           END-IF
           MOVE 0 TO WS-TYPE-HITS
           INSPECT WS-TYPES-RAW TALLYING WS-TYPE-HITS FOR ALL "K"
           IF WS-TYPE-HITS > 0
               MOVE "K" TO CA-TYPES(CA-TOTAL)(3:1)
           END-IF
           EVALUATE WS-RULE-CHOICE
               WHEN 1
                   MOVE "RETURN" TO CA-RULE(CA-TOTAL)
               WHEN 2
                   MOVE "ALL" TO CA-RULE(CA-TOTAL)
               WHEN 3
                   MOVE "FOOD" TO CA-RULE(CA-TOTAL)
           END-EVALUATE
           MOVE WS-REASON-RAW TO CA-REASON(CA-TOTAL)
           MOVE "OPEN" TO CA-STATUS(CA-TOTAL)
           PERFORM SAVE-CAMPAIGN-TABLE
           DISPLAY "Campaign " WS-NEW-ID " -- "
               FUNCTION TRIM(CA-NAME(CA-TOTAL)) " -- runs "
               CA-START(CA-TOTAL) " to " CA-END(CA-TOTAL) ".".
       DEFINE-CAMPAIGN-EXIT.
           EXIT.

      * Food for fines: the items a member hands in during the
      * campaign are logged here and turned into credit when the
      * campaign is next applied.
       RECORD-DONATION.
           DISPLAY "Campaign ID: "
           ACCEPT WS-CAMPAIGN-RAW
           MOVE FUNCTION TRIM(WS-CAMPAIGN-RAW) TO WS-CAMPAIGN-ID
           PERFORM FIND-CAMPAIGN
           IF CA-MATCH-IDX = 0
               DISPLAY "No such campaign."
               GO TO RECORD-DONATION-EXIT
           END-IF
           IF CA-RULE(CA-MATCH-IDX) NOT = "FOOD"
               DISPLAY "That is not a food-for-fines campaign."
               GO TO RECORD-DONATION-EXIT
           END-IF
           IF CA-STATUS(CA-MATCH-IDX) NOT = "OPEN" OR
              TODAY < CA-START(CA-MATCH-IDX) OR
              TODAY > CA-END(CA-MATCH-IDX)
               DISPLAY "That campaign is not running today."
               GO TO RECORD-DONATION-EXIT
           END-IF
           DISPLAY "Member ID: "
           ACCEPT WS-MEMBER-ID-RAW
           MOVE FUNCTION TRIM(WS-MEMBER-ID-RAW) TO WS-MEMBER-ID
           PERFORM LOOKUP-MEMBER
           IF LOOKUP-FOUND NOT = 'Y'
               DISPLAY "Member not found."
               GO TO RECORD-DONATION-EXIT
           END-IF
           DISPLAY "Number of items donated: "
           MOVE SPACES TO WS-NUM-RAW
           ACCEPT WS-NUM-RAW
           IF FUNCTION TRIM(WS-NUM-RAW) IS NOT NUMERIC OR
              FUNCTION NUMVAL(WS-NUM-RAW) = 0 OR
              FUNCTION NUMVAL(WS-NUM-RAW) > 999
               DISPLAY "Invalid number of items."
               GO TO RECORD-DONATION-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-NUM-RAW) TO WS-ITEMS

           OPEN EXTEND DONATION-FILE
           IF DONATION-STATUS = "05" OR DONATION-STATUS = "35"
               OPEN OUTPUT DONATION-FILE
           END-IF
           MOVE SPACES TO DONATION-REC
           STRING CA-ID(CA-MATCH-IDX) DELIMITED BY SIZE ","
                  WS-MEMBER-ID DELIMITED BY SIZE ","
                  WS-ITEMS DELIMITED BY SIZE ","
                  TODAY DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE
               INTO DONATION-REC
           WRITE DONATION-REC
           CLOSE DONATION-FILE
           COMPUTE WS-CREDIT-VALUE =
               WS-ITEMS * CA-ITEM-VALUE(CA-MATCH-IDX)
           DISPLAY WS-ITEMS " item(s) from " FUNCTION TRIM(LOOKUP-NAME)
               " recorded -- worth " WS-CREDIT-VALUE
               " MMK of fines when the campaign is next applied.".
       RECORD-DONATION-EXIT.
           EXIT.

      * Every OPEN campaign that has started is applied in turn. A
      * campaign whose end date has passed gets this one last pass
      * (returns up to its end date still count) and is then closed.
       RUN-ALL-CAMPAIGNS.
           MOVE 0 TO CNT-WAIVED
           MOVE 0 TO SUM-WAIVED
           MOVE 0 TO CNT-LIFTED
           MOVE 0 TO RM-TOTAL
           MOVE 'N' TO CA-CHANGED
           PERFORM LOAD-RETURN-TABLE
           PERFORM FIND-LAST-REQUEST-ID
           PERFORM VARYING CA-IDX FROM 1 BY 1 UNTIL CA-IDX > CA-TOTAL
               IF CA-STATUS(CA-IDX) = "OPEN" AND
                  CA-START(CA-IDX) NOT > TODAY
                   PERFORM APPLY-CAMPAIGN THRU APPLY-CAMPAIGN-EXIT
                   IF CA-END(CA-IDX) < TODAY
                       MOVE "CLOSED" TO CA-STATUS(CA-IDX)
                       MOVE 'Y' TO CA-CHANGED
                   END-IF
               END-IF
           END-PERFORM
           IF RM-TOTAL > 0
               PERFORM LIFT-SUSPENSIONS THRU LIFT-SUSPENSIONS-EXIT
           END-IF
           IF CA-CHANGED = 'Y'
               PERFORM SAVE-CAMPAIGN-TABLE
           END-IF
           IF WS-BATCH-MODE = 'Y'
               IF CNT-WAIVED > 0
                   DISPLAY "AMNESTY: " CNT-WAIVED " fine(s), "
                       SUM-WAIVED " MMK waived; " CNT-LIFTED
                       " suspension(s) lifted"
               END-IF
           ELSE
               DISPLAY CNT-WAIVED " fine(s) waived, " SUM-WAIVED
                   " MMK in all."
               DISPLAY CNT-LIFTED " member suspension(s) lifted."
           END-IF.

      * One pass of fine.csv for campaign CA-IDX: each unpaid fine of
      * an eligible type that passes the campaign's rule is waived
      * whole, as long as it keeps the member inside the maximum (or,
      * food for fines, inside the credit donated).
       APPLY-CAMPAIGN.
           IF CA-RULE(CA-IDX) = "ALL" AND CA-END(CA-IDX) < TODAY
               GO TO APPLY-CAMPAIGN-EXIT
           END-IF
           MOVE CA-END(CA-IDX) TO WS-WINDOW-TO
           IF TODAY < WS-WINDOW-TO
               MOVE TODAY TO WS-WINDOW-TO
           END-IF
           MOVE SPACES TO WS-WAIVE-REASON
           STRING FUNCTION TRIM(CA-REASON(CA-IDX)) DELIMITED BY SIZE
                  " campaign " DELIMITED BY SIZE
                  CA-ID(CA-IDX) DELIMITED BY SIZE
               INTO WS-WAIVE-REASON
           PERFORM LOAD-ALLOWANCES THRU LOAD-ALLOWANCES-EXIT
           MOVE 0 TO CNT-CAMPAIGN-WAIVED

           OPEN INPUT FINE-FILE
           IF FINE-STATUS NOT = "00"
               GO TO APPLY-CAMPAIGN-EXIT
           END-IF
           OPEN OUTPUT FINE-TMP-FILE
           OPEN EXTEND WAIVER-FILE
           IF WAIVER-STATUS = "05" OR WAIVER-STATUS = "35"
               OPEN OUTPUT WAIVER-FILE
           END-IF
           OPEN EXTEND LEDGER-FILE
           IF LEDGER-STATUS = "05" OR LEDGER-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
           END-IF
           MOVE 'N' TO FILE-END
           PERFORM UNTIL FILE-END = 'Y'
               READ FINE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO FINE-ID-F FINE-TRAN-ID-F
                           FINE-MEMBER-ID-F FINE-DIFF-DAYS-F
                           FINE-AMOUNT-F PAID-FLAG-F PAID-DATE-F
                           PAID-AMOUNT-F
                       UNSTRING FINE-REC DELIMITED BY ","
                           INTO FINE-ID-F, FINE-TRAN-ID-F,
                                FINE-MEMBER-ID-F, FINE-DIFF-DAYS-F,
                                FINE-AMOUNT-F, PAID-FLAG-F,
                                PAID-DATE-F, PAID-AMOUNT-F
                       PERFORM CHECK-ONE-FINE THRU CHECK-ONE-FINE-EXIT
                       IF WS-WAIVE-IT = 'Y'
                           PERFORM WAIVE-ONE-FINE
                           MOVE SPACES TO FINE-TMP-REC
                           STRING FINE-ID-F DELIMITED BY SIZE ","
                                  FINE-TRAN-ID-F DELIMITED BY SIZE ","
                                  FINE-MEMBER-ID-F DELIMITED BY SIZE ","
                                  FINE-DIFF-DAYS-F DELIMITED BY SIZE ","
                                  FINE-AMOUNT-F DELIMITED BY SIZE ","
                                  PAID-FLAG-F DELIMITED BY SIZE ","
                                  PAID-DATE-F DELIMITED BY SIZE ","
                                  PAID-AMOUNT-F DELIMITED BY SIZE
                               INTO FINE-TMP-REC
                       ELSE
                           MOVE FINE-REC TO FINE-TMP-REC
                       END-IF
                       WRITE FINE-TMP-REC
               END-READ
           END-PERFORM
           CLOSE FINE-FILE
           CLOSE FINE-TMP-FILE
           CLOSE WAIVER-FILE
           CLOSE LEDGER-FILE
           MOVE 'N' TO FILE-END

           IF CNT-CAMPAIGN-WAIVED > 0
               MOVE "fine.csv" TO JNL-FILE
               PERFORM JOURNAL-FILE-REWRITE
               CALL "CBL_RENAME_FILE" USING FINE-TMP-PATH
                   FINE-REAL-PATH
                   RETURNING RENAME-STATUS
               END-CALL
           ELSE
               CALL "CBL_DELETE_FILE" USING FINE-TMP-PATH
                   RETURNING RENAME-STATUS
               END-CALL
           END-IF
           IF WS-BATCH-MODE NOT = 'Y'
               DISPLAY "Campaign " CA-ID(CA-IDX) " "
                   FUNCTION TRIM(CA-NAME(CA-IDX)) ": "
                   CNT-CAMPAIGN-WAIVED " fine(s) waived."
           END-IF.
       APPLY-CAMPAIGN-EXIT.
           EXIT.

      * Sets WS-WAIVE-IT when the fine just read qualifies under
      * campaign CA-IDX. Fine type is read off the row the way the
      * writers leave it: a KIT... transaction is a kit fee, 0
      * overdue days a lost-item replacement fee, otherwise overdue.
       CHECK-ONE-FINE.
           MOVE 'N' TO WS-WAIVE-IT
           IF PAID-FLAG-F NOT = "N"
               GO TO CHECK-ONE-FINE-EXIT
           END-IF
           MOVE 0 TO WS-FINE-DAYS
           IF FUNCTION TRIM(FINE-DIFF-DAYS-F) IS NUMERIC
               MOVE FUNCTION NUMVAL(FINE-DIFF-DAYS-F) TO WS-FINE-DAYS
           END-IF
           IF FINE-TRAN-ID-F(1:3) = "KIT"
               MOVE "K" TO WS-FINE-TYPE
           ELSE
               IF WS-FINE-DAYS > 0
                   MOVE "O" TO WS-FINE-TYPE
               ELSE
                   MOVE "L" TO WS-FINE-TYPE
               END-IF
           END-IF
           MOVE 0 TO WS-TYPE-HITS
           INSPECT CA-TYPES(CA-IDX) TALLYING WS-TYPE-HITS
               FOR ALL WS-FINE-TYPE
           IF WS-TYPE-HITS = 0
               GO TO CHECK-ONE-FINE-EXIT
           END-IF

           MOVE 0 TO WS-RETURN-DATE
           PERFORM VARYING LR-IDX FROM 1 BY 1 UNTIL LR-IDX > LR-TOTAL
               IF LR-TRAN(LR-IDX) = FINE-TRAN-ID-F
                   MOVE LR-DATE(LR-IDX) TO WS-RETURN-DATE
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-RECOVERED
           IF WS-RETURN-DATE NOT < CA-START(CA-IDX) AND
              WS-RETURN-DATE NOT > WS-WINDOW-TO
               MOVE 'Y' TO WS-RECOVERED
           END-IF
           IF CA-RULE(CA-IDX) = "RETURN" AND WS-RECOVERED NOT = 'Y'
               GO TO CHECK-ONE-FINE-EXIT
           END-IF

           MOVE 0 TO WS-FINE-AMT
           IF FUNCTION TRIM(FINE-AMOUNT-F) IS NUMERIC
               MOVE FUNCTION NUMVAL(FINE-AMOUNT-F) TO WS-FINE-AMT
           END-IF
           IF WS-FINE-AMT = 0
               GO TO CHECK-ONE-FINE-EXIT
           END-IF
           MOVE FINE-MEMBER-ID-F TO WS-MEMBER-ID
           PERFORM FIND-ALLOWANCE
           IF AM-MATCH-IDX = 0
               GO TO CHECK-ONE-FINE-EXIT
           END-IF
           IF CA-RULE(CA-IDX) = "FOOD"
               MOVE AM-DONATED(AM-MATCH-IDX) TO AM-CREDIT
               IF CA-MAX(CA-IDX) > 0 AND AM-CREDIT > CA-MAX(CA-IDX)
                   MOVE CA-MAX(CA-IDX) TO AM-CREDIT
               END-IF
               IF AM-WAIVED(AM-MATCH-IDX) + WS-FINE-AMT > AM-CREDIT
                   GO TO CHECK-ONE-FINE-EXIT
               END-IF
           ELSE
               IF CA-MAX(CA-IDX) > 0 AND
                  AM-WAIVED(AM-MATCH-IDX) + WS-FINE-AMT > CA-MAX(CA-IDX)
                   GO TO CHECK-ONE-FINE-EXIT
               END-IF
           END-IF
           MOVE 'Y' TO WS-WAIVE-IT.
       CHECK-ONE-FINE-EXIT.
           EXIT.

      * The fine goes "W" exactly as an approved single waiver leaves
      * it (FineWaiverApproval.cbl), with an APPROVED request row of
      * its own carrying the campaign's reason code.
       WAIVE-ONE-FINE.
           MOVE "W" TO PAID-FLAG-F
           MOVE FINE-AMOUNT-F TO PAID-AMOUNT-F
           MOVE WS-DATE-TODAY TO PAID-DATE-F
           ADD WS-FINE-AMT TO AM-WAIVED(AM-MATCH-IDX)
           ADD 1 TO CNT-CAMPAIGN-WAIVED
           ADD 1 TO CNT-WAIVED
           ADD WS-FINE-AMT TO SUM-WAIVED

           COMPUTE WS-NEW-REQ-ID = WS-LAST-REQ-ID + 1
           MOVE WS-NEW-REQ-ID TO WS-LAST-REQ-ID
           MOVE SPACES TO WAIVER-REC
           STRING WS-NEW-REQ-ID DELIMITED BY SIZE ","
                  FINE-ID-F DELIMITED BY SIZE ","
                  FINE-MEMBER-ID-F DELIMITED BY SIZE ","
                  FINE-AMOUNT-F DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-WAIVE-REASON) DELIMITED BY SIZE ","
                  WS-DATE-TODAY DELIMITED BY SIZE ","
                  "APPROVED" DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE ","
                  WS-DATE-TODAY DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE
               INTO WAIVER-REC
           WRITE WAIVER-REC

           MOVE SPACES TO LEDGER-REC
           STRING CA-ID(CA-IDX) DELIMITED BY SIZE ","
                  FINE-ID-F DELIMITED BY SIZE ","
                  FINE-MEMBER-ID-F DELIMITED BY SIZE ","
                  FUNCTION TRIM(FINE-TRAN-ID-F) DELIMITED BY SIZE ","
                  WS-FINE-TYPE DELIMITED BY SIZE ","
                  WS-FINE-AMT DELIMITED BY SIZE ","
                  TODAY DELIMITED BY SIZE ","
                  WS-RECOVERED DELIMITED BY SIZE
               INTO LEDGER-REC
           WRITE LEDGER-REC

           MOVE 0 TO RM-MATCH-IDX
           PERFORM VARYING RM-IDX FROM 1 BY 1 UNTIL RM-IDX > RM-TOTAL
               IF RM-MEMBER(RM-IDX) = FINE-MEMBER-ID-F
                   MOVE RM-IDX TO RM-MATCH-IDX
               END-IF
           END-PERFORM
           IF RM-MATCH-IDX = 0 AND RM-TOTAL < 1000
               ADD 1 TO RM-TOTAL
               MOVE RM-TOTAL TO RM-MATCH-IDX
               MOVE FINE-MEMBER-ID-F TO RM-MEMBER(RM-TOTAL)
           END-IF
           IF RM-MATCH-IDX > 0
               MOVE CA-ID(CA-IDX) TO RM-CAMPAIGN(RM-MATCH-IDX)
           END-IF.

      * After every campaign has run: a SUSPENDED member the run
      * waived fines for, and who now has no "N" fine left, is
      * reinstated -- PayFine.cbl's rule for a member who pays off.
       LIFT-SUSPENSIONS.
           PERFORM VARYING RM-IDX FROM 1 BY 1 UNTIL RM-IDX > RM-TOTAL
               MOVE 'N' TO RM-UNPAID(RM-IDX)
           END-PERFORM
           MOVE 'N' TO FILE-END
           OPEN INPUT FINE-FILE
           IF FINE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ FINE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO PAID-FLAG-F
                       UNSTRING FINE-REC DELIMITED BY ","
                           INTO FINE-ID-F, FINE-TRAN-ID-F,
                                FINE-MEMBER-ID-F, FINE-DIFF-DAYS-F,
                                FINE-AMOUNT-F, PAID-FLAG-F
                       IF PAID-FLAG-F = "N"
                           PERFORM VARYING RM-IDX FROM 1 BY 1
                                   UNTIL RM-IDX > RM-TOTAL
                               IF RM-MEMBER(RM-IDX) = FINE-MEMBER-ID-F
                                   MOVE 'Y' TO RM-UNPAID(RM-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF FINE-STATUS = "00" OR FINE-STATUS = "10"
               CLOSE FINE-FILE
           END-IF
           MOVE 'N' TO FILE-END

           PERFORM LOAD-MEMBER-TABLE
           IF MB-TOTAL = 0
               GO TO LIFT-SUSPENSIONS-EXIT
           END-IF
           OPEN EXTEND REINSTATE-FILE
           IF REINSTATE-STATUS = "05" OR REINSTATE-STATUS = "35"
               OPEN OUTPUT REINSTATE-FILE
           END-IF
           PERFORM VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > MB-TOTAL
               IF MB-FLAG(MB-IDX) = "SUSPENDED"
                   PERFORM VARYING RM-IDX FROM 1 BY 1
                           UNTIL RM-IDX > RM-TOTAL
                       IF RM-MEMBER(RM-IDX) = MB-ID(MB-IDX) AND
                          RM-UNPAID(RM-IDX) = 'N'
                           MOVE "ACTIVE" TO MB-FLAG(MB-IDX)
                           ADD 1 TO CNT-LIFTED
                           MOVE SPACES TO REINSTATE-REC
                           STRING RM-CAMPAIGN(RM-IDX) DELIMITED BY SIZE
                                  ","
                                  MB-ID(MB-IDX) DELIMITED BY SIZE ","
                                  TODAY DELIMITED BY SIZE
                               INTO REINSTATE-REC
                           WRITE REINSTATE-REC
                           IF WS-BATCH-MODE NOT = 'Y'
                               DISPLAY "Member " MB-ID(MB-IDX) " "
                                   FUNCTION TRIM(MB-NAME(MB-IDX))
                                   " -- suspension lifted."
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE REINSTATE-FILE
           IF CNT-LIFTED > 0
               PERFORM SAVE-MEMBER-TABLE
           END-IF.
       LIFT-SUSPENSIONS-EXIT.
           EXIT.

      * What campaign CA-MATCH-IDX has done so far, off its waiver log,
      * reinstatements and (food for fines) donations.
       CAMPAIGN-REPORT.
           DISPLAY "Campaign ID: "
           ACCEPT WS-CAMPAIGN-RAW
           MOVE FUNCTION TRIM(WS-CAMPAIGN-RAW) TO WS-CAMPAIGN-ID
           PERFORM FIND-CAMPAIGN
           IF CA-MATCH-IDX = 0
               DISPLAY "No such campaign."
               GO TO CAMPAIGN-REPORT-EXIT
           END-IF
           MOVE 0 TO RP-FINES RP-AMOUNT RP-RECOVERED RP-MEMBERS
               RP-LIFTED RP-DONORS RP-ITEMS
           PERFORM VARYING RP-TYPE-IDX FROM 1 BY 1 UNTIL RP-TYPE-IDX > 3
               MOVE 0 TO RP-TYPE-COUNT(RP-TYPE-IDX)
               MOVE 0 TO RP-TYPE-AMOUNT(RP-TYPE-IDX)
           END-PERFORM
           MOVE 0 TO AM-TOTAL

           MOVE 'N' TO FILE-END
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LEDGER-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM UNSTRING-LEDGER
                       IF LD-CAMPAIGN-F = CA-ID(CA-MATCH-IDX)
                           PERFORM TALLY-ONE-WAIVER
                       END-IF
               END-READ
           END-PERFORM
           IF LEDGER-STATUS = "00" OR LEDGER-STATUS = "10"
               CLOSE LEDGER-FILE
           END-IF
           MOVE AM-TOTAL TO RP-MEMBERS

           MOVE 'N' TO FILE-END
           OPEN INPUT DONATION-FILE
           IF DONATION-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           MOVE 0 TO AM-TOTAL
           PERFORM UNTIL FILE-END = 'Y'
               READ DONATION-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM UNSTRING-DONATION
                       IF DN-CAMPAIGN-F = CA-ID(CA-MATCH-IDX)
                           ADD FUNCTION NUMVAL(DN-ITEMS-F) TO RP-ITEMS
                           MOVE DN-MEMBER-F TO WS-MEMBER-ID
                           PERFORM FIND-ALLOWANCE
                       END-IF
               END-READ
           END-PERFORM
           IF DONATION-STATUS = "00" OR DONATION-STATUS = "10"
               CLOSE DONATION-FILE
           END-IF
           MOVE AM-TOTAL TO RP-DONORS

           DISPLAY " "
           DISPLAY "FINE AMNESTY CAMPAIGN REPORT"
           DISPLAY HEADER-LINE
           DISPLAY "Campaign  : " CA-ID(CA-MATCH-IDX) " "
               FUNCTION TRIM(CA-NAME(CA-MATCH-IDX)) "  ("
               FUNCTION TRIM(CA-STATUS(CA-MATCH-IDX)) ")"
           DISPLAY "Window    : " CA-START(CA-MATCH-IDX) " to "
               CA-END(CA-MATCH-IDX) "   Rule: "
               FUNCTION TRIM(CA-RULE(CA-MATCH-IDX)) "   Types: "
               CA-TYPES(CA-MATCH-IDX)
           DISPLAY "Reason    : " FUNCTION TRIM(CA-REASON(CA-MATCH-IDX))
               "   Max per member: " CA-MAX(CA-MATCH-IDX) " MMK"
           DISPLAY HEADER-LINE
           DISPLAY "Items recovered (returned in the window) : "
               RP-RECOVERED
           DISPLAY "Fines forgiven                           : "
               RP-FINES
           DISPLAY "Amount forgiven, MMK                     : "
               RP-AMOUNT
           PERFORM VARYING RP-TYPE-IDX FROM 1 BY 1 UNTIL RP-TYPE-IDX > 3
               EVALUATE RP-TYPE-IDX
                   WHEN 1
                       MOVE "  overdue" TO RP-TYPE-NAME
                   WHEN 2
                       MOVE "  lost/replacement" TO RP-TYPE-NAME
                   WHEN 3
                       MOVE "  kit" TO RP-TYPE-NAME
               END-EVALUATE
               DISPLAY RP-TYPE-NAME "  " RP-TYPE-COUNT(RP-TYPE-IDX)
                   " fine(s)  " RP-TYPE-AMOUNT(RP-TYPE-IDX) " MMK"
           END-PERFORM
           DISPLAY "Members helped                           : "
               RP-MEMBERS
           IF CA-RULE(CA-MATCH-IDX) = "FOOD"
               DISPLAY "Items donated                            : "
                   RP-ITEMS " from " RP-DONORS " member(s)"
           END-IF
           DISPLAY HEADER-LINE
           DISPLAY "Members whose suspension was lifted:"
           MOVE 'N' TO FILE-END
           OPEN INPUT REINSTATE-FILE
           IF REINSTATE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ REINSTATE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO RI-CAMPAIGN-F RI-MEMBER-F
                           RI-DATE-F
                       UNSTRING REINSTATE-REC DELIMITED BY ","
                           INTO RI-CAMPAIGN-F, RI-MEMBER-F, RI-DATE-F
                       IF RI-CAMPAIGN-F = CA-ID(CA-MATCH-IDX)
                           ADD 1 TO RP-LIFTED
                           MOVE RI-MEMBER-F TO WS-MEMBER-ID
                           PERFORM LOOKUP-MEMBER
                           DISPLAY "  " RI-MEMBER-F "  " LOOKUP-NAME
                               "  " RI-DATE-F
                       END-IF
               END-READ
           END-PERFORM
           IF REINSTATE-STATUS = "00" OR REINSTATE-STATUS = "10"
               CLOSE REINSTATE-FILE
           END-IF
           MOVE 'N' TO FILE-END
           DISPLAY "Suspensions lifted                       : "
               RP-LIFTED
           DISPLAY HEADER-LINE.
       CAMPAIGN-REPORT-EXIT.
           EXIT.

       TALLY-ONE-WAIVER.
           ADD 1 TO RP-FINES
           ADD FUNCTION NUMVAL(LD-AMOUNT-F) TO RP-AMOUNT
           IF LD-RECOVERED-F = 'Y'
               ADD 1 TO RP-RECOVERED
           END-IF
           EVALUATE LD-TYPE-F
               WHEN "O"
                   MOVE 1 TO RP-TYPE-IDX
               WHEN "L"
                   MOVE 2 TO RP-TYPE-IDX
               WHEN OTHER
                   MOVE 3 TO RP-TYPE-IDX
           END-EVALUATE
           ADD 1 TO RP-TYPE-COUNT(RP-TYPE-IDX)
           ADD FUNCTION NUMVAL(LD-AMOUNT-F)
               TO RP-TYPE-AMOUNT(RP-TYPE-IDX)
           MOVE LD-MEMBER-F TO WS-MEMBER-ID
           PERFORM FIND-ALLOWANCE.

       LIST-CAMPAIGNS.
           DISPLAY " "
           DISPLAY "ID    NAME                           START    END"
               "      TYP RULE   MAX    STATUS"
           DISPLAY HEADER-LINE
           PERFORM VARYING CA-IDX FROM 1 BY 1 UNTIL CA-IDX > CA-TOTAL
               DISPLAY CA-ID(CA-IDX) " " CA-NAME(CA-IDX) " "
                   CA-START(CA-IDX) " " CA-END(CA-IDX) " "
                   CA-TYPES(CA-IDX) " " CA-RULE(CA-IDX) " "
                   CA-MAX(CA-IDX) " " CA-STATUS(CA-IDX)
           END-PERFORM
           IF CA-TOTAL = 0
               DISPLAY "No campaigns defined."
           END-IF.

      * Ends a campaign early -- nothing further is waived under it.
       CLOSE-CAMPAIGN.
           DISPLAY "Campaign ID: "
           ACCEPT WS-CAMPAIGN-RAW
           MOVE FUNCTION TRIM(WS-CAMPAIGN-RAW) TO WS-CAMPAIGN-ID
           PERFORM FIND-CAMPAIGN
           IF CA-MATCH-IDX = 0
               DISPLAY "No such campaign."
               GO TO CLOSE-CAMPAIGN-EXIT
           END-IF
           IF CA-STATUS(CA-MATCH-IDX) NOT = "OPEN"
               DISPLAY "That campaign is already closed."
               GO TO CLOSE-CAMPAIGN-EXIT
           END-IF
           MOVE "CLOSED" TO CA-STATUS(CA-MATCH-IDX)
           PERFORM SAVE-CAMPAIGN-TABLE
           DISPLAY "Campaign " CA-ID(CA-MATCH-IDX) " closed.".
       CLOSE-CAMPAIGN-EXIT.
           EXIT.

       FIND-CAMPAIGN.
           MOVE 0 TO CA-MATCH-IDX
           IF FUNCTION TRIM(WS-CAMPAIGN-ID) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-CAMPAIGN-ID) TO WS-ID-NUM
               MOVE WS-ID-NUM TO WS-CAMPAIGN-ID
           END-IF
           PERFORM VARYING CA-IDX FROM 1 BY 1 UNTIL CA-IDX > CA-TOTAL
               IF CA-ID(CA-IDX) = WS-CAMPAIGN-ID
                   MOVE CA-IDX TO CA-MATCH-IDX
               END-IF
           END-PERFORM.

      * AM-MATCH-IDX for WS-MEMBER-ID, adding the member if new (0
      * only when the table is full).
       FIND-ALLOWANCE.
           MOVE 0 TO AM-MATCH-IDX
           PERFORM VARYING AM-IDX FROM 1 BY 1 UNTIL AM-IDX > AM-TOTAL
               IF AM-MEMBER(AM-IDX) = WS-MEMBER-ID
                   MOVE AM-IDX TO AM-MATCH-IDX
               END-IF
           END-PERFORM
           IF AM-MATCH-IDX = 0 AND AM-TOTAL < 1000
               ADD 1 TO AM-TOTAL
               MOVE AM-TOTAL TO AM-MATCH-IDX
               MOVE WS-MEMBER-ID TO AM-MEMBER(AM-TOTAL)
               MOVE 0 TO AM-WAIVED(AM-TOTAL)
               MOVE 0 TO AM-DONATED(AM-TOTAL)
           END-IF.

      * What campaign CA-IDX has already waived per member on earlier
      * runs, and the food-for-fines credit donated inside its window.
       LOAD-ALLOWANCES.
           MOVE 0 TO AM-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LEDGER-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM UNSTRING-LEDGER
                       IF LD-CAMPAIGN-F = CA-ID(CA-IDX)
                           MOVE LD-MEMBER-F TO WS-MEMBER-ID
                           PERFORM FIND-ALLOWANCE
                           IF AM-MATCH-IDX > 0
                               ADD FUNCTION NUMVAL(LD-AMOUNT-F)
                                   TO AM-WAIVED(AM-MATCH-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF LEDGER-STATUS = "00" OR LEDGER-STATUS = "10"
               CLOSE LEDGER-FILE
           END-IF
           MOVE 'N' TO FILE-END
           IF CA-RULE(CA-IDX) NOT = "FOOD"
               GO TO LOAD-ALLOWANCES-EXIT
           END-IF
           OPEN INPUT DONATION-FILE
           IF DONATION-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DONATION-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM UNSTRING-DONATION
                       IF DN-CAMPAIGN-F = CA-ID(CA-IDX) AND
                          DN-DATE-NUM NOT < CA-START(CA-IDX) AND
                          DN-DATE-NUM NOT > CA-END(CA-IDX)
                           MOVE DN-MEMBER-F TO WS-MEMBER-ID
                           PERFORM FIND-ALLOWANCE
                           IF AM-MATCH-IDX > 0
                               COMPUTE AM-DONATED(AM-MATCH-IDX) =
                                   AM-DONATED(AM-MATCH-IDX) +
                                   FUNCTION NUMVAL(DN-ITEMS-F) *
                                   CA-ITEM-VALUE(CA-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF DONATION-STATUS = "00" OR DONATION-STATUS = "10"
               CLOSE DONATION-FILE
           END-IF
           MOVE 'N' TO FILE-END.
       LOAD-ALLOWANCES-EXIT.
           EXIT.

       UNSTRING-LEDGER.
           MOVE SPACES TO LD-CAMPAIGN-F LD-FINE-F LD-MEMBER-F LD-TRAN-F
               LD-TYPE-F LD-AMOUNT-F LD-DATE-F LD-RECOVERED-F
           UNSTRING LEDGER-REC DELIMITED BY ","
               INTO LD-CAMPAIGN-F, LD-FINE-F, LD-MEMBER-F, LD-TRAN-F,
                    LD-TYPE-F, LD-AMOUNT-F, LD-DATE-F, LD-RECOVERED-F.

       UNSTRING-DONATION.
           MOVE SPACES TO DN-CAMPAIGN-F DN-MEMBER-F DN-ITEMS-F
               DN-DATE-F DN-STAFF-F
           UNSTRING DONATION-REC DELIMITED BY ","
               INTO DN-CAMPAIGN-F, DN-MEMBER-F, DN-ITEMS-F,
                    DN-DATE-F, DN-STAFF-F
           MOVE 0 TO DN-DATE-NUM
           IF DN-DATE-F IS NUMERIC
               MOVE DN-DATE-F TO DN-DATE-NUM
           END-IF.

      * Highest request number on fine-waiver-requests.csv, so the
      * campaign's rows carry on the numbering PayFine.cbl started.
       FIND-LAST-REQUEST-ID.
           MOVE 0 TO WS-LAST-REQ-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT WAIVER-FILE
           IF WAIVER-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ WAIVER-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO WS-REQ-ID-STR
                       UNSTRING WAIVER-REC DELIMITED BY ","
                           INTO WS-REQ-ID-STR
                       IF FUNCTION TRIM(WS-REQ-ID-STR) IS NUMERIC
                           MOVE FUNCTION NUMVAL(WS-REQ-ID-STR)
                               TO WS-ID-NUM
                           IF WS-ID-NUM > WS-LAST-REQ-ID
                               MOVE WS-ID-NUM TO WS-LAST-REQ-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WAIVER-STATUS = "00" OR WAIVER-STATUS = "10"
               CLOSE WAIVER-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-RETURN-TABLE.
           MOVE 0 TO LR-TOTAL
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
                       MOVE SPACES TO LG-TRAN-F LG-RETURN-F
                       UNSTRING LOG-REC DELIMITED BY ","
                           INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F,
                                LG-START-F, LG-END-F, LG-DUE-F,
                                LG-RETURN-F
                       MOVE SPACES TO LG-RETURN-YMD
                       STRING LG-RETURN-F(7:4) DELIMITED BY SIZE
                              LG-RETURN-F(4:2) DELIMITED BY SIZE
                              LG-RETURN-F(1:2) DELIMITED BY SIZE
                           INTO LG-RETURN-YMD
                       IF LG-RETURN-YMD IS NUMERIC AND LR-TOTAL < 5000
                           ADD 1 TO LR-TOTAL
                           MOVE LG-TRAN-F TO LR-TRAN(LR-TOTAL)
                           MOVE LG-RETURN-YMD TO LR-DATE(LR-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF LOG-STATUS = "00" OR LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOOKUP-MEMBER.
           MOVE 'N' TO LOOKUP-FOUND
           MOVE SPACES TO LOOKUP-NAME
           PERFORM LOAD-MEMBER-TABLE
           PERFORM VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > MB-TOTAL
               IF MB-ID(MB-IDX) = WS-MEMBER-ID
                   MOVE 'Y' TO LOOKUP-FOUND
                   MOVE MB-NAME(MB-IDX) TO LOOKUP-NAME
               END-IF
           END-PERFORM.

       LOAD-MEMBER-TABLE.
           MOVE 0 TO MB-TOTAL
           MOVE 1 TO MB-IDX
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
                       IF MB-TOTAL < 1000
                           PERFORM LOAD-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM
           IF MEMBER-STATUS = "00" OR MEMBER-STATUS = "10"
               CLOSE MEMBER-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-ONE-MEMBER.
           MOVE SPACES TO MEMBER-ENTRY(MB-IDX)
           MOVE 0 TO MB-QUOTE-COUNT
           INSPECT MEMBER-REC TALLYING MB-QUOTE-COUNT FOR ALL '"'
           IF MB-QUOTE-COUNT > 0
               UNSTRING MEMBER-REC DELIMITED BY '"'
                   INTO MB-ID-EMAIL, MB-ADDR(MB-IDX), MB-GENDER-FLAG
               UNSTRING MB-ID-EMAIL DELIMITED BY ","
                   INTO MB-ID(MB-IDX), MB-NAME(MB-IDX),
                        MB-EMAIL(MB-IDX)
               UNSTRING MB-GENDER-FLAG DELIMITED BY ","
                   INTO MB-DUMMY, MB-GENDER(MB-IDX), MB-FLAG(MB-IDX),
                        MB-EXPIRY(MB-IDX), MB-TIER(MB-IDX),
                        MB-NOTIFY(MB-IDX)
           ELSE
               UNSTRING MEMBER-REC DELIMITED BY ","
                   INTO MB-ID(MB-IDX), MB-NAME(MB-IDX),
                        MB-EMAIL(MB-IDX), MB-ADDR(MB-IDX),
                        MB-GENDER(MB-IDX), MB-FLAG(MB-IDX),
                        MB-EXPIRY(MB-IDX), MB-TIER(MB-IDX),
                        MB-NOTIFY(MB-IDX)
           END-IF
           IF MB-TIER(MB-IDX) = SPACES
               MOVE "STANDARD" TO MB-TIER(MB-IDX)
           END-IF
           IF MB-NOTIFY(MB-IDX) = SPACES
               MOVE "EMAIL" TO MB-NOTIFY(MB-IDX)
           END-IF
           ADD 1 TO MB-IDX
           ADD 1 TO MB-TOTAL.

      * Same quoted-address rewrite PayFine.cbl uses for this file.
       SAVE-MEMBER-TABLE.
           OPEN OUTPUT MEMBER-TMP-FILE
           PERFORM VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > MB-TOTAL
               MOVE FUNCTION TRIM(MB-ADDR(MB-IDX)) TO WS-ADDR-TRIMMED
               MOVE FUNCTION LENGTH(FUNCTION TRIM(MB-ADDR(MB-IDX)))
                   TO WS-ADDR-LEN
               MOVE 0 TO WS-ADDR-COMMA-COUNT
               INSPECT WS-ADDR-TRIMMED
                   TALLYING WS-ADDR-COMMA-COUNT FOR ALL ','
               MOVE SPACES TO WS-ADDR-ESCAPED
               IF WS-ADDR-COMMA-COUNT > 0
                   MOVE 1 TO WS-ADDR-OUT-IDX
                   MOVE '"' TO WS-ADDR-ESCAPED(WS-ADDR-OUT-IDX:1)
                   PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
                           UNTIL WS-ADDR-IDX > WS-ADDR-LEN
                       ADD 1 TO WS-ADDR-OUT-IDX
                       MOVE WS-ADDR-TRIMMED(WS-ADDR-IDX:1)
                           TO WS-ADDR-ESCAPED(WS-ADDR-OUT-IDX:1)
                   END-PERFORM
                   ADD 1 TO WS-ADDR-OUT-IDX
                   MOVE '"' TO WS-ADDR-ESCAPED(WS-ADDR-OUT-IDX:1)
               ELSE
                   MOVE WS-ADDR-TRIMMED TO WS-ADDR-ESCAPED
               END-IF

               MOVE SPACES TO MEMBER-TMP-REC
               STRING MB-ID(MB-IDX) DELIMITED BY SIZE ","
                      MB-NAME(MB-IDX) DELIMITED BY SIZE ","
                      MB-EMAIL(MB-IDX) DELIMITED BY SIZE ","
                      WS-ADDR-ESCAPED DELIMITED BY SIZE ","
                      MB-GENDER(MB-IDX) DELIMITED BY SIZE ","
                      MB-FLAG(MB-IDX) DELIMITED BY SIZE ","
                      MB-EXPIRY(MB-IDX) DELIMITED BY SIZE ","
                      MB-TIER(MB-IDX) DELIMITED BY SIZE ","
                      MB-NOTIFY(MB-IDX) DELIMITED BY SIZE
                   INTO MEMBER-TMP-REC
               WRITE MEMBER-TMP-REC
           END-PERFORM
           CLOSE MEMBER-TMP-FILE

           MOVE "members.csv" TO JNL-FILE
           PERFORM JOURNAL-FILE-REWRITE
           CALL "CBL_RENAME_FILE" USING MEMBER-TMP-PATH
               MEMBER-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL.

       LOAD-CAMPAIGN-TABLE.
           MOVE 0 TO CA-TOTAL
           MOVE 0 TO WS-LAST-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT CAMPAIGN-FILE
           IF CAMPAIGN-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ CAMPAIGN-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM LOAD-ONE-CAMPAIGN
                           THRU LOAD-ONE-CAMPAIGN-EXIT
               END-READ
           END-PERFORM
           IF CAMPAIGN-STATUS = "00" OR CAMPAIGN-STATUS = "10"
               CLOSE CAMPAIGN-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-ONE-CAMPAIGN.
           MOVE SPACES TO CA-ID-F CA-NAME-F CA-START-F CA-END-F
               CA-TYPES-F CA-RULE-F CA-MAX-F CA-REASON-F
               CA-ITEM-VALUE-F CA-STATUS-F
           UNSTRING CAMPAIGN-REC DELIMITED BY ","
               INTO CA-ID-F, CA-NAME-F, CA-START-F, CA-END-F,
                    CA-TYPES-F, CA-RULE-F, CA-MAX-F, CA-REASON-F,
                    CA-ITEM-VALUE-F, CA-STATUS-F
           IF FUNCTION TRIM(CA-ID-F) IS NOT NUMERIC OR
              CA-START-F IS NOT NUMERIC OR CA-END-F IS NOT NUMERIC
               GO TO LOAD-ONE-CAMPAIGN-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(CA-ID-F) TO WS-ID-NUM
           IF WS-ID-NUM > WS-LAST-ID
               MOVE WS-ID-NUM TO WS-LAST-ID
           END-IF
           IF CA-TOTAL < 50
               ADD 1 TO CA-TOTAL
               MOVE CA-ID-F TO CA-ID(CA-TOTAL)
               MOVE CA-NAME-F TO CA-NAME(CA-TOTAL)
               MOVE CA-START-F TO CA-START(CA-TOTAL)
               MOVE CA-END-F TO CA-END(CA-TOTAL)
               MOVE CA-TYPES-F TO CA-TYPES(CA-TOTAL)
               MOVE CA-RULE-F TO CA-RULE(CA-TOTAL)
               MOVE 0 TO CA-MAX(CA-TOTAL)
               IF FUNCTION TRIM(CA-MAX-F) IS NUMERIC
                   MOVE FUNCTION NUMVAL(CA-MAX-F) TO CA-MAX(CA-TOTAL)
               END-IF
               MOVE CA-REASON-F TO CA-REASON(CA-TOTAL)
               MOVE 0 TO CA-ITEM-VALUE(CA-TOTAL)
               IF FUNCTION TRIM(CA-ITEM-VALUE-F) IS NUMERIC
                   MOVE FUNCTION NUMVAL(CA-ITEM-VALUE-F)
                       TO CA-ITEM-VALUE(CA-TOTAL)
               END-IF
               MOVE CA-STATUS-F TO CA-STATUS(CA-TOTAL)
           END-IF.
       LOAD-ONE-CAMPAIGN-EXIT.
           EXIT.

       SAVE-CAMPAIGN-TABLE.
           OPEN OUTPUT CAMPAIGN-TMP-FILE
           PERFORM VARYING CA-IDX FROM 1 BY 1 UNTIL CA-IDX > CA-TOTAL
               MOVE SPACES TO CAMPAIGN-TMP-REC
               STRING FUNCTION TRIM(CA-ID(CA-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(CA-NAME(CA-IDX))
                          DELIMITED BY SIZE ","
                      CA-START(CA-IDX) DELIMITED BY SIZE ","
                      CA-END(CA-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(CA-TYPES(CA-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(CA-RULE(CA-IDX))
                          DELIMITED BY SIZE ","
                      CA-MAX(CA-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(CA-REASON(CA-IDX))
                          DELIMITED BY SIZE ","
                      CA-ITEM-VALUE(CA-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(CA-STATUS(CA-IDX))
                          DELIMITED BY SIZE
                   INTO CAMPAIGN-TMP-REC
               WRITE CAMPAIGN-TMP-REC
           END-PERFORM
           CLOSE CAMPAIGN-TMP-FILE
           CALL "CBL_RENAME_FILE" USING CAMPAIGN-TMP-PATH
               CAMPAIGN-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL.

      * Day journal (DayJournal.cbl): a rewrite of JNL-FILE checked
      * against the file it is about to replace.
       JOURNAL-FILE-REWRITE.
           MOVE "DIFF" TO JNL-MODE
           MOVE SPACES TO JNL-IMAGE
           CALL "DayJournal" USING JNL-MODE, JNL-PROGRAM, JNL-FILE,
               JNL-IMAGE.

       END PROGRAM FineAmnesty.
