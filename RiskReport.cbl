      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Suspicious-account risk report -- scores every member
      *          on members.csv against the patterns staff have seen
      *          behind card fraud and lost-stock abuse:
      *            ADDR   3 or more accounts at one postal address
      *            EMAIL  2 or more accounts on one e-mail address
      *            CARD   2 or more lost-card replacements, followed
      *                   back along the CARD re-key rows EditMember
      *                   writes to member-history.csv
      *            CLAIMS 2 or more claims-returned disputes
      *            LOST   each replacement bill (the 0-day fine.csv
      *                   rows) at or over the high-cost line
      *            WEEK1  as many loans in the first 7 days after
      *                   registration (card-queue.csv NEW row) as
      *                   the member's tier may hold at once
      *          Members scoring RISK-MIN-SCORE or more are written to
      *          ../risk-report.csv. Run nightly from NightlyBatch.cbl
      *          with no prompts; from the menu the flagged list is
      *          shown and the operator may mark members reviewed and
      *          cleared (../risk-reviewed.csv). A cleared member is
      *          left off the report until the score rises above the
      *          score they were cleared at.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RiskReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMBER-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "../member-history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT CLAIMS-FILE ASSIGN TO "../claims-returned.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLAIMS-STATUS.
           SELECT FINE-FILE ASSIGN TO "../fine.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINE-STATUS.
           SELECT CARD-QUEUE-FILE ASSIGN TO "../card-queue.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-QUEUE-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT POLICY-FILE ASSIGN TO "../policy.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POLICY-STATUS.
           SELECT REVIEWED-FILE ASSIGN TO "../risk-reviewed.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEWED-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../risk-report.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-FILE.
       01  MEMBER-REC         PIC X(200).
       FD  HISTORY-FILE.
       01  HISTORY-REC        PIC X(200).
       FD  CLAIMS-FILE.
       01  CLAIMS-REC         PIC X(100).
       FD  FINE-FILE.
       01  FINE-REC           PIC X(200).
       FD  CARD-QUEUE-FILE.
       01  CARD-QUEUE-REC     PIC X(100).
       FD  LOG-FILE.
       01  LOG-REC            PIC X(200).
       FD  POLICY-FILE.
       01  POLICY-REC         PIC X(100).
       FD  REVIEWED-FILE.
       01  REVIEWED-REC       PIC X(60).
       FD  REPORT-FILE.
       01  REPORT-LINE        PIC X(200).

       WORKING-STORAGE SECTION.
       01  MEMBER-STATUS       PIC XX.
       01  HISTORY-STATUS      PIC XX.
       01  CLAIMS-STATUS       PIC XX.
       01  FINE-STATUS         PIC XX.
       01  CARD-QUEUE-STATUS   PIC XX.
       01  LOG-STATUS          PIC XX.
       01  POLICY-STATUS       PIC XX.
       01  REVIEWED-STATUS     PIC XX.
       01  REPORT-STATUS       PIC XX.
       01  FILE-END            PIC X VALUE 'N'.

       01  TODAY               PIC 9(8).
       01  WS-RAW              PIC X(30).
       01  WS-MEMBER-ID        PIC X(5).

      * Scoring rules. A replacement bill at or over HIGH-COST-LIMIT
      * counts as a high-cost loss -- the flat fee the desk bills
      * today is 5000 MMK, so every lost item counts until the fee is
      * raised for dearer stock.
       01  RISK-MIN-SCORE      PIC 9(3) VALUE 2.
       01  ADDR-ACCOUNT-LIMIT  PIC 9(2) VALUE 3.
       01  EMAIL-ACCOUNT-LIMIT PIC 9(2) VALUE 2.
       01  CARD-REPLACE-LIMIT  PIC 9(2) VALUE 2.
       01  CLAIMS-LIMIT        PIC 9(2) VALUE 2.
       01  HIGH-COST-LIMIT     PIC 9(6) VALUE 5000.
       01  FIRST-WEEK-DAYS     PIC 9(2) VALUE 7.

      * Borrowing limit as BorrowBook.cbl works it out -- policy.csv
      * field 6 (default 3), +2 for PREMIUM, capped at 2 for
      * VISITOR and RECIPROCAL cards.
       01  MAX-BOOKS-PER-MEMBER PIC 9(2) VALUE 3.
       01  VISITOR-MAX-BOOKS   PIC 9(2) VALUE 2.
       01  POLICY-LOAN-DAYS-X  PIC X(3).
       01  POLICY-FINE-RATE-X  PIC X(6).
       01  POLICY-FINE-CAP-X   PIC X(6).
       01  POLICY-MAX-RENEW-X  PIC X(2).
       01  POLICY-REMINDER-X   PIC X(3).
       01  POLICY-MAX-BOOKS-X  PIC X(2).

       01  RISK-TABLE.
           05 RISK-ENTRY OCCURS 2000 TIMES.
              10  RM-ID          PIC X(5).
              10  RM-NAME        PIC X(30).
              10  RM-EMAIL       PIC X(35).
              10  RM-ADDR        PIC X(60).
              10  RM-TIER        PIC X(10).
              10  RM-LIMIT       PIC 9(2).
              10  RM-REG-DATE    PIC X(8).
              10  RM-ADDR-CNT    PIC 9(4).
              10  RM-EMAIL-CNT   PIC 9(4).
              10  RM-CARDS       PIC 9(3).
              10  RM-CLAIMS      PIC 9(3).
              10  RM-LOST        PIC 9(3).
              10  RM-WEEK1       PIC 9(3).
              10  RM-SCORE       PIC 9(3).
              10  RM-REASONS     PIC X(40).
              10  RM-CLEARED     PIC X.
              10  RM-CLEARED-SCORE PIC 9(3).
              10  RM-LISTED      PIC X.
       01  RM-TOTAL            PIC 9(4) VALUE 0.
       01  RM-IDX              PIC 9(4).
       01  RM-IDX-2            PIC 9(4).
       01  RM-MATCH-IDX        PIC 9(4).

      * CARD rows from member-history.csv: new id, old id.
       01  CARD-TABLE.
           05 CARD-ENTRY OCCURS 2000 TIMES.
              10  CD-NEW-ID      PIC X(5).
              10  CD-OLD-ID      PIC X(5).
       01  CD-TOTAL            PIC 9(4) VALUE 0.
       01  CD-IDX              PIC 9(4).
       01  CD-MATCH-IDX        PIC 9(4).
       01  WS-CHAIN-ID         PIC X(5).
       01  WS-CHAIN-HOPS       PIC 9(3).

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

       01  HS-ID-F             PIC X(5).
       01  HS-FIELD-F          PIC X(10).
       01  HS-OLD-F            PIC X(60).
       01  HS-NEW-F            PIC X(60).

       01  CL-CLAIM-F          PIC X(5).
       01  CL-TRAN-F           PIC X(5).
       01  CL-MEMBER-F         PIC X(5).

       01  FN-ID-F             PIC X(5).
       01  FN-TRAN-F           PIC X(10).
       01  FN-MEMBER-F         PIC X(5).
       01  FN-DAYS-F           PIC X(4).
       01  FN-AMOUNT-F         PIC X(8).
       01  WS-AMOUNT           PIC 9(8).

       01  CQ-MEMBER-F         PIC X(5).
       01  CQ-KIND-F           PIC X(10).
       01  CQ-DATE-F           PIC X(8).

       01  LG-TRAN-F           PIC X(5).
       01  LG-MEMBER-F         PIC X(5).
       01  LG-BOOK-F           PIC X(5).
       01  LG-SDT-F            PIC X(10).
       01  WS-START-YMD        PIC 9(8).
       01  WS-START-YMD-X REDEFINES WS-START-YMD.
           05 WS-START-YYYY    PIC X(4).
           05 WS-START-MM      PIC X(2).
           05 WS-START-DD      PIC X(2).
       01  WS-START-INT        PIC 9(8).
       01  WS-REG-YMD          PIC 9(8).
       01  WS-REG-INT          PIC 9(8).

       01  RV-MEMBER-F         PIC X(5).
       01  RV-DATE-F           PIC X(8).
       01  RV-OPER-F           PIC X(5).
       01  RV-SCORE-F          PIC X(3).

       01  WS-REASON-PTR       PIC 9(3).
       01  CNT-FLAGGED         PIC 9(5) VALUE 0.
       01  CNT-SUPPRESSED      PIC 9(5) VALUE 0.
       01  CNT-CLEARED         PIC 9(5) VALUE 0.
       01  SCORE-OUT           PIC ZZ9.
       01  CNT-OUT             PIC ZZZ9.
       01  CNT-OUT-2           PIC ZZZ9.
       01  CNT-OUT-3           PIC ZZ9.
       01  CNT-OUT-4           PIC ZZ9.
       01  CNT-OUT-5           PIC ZZ9.
       01  CNT-OUT-6           PIC ZZ9.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       01 RISK-COUNT-L PIC 9(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L,
           RISK-COUNT-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

      * USER-CHOICE 0 is the unattended nightly run -- score, write the
      * report and hand the count back. Any other value is the menu:
      * the same run, then the list on screen and the clearing prompt.
       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           MOVE 0 TO CNT-FLAGGED CNT-SUPPRESSED CNT-CLEARED
           IF USER-CHOICE NOT = 0
               DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
               DISPLAY "*     Suspicious-Account Risk Report      *"
               DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           END-IF

           PERFORM BUILD-RISK-REPORT THRU BUILD-RISK-REPORT-EXIT
           MOVE CNT-FLAGGED TO RISK-COUNT-L
           IF USER-CHOICE = 0
               GOBACK
           END-IF

           IF RM-TOTAL = 0
               DISPLAY "No members on ../members.csv."
               GOBACK
           END-IF
           PERFORM SHOW-FLAGGED-MEMBERS
           IF CNT-FLAGGED = 0
               GOBACK
           END-IF
           PERFORM CLEAR-FLAGGED-MEMBERS
           MOVE CNT-FLAGGED TO RISK-COUNT-L
           GOBACK.

       BUILD-RISK-REPORT.
           PERFORM LOAD-MEMBERS
           IF RM-TOTAL = 0
               GO TO BUILD-RISK-REPORT-EXIT
           END-IF
           PERFORM LOAD-LOAN-POLICY
           PERFORM SET-BORROW-LIMITS
           PERFORM COUNT-SHARED-CONTACTS
           PERFORM LOAD-CARD-REKEYS
           PERFORM COUNT-CARD-REPLACEMENTS
           PERFORM COUNT-CLAIMS
           PERFORM COUNT-LOST-ITEMS
           PERFORM LOAD-REGISTRATIONS
           PERFORM COUNT-FIRST-WEEK-LOANS
           PERFORM LOAD-REVIEWED
           PERFORM SCORE-MEMBERS
           PERFORM WRITE-RISK-REPORT.
       BUILD-RISK-REPORT-EXIT.
           EXIT.

      * Addresses and e-mails are compared upper-cased and trimmed so
      * "1 Main St" and "1 MAIN ST" are the same house.
       LOAD-MEMBERS.
           MOVE 0 TO RM-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT MEMBER-FILE
           IF MEMBER-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR RM-TOTAL >= 2000
               READ MEMBER-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM SPLIT-MEMBER-REC
                       IF MB-ID-F NOT = SPACES
                           PERFORM TAKE-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM
           IF MEMBER-STATUS = "00" OR MEMBER-STATUS = "10"
               CLOSE MEMBER-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       TAKE-ONE-MEMBER.
           ADD 1 TO RM-TOTAL
           INITIALIZE RISK-ENTRY(RM-TOTAL)
           MOVE MB-ID-F TO RM-ID(RM-TOTAL)
           MOVE MB-NAME-F TO RM-NAME(RM-TOTAL)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MB-EMAIL-F))
               TO RM-EMAIL(RM-TOTAL)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MB-ADDR-F))
               TO RM-ADDR(RM-TOTAL)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MB-TIER-F))
               TO RM-TIER(RM-TOTAL)
           MOVE 'N' TO RM-CLEARED(RM-TOTAL)
           MOVE 'N' TO RM-LISTED(RM-TOTAL).

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

       FIND-RISK-MEMBER.
           MOVE 0 TO RM-MATCH-IDX
           PERFORM VARYING RM-IDX FROM 1 BY 1
                   UNTIL RM-IDX > RM-TOTAL OR RM-MATCH-IDX > 0
               IF RM-ID(RM-IDX) = WS-MEMBER-ID
                   MOVE RM-IDX TO RM-MATCH-IDX
               END-IF
           END-PERFORM.

      * Same control row BorrowBook.cbl's LOAD-LOAN-POLICY reads.
       LOAD-LOAN-POLICY.
           OPEN INPUT POLICY-FILE
           IF POLICY-STATUS = "00"
               READ POLICY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO POLICY-MAX-BOOKS-X
                       UNSTRING POLICY-REC DELIMITED BY ","
                           INTO POLICY-LOAN-DAYS-X, POLICY-FINE-RATE-X,
                                POLICY-FINE-CAP-X, POLICY-MAX-RENEW-X,
                                POLICY-REMINDER-X, POLICY-MAX-BOOKS-X
                       IF POLICY-MAX-BOOKS-X NOT = SPACES AND
                          FUNCTION TRIM(POLICY-MAX-BOOKS-X) IS NUMERIC
                           MOVE FUNCTION NUMVAL(POLICY-MAX-BOOKS-X)
                               TO MAX-BOOKS-PER-MEMBER
                       END-IF
               END-READ
               CLOSE POLICY-FILE
           END-IF.

       SET-BORROW-LIMITS.
           PERFORM VARYING RM-IDX FROM 1 BY 1 UNTIL RM-IDX > RM-TOTAL
               MOVE MAX-BOOKS-PER-MEMBER TO RM-LIMIT(RM-IDX)
               EVALUATE RM-TIER(RM-IDX)
                   WHEN "PREMIUM"
                       ADD 2 TO RM-LIMIT(RM-IDX)
                   WHEN "VISITOR"
                   WHEN "RECIPROCAL"
                       IF RM-LIMIT(RM-IDX) > VISITOR-MAX-BOOKS
                           MOVE VISITOR-MAX-BOOKS TO RM-LIMIT(RM-IDX)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      * Each member's count includes the member themself, so 1 means
      * the address or e-mail is theirs alone.
       COUNT-SHARED-CONTACTS.
           PERFORM VARYING RM-IDX FROM 1 BY 1 UNTIL RM-IDX > RM-TOTAL
               PERFORM VARYING RM-IDX-2 FROM 1 BY 1
                       UNTIL RM-IDX-2 > RM-TOTAL
                   IF RM-ADDR(RM-IDX) NOT = SPACES AND
                      RM-ADDR(RM-IDX-2) = RM-ADDR(RM-IDX)
                       ADD 1 TO RM-ADDR-CNT(RM-IDX)
                   END-IF
                   IF RM-EMAIL(RM-IDX) NOT = SPACES AND
                      RM-EMAIL(RM-IDX-2) = RM-EMAIL(RM-IDX)
                       ADD 1 TO RM-EMAIL-CNT(RM-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * member-history.csv CARD rows: new id,CARD,old id,new id,date.
      * A replacement re-keys the member, so earlier replacements sit
      * under the ids they had at the time.
       LOAD-CARD-REKEYS.
           MOVE 0 TO CD-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR CD-TOTAL >= 2000
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO HS-ID-F HS-FIELD-F HS-OLD-F
                           HS-NEW-F
                       UNSTRING HISTORY-REC DELIMITED BY ","
                           INTO HS-ID-F, HS-FIELD-F, HS-OLD-F,
                                HS-NEW-F
                       IF FUNCTION TRIM(HS-FIELD-F) = "CARD"
                           ADD 1 TO CD-TOTAL
                           MOVE HS-ID-F TO CD-NEW-ID(CD-TOTAL)
                           MOVE HS-OLD-F TO CD-OLD-ID(CD-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF HISTORY-STATUS = "00" OR HISTORY-STATUS = "10"
               CLOSE HISTORY-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Walk back from the current id one CARD row at a time; the hop
      * limit stops a hand-edited loop in the file running forever.
       COUNT-CARD-REPLACEMENTS.
           PERFORM VARYING RM-IDX FROM 1 BY 1 UNTIL RM-IDX > RM-TOTAL
               MOVE RM-ID(RM-IDX) TO WS-CHAIN-ID
               MOVE 0 TO WS-CHAIN-HOPS
               MOVE 1 TO CD-MATCH-IDX
               PERFORM UNTIL CD-MATCH-IDX = 0 OR WS-CHAIN-HOPS >= 50
                   MOVE 0 TO CD-MATCH-IDX
                   PERFORM VARYING CD-IDX FROM 1 BY 1
                           UNTIL CD-IDX > CD-TOTAL OR CD-MATCH-IDX > 0
                       IF CD-NEW-ID(CD-IDX) = WS-CHAIN-ID
                           MOVE CD-IDX TO CD-MATCH-IDX
                       END-IF
                   END-PERFORM
                   IF CD-MATCH-IDX > 0
                       ADD 1 TO WS-CHAIN-HOPS
                       MOVE CD-OLD-ID(CD-MATCH-IDX) TO WS-CHAIN-ID
                   END-IF
               END-PERFORM
               MOVE WS-CHAIN-HOPS TO RM-CARDS(RM-IDX)
           END-PERFORM.

      * claims-returned.csv: claim,tran,member,book,date,searches,
      * status,operator -- every claim counts, whatever its outcome.
       COUNT-CLAIMS.
           MOVE 'N' TO FILE-END
           OPEN INPUT CLAIMS-FILE
           IF CLAIMS-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ CLAIMS-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO CL-CLAIM-F CL-TRAN-F CL-MEMBER-F
                       UNSTRING CLAIMS-REC DELIMITED BY ","
                           INTO CL-CLAIM-F, CL-TRAN-F, CL-MEMBER-F
                       MOVE CL-MEMBER-F TO WS-MEMBER-ID
                       PERFORM FIND-RISK-MEMBER
                       IF RM-MATCH-IDX > 0
                           ADD 1 TO RM-CLAIMS(RM-MATCH-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF CLAIMS-STATUS = "00" OR CLAIMS-STATUS = "10"
               CLOSE CLAIMS-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * A replacement bill is a fine.csv row with 0 overdue days --
      * ReturnBook.cbl's LOST return, a claim resolved lost, a kit's
      * missing piece and the nightly assumed-loss conversion all
      * write it that way. Paid or not, the item is gone.
       COUNT-LOST-ITEMS.
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
                       PERFORM TAKE-ONE-FINE THRU TAKE-ONE-FINE-EXIT
               END-READ
           END-PERFORM
           IF FINE-STATUS = "00" OR FINE-STATUS = "10"
               CLOSE FINE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       TAKE-ONE-FINE.
           MOVE SPACES TO FN-ID-F FN-TRAN-F FN-MEMBER-F FN-DAYS-F
               FN-AMOUNT-F
           UNSTRING FINE-REC DELIMITED BY ","
               INTO FN-ID-F, FN-TRAN-F, FN-MEMBER-F, FN-DAYS-F,
                    FN-AMOUNT-F
           IF FN-DAYS-F = SPACES OR
              FUNCTION TRIM(FN-DAYS-F) IS NOT NUMERIC
               GO TO TAKE-ONE-FINE-EXIT
           END-IF
           IF FUNCTION NUMVAL(FN-DAYS-F) NOT = 0
               GO TO TAKE-ONE-FINE-EXIT
           END-IF
           IF FN-AMOUNT-F = SPACES OR
              FUNCTION TRIM(FN-AMOUNT-F) IS NOT NUMERIC
               GO TO TAKE-ONE-FINE-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(FN-AMOUNT-F) TO WS-AMOUNT
           IF WS-AMOUNT < HIGH-COST-LIMIT
               GO TO TAKE-ONE-FINE-EXIT
           END-IF
           MOVE FN-MEMBER-F TO WS-MEMBER-ID
           PERFORM FIND-RISK-MEMBER
           IF RM-MATCH-IDX > 0
               ADD 1 TO RM-LOST(RM-MATCH-IDX)
           END-IF.
       TAKE-ONE-FINE-EXIT.
           EXIT.

      * card-queue.csv NEW rows (AddNewMember.cbl) carry the date the
      * member registered: member,NEW,YYYYMMDD,REGISTER,operator,...
       LOAD-REGISTRATIONS.
           MOVE 'N' TO FILE-END
           OPEN INPUT CARD-QUEUE-FILE
           IF CARD-QUEUE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ CARD-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO CQ-MEMBER-F CQ-KIND-F CQ-DATE-F
                       UNSTRING CARD-QUEUE-REC DELIMITED BY ","
                           INTO CQ-MEMBER-F, CQ-KIND-F, CQ-DATE-F
                       IF FUNCTION TRIM(CQ-KIND-F) = "NEW" AND
                          CQ-DATE-F IS NUMERIC
                           MOVE CQ-MEMBER-F TO WS-MEMBER-ID
                           PERFORM FIND-RISK-MEMBER
                           IF RM-MATCH-IDX > 0 AND
                              RM-REG-DATE(RM-MATCH-IDX) = SPACES
                               MOVE CQ-DATE-F
                                   TO RM-REG-DATE(RM-MATCH-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF CARD-QUEUE-STATUS = "00" OR CARD-QUEUE-STATUS = "10"
               CLOSE CARD-QUEUE-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * Every checkout in log.csv dated within FIRST-WEEK-DAYS of the
      * registration date counts, returned or not. The start date is
      * the dashless MMDDYYYY BorrowBook.cbl writes.
       COUNT-FIRST-WEEK-LOANS.
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
                       PERFORM TAKE-ONE-LOAN THRU TAKE-ONE-LOAN-EXIT
               END-READ
           END-PERFORM
           IF LOG-STATUS = "00" OR LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       TAKE-ONE-LOAN.
           MOVE SPACES TO LG-TRAN-F LG-MEMBER-F LG-BOOK-F LG-SDT-F
           UNSTRING LOG-REC DELIMITED BY ","
               INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F, LG-SDT-F
           IF LG-SDT-F(1:8) IS NOT NUMERIC
               GO TO TAKE-ONE-LOAN-EXIT
           END-IF
           MOVE LG-MEMBER-F TO WS-MEMBER-ID
           PERFORM FIND-RISK-MEMBER
           IF RM-MATCH-IDX = 0
               GO TO TAKE-ONE-LOAN-EXIT
           END-IF
           IF RM-REG-DATE(RM-MATCH-IDX) = SPACES
               GO TO TAKE-ONE-LOAN-EXIT
           END-IF
           MOVE RM-REG-DATE(RM-MATCH-IDX) TO WS-REG-YMD
           MOVE LG-SDT-F(5:4) TO WS-START-YYYY
           MOVE LG-SDT-F(1:2) TO WS-START-MM
           MOVE LG-SDT-F(3:2) TO WS-START-DD
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-START-YMD) NOT = 0 OR
              FUNCTION TEST-DATE-YYYYMMDD(WS-REG-YMD) NOT = 0
               GO TO TAKE-ONE-LOAN-EXIT
           END-IF
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(WS-START-YMD)
           COMPUTE WS-REG-INT = FUNCTION INTEGER-OF-DATE(WS-REG-YMD)
           IF WS-START-INT >= WS-REG-INT AND
              WS-START-INT < WS-REG-INT + FIRST-WEEK-DAYS
               ADD 1 TO RM-WEEK1(RM-MATCH-IDX)
           END-IF.
       TAKE-ONE-LOAN-EXIT.
           EXIT.

      * risk-reviewed.csv: member,YYYYMMDD,operator,score. The last row
      * for a member is the one that stands.
       LOAD-REVIEWED.
           MOVE 'N' TO FILE-END
           OPEN INPUT REVIEWED-FILE
           IF REVIEWED-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ REVIEWED-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO RV-MEMBER-F RV-DATE-F RV-OPER-F
                           RV-SCORE-F
                       UNSTRING REVIEWED-REC DELIMITED BY ","
                           INTO RV-MEMBER-F, RV-DATE-F, RV-OPER-F,
                                RV-SCORE-F
                       MOVE RV-MEMBER-F TO WS-MEMBER-ID
                       PERFORM FIND-RISK-MEMBER
                       IF RM-MATCH-IDX > 0 AND
                          RV-SCORE-F NOT = SPACES AND
                          FUNCTION TRIM(RV-SCORE-F) IS NUMERIC
                           MOVE 'Y' TO RM-CLEARED(RM-MATCH-IDX)
                           MOVE FUNCTION NUMVAL(RV-SCORE-F)
                               TO RM-CLEARED-SCORE(RM-MATCH-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF REVIEWED-STATUS = "00" OR REVIEWED-STATUS = "10"
               CLOSE REVIEWED-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * ADDR, EMAIL, CARD, CLAIMS and WEEK1 score 2 when they trip;
      * CARD and CLAIMS add 1 for each one past the limit, and every
      * high-cost lost item scores 1.
       SCORE-MEMBERS.
           PERFORM VARYING RM-IDX FROM 1 BY 1 UNTIL RM-IDX > RM-TOTAL
               MOVE 0 TO RM-SCORE(RM-IDX)
               MOVE SPACES TO RM-REASONS(RM-IDX)
               MOVE 1 TO WS-REASON-PTR
               IF RM-ADDR-CNT(RM-IDX) >= ADDR-ACCOUNT-LIMIT
                   ADD 2 TO RM-SCORE(RM-IDX)
                   STRING "ADDR " DELIMITED BY SIZE
                       INTO RM-REASONS(RM-IDX)
                       WITH POINTER WS-REASON-PTR
               END-IF
               IF RM-EMAIL-CNT(RM-IDX) >= EMAIL-ACCOUNT-LIMIT
                   ADD 2 TO RM-SCORE(RM-IDX)
                   STRING "EMAIL " DELIMITED BY SIZE
                       INTO RM-REASONS(RM-IDX)
                       WITH POINTER WS-REASON-PTR
               END-IF
               IF RM-CARDS(RM-IDX) >= CARD-REPLACE-LIMIT
                   COMPUTE RM-SCORE(RM-IDX) = RM-SCORE(RM-IDX) + 2
                       + RM-CARDS(RM-IDX) - CARD-REPLACE-LIMIT
                   STRING "CARD " DELIMITED BY SIZE
                       INTO RM-REASONS(RM-IDX)
                       WITH POINTER WS-REASON-PTR
               END-IF
               IF RM-CLAIMS(RM-IDX) >= CLAIMS-LIMIT
                   COMPUTE RM-SCORE(RM-IDX) = RM-SCORE(RM-IDX) + 2
                       + RM-CLAIMS(RM-IDX) - CLAIMS-LIMIT
                   STRING "CLAIMS " DELIMITED BY SIZE
                       INTO RM-REASONS(RM-IDX)
                       WITH POINTER WS-REASON-PTR
               END-IF
               IF RM-LOST(RM-IDX) > 0
                   ADD RM-LOST(RM-IDX) TO RM-SCORE(RM-IDX)
                   STRING "LOST " DELIMITED BY SIZE
                       INTO RM-REASONS(RM-IDX)
                       WITH POINTER WS-REASON-PTR
               END-IF
               IF RM-LIMIT(RM-IDX) > 0 AND
                  RM-WEEK1(RM-IDX) >= RM-LIMIT(RM-IDX)
                   ADD 2 TO RM-SCORE(RM-IDX)
                   STRING "WEEK1 " DELIMITED BY SIZE
                       INTO RM-REASONS(RM-IDX)
                       WITH POINTER WS-REASON-PTR
               END-IF
               IF RM-SCORE(RM-IDX) >= RISK-MIN-SCORE
                   IF RM-CLEARED(RM-IDX) = 'Y' AND
                      RM-SCORE(RM-IDX) <= RM-CLEARED-SCORE(RM-IDX)
                       ADD 1 TO CNT-SUPPRESSED
                   ELSE
                       MOVE 'Y' TO RM-LISTED(RM-IDX)
                       ADD 1 TO CNT-FLAGGED
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-RISK-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "MEMBER,NAME,SCORE,ACCOUNTS_AT_ADDRESS,"
                  DELIMITED BY SIZE
                  "ACCOUNTS_ON_EMAIL,CARD_REPLACEMENTS,CLAIMS,"
                  DELIMITED BY SIZE
                  "LOST_HIGH_COST,FIRST_WEEK_LOANS,BORROW_LIMIT,"
                  DELIMITED BY SIZE
                  "REASONS" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING RM-IDX FROM 1 BY 1 UNTIL RM-IDX > RM-TOTAL
               IF RM-LISTED(RM-IDX) = 'Y'
                   MOVE SPACES TO REPORT-LINE
                   STRING RM-ID(RM-IDX) DELIMITED BY SIZE ","
                          FUNCTION TRIM(RM-NAME(RM-IDX))
                              DELIMITED BY SIZE ","
                          RM-SCORE(RM-IDX) DELIMITED BY SIZE ","
                          RM-ADDR-CNT(RM-IDX) DELIMITED BY SIZE ","
                          RM-EMAIL-CNT(RM-IDX) DELIMITED BY SIZE ","
                          RM-CARDS(RM-IDX) DELIMITED BY SIZE ","
                          RM-CLAIMS(RM-IDX) DELIMITED BY SIZE ","
                          RM-LOST(RM-IDX) DELIMITED BY SIZE ","
                          RM-WEEK1(RM-IDX) DELIMITED BY SIZE ","
                          RM-LIMIT(RM-IDX) DELIMITED BY SIZE ","
                          FUNCTION TRIM(RM-REASONS(RM-IDX))
                              DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           CLOSE REPORT-FILE.

       SHOW-FLAGGED-MEMBERS.
           DISPLAY " "
           DISPLAY "ID    NAME                           SCORE  REASONS"
           DISPLAY "----- ------------------------------ -----  "
               "----------------------------------"
           PERFORM VARYING RM-IDX FROM 1 BY 1 UNTIL RM-IDX > RM-TOTAL
               IF RM-LISTED(RM-IDX) = 'Y'
                   MOVE RM-SCORE(RM-IDX) TO SCORE-OUT
                   DISPLAY RM-ID(RM-IDX) " " RM-NAME(RM-IDX) "  "
                       SCORE-OUT "  " FUNCTION TRIM(RM-REASONS(RM-IDX))
                   MOVE RM-ADDR-CNT(RM-IDX) TO CNT-OUT
                   MOVE RM-EMAIL-CNT(RM-IDX) TO CNT-OUT-2
                   MOVE RM-CARDS(RM-IDX) TO CNT-OUT-3
                   MOVE RM-CLAIMS(RM-IDX) TO CNT-OUT-4
                   MOVE RM-LOST(RM-IDX) TO CNT-OUT-5
                   MOVE RM-WEEK1(RM-IDX) TO CNT-OUT-6
                   DISPLAY "      address " CNT-OUT " e-mail " CNT-OUT-2
                       " cards " CNT-OUT-3 " claims " CNT-OUT-4
                       " lost " CNT-OUT-5 " week-1 loans " CNT-OUT-6
               END-IF
           END-PERFORM
           DISPLAY " "
           MOVE CNT-FLAGGED TO CNT-OUT
           MOVE CNT-SUPPRESSED TO CNT-OUT-2
           DISPLAY CNT-OUT " member(s) flagged, " CNT-OUT-2
               " already reviewed and cleared. Written to "
               "../risk-report.csv.".

      * Clearing records the score the member was cleared at; the
      * nightly run keeps them off the report until it goes higher.
       CLEAR-FLAGGED-MEMBERS.
           MOVE SPACES TO WS-RAW
           PERFORM UNTIL WS-RAW = "X"
               DISPLAY "Member ID to mark reviewed/cleared "
                   "(blank to finish): "
               MOVE SPACES TO WS-RAW
               ACCEPT WS-RAW
               IF WS-RAW = SPACES
                   MOVE "X" TO WS-RAW
               ELSE
                   PERFORM CLEAR-ONE-MEMBER THRU CLEAR-ONE-MEMBER-EXIT
                   MOVE SPACES TO WS-RAW
               END-IF
           END-PERFORM
           IF CNT-CLEARED > 0
               PERFORM WRITE-RISK-REPORT
           END-IF
           MOVE CNT-CLEARED TO CNT-OUT
           DISPLAY CNT-OUT " member(s) marked reviewed and cleared.".

       CLEAR-ONE-MEMBER.
           MOVE FUNCTION TRIM(WS-RAW) TO WS-MEMBER-ID
           PERFORM FIND-RISK-MEMBER
           IF RM-MATCH-IDX = 0
               DISPLAY "Member " WS-MEMBER-ID " not found."
               GO TO CLEAR-ONE-MEMBER-EXIT
           END-IF
           IF RM-LISTED(RM-MATCH-IDX) NOT = 'Y'
               DISPLAY "Member " WS-MEMBER-ID
                   " is not on tonight's risk list."
               GO TO CLEAR-ONE-MEMBER-EXIT
           END-IF
           OPEN EXTEND REVIEWED-FILE
           IF REVIEWED-STATUS = "05" OR REVIEWED-STATUS = "35"
               OPEN OUTPUT REVIEWED-FILE
           END-IF
           MOVE SPACES TO REVIEWED-REC
           STRING WS-MEMBER-ID DELIMITED BY SIZE ","
                  TODAY DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-OPERATOR-ID-L) DELIMITED BY SIZE ","
                  RM-SCORE(RM-MATCH-IDX) DELIMITED BY SIZE
               INTO REVIEWED-REC
           WRITE REVIEWED-REC
           CLOSE REVIEWED-FILE
           MOVE 'N' TO RM-LISTED(RM-MATCH-IDX)
           MOVE 'Y' TO RM-CLEARED(RM-MATCH-IDX)
           MOVE RM-SCORE(RM-MATCH-IDX)
               TO RM-CLEARED-SCORE(RM-MATCH-IDX)
           ADD 1 TO CNT-CLEARED
           SUBTRACT 1 FROM CNT-FLAGGED
           MOVE RM-SCORE(RM-MATCH-IDX) TO SCORE-OUT
           DISPLAY "Member " WS-MEMBER-ID " cleared at score "
               SCORE-OUT " -- not listed again unless it rises.".
       CLEAR-ONE-MEMBER-EXIT.
           EXIT.

       END PROGRAM RiskReport.
