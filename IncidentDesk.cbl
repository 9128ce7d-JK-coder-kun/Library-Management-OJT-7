      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Patron incidents and premises bans -- a record of
      *          abuse, damage and the like that used to live only in
      *          staff email. Incidents go on ../incidents.csv
      *          (incident_id,date,branch,member_id,category,
      *          witness_id,recorded_by,description,narrative); the
      *          member ID is blank and the description says who it
      *          was when the person is not a member. A ban is
      *          proposed by any operator on ../bans.csv (ban_id,
      *          member_id,incident_id,start,end,status,proposed_by,
      *          proposed_date,decided_by,decided_date,lifted_by,
      *          lifted_date,reason) and only a MANAGER login other
      *          than the proposer can approve or deny it, the same
      *          gate as RefundDesk.cbl. An APPROVED ban is enforced
      *          between its start and end dates through BanCheck.cbl.
      *          Managers also get the quarterly incident summary by
      *          branch and category (../incident-summary.csv).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IncidentDesk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "../incidents.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCIDENT-STATUS.
           SELECT BAN-FILE ASSIGN TO "../bans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAN-STATUS.
           SELECT BAN-TMP-FILE ASSIGN TO "../bans.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMBER-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "../incident-summary.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
       01  INCIDENT-REC       PIC X(300).
       FD  BAN-FILE.
       01  BAN-REC            PIC X(200).
       FD  BAN-TMP-FILE.
       01  BAN-TMP-REC        PIC X(200).
       FD  MEMBER-FILE.
       01  MEMBER-REC         PIC X(200).
       FD  SUMMARY-FILE.
       01  SUMMARY-REC        PIC X(100).

       WORKING-STORAGE SECTION.
       01  INCIDENT-STATUS    PIC XX.
       01  BAN-STATUS         PIC XX.
       01  MEMBER-STATUS      PIC XX.
       01  SUMMARY-STATUS     PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  RENAME-STATUS      PIC S9(9) COMP-5.

       01  WS-MENU-CHOICE     PIC 9.
       01  WS-CAT-CHOICE      PIC 9.
       01  WS-DECISION        PIC 9.
       01  WS-CONFIRM         PIC X.
       01  TODAY              PIC 9(8).
       01  TODAY-X            PIC X(8).

       01  WS-ID-RAW          PIC X(20).
       01  WS-DATE-RAW        PIC X(10).
       01  WS-MEMBER-ID       PIC X(5).
       01  WS-BAN-ID          PIC X(5).
       01  WS-INCIDENT-ID     PIC X(5).
       01  WS-INC-DATE        PIC X(8).
       01  WS-BRANCH          PIC X(10).
       01  WS-CATEGORY        PIC X(10).
       01  WS-WITNESS         PIC X(5).
       01  WS-DESCRIPTION     PIC X(60).
       01  WS-NARRATIVE       PIC X(150).
       01  WS-START           PIC X(8).
       01  WS-END             PIC X(8).
       01  WS-REASON          PIC X(60).
       01  WS-LAST-ID         PIC 9(5) VALUE 0.
       01  WS-NEW-ID          PIC 9(5).
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-WANT-STATUS     PIC X(10).
       01  WS-BAN-STATE       PIC X(9).

       01  MEMBER-ID-F        PIC X(5).
       01  MEMBER-NAME-F      PIC X(30).
       01  MEMBER-NAME        PIC X(30).

      * The six incident categories, in menu order. The quarterly
      * summary keeps one count per category in the same order.
       01  CATEGORY-VALUES.
           05  FILLER         PIC X(10) VALUE "ABUSE".
           05  FILLER         PIC X(10) VALUE "DAMAGE".
           05  FILLER         PIC X(10) VALUE "THEFT".
           05  FILLER         PIC X(10) VALUE "DISRUPTION".
           05  FILLER         PIC X(10) VALUE "SAFETY".
           05  FILLER         PIC X(10) VALUE "OTHER".
       01  CATEGORY-TABLE REDEFINES CATEGORY-VALUES.
           05  CAT-NAME       PIC X(10) OCCURS 6 TIMES.
       01  CAT-IDX            PIC 9.

       01  INCIDENT-TABLE.
           05 IN-ENTRY OCCURS 1000 TIMES.
              10  IN-ID          PIC X(5).
              10  IN-DATE        PIC X(8).
              10  IN-BRANCH      PIC X(10).
              10  IN-MEMBER      PIC X(5).
              10  IN-CATEGORY    PIC X(10).
              10  IN-WITNESS     PIC X(5).
              10  IN-BY          PIC X(5).
              10  IN-DESC        PIC X(60).
              10  IN-NARRATIVE   PIC X(150).
       01  IN-TOTAL           PIC 9(4) VALUE 0.
       01  IN-IDX             PIC 9(4).
       01  IN-SHOWN           PIC 9(4) VALUE 0.

       01  BAN-TABLE.
           05 BN-ENTRY OCCURS 500 TIMES.
              10  BN-ID          PIC X(5).
              10  BN-MEMBER      PIC X(5).
              10  BN-INCIDENT    PIC X(5).
              10  BN-START       PIC X(8).
              10  BN-END         PIC X(8).
              10  BN-STATUS      PIC X(10).
              10  BN-BY          PIC X(5).
              10  BN-DATE        PIC X(8).
              10  BN-DECIDED-BY  PIC X(5).
              10  BN-DECIDED-ON  PIC X(8).
              10  BN-LIFTED-BY   PIC X(5).
              10  BN-LIFTED-ON   PIC X(8).
              10  BN-REASON      PIC X(60).
       01  BN-TOTAL           PIC 9(3) VALUE 0.
       01  BN-IDX             PIC 9(3).
       01  BN-MATCH-IDX       PIC 9(3).
       01  BN-SHOWN           PIC 9(3) VALUE 0.

      * Quarterly summary -- one row per branch seen in the quarter.
       01  WS-YEAR-RAW        PIC X(10).
       01  WS-QTR-RAW         PIC X(5).
       01  SM-YEAR            PIC 9(4).
       01  SM-QUARTER         PIC 9.
       01  SM-FROM            PIC X(8).
       01  SM-TO              PIC X(8).
       01  SM-MONTH           PIC 9(2).
       01  SUMMARY-TABLE.
           05 SM-ENTRY OCCURS 50 TIMES.
              10  SM-BRANCH      PIC X(10).
              10  SM-COUNT       PIC 9(4) OCCURS 6 TIMES.
              10  SM-ROW-TOTAL   PIC 9(5).
       01  SM-TOTAL           PIC 9(2) VALUE 0.
       01  SM-IDX             PIC 9(2).
       01  SM-MATCH-IDX       PIC 9(2).
       01  SM-CAT-TOTAL       PIC 9(5) OCCURS 6 TIMES.
       01  SM-GRAND-TOTAL     PIC 9(5) VALUE 0.
       01  SM-BANS-STARTED    PIC 9(4) VALUE 0.
       01  SM-OUT             PIC Z(4)9.
       01  SM-LINE            PIC X(80).
       01  SM-PTR             PIC 9(3).

       01  HEADER-LINE        PIC X(70) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       01 WS-OPERATOR-ROLE-L PIC X(10).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L,
               WS-OPERATOR-ROLE-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           MOVE TODAY TO TODAY-X
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*      Patron Incidents and Bans          *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Log an incident"
           DISPLAY "2. Propose a premises ban"
           DISPLAY "3. Approve or deny pending bans (manager)"
           DISPLAY "4. Lift a ban early (manager)"
           DISPLAY "5. Incidents and bans for a member"
           DISPLAY "6. Quarterly incident summary (manager)"
           DISPLAY "7. Exit"
           DISPLAY "Enter your choice (1-7): "
           ACCEPT WS-MENU-CHOICE
           PERFORM LOAD-INCIDENT-TABLE
           PERFORM LOAD-BAN-TABLE
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM LOG-INCIDENT THRU LOG-INCIDENT-EXIT
               WHEN 2
                   PERFORM PROPOSE-BAN THRU PROPOSE-BAN-EXIT
               WHEN 3
                   PERFORM DECIDE-BAN THRU DECIDE-BAN-EXIT
               WHEN 4
                   PERFORM LIFT-BAN THRU LIFT-BAN-EXIT
               WHEN 5
                   PERFORM SHOW-MEMBER-RECORD
                       THRU SHOW-MEMBER-RECORD-EXIT
               WHEN 6
                   PERFORM QUARTERLY-SUMMARY
                       THRU QUARTERLY-SUMMARY-EXIT
               WHEN 7
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           GOBACK.

       LOG-INCIDENT.
           IF IN-TOTAL >= 1000
               DISPLAY "The incident file is full."
               GO TO LOG-INCIDENT-EXIT
           END-IF
           DISPLAY "Date of incident (YYYYMMDD, blank = today): "
           MOVE SPACES TO WS-DATE-RAW
           ACCEPT WS-DATE-RAW
           MOVE FUNCTION TRIM(WS-DATE-RAW) TO WS-DATE-RAW
           IF WS-DATE-RAW = SPACES
               MOVE TODAY-X TO WS-INC-DATE
           ELSE
               IF WS-DATE-RAW(1:8) IS NOT NUMERIC OR
                  WS-DATE-RAW(9:2) NOT = SPACES
                   DISPLAY "Date must be YYYYMMDD. Nothing logged."
                   GO TO LOG-INCIDENT-EXIT
               END-IF
               MOVE WS-DATE-RAW(1:8) TO WS-INC-DATE
               IF WS-INC-DATE > TODAY-X
                   DISPLAY "That date is in the future. Nothing "
                       "logged."
                   GO TO LOG-INCIDENT-EXIT
               END-IF
           END-IF

           DISPLAY "Branch (blank = MAIN): "
           MOVE SPACES TO WS-BRANCH
           ACCEPT WS-BRANCH
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BRANCH))
               TO WS-BRANCH
           IF WS-BRANCH = SPACES
               MOVE "MAIN" TO WS-BRANCH
           END-IF

           DISPLAY "Member ID (blank if not a member): "
           MOVE SPACES TO WS-ID-RAW
           ACCEPT WS-ID-RAW
           MOVE FUNCTION TRIM(WS-ID-RAW) TO WS-MEMBER-ID
           MOVE SPACES TO WS-DESCRIPTION
           IF WS-MEMBER-ID NOT = SPACES
               PERFORM FIND-MEMBER
               IF WS-FOUND NOT = 'Y'
                   DISPLAY "Member not found. Nothing logged."
                   GO TO LOG-INCIDENT-EXIT
               END-IF
               DISPLAY "Member " WS-MEMBER-ID " "
                   FUNCTION TRIM(MEMBER-NAME)
           ELSE
               DISPLAY "Describe the person involved: "
               ACCEPT WS-DESCRIPTION
               IF FUNCTION TRIM(WS-DESCRIPTION) = SPACES
                   DISPLAY "A description is needed when no member "
                       "ID is given. Nothing logged."
                   GO TO LOG-INCIDENT-EXIT
               END-IF
               INSPECT WS-DESCRIPTION REPLACING ALL "," BY ";"
           END-IF

           DISPLAY "Category: 1=Abuse  2=Damage  3=Theft  "
               "4=Disruption  5=Safety  6=Other"
           ACCEPT WS-CAT-CHOICE
           IF WS-CAT-CHOICE < 1 OR WS-CAT-CHOICE > 6
               DISPLAY "Invalid category. Nothing logged."
               GO TO LOG-INCIDENT-EXIT
           END-IF
           MOVE CAT-NAME(WS-CAT-CHOICE) TO WS-CATEGORY

           DISPLAY "Staff witness ID (blank = yourself): "
           MOVE SPACES TO WS-ID-RAW
           ACCEPT WS-ID-RAW
           MOVE FUNCTION TRIM(WS-ID-RAW) TO WS-WITNESS
           IF WS-WITNESS = SPACES
               MOVE WS-OPERATOR-ID-L TO WS-WITNESS
           END-IF

           DISPLAY "What happened: "
           MOVE SPACES TO WS-NARRATIVE
           ACCEPT WS-NARRATIVE
           IF FUNCTION TRIM(WS-NARRATIVE) = SPACES
               DISPLAY "An account of the incident is required. "
                   "Nothing logged."
               GO TO LOG-INCIDENT-EXIT
           END-IF
           INSPECT WS-NARRATIVE REPLACING ALL "," BY ";"

           MOVE 0 TO WS-LAST-ID
           PERFORM VARYING IN-IDX FROM 1 BY 1 UNTIL IN-IDX > IN-TOTAL
               IF FUNCTION NUMVAL(IN-ID(IN-IDX)) > WS-LAST-ID
                   MOVE FUNCTION NUMVAL(IN-ID(IN-IDX)) TO WS-LAST-ID
               END-IF
           END-PERFORM
           COMPUTE WS-NEW-ID = WS-LAST-ID + 1

           OPEN EXTEND INCIDENT-FILE
           IF INCIDENT-STATUS = "05" OR INCIDENT-STATUS = "35"
               OPEN OUTPUT INCIDENT-FILE
           END-IF
           MOVE SPACES TO INCIDENT-REC
           STRING WS-NEW-ID DELIMITED BY SIZE ","
                  WS-INC-DATE DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-BRANCH) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-MEMBER-ID) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-CATEGORY) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-WITNESS) DELIMITED BY SIZE ","
                  WS-OPERATOR-ID-L DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-DESCRIPTION) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-NARRATIVE) DELIMITED BY SIZE
               INTO INCIDENT-REC
           WRITE INCIDENT-REC
           CLOSE INCIDENT-FILE
           DISPLAY "Incident #" WS-NEW-ID " logged."
           IF WS-MEMBER-ID NOT = SPACES
               DISPLAY "If a ban is warranted, propose one from "
                   "option 2 quoting incident #" WS-NEW-ID "."
           END-IF.
       LOG-INCIDENT-EXIT.
           EXIT.

       PROPOSE-BAN.
           IF BN-TOTAL >= 500
               DISPLAY "The ban file is full."
               GO TO PROPOSE-BAN-EXIT
           END-IF
           DISPLAY "Member ID: "
           MOVE SPACES TO WS-ID-RAW
           ACCEPT WS-ID-RAW
           MOVE FUNCTION TRIM(WS-ID-RAW) TO WS-MEMBER-ID
           PERFORM FIND-MEMBER
           IF WS-FOUND NOT = 'Y'
               DISPLAY "Member not found."
               GO TO PROPOSE-BAN-EXIT
           END-IF
           DISPLAY "Member " WS-MEMBER-ID " "
               FUNCTION TRIM(MEMBER-NAME)

      * One live ban per member -- a pending proposal or an approved
      * ban that has not yet run out has to be settled first.
           PERFORM VARYING BN-IDX FROM 1 BY 1 UNTIL BN-IDX > BN-TOTAL
               IF BN-MEMBER(BN-IDX) = WS-MEMBER-ID
                   IF BN-STATUS(BN-IDX) = "PENDING" OR
                      (BN-STATUS(BN-IDX) = "APPROVED" AND
                       BN-END(BN-IDX) NOT < TODAY-X)
                       DISPLAY "Ban #" BN-ID(BN-IDX) " ("
                           FUNCTION TRIM(BN-STATUS(BN-IDX))
                           ") is already on file for this member."
                       GO TO PROPOSE-BAN-EXIT
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "Incident # behind the ban (blank if none): "
           MOVE SPACES TO WS-ID-RAW
           ACCEPT WS-ID-RAW
           MOVE SPACES TO WS-INCIDENT-ID
           IF FUNCTION TRIM(WS-ID-RAW) NOT = SPACES
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING IN-IDX FROM 1 BY 1
                       UNTIL IN-IDX > IN-TOTAL
                   IF FUNCTION NUMVAL(IN-ID(IN-IDX)) =
                      FUNCTION NUMVAL(WS-ID-RAW)
                       MOVE 'Y' TO WS-FOUND
                       MOVE IN-ID(IN-IDX) TO WS-INCIDENT-ID
                   END-IF
               END-PERFORM
               IF WS-FOUND NOT = 'Y'
                   DISPLAY "No incident with that number."
                   GO TO PROPOSE-BAN-EXIT
               END-IF
           END-IF

           DISPLAY "Ban starts (YYYYMMDD, blank = today): "
           MOVE SPACES TO WS-DATE-RAW
           ACCEPT WS-DATE-RAW
           MOVE FUNCTION TRIM(WS-DATE-RAW) TO WS-DATE-RAW
           IF WS-DATE-RAW = SPACES
               MOVE TODAY-X TO WS-START
           ELSE
               IF WS-DATE-RAW(1:8) IS NOT NUMERIC OR
                  WS-DATE-RAW(9:2) NOT = SPACES
                   DISPLAY "Date must be YYYYMMDD."
                   GO TO PROPOSE-BAN-EXIT
               END-IF
               MOVE WS-DATE-RAW(1:8) TO WS-START
               IF WS-START < TODAY-X
                   DISPLAY "A ban cannot start in the past."
                   GO TO PROPOSE-BAN-EXIT
               END-IF
           END-IF
           DISPLAY "Ban ends (YYYYMMDD, last day of the ban): "
           MOVE SPACES TO WS-DATE-RAW
           ACCEPT WS-DATE-RAW
           MOVE FUNCTION TRIM(WS-DATE-RAW) TO WS-DATE-RAW
           IF WS-DATE-RAW(1:8) IS NOT NUMERIC OR
              WS-DATE-RAW(9:2) NOT = SPACES
               DISPLAY "Date must be YYYYMMDD."
               GO TO PROPOSE-BAN-EXIT
           END-IF
           MOVE WS-DATE-RAW(1:8) TO WS-END
           IF WS-END < WS-START
               DISPLAY "The ban cannot end before it starts."
               GO TO PROPOSE-BAN-EXIT
           END-IF

           DISPLAY "Reason: "
           MOVE SPACES TO WS-REASON
           ACCEPT WS-REASON
           IF FUNCTION TRIM(WS-REASON) = SPACES
               DISPLAY "A reason is required."
               GO TO PROPOSE-BAN-EXIT
           END-IF
           INSPECT WS-REASON REPLACING ALL "," BY ";"

           MOVE 0 TO WS-LAST-ID
           PERFORM VARYING BN-IDX FROM 1 BY 1 UNTIL BN-IDX > BN-TOTAL
               IF FUNCTION NUMVAL(BN-ID(BN-IDX)) > WS-LAST-ID
                   MOVE FUNCTION NUMVAL(BN-ID(BN-IDX)) TO WS-LAST-ID
               END-IF
           END-PERFORM
           COMPUTE WS-NEW-ID = WS-LAST-ID + 1

           ADD 1 TO BN-TOTAL
           MOVE SPACES TO BN-ENTRY(BN-TOTAL)
           MOVE WS-NEW-ID TO BN-ID(BN-TOTAL)
           MOVE WS-MEMBER-ID TO BN-MEMBER(BN-TOTAL)
           MOVE WS-INCIDENT-ID TO BN-INCIDENT(BN-TOTAL)
           MOVE WS-START TO BN-START(BN-TOTAL)
           MOVE WS-END TO BN-END(BN-TOTAL)
           MOVE "PENDING" TO BN-STATUS(BN-TOTAL)
           MOVE WS-OPERATOR-ID-L TO BN-BY(BN-TOTAL)
           MOVE TODAY-X TO BN-DATE(BN-TOTAL)
           MOVE WS-REASON TO BN-REASON(BN-TOTAL)
           PERFORM REWRITE-BAN-TABLE
           DISPLAY "Ban #" WS-NEW-ID " on member " WS-MEMBER-ID
               " queued for manager approval.".
       PROPOSE-BAN-EXIT.
           EXIT.

      * Manager-only, and never on a ban the same manager proposed.
       DECIDE-BAN.
           IF FUNCTION TRIM(WS-OPERATOR-ROLE-L) NOT = "MANAGER"
               DISPLAY "Manager role required for this action."
               GO TO DECIDE-BAN-EXIT
           END-IF
           MOVE "PENDING" TO WS-WANT-STATUS
           PERFORM SHOW-BANS-BY-STATUS
           IF BN-SHOWN = 0
               DISPLAY "No pending ban proposals."
               GO TO DECIDE-BAN-EXIT
           END-IF
           DISPLAY "Enter ban # to decide (blank to exit): "
           MOVE SPACES TO WS-ID-RAW
           ACCEPT WS-ID-RAW
           IF FUNCTION TRIM(WS-ID-RAW) = SPACES
               GO TO DECIDE-BAN-EXIT
           END-IF
           MOVE FUNCTION TRIM(WS-ID-RAW) TO WS-BAN-ID
           PERFORM FIND-BAN
           IF BN-MATCH-IDX = 0
               DISPLAY "No pending ban with that number."
               GO TO DECIDE-BAN-EXIT
           END-IF
           IF BN-BY(BN-MATCH-IDX) = WS-OPERATOR-ID-L
               DISPLAY "A ban cannot be approved by the operator "
                   "who proposed it."
               GO TO DECIDE-BAN-EXIT
           END-IF
           IF BN-INCIDENT(BN-MATCH-IDX) NOT = SPACES
               PERFORM VARYING IN-IDX FROM 1 BY 1
                       UNTIL IN-IDX > IN-TOTAL
                   IF IN-ID(IN-IDX) = BN-INCIDENT(BN-MATCH-IDX)
                       PERFORM SHOW-ONE-INCIDENT
                   END-IF
               END-PERFORM
           END-IF

           DISPLAY "1=Approve  2=Deny"
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN 1
                   IF BN-END(BN-MATCH-IDX) < TODAY-X
                       DISPLAY "That ban's end date has already "
                           "passed -- deny it and propose a new one."
                       GO TO DECIDE-BAN-EXIT
                   END-IF
                   MOVE "APPROVED" TO BN-STATUS(BN-MATCH-IDX)
               WHEN 2
                   MOVE "DENIED" TO BN-STATUS(BN-MATCH-IDX)
               WHEN OTHER
                   DISPLAY "Invalid decision. No changes made."
                   GO TO DECIDE-BAN-EXIT
           END-EVALUATE
           MOVE WS-OPERATOR-ID-L TO BN-DECIDED-BY(BN-MATCH-IDX)
           MOVE TODAY-X TO BN-DECIDED-ON(BN-MATCH-IDX)
           PERFORM REWRITE-BAN-TABLE
           DISPLAY "Ban " BN-ID(BN-MATCH-IDX) " recorded as "
               FUNCTION TRIM(BN-STATUS(BN-MATCH-IDX)) ".".
       DECIDE-BAN-EXIT.
           EXIT.

      * An approved ban that has not yet run out can be ended early;
      * it stays on file as LIFTED with who lifted it and when.
       LIFT-BAN.
           IF FUNCTION TRIM(WS-OPERATOR-ROLE-L) NOT = "MANAGER"
               DISPLAY "Manager role required for this action."
               GO TO LIFT-BAN-EXIT
           END-IF
           MOVE "APPROVED" TO WS-WANT-STATUS
           PERFORM SHOW-BANS-BY-STATUS
           IF BN-SHOWN = 0
               DISPLAY "No approved bans to lift."
               GO TO LIFT-BAN-EXIT
           END-IF
           DISPLAY "Enter ban # to lift (blank to exit): "
           MOVE SPACES TO WS-ID-RAW
           ACCEPT WS-ID-RAW
           IF FUNCTION TRIM(WS-ID-RAW) = SPACES
               GO TO LIFT-BAN-EXIT
           END-IF
           MOVE FUNCTION TRIM(WS-ID-RAW) TO WS-BAN-ID
           PERFORM FIND-BAN
           IF BN-MATCH-IDX = 0
               DISPLAY "No approved ban with that number."
               GO TO LIFT-BAN-EXIT
           END-IF
           IF BN-END(BN-MATCH-IDX) < TODAY-X
               DISPLAY "That ban has already run out."
               GO TO LIFT-BAN-EXIT
           END-IF
           DISPLAY "Lift ban " BN-ID(BN-MATCH-IDX) " on member "
               BN-MEMBER(BN-MATCH-IDX) " (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "No changes made."
               GO TO LIFT-BAN-EXIT
           END-IF
           MOVE "LIFTED" TO BN-STATUS(BN-MATCH-IDX)
           MOVE WS-OPERATOR-ID-L TO BN-LIFTED-BY(BN-MATCH-IDX)
           MOVE TODAY-X TO BN-LIFTED-ON(BN-MATCH-IDX)
           PERFORM REWRITE-BAN-TABLE
           DISPLAY "Ban " BN-ID(BN-MATCH-IDX) " lifted.".
       LIFT-BAN-EXIT.
           EXIT.

       SHOW-MEMBER-RECORD.
           DISPLAY "Member ID: "
           MOVE SPACES TO WS-ID-RAW
           ACCEPT WS-ID-RAW
           MOVE FUNCTION TRIM(WS-ID-RAW) TO WS-MEMBER-ID
           PERFORM FIND-MEMBER
           IF WS-FOUND NOT = 'Y'
               DISPLAY "Member not found."
               GO TO SHOW-MEMBER-RECORD-EXIT
           END-IF
           DISPLAY HEADER-LINE
           DISPLAY "Member " WS-MEMBER-ID " "
               FUNCTION TRIM(MEMBER-NAME)
           DISPLAY HEADER-LINE
           MOVE 0 TO IN-SHOWN
           PERFORM VARYING IN-IDX FROM 1 BY 1 UNTIL IN-IDX > IN-TOTAL
               IF IN-MEMBER(IN-IDX) = WS-MEMBER-ID
                   PERFORM SHOW-ONE-INCIDENT
                   ADD 1 TO IN-SHOWN
               END-IF
           END-PERFORM
           IF IN-SHOWN = 0
               DISPLAY "No incidents on file."
           END-IF
           DISPLAY HEADER-LINE
           MOVE 0 TO BN-SHOWN
           PERFORM VARYING BN-IDX FROM 1 BY 1 UNTIL BN-IDX > BN-TOTAL
               IF BN-MEMBER(BN-IDX) = WS-MEMBER-ID
                   PERFORM SET-BAN-STATE
                   DISPLAY "Ban #" BN-ID(BN-IDX) "  "
                       BN-START(BN-IDX) "-" BN-END(BN-IDX) "  "
                       WS-BAN-STATE "  incident "
                       BN-INCIDENT(BN-IDX) "  by " BN-BY(BN-IDX)
                       "  decided " BN-DECIDED-BY(BN-IDX)
                   DISPLAY "      "
                       FUNCTION TRIM(BN-REASON(BN-IDX))
                   ADD 1 TO BN-SHOWN
               END-IF
           END-PERFORM
           IF BN-SHOWN = 0
               DISPLAY "No bans on file."
           END-IF
           DISPLAY HEADER-LINE.
       SHOW-MEMBER-RECORD-EXIT.
           EXIT.

       SHOW-ONE-INCIDENT.
           DISPLAY "Incident #" IN-ID(IN-IDX) "  " IN-DATE(IN-IDX)
               "  " FUNCTION TRIM(IN-BRANCH(IN-IDX))
               "  " FUNCTION TRIM(IN-CATEGORY(IN-IDX))
               "  witness " IN-WITNESS(IN-IDX)
               "  logged by " IN-BY(IN-IDX)
           IF IN-MEMBER(IN-IDX) = SPACES
               DISPLAY "      Person: "
                   FUNCTION TRIM(IN-DESC(IN-IDX))
           END-IF
           DISPLAY "      " FUNCTION TRIM(IN-NARRATIVE(IN-IDX)).

      * What a ban means today -- an APPROVED ban is only in force
      * between its start and end dates.
       SET-BAN-STATE.
           EVALUATE TRUE
               WHEN BN-STATUS(BN-IDX) NOT = "APPROVED"
                   MOVE BN-STATUS(BN-IDX) TO WS-BAN-STATE
               WHEN BN-START(BN-IDX) > TODAY-X
                   MOVE "SCHEDULED" TO WS-BAN-STATE
               WHEN BN-END(BN-IDX) < TODAY-X
                   MOVE "EXPIRED" TO WS-BAN-STATE
               WHEN OTHER
                   MOVE "IN FORCE" TO WS-BAN-STATE
           END-EVALUATE.

       SHOW-BANS-BY-STATUS.
           MOVE 0 TO BN-SHOWN
           DISPLAY "--- " FUNCTION TRIM(WS-WANT-STATUS) " bans ---"
           PERFORM VARYING BN-IDX FROM 1 BY 1 UNTIL BN-IDX > BN-TOTAL
               IF BN-STATUS(BN-IDX) = WS-WANT-STATUS AND
                  (WS-WANT-STATUS NOT = "APPROVED" OR
                   BN-END(BN-IDX) NOT < TODAY-X)
                   DISPLAY "#" BN-ID(BN-IDX)
                       "  Member " BN-MEMBER(BN-IDX)
                       "  " BN-START(BN-IDX) "-" BN-END(BN-IDX)
                       "  incident " BN-INCIDENT(BN-IDX)
                       "  by " BN-BY(BN-IDX)
                   DISPLAY "      Reason: "
                       FUNCTION TRIM(BN-REASON(BN-IDX))
                   ADD 1 TO BN-SHOWN
               END-IF
           END-PERFORM.

      * The ban must still be in WS-WANT-STATUS.
       FIND-BAN.
           MOVE 0 TO BN-MATCH-IDX
           PERFORM VARYING BN-IDX FROM 1 BY 1 UNTIL BN-IDX > BN-TOTAL
               IF FUNCTION NUMVAL(BN-ID(BN-IDX)) =
                  FUNCTION NUMVAL(WS-BAN-ID) AND
                  BN-STATUS(BN-IDX) = WS-WANT-STATUS
                   MOVE BN-IDX TO BN-MATCH-IDX
               END-IF
           END-PERFORM.

      * Incident counts for one calendar quarter, branch by category,
      * on screen and to ../incident-summary.csv (year,quarter,
      * branch,category,incidents) for the board report.
       QUARTERLY-SUMMARY.
           IF FUNCTION TRIM(WS-OPERATOR-ROLE-L) NOT = "MANAGER"
               DISPLAY "Manager role required for this action."
               GO TO QUARTERLY-SUMMARY-EXIT
           END-IF
           DISPLAY "Year (blank = this year): "
           MOVE SPACES TO WS-YEAR-RAW
           ACCEPT WS-YEAR-RAW
           MOVE FUNCTION TRIM(WS-YEAR-RAW) TO WS-YEAR-RAW
           IF WS-YEAR-RAW = SPACES
               MOVE TODAY(1:4) TO SM-YEAR
           ELSE
               IF WS-YEAR-RAW(1:4) IS NOT NUMERIC OR
                  WS-YEAR-RAW(5:1) NOT = SPACE
                   DISPLAY "Year must be four digits."
                   GO TO QUARTERLY-SUMMARY-EXIT
               END-IF
               MOVE WS-YEAR-RAW(1:4) TO SM-YEAR
           END-IF
           DISPLAY "Quarter 1-4 (blank = this quarter): "
           MOVE SPACES TO WS-QTR-RAW
           ACCEPT WS-QTR-RAW
           MOVE FUNCTION TRIM(WS-QTR-RAW) TO WS-QTR-RAW
           IF WS-QTR-RAW = SPACES
               MOVE TODAY(5:2) TO SM-MONTH
               COMPUTE SM-QUARTER = (SM-MONTH + 2) / 3
           ELSE
               IF WS-QTR-RAW(1:1) < "1" OR WS-QTR-RAW(1:1) > "4" OR
                  WS-QTR-RAW(2:1) NOT = SPACE
                   DISPLAY "Quarter must be 1 to 4."
                   GO TO QUARTERLY-SUMMARY-EXIT
               END-IF
               MOVE WS-QTR-RAW(1:1) TO SM-QUARTER
           END-IF

      * First and last day of the quarter as YYYYMMDD bounds.
           COMPUTE SM-MONTH = (SM-QUARTER - 1) * 3 + 1
           MOVE SPACES TO SM-FROM
           STRING SM-YEAR DELIMITED BY SIZE
                  SM-MONTH DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
               INTO SM-FROM
           COMPUTE SM-MONTH = SM-QUARTER * 3
           MOVE SPACES TO SM-TO
           STRING SM-YEAR DELIMITED BY SIZE
                  SM-MONTH DELIMITED BY SIZE
                  "31" DELIMITED BY SIZE
               INTO SM-TO

           MOVE 0 TO SM-TOTAL
           MOVE 0 TO SM-GRAND-TOTAL
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 6
               MOVE 0 TO SM-CAT-TOTAL(CAT-IDX)
           END-PERFORM
           PERFORM VARYING IN-IDX FROM 1 BY 1 UNTIL IN-IDX > IN-TOTAL
               IF IN-DATE(IN-IDX) NOT < SM-FROM AND
                  IN-DATE(IN-IDX) NOT > SM-TO
                   PERFORM COUNT-ONE-INCIDENT
               END-IF
           END-PERFORM
           MOVE 0 TO SM-BANS-STARTED
           PERFORM VARYING BN-IDX FROM 1 BY 1 UNTIL BN-IDX > BN-TOTAL
               IF (BN-STATUS(BN-IDX) = "APPROVED" OR
                   BN-STATUS(BN-IDX) = "LIFTED") AND
                  BN-START(BN-IDX) NOT < SM-FROM AND
                  BN-START(BN-IDX) NOT > SM-TO
                   ADD 1 TO SM-BANS-STARTED
               END-IF
           END-PERFORM

           DISPLAY HEADER-LINE
           DISPLAY "Incident summary -- " SM-YEAR " Q" SM-QUARTER
           DISPLAY HEADER-LINE
           DISPLAY "BRANCH     ABUSE DAMAGE THEFT DISRUPT SAFETY "
               "OTHER  TOTAL"
           PERFORM VARYING SM-IDX FROM 1 BY 1 UNTIL SM-IDX > SM-TOTAL
               MOVE SPACES TO SM-LINE
               MOVE SM-BRANCH(SM-IDX) TO SM-LINE(1:10)
               MOVE 11 TO SM-PTR
               PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 6
                   MOVE SM-COUNT(SM-IDX, CAT-IDX) TO SM-OUT
                   PERFORM PUT-SUMMARY-CELL
               END-PERFORM
               MOVE SM-ROW-TOTAL(SM-IDX) TO SM-OUT
               MOVE SM-OUT TO SM-LINE(SM-PTR + 1:5)
               DISPLAY FUNCTION TRIM(SM-LINE TRAILING)
           END-PERFORM
           MOVE SPACES TO SM-LINE
           MOVE "ALL" TO SM-LINE(1:10)
           MOVE 11 TO SM-PTR
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 6
               MOVE SM-CAT-TOTAL(CAT-IDX) TO SM-OUT
               PERFORM PUT-SUMMARY-CELL
           END-PERFORM
           MOVE SM-GRAND-TOTAL TO SM-OUT
           MOVE SM-OUT TO SM-LINE(SM-PTR + 1:5)
           DISPLAY HEADER-LINE
           DISPLAY FUNCTION TRIM(SM-LINE TRAILING)
           DISPLAY HEADER-LINE
           DISPLAY "Bans starting in the quarter: " SM-BANS-STARTED
           PERFORM WRITE-SUMMARY-FILE
           DISPLAY "Summary written to ../incident-summary.csv".
       QUARTERLY-SUMMARY-EXIT.
           EXIT.

      * Columns are as wide as their headings above; the count sits
      * right-aligned at the end of each.
       PUT-SUMMARY-CELL.
           EVALUATE CAT-IDX
               WHEN 1
                   MOVE SM-OUT TO SM-LINE(SM-PTR + 1:5)
                   ADD 6 TO SM-PTR
               WHEN 2
                   MOVE SM-OUT TO SM-LINE(SM-PTR + 2:5)
                   ADD 7 TO SM-PTR
               WHEN 3
                   MOVE SM-OUT TO SM-LINE(SM-PTR + 1:5)
                   ADD 6 TO SM-PTR
               WHEN 4
                   MOVE SM-OUT TO SM-LINE(SM-PTR + 3:5)
                   ADD 8 TO SM-PTR
               WHEN 5
                   MOVE SM-OUT TO SM-LINE(SM-PTR + 2:5)
                   ADD 7 TO SM-PTR
               WHEN 6
                   MOVE SM-OUT TO SM-LINE(SM-PTR + 1:5)
                   ADD 6 TO SM-PTR
           END-EVALUATE.

       COUNT-ONE-INCIDENT.
           MOVE 0 TO SM-MATCH-IDX
           PERFORM VARYING SM-IDX FROM 1 BY 1 UNTIL SM-IDX > SM-TOTAL
               IF SM-BRANCH(SM-IDX) = IN-BRANCH(IN-IDX)
                   MOVE SM-IDX TO SM-MATCH-IDX
               END-IF
           END-PERFORM
      * Past fifty branches the rest fall into the last row.
           IF SM-MATCH-IDX = 0 AND SM-TOTAL >= 50
               MOVE 50 TO SM-MATCH-IDX
           END-IF
           IF SM-MATCH-IDX = 0
               ADD 1 TO SM-TOTAL
               MOVE SM-TOTAL TO SM-MATCH-IDX
               MOVE IN-BRANCH(IN-IDX) TO SM-BRANCH(SM-MATCH-IDX)
               PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 6
                   MOVE 0 TO SM-COUNT(SM-MATCH-IDX, CAT-IDX)
               END-PERFORM
               MOVE 0 TO SM-ROW-TOTAL(SM-MATCH-IDX)
           END-IF
      * An unrecognised category is counted as OTHER.
           MOVE 6 TO CAT-IDX
           PERFORM VARYING WS-CAT-CHOICE FROM 1 BY 1
                   UNTIL WS-CAT-CHOICE > 5
               IF CAT-NAME(WS-CAT-CHOICE) = IN-CATEGORY(IN-IDX)
                   MOVE WS-CAT-CHOICE TO CAT-IDX
               END-IF
           END-PERFORM
           ADD 1 TO SM-COUNT(SM-MATCH-IDX, CAT-IDX)
           ADD 1 TO SM-ROW-TOTAL(SM-MATCH-IDX)
           ADD 1 TO SM-CAT-TOTAL(CAT-IDX)
           ADD 1 TO SM-GRAND-TOTAL.

       WRITE-SUMMARY-FILE.
           OPEN OUTPUT SUMMARY-FILE
           MOVE "YEAR,QUARTER,BRANCH,CATEGORY,INCIDENTS"
               TO SUMMARY-REC
           WRITE SUMMARY-REC
           PERFORM VARYING SM-IDX FROM 1 BY 1 UNTIL SM-IDX > SM-TOTAL
               PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 6
                   IF SM-COUNT(SM-IDX, CAT-IDX) > 0
                       MOVE SM-COUNT(SM-IDX, CAT-IDX) TO SM-OUT
                       MOVE SPACES TO SUMMARY-REC
                       STRING SM-YEAR DELIMITED BY SIZE ","
                              SM-QUARTER DELIMITED BY SIZE ","
                              FUNCTION TRIM(SM-BRANCH(SM-IDX))
                                  DELIMITED BY SIZE ","
                              FUNCTION TRIM(CAT-NAME(CAT-IDX))
                                  DELIMITED BY SIZE ","
                              FUNCTION TRIM(SM-OUT) DELIMITED BY SIZE
                           INTO SUMMARY-REC
                       WRITE SUMMARY-REC
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE SUMMARY-FILE.

       FIND-MEMBER.
           MOVE 'N' TO WS-FOUND
           MOVE SPACES TO MEMBER-NAME
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
                       UNSTRING MEMBER-REC DELIMITED BY ","
                           INTO MEMBER-ID-F, MEMBER-NAME-F
                       IF MEMBER-ID-F = WS-MEMBER-ID
                           MOVE 'Y' TO WS-FOUND
                           MOVE MEMBER-NAME-F TO MEMBER-NAME
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF MEMBER-STATUS = "00" OR MEMBER-STATUS = "10"
               CLOSE MEMBER-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-INCIDENT-TABLE.
           MOVE 0 TO IN-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT INCIDENT-FILE
           IF INCIDENT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ INCIDENT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF IN-TOTAL < 1000
                           ADD 1 TO IN-TOTAL
                           MOVE SPACES TO IN-ENTRY(IN-TOTAL)
                           UNSTRING INCIDENT-REC DELIMITED BY ","
                               INTO IN-ID(IN-TOTAL),
                                    IN-DATE(IN-TOTAL),
                                    IN-BRANCH(IN-TOTAL),
                                    IN-MEMBER(IN-TOTAL),
                                    IN-CATEGORY(IN-TOTAL),
                                    IN-WITNESS(IN-TOTAL),
                                    IN-BY(IN-TOTAL),
                                    IN-DESC(IN-TOTAL),
                                    IN-NARRATIVE(IN-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF INCIDENT-STATUS = "00" OR INCIDENT-STATUS = "10"
               CLOSE INCIDENT-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-BAN-TABLE.
           MOVE 0 TO BN-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT BAN-FILE
           IF BAN-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ BAN-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF BN-TOTAL < 500
                           ADD 1 TO BN-TOTAL
                           MOVE SPACES TO BN-ENTRY(BN-TOTAL)
                           UNSTRING BAN-REC DELIMITED BY ","
                               INTO BN-ID(BN-TOTAL),
                                    BN-MEMBER(BN-TOTAL),
                                    BN-INCIDENT(BN-TOTAL),
                                    BN-START(BN-TOTAL),
                                    BN-END(BN-TOTAL),
                                    BN-STATUS(BN-TOTAL),
                                    BN-BY(BN-TOTAL),
                                    BN-DATE(BN-TOTAL),
                                    BN-DECIDED-BY(BN-TOTAL),
                                    BN-DECIDED-ON(BN-TOTAL),
                                    BN-LIFTED-BY(BN-TOTAL),
                                    BN-LIFTED-ON(BN-TOTAL),
                                    BN-REASON(BN-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF BAN-STATUS = "00" OR BAN-STATUS = "10"
               CLOSE BAN-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       REWRITE-BAN-TABLE.
           OPEN OUTPUT BAN-TMP-FILE
           PERFORM VARYING BN-IDX FROM 1 BY 1 UNTIL BN-IDX > BN-TOTAL
               MOVE SPACES TO BAN-TMP-REC
               STRING FUNCTION TRIM(BN-ID(BN-IDX)) DELIMITED BY SIZE
                      "," FUNCTION TRIM(BN-MEMBER(BN-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(BN-INCIDENT(BN-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(BN-START(BN-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(BN-END(BN-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(BN-STATUS(BN-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(BN-BY(BN-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(BN-DATE(BN-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(BN-DECIDED-BY(BN-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(BN-DECIDED-ON(BN-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(BN-LIFTED-BY(BN-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(BN-LIFTED-ON(BN-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(BN-REASON(BN-IDX))
                          DELIMITED BY SIZE
                   INTO BAN-TMP-REC
               WRITE BAN-TMP-REC
           END-PERFORM
           CLOSE BAN-TMP-FILE

           CALL "CBL_RENAME_FILE" USING
               "../bans.csv.tmp", "../bans.csv"
               RETURNING RENAME-STATUS
           END-CALL.

       END PROGRAM IncidentDesk.
