      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-CHOICE PIC 9(3).
      * Functions that change the controlled data files or move money
      * -- refused while an out-of-band file change is unacknowledged.
           88  WS-SENSITIVE-CHOICE VALUES 1 3 4 6 10 11 15 16 17 20
               23 24 28 29 30 32 34 38 41 42 48 60 64 68 69 75 76
               80 83 85 86 87 109 113 114 115 116.
       01  WS-SUB-CHOICE PIC 9(3).
       01  WS-LOGIN-OK PIC X.
       01  WS-OPERATOR-ID PIC X(5).
       01  WS-OPERATOR-ROLE PIC X(10).
      * Always spaces from this menu -- only MemberKiosk.cbl passes a
      * real preset member ID into BorrowBook/ReturnBook.
       01  WS-PRESET-MEMBER PIC X(5) VALUE SPACES.
       01  WS-RISK-COUNT PIC 9(5) VALUE 0.
       01  WS-CAP-LOW-COUNT PIC 9(3) VALUE 0.
       01  WS-CAP-FULL-COUNT PIC 9(3) VALUE 0.
       01  WS-CAP-HEADROOM-PCT PIC 9(3) VALUE 0.
       01  WS-GATE-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01  WS-ROOM-FLAG-COUNT PIC 9(5) VALUE 0.
       01  WS-AMNESTY-COUNT PIC 9(5) VALUE 0.
      * Only ReportSchedule.cbl's scheduled runs pass date bounds and
      * an output path into the reports -- from this menu they ask.
       01  WS-REPORT-FROM PIC 9(8) VALUE 0.
       01  WS-REPORT-TO PIC 9(8) VALUE 0.
       01  WS-REPORT-PATH PIC X(60) VALUE SPACES.
       01  WS-REPORT-ROWS PIC 9(5) VALUE 0.
      * Always zero (today) from this menu -- only NightlyBatch.cbl
      * passes a business date into CheckLog/CourseReserves.
       01  WS-BUSINESS-DATE PIC 9(8) VALUE 0.
      * Training mode runs the whole menu against the practice copy
      * under ../training/ (TrainingRefresh.cbl) by making
      * ../training/run the working directory -- every program's
      * "../name" then resolves to the practice file, never the live.
       01  WS-TRAINING-ANSWER PIC X.
       01  WS-REFRESH-ANSWER PIC X.
       01  WS-TRAINING-MODE PIC X VALUE 'N'.
       01  WS-TRAINING-DATE PIC X(8).
       01  WS-TRAINING-RUN-PATH PIC X(20) VALUE "../training/run".
       01  WS-DIR-STATUS PIC S9(9) COMP-5.
      * Data file control totals (FileControl.cbl) -- verified before
      * the menu opens, recorded again as the session closes.
       01  WS-FC-MODE PIC X(6).
       01  WS-FC-BLOCKED PIC X VALUE 'N'.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      **
      * The main procedure of the program
      **
           PERFORM CHOOSE-TRAINING-MODE THRU CHOOSE-TRAINING-MODE-EXIT
           MOVE "VERIFY" TO WS-FC-MODE
           CALL "FileControl" USING WS-FC-MODE, WS-OPERATOR-ID,
               WS-FC-BLOCKED
           PERFORM SHOW-TRAINING-BANNER
           DISPLAY "1. Create New Member"
           DISPLAY "2. Search Books"
           DISPLAY "3. Issuance Book(s)"
           DISPLAY "68. Book-Club Kit Circulation"
           DISPLAY "69. School Roster Import"
           DISPLAY "70. Hourly Traffic Report"
           DISPLAY "71. Meeting and Study Room Bookings"
           DISPLAY "72. Programmes and Events"
           DISPLAY "73. Course Reserves"
           DISPLAY "74. Homebound Delivery Service"
           DISPLAY "75. Bookmobile Service"
           DISPLAY "76. Institution Deposit Collections"
           DISPLAY "77. Patron Purchase Suggestions"
           DISPLAY "78. Vendor Performance Scorecard"
           DISPLAY "79. Cost per Circulation Report"
           DISPLAY "80. Copy Disposal and Book Sale"
           DISPLAY "81. End-of-Day Cash Reconciliation"
           DISPLAY "82. Donations Ledger"
           DISPLAY "83. General Ledger Daily Journal"
           DISPLAY "84. Wallet Settlement Reconciliation"
           DISPLAY "85. Refund Desk"
           DISPLAY "86. Financial Year-End Close"
           DISPLAY "87. Recall an Item on Loan"
           DISPLAY "88. Works / Edition Grouping"
           DISPLAY "89. Subject Headings"
           DISPLAY "90. Holdings by Language Report"
           DISPLAY "91. Assign Default Languages"
           DISPLAY "92. Moderate Member Reviews"
           DISPLAY "93. Staff Notes on a Member"
           DISPLAY "94. Patron Incidents and Bans"
           DISPLAY "95. Visitor and Partner Libraries"
           DISPLAY "96. Summer Reading Challenge"
           DISPLAY "97. Township Catchment Report"
           DISPLAY "98. Lapsed Member Win-Back"
           DISPLAY "99. Broadcast Announcements"
           DISPLAY "100. Library Card Printing"
           DISPLAY "101. Holds Fill-Rate Report"
           DISPLAY "102. Shelving/Courier Turnaround Report"
           DISPLAY "103. School Liaison Report"
           DISPLAY "104. Suspicious-Account Risk Report"
           DISPLAY "105. Supervisor Override Review"
           DISPLAY "106. Acknowledge Out-of-Band Data File Change"
           DISPLAY "107. Capacity Headroom Report"
           DISPLAY "108. Point-in-Time Recovery from Day Journal"
           DISPLAY "109. Self-Check Machine Listener"
           DISPLAY "110. Security Gate Alarm Reconciliation"
           DISPLAY "111. Themed Displays / Exhibits"
           DISPLAY "112. Special Collections Reading Room"
           DISPLAY "113. Fine Amnesty Campaigns"
           DISPLAY "114. Sundry Sales (copies, printing, bags, cards)"
           DISPLAY "115. Offline Circulation Upload"
           DISPLAY "116. Hold Pickup Lockers"
           DISPLAY "117. Desk Staffing Rota and Coverage"
           DISPLAY "Enter your choice (1-117): "
           ACCEPT WS-CHOICE
           PERFORM SHOW-TRAINING-BANNER
           IF WS-FC-BLOCKED = 'Y' AND WS-SENSITIVE-CHOICE
               DISPLAY "Blocked -- a data file was changed outside "
                   "the system. A manager must acknowledge it "
                   "(menu 106) first."
               GO TO CLOSE-SESSION
           END-IF

           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM ROSTER-IMPORT
               WHEN 70
                   PERFORM TRAFFIC-REPORT
               WHEN 71
                   PERFORM ROOM-BOOKING
               WHEN 72
                   PERFORM EVENT-MAINTAIN
               WHEN 73
                   PERFORM COURSE-RESERVES
               WHEN 74
                   PERFORM HOMEBOUND-SERVICE
               WHEN 75
                   PERFORM BOOKMOBILE-SERVICE
               WHEN 76
                   PERFORM DEPOSIT-LOANS
               WHEN 77
                   PERFORM PURCHASE-SUGGEST
               WHEN 78
                   PERFORM VENDOR-SCORECARD
               WHEN 79
                   PERFORM COST-PER-CIRC
               WHEN 80
                   PERFORM COPY-DISPOSAL
               WHEN 81
                   PERFORM CASH-RECONCILE
               WHEN 82
                   PERFORM DONATION-LEDGER
               WHEN 83
                   PERFORM GL-JOURNAL
               WHEN 84
                   PERFORM WALLET-SETTLEMENT
               WHEN 85
                   PERFORM REFUND-DESK
               WHEN 86
                   PERFORM YEAR-END-CLOSE
               WHEN 87
                   PERFORM RECALL-ITEM
               WHEN 88
                   PERFORM WORK-MAINTAIN
               WHEN 89
                   PERFORM SUBJECT-MAINTAIN
               WHEN 90
                   PERFORM LANGUAGE-REPORT
               WHEN 91
                   PERFORM LANGUAGE-BACKFILL
               WHEN 92
                   PERFORM REVIEW-MODERATE
               WHEN 93
                   PERFORM MEMBER-NOTES
               WHEN 94
                   PERFORM PATRON-INCIDENTS
               WHEN 95
                   PERFORM VISITOR-DESK
               WHEN 96
                   PERFORM SUMMER-CHALLENGE
               WHEN 97
                   PERFORM CATCHMENT-REPORT
               WHEN 98
                   PERFORM WINBACK-CAMPAIGN
               WHEN 99
                   PERFORM BROADCAST-NOTICE
               WHEN 100
                   PERFORM CARD-PRINTING
               WHEN 101
                   PERFORM HOLDS-FILL-REPORT
               WHEN 102
                   PERFORM TURNAROUND-REPORT
               WHEN 103
                   PERFORM SCHOOL-LIAISON-REPORT
               WHEN 104
                   PERFORM RISK-REPORT
               WHEN 105
                   PERFORM OVERRIDE-REVIEW
               WHEN 106
                   PERFORM ACKNOWLEDGE-FILE-CHANGE
               WHEN 107
                   PERFORM CAPACITY-REPORT
               WHEN 108
                   PERFORM DAY-RECOVERY
               WHEN 109
                   PERFORM SELF-CHECK-LISTENER
               WHEN 110
                   PERFORM GATE-RECONCILE
               WHEN 111
                   PERFORM DISPLAY-MAINTAIN
               WHEN 112
                   PERFORM READING-ROOM
               WHEN 113
                   PERFORM FINE-AMNESTY
               WHEN 114
                   PERFORM SUNDRY-SALES
               WHEN 115
                   PERFORM OFFLINE-UPLOAD
               WHEN 116
                   PERFORM HOLD-LOCKERS
               WHEN 117
                   PERFORM DESK-ROTA
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"

           END-EVALUATE.

      * Day close for this session -- record the data files' control
      * totals for the next startup to check against.
       CLOSE-SESSION.
           MOVE "RECORD" TO WS-FC-MODE
           CALL "FileControl" USING WS-FC-MODE, WS-OPERATOR-ID,
               WS-FC-BLOCKED
           PERFORM SHOW-TRAINING-BANNER
            STOP RUN.

      ** add other procedures here

      * Started from inside the practice set, the session is training
      * whatever is answered. Otherwise training is chosen here, with
      * an optional refresh from live (manager only, and required the
      * first time). Once chosen there is no way back to the live
      * files -- if the practice directory cannot be entered the run
      * stops rather than carry on against live data.
       CHOOSE-TRAINING-MODE.
           CALL "TrainingCheck" USING WS-TRAINING-MODE,
               WS-TRAINING-DATE
           IF WS-TRAINING-MODE = 'Y'
               GO TO CHOOSE-TRAINING-MODE-EXIT
           END-IF
           DISPLAY "Training mode on practice data? (Y/N, ENTER = "
               "live): "
           ACCEPT WS-TRAINING-ANSWER
           IF WS-TRAINING-ANSWER NOT = 'Y' AND
              WS-TRAINING-ANSWER NOT = 'y'
               GO TO CHOOSE-TRAINING-MODE-EXIT
           END-IF
           DISPLAY "Refresh practice data from live first? (Y/N): "
           ACCEPT WS-REFRESH-ANSWER
           IF WS-REFRESH-ANSWER = 'Y' OR WS-REFRESH-ANSWER = 'y'
               PERFORM OPERATOR-LOGIN
               IF FUNCTION TRIM(WS-OPERATOR-ROLE) = "MANAGER"
                   MOVE 0 TO WS-SUB-CHOICE
                   CALL "TrainingRefresh" USING WS-SUB-CHOICE
               ELSE
                   DISPLAY "Manager role required for this action."
               END-IF
           END-IF
           CALL "CBL_CHANGE_DIR" USING WS-TRAINING-RUN-PATH
               RETURNING WS-DIR-STATUS
           END-CALL
           IF WS-DIR-STATUS NOT = 0
               DISPLAY "No practice data set yet -- a manager must "
                   "refresh it first."
               STOP RUN
           END-IF
           CALL "TrainingCheck" USING WS-TRAINING-MODE,
               WS-TRAINING-DATE
           IF WS-TRAINING-MODE NOT = 'Y'
               DISPLAY "Practice data set is incomplete -- a manager "
                   "must refresh it first."
               STOP RUN
           END-IF.
       CHOOSE-TRAINING-MODE-EXIT.
           EXIT.

       SHOW-TRAINING-BANNER.
           IF WS-TRAINING-MODE = 'Y'
               DISPLAY "**************************************"
                   "**************************************"
               DISPLAY "*** TRAINING MODE -- PRACTICE DATA AS OF "
                   WS-TRAINING-DATE " -- NOTHING IS LIVE ***"
               DISPLAY "**************************************"
                   "**************************************"
           END-IF.


       CREATE-NEW-MEMBER.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "MemRegister" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID
           END-IF.

       SEARCH-BOOK.

       SHOW-LOGS.
           MOVE WS-CHOICE TO WS-SUB-CHOICE
           CALL "CheckLog" USING WS-SUB-CHOICE, WS-BUSINESS-DATE.

       UPDATE-BOOK.
           PERFORM OPERATOR-LOGIN

       POPULARITY-REPORT.
           MOVE WS-CHOICE TO WS-SUB-CHOICE
           CALL "PopularityReport" USING WS-SUB-CHOICE,
               WS-REPORT-FROM, WS-REPORT-TO, WS-REPORT-PATH,
               WS-REPORT-ROWS.

       INTEGRITY-CHECK.
           MOVE WS-CHOICE TO WS-SUB-CHOICE
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "EditMember" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID
           END-IF.

      * Shows members' e-mail and address, so it asks for the staff
      * login -- a failed login still lists, with those fields masked.
       LIST-ALL-MEMBERS.
           PERFORM OPERATOR-LOGIN
           MOVE WS-CHOICE TO WS-SUB-CHOICE
           CALL "ListAllMembers" USING WS-SUB-CHOICE, WS-OPERATOR-ID,
               WS-OPERATOR-ROLE.

       LIST-ALL-BOOKS.
           MOVE WS-CHOICE TO WS-SUB-CHOICE

       STAFF-PRODUCTIVITY-REPORT.
           MOVE WS-CHOICE TO WS-SUB-CHOICE
           CALL "StaffProductivityReport" USING WS-SUB-CHOICE,
               WS-REPORT-FROM, WS-REPORT-TO, WS-REPORT-PATH,
               WS-REPORT-ROWS.

       COPY-WRITEOFF-REPORT.
           MOVE WS-CHOICE TO WS-SUB-CHOICE

       TREND-REPORT.
           MOVE WS-CHOICE TO WS-SUB-CHOICE
           CALL "TrendReport" USING WS-SUB-CHOICE,
               WS-REPORT-FROM, WS-REPORT-TO, WS-REPORT-PATH,
               WS-REPORT-ROWS.

       ACQUISITIONS-REPORT.
           MOVE WS-CHOICE TO WS-SUB-CHOICE
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "MemberApproval" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID, WS-OPERATOR-ROLE
           END-IF.

       MEMBER-TIMELINE.

       FINE-AGING-REPORT.
           MOVE WS-CHOICE TO WS-SUB-CHOICE
           CALL "FineAgingReport" USING WS-SUB-CHOICE,
               WS-REPORT-FROM, WS-REPORT-TO, WS-REPORT-PATH,
               WS-REPORT-ROWS.

       BOOKING-MAINTAIN.
           PERFORM OPERATOR-LOGIN
           MOVE WS-CHOICE TO WS-SUB-CHOICE
           CALL "TrafficReport" USING WS-SUB-CHOICE.

       ROOM-BOOKING.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "RoomBooking" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID
           END-IF.

       EVENT-MAINTAIN.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "EventMaintain" USING WS-SUB-CHOICE
           END-IF.

       COURSE-RESERVES.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "CourseReserves" USING WS-SUB-CHOICE,
                   WS-BUSINESS-DATE
           END-IF.

       HOMEBOUND-SERVICE.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "HomeboundService" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID, WS-OPERATOR-ROLE
           END-IF.

       BOOKMOBILE-SERVICE.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "Bookmobile" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID
           END-IF.

       DEPOSIT-LOANS.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "DepositLoans" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID
           END-IF.

       PURCHASE-SUGGEST.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "PurchaseSuggest" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID, WS-PRESET-MEMBER
           END-IF.

       VENDOR-SCORECARD.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "VendorScorecard" USING WS-SUB-CHOICE
           END-IF.

       COST-PER-CIRC.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "CostPerCircReport" USING WS-SUB-CHOICE
           END-IF.

       COPY-DISPOSAL.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "CopyDisposal" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID
           END-IF.

       CASH-RECONCILE.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "CashReconcile" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID
           END-IF.

       DONATION-LEDGER.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "DonationLedger" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID
           END-IF.

       GL-JOURNAL.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "GLJournal" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID
           END-IF.

       WALLET-SETTLEMENT.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "WalletSettlement" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID
           END-IF.

       REFUND-DESK.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "RefundDesk" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID, WS-OPERATOR-ROLE
           END-IF.

       YEAR-END-CLOSE.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "YearEndClose" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID, WS-OPERATOR-ROLE
           END-IF.

       RECALL-ITEM.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "RecallItem" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID
           END-IF.

       WORK-MAINTAIN.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "WorkMaintain" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID
           END-IF.

       SUBJECT-MAINTAIN.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "SubjectMaintain" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID
           END-IF.

       LANGUAGE-REPORT.
           MOVE WS-CHOICE TO WS-SUB-CHOICE
           CALL "LanguageReport" USING WS-SUB-CHOICE.

       LANGUAGE-BACKFILL.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "LanguageBackfill" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID
           END-IF.

       REVIEW-MODERATE.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "ReviewModerate" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID
           END-IF.

       MEMBER-NOTES.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "MemberNotes" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID
           END-IF.

       PATRON-INCIDENTS.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "IncidentDesk" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID, WS-OPERATOR-ROLE
           END-IF.

       VISITOR-DESK.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "VisitorDesk" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID
           END-IF.

       SUMMER-CHALLENGE.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "SummerChallenge" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID
           END-IF.

       CATCHMENT-REPORT.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "CatchmentReport" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID
           END-IF.

       WINBACK-CAMPAIGN.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "WinBackCampaign" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID
           END-IF.

       BROADCAST-NOTICE.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "BroadcastNotice" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID
           END-IF.

       CARD-PRINTING.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "CardPrint" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID
           END-IF.

       HOLDS-FILL-REPORT.
           MOVE WS-CHOICE TO WS-SUB-CHOICE
           CALL "HoldsFillReport" USING WS-SUB-CHOICE.

       TURNAROUND-REPORT.
           MOVE WS-CHOICE TO WS-SUB-CHOICE
           CALL "TurnaroundReport" USING WS-SUB-CHOICE.

       SCHOOL-LIAISON-REPORT.
           MOVE WS-CHOICE TO WS-SUB-CHOICE
           CALL "SchoolLiaisonReport" USING WS-SUB-CHOICE.

       RISK-REPORT.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "RiskReport" USING WS-SUB-CHOICE,
                   WS-OPERATOR-ID, WS-RISK-COUNT
           END-IF.

      * Manager only, as FINE-WAIVER-APPROVAL -- staff do not review
      * their own overrides.
       OVERRIDE-REVIEW.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               IF FUNCTION TRIM(WS-OPERATOR-ROLE) = "MANAGER"
                   MOVE WS-CHOICE TO WS-SUB-CHOICE
                   CALL "OverrideReview" USING WS-SUB-CHOICE
               ELSE
                   DISPLAY "Manager role required for this action."
               END-IF
           END-IF.

       ACKNOWLEDGE-FILE-CHANGE.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               IF FUNCTION TRIM(WS-OPERATOR-ROLE) = "MANAGER"
                   MOVE "ACK" TO WS-FC-MODE
                   CALL "FileControl" USING WS-FC-MODE,
                       WS-OPERATOR-ID, WS-FC-BLOCKED
               ELSE
                   DISPLAY "Manager role required for this action."
               END-IF
           END-IF.

       CAPACITY-REPORT.
           MOVE WS-CHOICE TO WS-SUB-CHOICE
           CALL "CapacityReport" USING WS-SUB-CHOICE,
               WS-CAP-LOW-COUNT, WS-CAP-FULL-COUNT, WS-CAP-HEADROOM-PCT.

      * Manager only -- installs rebuilt data files over the live ones.
       DAY-RECOVERY.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               IF FUNCTION TRIM(WS-OPERATOR-ROLE) = "MANAGER"
                   MOVE WS-CHOICE TO WS-SUB-CHOICE
                   CALL "DayRecovery" USING WS-SUB-CHOICE,
                       WS-OPERATOR-ID
               ELSE
                   DISPLAY "Manager role required for this action."
               END-IF
           END-IF.

      * Answers the self-check machines' queued messages; the loans it
      * makes carry the machine's ID, not a staff login.
       SELF-CHECK-LISTENER.
           MOVE WS-CHOICE TO WS-SUB-CHOICE
           CALL "SelfCheckGateway" USING WS-SUB-CHOICE.

      * Any date's gate alarms, on demand -- the nightly run has already
      * listed each business date's exceptions.
       GATE-RECONCILE.
           MOVE WS-CHOICE TO WS-SUB-CHOICE
           CALL "GateReconcile" USING WS-SUB-CHOICE, WS-BUSINESS-DATE,
               WS-GATE-EXCEPTION-COUNT.

       DISPLAY-MAINTAIN.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "DisplayMaintain" USING WS-SUB-CHOICE,
                   WS-BUSINESS-DATE
           END-IF.

       READING-ROOM.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "ReadingRoom" USING WS-SUB-CHOICE, WS-OPERATOR-ID,
                   WS-BUSINESS-DATE, WS-ROOM-FLAG-COUNT
           END-IF.

      * The role goes through -- defining and applying a campaign is
      * for a MANAGER, recording a food-for-fines donation is not.
       FINE-AMNESTY.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "FineAmnesty" USING WS-SUB-CHOICE, WS-OPERATOR-ID,
                   WS-OPERATOR-ROLE, WS-BUSINESS-DATE, WS-AMNESTY-COUNT
           END-IF.

      * The role goes through -- the price list is a manager's to
      * change; any staff member can ring up a sale.
       SUNDRY-SALES.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "SundrySales" USING WS-SUB-CHOICE, WS-OPERATOR-ID,
                   WS-OPERATOR-ROLE
           END-IF.

      * Loans and returns taken at the capture station during an
      * outage, replayed under the captured staff IDs.
       OFFLINE-UPLOAD.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "OfflineUpload" USING WS-SUB-CHOICE, WS-OPERATOR-ID
           END-IF.

      * After-hours pickup lockers -- occupancy, the controller's
      * pickup feed turned into loans, and the uncollected list.
       HOLD-LOCKERS.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "HoldLockers" USING WS-SUB-CHOICE, WS-OPERATOR-ID
           END-IF.

      * Who is rostered on which desk each hour, and whether that
      * matches the hourly transaction load.
       DESK-ROTA.
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK = 'Y'
               MOVE WS-CHOICE TO WS-SUB-CHOICE
               CALL "DeskRota" USING WS-SUB-CHOICE, WS-OPERATOR-ID,
                   WS-OPERATOR-ROLE
           END-IF.

       END PROGRAM Main-Container.
