      *               which may itself contain commas) survives the
      *               rewrite; digested items carry their body into
      *               the notify-digests.csv detail rows
      * 15.10.2026 HL - release course reserve lists whose term has
      *               ended (CourseReserves) after auto-renew, so the
      *               copies go back to normal loans the same night
      * 15.10.2026 HL - auto-renew never renews a recalled loan
      *               (recalls.csv) -- it goes out as RENEW_FAIL
      * 15.10.2026 HL - a lapsed pickup's copy can go to an "any
      *               edition" hold (work-holds.csv) on another
      *               edition of the same work (work-editions.csv)
      *               waiting at that branch; the hold moves onto the
      *               edition it is filled from
      * 15.10.2026 HL - PostalLetters step before the digest pass:
      *               notices for members without e-mail printed as
      *               letters with address labels; count in summary
      * 15.10.2026 HL - RiskReport step after the alert pass scores
      *               members for suspicious-account patterns into
      *               ../risk-report.csv; count in summary
      * 15.10.2026 HL - business date kept apart from the machine
      *               clock: nightly-batch.business-date holds the
      *               last date processed and every missed date after
      *               it runs in turn, oldest first, with SYS-DATE
      *               (and CheckLog's and CourseReserves' sweeps) as
      *               of that date; the feed/reconcile/web-sync/alert/
      *               risk steps run on the final date only; the menu
      *               run may override the date to run through; the
      *               checkpoint carries its business date; the job
      *               log lists each date caught up
      * 15.10.2026 HL - auto-renew PERFORMs its row and notice
      *               paragraphs THRU their exits -- a loan not due
      *               that day dropped out of the PERFORM range and
      *               ran on through the rest of the program
      * 15.10.2026 HL - alert pass runs CapacityReport: a table limit
      *               reached is a HIGH alert, one under the
      *               HEADROOM_PCT threshold a MEDIUM one
      * 15.10.2026 HL - run ends with DayRecovery's backup set of
      *               members.csv, log.csv and fine.csv and a fresh
      *               day journal for point-in-time recovery
      * 15.10.2026 HL - GateReconcile step matches each business
      *               date's security gate alarms against loans,
      *               transit and in-house use; copies that left
      *               without a loan are listed on
      *               ../gate-exceptions.csv; count in summary
      * 15.10.2026 HL - ReportSchedule step runs the reports due on
      *               each business date from ../report-schedule.csv
      *               and files them under ../reports/YYYYMMDD/ with
      *               a job log line each and a printed index
      * 15.10.2026 HL - DisplayMaintain step closes themed displays
      *               past their end date and files the copies'
      *               return-to-shelf list; runs before the report
      *               step, which moves to 18
      * 15.10.2026 HL - ReadingRoom end-of-day step flags special-
      *               collection items still issued to a reading-room
      *               seat; count in summary. Report step moves to 19
      * 15.10.2026 HL - FineAmnesty step applies the running fine
      *               amnesty campaigns for each business date;
      *               fines waived in summary. Report step moves to 20
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NightlyBatch.
               ASSIGN TO "../nightly-batch.checkpoint"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-STATUS.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "../nightly-batch.business-date"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "../holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-STATUS.
           SELECT CLOSURE-IN-FILE ASSIGN TO "../closures.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSURE-IN-STATUS.
           SELECT RECALL-FILE ASSIGN TO "../recalls.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECALL-STATUS.
           SELECT WORK-EDITION-FILE ASSIGN TO "../work-editions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-EDITION-STATUS.
           SELECT WORK-HOLD-FILE ASSIGN TO "../work-holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-HOLD-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "../alert-thresholds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS THRESHOLD-STATUS.
       FD  LOG-ARCHIVE-FILE.
       01  LOG-ARCHIVE-LINE   PIC X(200).
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-LINE    PIC X(40).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE PIC X(20).
       FD  HOLDS-FILE.
       01  HOLDS-REC          PIC X(200).
       FD  HOLDS-TMP-FILE.
       01  WEB-SYNC-REC       PIC X(120).
       FD  CLOSURE-IN-FILE.
       01  CLOSURE-IN-REC     PIC X(80).
       FD  RECALL-FILE.
       01  RECALL-REC         PIC X(150).
       FD  WORK-EDITION-FILE.
       01  WORK-EDITION-REC   PIC X(80).
       FD  WORK-HOLD-FILE.
       01  WORK-HOLD-REC      PIC X(60).
       FD  THRESHOLD-FILE.
       01  THRESHOLD-REC      PIC X(40).
       FD  ALERT-FILE.
       01  ARCHIVE-STATUS     PIC XX.
       01  REMINDER-ARCHIVE-STATUS PIC XX.

       01  DUMMY-CHOICE       PIC 9(3).

      * Business-date catch-up -- see SET-BUSINESS-DATE-RANGE.
       01  BUSINESS-DATE-STATUS PIC XX.
       01  BD-CLOCK-DATE      PIC 9(8).
       01  BD-LAST-DATE       PIC 9(8) VALUE 0.
       01  BD-FIRST-DATE      PIC 9(8).
       01  BD-END-DATE        PIC 9(8).
       01  BD-LAST-CAUGHT-UP  PIC 9(8) VALUE 0.
       01  BD-LAST-INT        PIC 9(8).
       01  BD-FIRST-INT       PIC 9(8).
       01  BD-END-INT         PIC 9(8).
       01  BD-CUR-INT         PIC 9(8).
       01  BD-MISSED-COUNT    PIC 9(5) VALUE 0.
       01  BD-CAUGHT-UP-COUNT PIC 9(5) VALUE 0.
       01  BD-DONE-COUNT      PIC 9(5) VALUE 0.
       01  BD-OVERRIDE-X      PIC X(8).
       01  BD-OVERRIDE-NUM REDEFINES BD-OVERRIDE-X PIC 9(8).
       01  BD-OVERRIDE-OK     PIC X VALUE 'N'.
       01  BD-RANGE-OK        PIC X VALUE 'N'.
       01  BD-CATCH-UP        PIC X VALUE 'N'.

       01  LOG-STATUS         PIC XX.
       01  LOG-ARCHIVE-PATH   PIC X(40).
           VALUE "../nightly-batch.checkpoint".
       01  LAST-STEP-NAME          PIC X(20) VALUE SPACES.
       01  LAST-STEP-NO            PIC 99 VALUE 0.
      * The business date the checkpointed step belongs to, so a run
      * killed part-way through a caught-up date resumes that date
      * and not the next one. Blank on a checkpoint written before
      * dates were kept -- it belongs to whatever date runs first.
       01  CHECKPOINT-DATE         PIC X(8) VALUE SPACES.
      * The digest pass runs after every step that can append to the
      * outbox (hold expiries, auto-renew results), or the late rows
      * would go out undigested as separate messages.
       01  STEP-AUTO-LOST          PIC 9 VALUE 8.
       01  STEP-WEB-SYNC           PIC 9 VALUE 9.
       01  STEP-AUTO-RENEW         PIC 99 VALUE 10.
       01  STEP-RESERVE-RELEASE    PIC 99 VALUE 11.
       01  STEP-POSTAL-LETTERS     PIC 99 VALUE 12.
       01  STEP-DIGEST-OUTBOX      PIC 99 VALUE 13.
       01  STEP-ALERTS             PIC 99 VALUE 14.
       01  STEP-RISK-REPORT        PIC 99 VALUE 15.
       01  STEP-GATE-ALARMS        PIC 99 VALUE 16.
       01  STEP-DISPLAY-CLOSE      PIC 99 VALUE 17.
       01  STEP-READING-ROOM       PIC 99 VALUE 18.
       01  STEP-AMNESTY            PIC 99 VALUE 19.
       01  STEP-REPORTS            PIC 99 VALUE 20.

       01  RAW-RDT            PIC X(10).
       01  DT-DAY             PIC X(2).
       01  NB-PICKUP-OK       PIC X VALUE 'N'.
       01  NB-NAME-UP-1       PIC X(30).
       01  NB-NAME-UP-2       PIC X(30).

      * Works (work-editions.csv) and the holds placed for any edition
      * of one (work-holds.csv, known by member, placement date and
      * work) -- such a hold may take a lapsed pickup's copy of any
      * edition in its work.
       01  WORK-EDITION-STATUS PIC XX.
       01  WORK-HOLD-STATUS   PIC XX.
       01  WORK-EDITION-TABLE.
           05 WORK-EDITION-ENTRY OCCURS 500 TIMES.
              10  WE-WORK     PIC X(5).
              10  WE-BOOK     PIC X(5).
       01  WE-TOTAL           PIC 9(3) VALUE 0.
       01  WE-IDX             PIC 9(3).
       01  ANY-EDITION-TABLE.
           05 ANY-EDITION-ENTRY OCCURS 200 TIMES.
              10  AE-MEMBER   PIC X(5).
              10  AE-DATE     PIC X(10).
              10  AE-WORK     PIC X(5).
       01  AE-TOTAL           PIC 9(3) VALUE 0.
       01  AE-IDX             PIC 9(3).
       01  AE-BOOK-F          PIC X(5).
       01  WORK-FREED-WORK    PIC X(5).
       01  WORK-FREED-BRANCH  PIC X(10).
       01  WORK-HOLD-WORK     PIC X(5).
       01  WORK-ANY-OK        PIC X VALUE 'N'.
       01  HD-IDX             PIC 9(3).
       01  HD-TOTAL           PIC 9(3) VALUE 0.
       01  HOLDS-REAL-PATH    PIC X(20) VALUE "../holds.csv".
       01  OUTBOX-OVERFLOW    PIC X VALUE 'N'.
       01  DIGEST-STATUS      PIC XX.
       01  CNT-DIGESTED       PIC 9(5) VALUE 0.
       01  CNT-LETTERS        PIC 9(5) VALUE 0.
       01  CNT-RISK           PIC 9(5) VALUE 0.
       01  RISK-OPERATOR      PIC X(5) VALUE "BATCH".
       01  CNT-GATE-EXCEPTIONS PIC 9(5) VALUE 0.
       01  CNT-LEFT-OUT       PIC 9(5) VALUE 0.
       01  ROOM-OPERATOR      PIC X(5) VALUE "BATCH".
       01  CNT-AMNESTY        PIC 9(5) VALUE 0.
       01  AMNESTY-OPERATOR   PIC X(5) VALUE "BATCH".
       01  AMNESTY-ROLE       PIC X(10) VALUE "BATCH".
       01  CNT-REPORTS        PIC 9(5) VALUE 0.
       01  OUTBOX-REAL-PATH   PIC X(24) VALUE "../notify-outbox.csv".
       01  OUTBOX-TMP-PATH    PIC X(28)
           VALUE "../notify-outbox.csv.tmp".
       01  AR-WAIT-MEMBER-F   PIC X(5).
       01  AR-WAIT-DATE-F     PIC X(10).
       01  AR-WAIT-STATUS-F   PIC X(10).
      * Transaction IDs of loans recalled by RecallItem.cbl -- a
      * recalled loan has to come back, so it never auto-renews.
       01  RECALL-STATUS      PIC XX.
       01  AR-RECALL-TRANS.
           05 AR-RECALL-TRAN  PIC X(5) OCCURS 500 TIMES.
       01  AR-RECALL-TOTAL    PIC 9(3) VALUE 0.
       01  AR-RECALL-IDX      PIC 9(3).
       01  AR-RECALL-TRAN-F   PIC X(5).
       01  AR-MSG-TYPE        PIC X(12).
       01  AR-PF-ID           PIC X(5).
       01  AR-PF-AGE          PIC X(5).
       01  AL-INTEGRITY-LAST  PIC 9(5) VALUE 0.
       01  AL-HOLD-AGED       PIC 9(5) VALUE 0.
       01  AL-DELTA-ROWS      PIC 9(5) VALUE 0.
       01  AL-CAP-LOW         PIC 9(3) VALUE 0.
       01  AL-CAP-FULL        PIC 9(3) VALUE 0.
       01  AL-CAP-PCT         PIC 9(3) VALUE 0.
       01  BACKUP-OPERATOR    PIC X(5) VALUE "BATCH".
       01  AL-EOF             PIC X VALUE 'N'.
       01  IH-PROG-F          PIC X(20).
       01  IH-DATE-F          PIC X(8).
           05 F-ORIGIN     PIC X(10).

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
       MAIN-PROCEDURE.
           DISPLAY "Nightly batch started."

           PERFORM ENSURE-ARCHIVE-DIR
           PERFORM SET-BUSINESS-DATE-RANGE THRU
               SET-BUSINESS-DATE-RANGE-EXIT
           IF BD-RANGE-OK NOT = 'Y'
               DISPLAY "Nightly batch not run."
               GOBACK
           END-IF

           PERFORM RUN-BUSINESS-DATE THRU RUN-BUSINESS-DATE-EXIT
               VARYING BD-CUR-INT FROM BD-FIRST-INT BY 1
               UNTIL BD-CUR-INT > BD-END-INT

      * Tonight's files are the base the next day's journal replays
      * onto (DayRecovery.cbl).
           MOVE 0 TO DUMMY-CHOICE
           CALL "DayRecovery" USING DUMMY-CHOICE, BACKUP-OPERATOR
           CANCEL "DayRecovery"
           DISPLAY "Backup set written to ../backup/ -- day journal "
               "restarted"

           DISPLAY "Nightly batch complete. " BD-DONE-COUNT
               " business date(s) processed, " BD-FIRST-DATE
               " through " BD-END-DATE
           IF BD-CAUGHT-UP-COUNT > 0
               DISPLAY BD-CAUGHT-UP-COUNT
                   " missed business date(s) caught up, "
                   BD-FIRST-DATE " through " BD-LAST-CAUGHT-UP
           END-IF
           GOBACK.

      * The business date is the day the batch is processing, kept
      * apart from the machine clock. ../nightly-batch.business-date
      * holds the last one that ran the whole way through; when nights
      * were missed (server down over a holiday) every date after it
      * up to today runs in turn, oldest first, so reminders, hold
      * expiries, auto-renewals and assumed losses fall due on the
      * day they should have and not all at once. From the menu the
      * operator may override the date to run through -- a past date
      * with nothing missed before it is simply run again. No file
      * yet (first run) means today alone.
       SET-BUSINESS-DATE-RANGE.
           MOVE 'N' TO BD-RANGE-OK
           ACCEPT BD-CLOCK-DATE FROM DATE YYYYMMDD
           MOVE BD-CLOCK-DATE TO BD-END-DATE

           IF USER-CHOICE NOT = 0
               DISPLAY "Business date to run through (YYYYMMDD, "
                   "ENTER for today " BD-CLOCK-DATE "): "
               MOVE SPACES TO BD-OVERRIDE-X
               ACCEPT BD-OVERRIDE-X
               IF BD-OVERRIDE-X NOT = SPACES
                   PERFORM CHECK-BUSINESS-DATE-OVERRIDE THRU
                       CHECK-BUSINESS-DATE-OVERRIDE-EXIT
                   IF BD-OVERRIDE-OK NOT = 'Y'
                       GO TO SET-BUSINESS-DATE-RANGE-EXIT
                   END-IF
                   MOVE BD-OVERRIDE-NUM TO BD-END-DATE
                   DISPLAY "Business date overridden to " BD-END-DATE
               END-IF
           END-IF

           COMPUTE BD-END-INT = FUNCTION INTEGER-OF-DATE(BD-END-DATE)
           MOVE BD-END-INT TO BD-FIRST-INT
           PERFORM LOAD-LAST-BUSINESS-DATE
           IF BD-LAST-DATE NOT = 0
               DISPLAY "Last business date processed: " BD-LAST-DATE
               COMPUTE BD-LAST-INT =
                   FUNCTION INTEGER-OF-DATE(BD-LAST-DATE)
               IF BD-LAST-INT < BD-END-INT
                   COMPUTE BD-FIRST-INT = BD-LAST-INT + 1
               END-IF
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(BD-FIRST-INT) TO BD-FIRST-DATE
           IF BD-FIRST-INT < BD-END-INT
               COMPUTE BD-MISSED-COUNT = BD-END-INT - BD-FIRST-INT
               DISPLAY BD-MISSED-COUNT
                   " missed business date(s) to catch up from "
                   BD-FIRST-DATE
           END-IF
           MOVE 'Y' TO BD-RANGE-OK.
       SET-BUSINESS-DATE-RANGE-EXIT.
           EXIT.

      * An override must be a real calendar date, and not one still
      * to come -- running tomorrow early would expire holds and
      * bill assumed losses a day ahead of time.
       CHECK-BUSINESS-DATE-OVERRIDE.
           MOVE 'N' TO BD-OVERRIDE-OK
           IF BD-OVERRIDE-X IS NOT NUMERIC
               DISPLAY "Business date must be 8 digits, YYYYMMDD."
               GO TO CHECK-BUSINESS-DATE-OVERRIDE-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(BD-OVERRIDE-NUM) NOT = 0
               DISPLAY "Business date " BD-OVERRIDE-X
                   " is not a valid date."
               GO TO CHECK-BUSINESS-DATE-OVERRIDE-EXIT
           END-IF
           IF BD-OVERRIDE-NUM > BD-CLOCK-DATE
               DISPLAY "Business date " BD-OVERRIDE-X
                   " is in the future."
               GO TO CHECK-BUSINESS-DATE-OVERRIDE-EXIT
           END-IF
           MOVE 'Y' TO BD-OVERRIDE-OK.
       CHECK-BUSINESS-DATE-OVERRIDE-EXIT.
           EXIT.

      * A missing or unreadable file leaves BD-LAST-DATE at zero --
      * nothing to catch up, just run the end date.
       LOAD-LAST-BUSINESS-DATE.
           MOVE 0 TO BD-LAST-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BUSINESS-DATE-LINE(1:8) TO BD-OVERRIDE-X
                       IF BD-OVERRIDE-X IS NUMERIC
                           IF FUNCTION TEST-DATE-YYYYMMDD
                                  (BD-OVERRIDE-NUM) = 0
                               MOVE BD-OVERRIDE-NUM TO BD-LAST-DATE
                           END-IF
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      * Only ever moves forward -- re-running an earlier date by
      * override must not make the next night think the dates since
      * were missed.
       SAVE-LAST-BUSINESS-DATE.
           IF SYS-DATE > BD-LAST-DATE
               MOVE SYS-DATE TO BD-LAST-DATE
               OPEN OUTPUT BUSINESS-DATE-FILE
               MOVE SPACES TO BUSINESS-DATE-LINE
               MOVE BD-LAST-DATE TO BUSINESS-DATE-LINE
               WRITE BUSINESS-DATE-LINE
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      * One business date, every step, as of SYS-DATE. The CALLed
      * programs are CANCELled after each use so the next date's CALL
      * starts them fresh rather than with this date's end-of-file
      * switches and counters still set.
       RUN-BUSINESS-DATE.
           MOVE FUNCTION DATE-OF-INTEGER(BD-CUR-INT) TO SYS-DATE
           IF BD-CUR-INT < BD-END-INT
               MOVE 'Y' TO BD-CATCH-UP
               MOVE SYS-DATE TO BD-LAST-CAUGHT-UP
               ADD 1 TO BD-CAUGHT-UP-COUNT
               DISPLAY "Catching up missed business date " SYS-DATE
           ELSE
               MOVE 'N' TO BD-CATCH-UP
               DISPLAY "Processing business date " SYS-DATE
           END-IF
           ADD 1 TO BD-DONE-COUNT
           PERFORM RESET-DATE-COUNTERS

           PERFORM LOAD-CHECKPOINT
           IF LAST-STEP-NO > 0
               DISPLAY "Resuming after a prior interrupted run -- "
                   "last completed step was " LAST-STEP-NAME
           END-IF

           IF LAST-STEP-NO < STEP-CHECKLOG
               MOVE 0 TO DUMMY-CHOICE
               CALL "CheckLog" USING DUMMY-CHOICE, SYS-DATE
               CANCEL "CheckLog"
               PERFORM SAVE-CHECKPOINT-CHECKLOG
           END-IF

           MOVE SPACES TO ARCHIVE-PATH
           STRING "../archive/overdue-" DELIMITED BY SIZE
                  SYS-DATE             DELIMITED BY SIZE
                  ".csv"               DELIMITED BY SIZE
               PERFORM SAVE-CHECKPOINT-ARCHIVE-OVERDUE
           END-IF

           MOVE SPACES TO REMINDER-ARCHIVE-PATH
           STRING "../archive/reminders-" DELIMITED BY SIZE
                  SYS-DATE               DELIMITED BY SIZE
                  ".csv"                 DELIMITED BY SIZE
               PERFORM SAVE-CHECKPOINT-ARCHIVE-REMINDERS
           END-IF

           MOVE SPACES TO LOG-ARCHIVE-PATH
           STRING "../archive/log-" DELIMITED BY SIZE
                  SYS-DATE         DELIMITED BY SIZE
                  ".csv"           DELIMITED BY SIZE
               PERFORM SAVE-CHECKPOINT-ROLLOFF-LOG
           END-IF

      * The accounting feed, reconcile, web sync, alerts and risk
      * report describe the files as they stand now, not as of a
      * business date -- on a caught-up earlier date they would only
      * be overwritten (or page the duty manager) again by the next
      * date, so they run on the final date alone.
           IF LAST-STEP-NO < STEP-EXPORT-FINES AND BD-CATCH-UP = 'N'
               MOVE 0 TO DUMMY-CHOICE
               CALL "ExportFines" USING DUMMY-CHOICE
               CANCEL "ExportFines"
               PERFORM SAVE-CHECKPOINT-EXPORT-FINES
           END-IF

           IF LAST-STEP-NO < STEP-RECONCILE AND BD-CATCH-UP = 'N'
               MOVE 0 TO DUMMY-CHOICE
               CALL "ReconcileBooks" USING DUMMY-CHOICE
               CANCEL "ReconcileBooks"
               PERFORM SAVE-CHECKPOINT-RECONCILE
           END-IF

               PERFORM SAVE-CHECKPOINT-AUTO-LOST
           END-IF

           IF LAST-STEP-NO < STEP-WEB-SYNC AND BD-CATCH-UP = 'N'
               PERFORM EXPORT-WEB-ACCOUNT-SYNC THRU
                   EXPORT-WEB-ACCOUNT-SYNC-EXIT
               PERFORM SAVE-CHECKPOINT-WEB-SYNC
               PERFORM SAVE-CHECKPOINT-AUTO-RENEW
           END-IF

           IF LAST-STEP-NO < STEP-RESERVE-RELEASE
               MOVE 0 TO DUMMY-CHOICE
               CALL "CourseReserves" USING DUMMY-CHOICE, SYS-DATE
               CANCEL "CourseReserves"
               PERFORM SAVE-CHECKPOINT-RESERVE-RELEASE
           END-IF

      * Postal members' notices are printed while they are still
      * separate rows, before the digest pass folds them together.
           IF LAST-STEP-NO < STEP-POSTAL-LETTERS
               MOVE 0 TO DUMMY-CHOICE
               CALL "PostalLetters" USING DUMMY-CHOICE, CNT-LETTERS
               CANCEL "PostalLetters"
               PERFORM SAVE-CHECKPOINT-POSTAL-LETTERS
           END-IF

      * Last of the notice writers has run -- now collapse tonight's
      * outbox so one member gets one digest, not a trickle.
           IF LAST-STEP-NO < STEP-DIGEST-OUTBOX
               PERFORM SAVE-CHECKPOINT-DIGEST-OUTBOX
           END-IF

           IF LAST-STEP-NO < STEP-ALERTS AND BD-CATCH-UP = 'N'
               PERFORM EVALUATE-ALERT-THRESHOLDS THRU
                   EVALUATE-ALERT-THRESHOLDS-EXIT
               PERFORM SAVE-CHECKPOINT-ALERTS
           END-IF

           IF LAST-STEP-NO < STEP-RISK-REPORT AND BD-CATCH-UP = 'N'
               MOVE 0 TO DUMMY-CHOICE
               CALL "RiskReport" USING DUMMY-CHOICE, RISK-OPERATOR,
                   CNT-RISK
               CANCEL "RiskReport"
               PERFORM SAVE-CHECKPOINT-RISK-REPORT
           END-IF

      * The gate log is per day, so every date -- caught-up ones too --
      * has its own alarms reconciled.
           IF LAST-STEP-NO < STEP-GATE-ALARMS
               MOVE 0 TO DUMMY-CHOICE
               CALL "GateReconcile" USING DUMMY-CHOICE, SYS-DATE,
                   CNT-GATE-EXCEPTIONS
               CANCEL "GateReconcile"
               PERFORM SAVE-CHECKPOINT-GATE-ALARMS
           END-IF

           IF LAST-STEP-NO < STEP-DISPLAY-CLOSE
               MOVE 0 TO DUMMY-CHOICE
               CALL "DisplayMaintain" USING DUMMY-CHOICE, SYS-DATE
               CANCEL "DisplayMaintain"
               PERFORM SAVE-CHECKPOINT-DISPLAY-CLOSE
           END-IF

           IF LAST-STEP-NO < STEP-READING-ROOM
               MOVE 0 TO DUMMY-CHOICE
               CALL "ReadingRoom" USING DUMMY-CHOICE, ROOM-OPERATOR,
                   SYS-DATE, CNT-LEFT-OUT
               CANCEL "ReadingRoom"
               PERFORM SAVE-CHECKPOINT-READING-ROOM
           END-IF

           IF LAST-STEP-NO < STEP-AMNESTY
               MOVE 0 TO DUMMY-CHOICE
               CALL "FineAmnesty" USING DUMMY-CHOICE, AMNESTY-OPERATOR,
                   AMNESTY-ROLE, SYS-DATE, CNT-AMNESTY
               CANCEL "FineAmnesty"
               PERFORM SAVE-CHECKPOINT-AMNESTY
           END-IF

      * Last, so the reports see the date's files as every other step
      * has left them. A caught-up month end still gets its monthly
      * reports, filed under its own date.
           IF LAST-STEP-NO < STEP-REPORTS
               MOVE 0 TO DUMMY-CHOICE
               CALL "ReportSchedule" USING DUMMY-CHOICE, SYS-DATE,
                   CNT-REPORTS
               CANCEL "ReportSchedule"
               PERFORM SAVE-CHECKPOINT-REPORTS
           END-IF

      * The whole date reached the end -- record it as the last
      * business date processed, then clear the checkpoint so the next
      * date starts from step one again instead of seeing this date's
      * RECONCILE checkpoint and skipping everything.
           PERFORM SAVE-LAST-BUSINESS-DATE
           PERFORM CLEAR-CHECKPOINT

           DISPLAY "Business date " SYS-DATE " complete."
           DISPLAY LINE-COUNT
               " overdue notice(s) archived to " ARCHIVE-PATH
           DISPLAY REMINDER-LINE-COUNT
               " reminder notice(s) archived to " REMINDER-ARCHIVE-PATH
               " unclaimed hold(s) auto-cancelled"
           DISPLAY CNT-HOLDS-PROMOTED
               " waiting hold(s) promoted to NOTIFIED"
           DISPLAY CNT-LETTERS
               " postal letter(s) printed for members without e-mail"
           DISPLAY CNT-DIGESTED
               " member(s) had notices collapsed into a digest"
           DISPLAY CNT-AUTO-LOST
           DISPLAY CNT-ALERTS
               " operational alert(s) raised -- see "
               "../operator-alerts.csv"
           DISPLAY CNT-RISK
               " member(s) flagged on the risk report -- see "
               "../risk-report.csv"
           DISPLAY CNT-GATE-EXCEPTIONS
               " gate alarm(s) with no loan behind them -- see "
               "../gate-exceptions.csv"
           DISPLAY CNT-LEFT-OUT
               " reading-room item(s) left out at a seat -- see "
               "../reading-room-flags.csv"
           DISPLAY CNT-AMNESTY
               " fine(s) waived under amnesty campaigns -- see "
               "../amnesty-waivers.csv"
           DISPLAY CNT-REPORTS
               " scheduled report(s) filed under ../reports/"
               SYS-DATE
           IF BD-CATCH-UP = 'Y'
               DISPLAY "Caught-up date -- accounting feed, reconcile, "
                   "web sync, alerts and risk report run on the "
                   "final date only"
           END-IF.
       RUN-BUSINESS-DATE-EXIT.
           EXIT.


      * The per-date summary counts start again at zero for each date;
      * the step paragraphs reset their own work tables.
       RESET-DATE-COUNTERS.
           MOVE 0 TO LINE-COUNT
           MOVE 0 TO REMINDER-LINE-COUNT
           MOVE 0 TO CNT-ARCHIVED
           MOVE 0 TO CNT-KEPT
           MOVE 0 TO CNT-HOLDS-EXPIRED
           MOVE 0 TO CNT-HOLDS-PROMOTED
           MOVE 0 TO CNT-LETTERS
           MOVE 0 TO CNT-DIGESTED
           MOVE 0 TO CNT-AUTO-LOST
           MOVE 0 TO CNT-WEB-SYNC
           MOVE 0 TO CNT-AUTO-RENEWED
           MOVE 0 TO CNT-AUTO-RENEW-FAIL
           MOVE 0 TO CNT-ALERTS
           MOVE 0 TO CNT-RISK
           MOVE 0 TO CNT-GATE-EXCEPTIONS
           MOVE 0 TO CNT-LEFT-OUT
           MOVE 0 TO CNT-AMNESTY
           MOVE 0 TO CNT-REPORTS.

      * Reads the name of the last step that completed, if any, off
      * nightly-batch.checkpoint and turns it into LAST-STEP-NO so the
       LOAD-CHECKPOINT.
           MOVE 0 TO LAST-STEP-NO
           MOVE SPACES TO LAST-STEP-NAME
           MOVE SPACES TO CHECKPOINT-DATE
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING CHECKPOINT-LINE DELIMITED BY ","
                           INTO LAST-STEP-NAME, CHECKPOINT-DATE
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
                   MOVE STEP-WEB-SYNC TO LAST-STEP-NO
               WHEN "AUTO_RENEW"
                   MOVE STEP-AUTO-RENEW TO LAST-STEP-NO
               WHEN "RESERVE_RELEASE"
                   MOVE STEP-RESERVE-RELEASE TO LAST-STEP-NO
               WHEN "POSTAL_LETTERS"
                   MOVE STEP-POSTAL-LETTERS TO LAST-STEP-NO
               WHEN "ALERTS"
                   MOVE STEP-ALERTS TO LAST-STEP-NO
               WHEN "RISK_REPORT"
                   MOVE STEP-RISK-REPORT TO LAST-STEP-NO
               WHEN "GATE_ALARMS"
                   MOVE STEP-GATE-ALARMS TO LAST-STEP-NO
               WHEN "DISPLAY_CLOSE"
                   MOVE STEP-DISPLAY-CLOSE TO LAST-STEP-NO
               WHEN "READING_ROOM"
                   MOVE STEP-READING-ROOM TO LAST-STEP-NO
               WHEN "AMNESTY"
                   MOVE STEP-AMNESTY TO LAST-STEP-NO
               WHEN "REPORTS"
                   MOVE STEP-REPORTS TO LAST-STEP-NO
               WHEN OTHER
                   MOVE 0 TO LAST-STEP-NO
           END-EVALUATE
      * A checkpoint left by a different business date (the date that
      * crashed was finished and recorded, the clear never happened)
      * does not apply to this one.
           IF CHECKPOINT-DATE NOT = SPACES AND
              CHECKPOINT-DATE NOT = SYS-DATE
               MOVE 0 TO LAST-STEP-NO
               MOVE SPACES TO LAST-STEP-NAME
           END-IF.

       SAVE-CHECKPOINT-CHECKLOG.
           MOVE "CHECKLOG" TO LAST-STEP-NAME
           MOVE "AUTO_RENEW" TO LAST-STEP-NAME
           PERFORM WRITE-CHECKPOINT.

       SAVE-CHECKPOINT-RESERVE-RELEASE.
           MOVE "RESERVE_RELEASE" TO LAST-STEP-NAME
           PERFORM WRITE-CHECKPOINT.

       SAVE-CHECKPOINT-POSTAL-LETTERS.
           MOVE "POSTAL_LETTERS" TO LAST-STEP-NAME
           PERFORM WRITE-CHECKPOINT.

       SAVE-CHECKPOINT-ALERTS.
           MOVE "ALERTS" TO LAST-STEP-NAME
           PERFORM WRITE-CHECKPOINT.

       SAVE-CHECKPOINT-RISK-REPORT.
           MOVE "RISK_REPORT" TO LAST-STEP-NAME
           PERFORM WRITE-CHECKPOINT.

       SAVE-CHECKPOINT-GATE-ALARMS.
           MOVE "GATE_ALARMS" TO LAST-STEP-NAME
           PERFORM WRITE-CHECKPOINT.

       SAVE-CHECKPOINT-DISPLAY-CLOSE.
           MOVE "DISPLAY_CLOSE" TO LAST-STEP-NAME
           PERFORM WRITE-CHECKPOINT.

       SAVE-CHECKPOINT-READING-ROOM.
           MOVE "READING_ROOM" TO LAST-STEP-NAME
           PERFORM WRITE-CHECKPOINT.

       SAVE-CHECKPOINT-AMNESTY.
           MOVE "AMNESTY" TO LAST-STEP-NAME
           PERFORM WRITE-CHECKPOINT.

       SAVE-CHECKPOINT-REPORTS.
           MOVE "REPORTS" TO LAST-STEP-NAME
           PERFORM WRITE-CHECKPOINT.

       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE SPACES TO CHECKPOINT-LINE
           STRING FUNCTION TRIM(LAST-STEP-NAME) DELIMITED BY SIZE ","
                  SYS-DATE DELIMITED BY SIZE
               INTO CHECKPOINT-LINE
           WRITE CHECKPOINT-LINE
           CLOSE CHECKPOINT-FILE.

           END-CALL.

       ARCHIVE-OVERDUE-NOTICES.
           MOVE 'N' TO FILE-END
           OPEN INPUT OVERDUE-FILE
           IF OVERDUE-STATUS NOT = "00"
               GO TO ARCHIVE-OVERDUE-NOTICES-EXIT
       AUTO-CANCEL-EXPIRED-HOLDS.
           PERFORM LOAD-PICKUP-POLICY
           PERFORM LOAD-NB-BOOK-TABLE THRU LOAD-NB-BOOK-TABLE-EXIT
           PERFORM LOAD-WORK-EDITIONS
           PERFORM LOAD-ANY-EDITION-HOLDS
           MOVE 0 TO HD-TOTAL
           MOVE 'N' TO HOLDS-OVERFLOW
           MOVE 'N' TO FILE-END
               INTO WS-NOTIFY-STAMP
      * Queue order is priority first, then placement (file) order --
      * the first eligible row at the highest priority wins.
           PERFORM FIND-FREED-COPY-WORK
           MOVE 0 TO HD-BEST-IDX
           MOVE 0 TO HD-BEST-PRI
           PERFORM VARYING HD-SCAN-IDX FROM 1 BY 1
                  FUNCTION TRIM(HD-STATUS(HD-SCAN-IDX)) = "WAITING"
                   PERFORM CHECK-PICKUP-BRANCH-OK
               END-IF
               IF HD-BOOK-ID(HD-SCAN-IDX) NOT = HD-BOOK-ID(HD-IDX) AND
                  FUNCTION TRIM(HD-STATUS(HD-SCAN-IDX)) = "WAITING"
                  AND WORK-FREED-WORK NOT = SPACES
                   PERFORM CHECK-ANY-EDITION-OK
                   IF WORK-ANY-OK = 'Y'
                       MOVE 'Y' TO NB-PICKUP-OK
                   END-IF
               END-IF
               IF NB-PICKUP-OK = 'Y'
                   IF HD-BEST-IDX = 0 OR
                      FUNCTION NUMVAL(HD-PRIORITY(HD-SCAN-IDX))
               END-IF
           END-PERFORM
           IF HD-BEST-IDX > 0
               MOVE HD-BOOK-ID(HD-IDX) TO HD-BOOK-ID(HD-BEST-IDX)
               MOVE "NOTIFIED" TO HD-STATUS(HD-BEST-IDX)
               MOVE WS-NOTIFY-STAMP
                   TO HD-NOTIFY-DATE(HD-BEST-IDX)
               END-IF
           END-IF.

      * The copy the lapsed hold was waiting on sits at its pickup
      * branch (the book's home branch on a legacy row with none);
      * WORK-FREED-WORK is the work its title is grouped under.
       FIND-FREED-COPY-WORK.
           MOVE SPACES TO WORK-FREED-WORK
           PERFORM VARYING WE-IDX FROM 1 BY 1 UNTIL WE-IDX > WE-TOTAL
               IF WE-BOOK(WE-IDX) = HD-BOOK-ID(HD-IDX)
                   MOVE WE-WORK(WE-IDX) TO WORK-FREED-WORK
               END-IF
           END-PERFORM
           MOVE HD-PICKUP(HD-IDX) TO WORK-FREED-BRANCH
           IF WORK-FREED-BRANCH = SPACES
               MOVE "MAIN" TO WORK-FREED-BRANCH
               PERFORM VARYING NB-BK-IDX FROM 1 BY 1
                       UNTIL NB-BK-IDX > NB-BK-TOTAL
                   IF NB-BK-ID(NB-BK-IDX) = HD-BOOK-ID(HD-IDX)
                       MOVE NB-BK-BRANCH(NB-BK-IDX)
                           TO WORK-FREED-BRANCH
                   END-IF
               END-PERFORM
           END-IF.

      * An any-edition hold on another edition of the freed copy's
      * work takes the copy when it names no pickup branch or names
      * the branch the copy is sitting at.
       CHECK-ANY-EDITION-OK.
           MOVE 'N' TO WORK-ANY-OK
           MOVE SPACES TO WORK-HOLD-WORK
           PERFORM VARYING WE-IDX FROM 1 BY 1 UNTIL WE-IDX > WE-TOTAL
               IF WE-BOOK(WE-IDX) = HD-BOOK-ID(HD-SCAN-IDX)
                   MOVE WE-WORK(WE-IDX) TO WORK-HOLD-WORK
               END-IF
           END-PERFORM
           IF WORK-HOLD-WORK = WORK-FREED-WORK
               PERFORM VARYING AE-IDX FROM 1 BY 1
                       UNTIL AE-IDX > AE-TOTAL
                   IF AE-MEMBER(AE-IDX) = HD-MEMBER-ID(HD-SCAN-IDX)
                      AND AE-DATE(AE-IDX) = HD-DATE(HD-SCAN-IDX)
                      AND AE-WORK(AE-IDX) = WORK-FREED-WORK
                       MOVE 'Y' TO WORK-ANY-OK
                   END-IF
               END-PERFORM
           END-IF
           IF WORK-ANY-OK = 'Y' AND
              FUNCTION TRIM(HD-PICKUP(HD-SCAN-IDX)) NOT = SPACES AND
              FUNCTION TRIM(HD-PICKUP(HD-SCAN-IDX)) NOT =
                  FUNCTION TRIM(WORK-FREED-BRANCH)
               MOVE 'N' TO WORK-ANY-OK
           END-IF.

       LOAD-WORK-EDITIONS.
           MOVE 0 TO WE-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT WORK-EDITION-FILE
           IF WORK-EDITION-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ WORK-EDITION-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF WE-TOTAL < 500
                           ADD 1 TO WE-TOTAL
                           UNSTRING WORK-EDITION-REC DELIMITED BY ","
                               INTO WE-WORK(WE-TOTAL),
                                    WE-BOOK(WE-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF WORK-EDITION-STATUS = "00" OR WORK-EDITION-STATUS = "10"
               CLOSE WORK-EDITION-FILE
           END-IF
           MOVE 'N' TO FILE-END.

       LOAD-ANY-EDITION-HOLDS.
           MOVE 0 TO AE-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT WORK-HOLD-FILE
           IF WORK-HOLD-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ WORK-HOLD-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF AE-TOTAL < 200
                           ADD 1 TO AE-TOTAL
                           UNSTRING WORK-HOLD-REC DELIMITED BY ","
                               INTO AE-BOOK-F,
                                    AE-MEMBER(AE-TOTAL),
                                    AE-DATE(AE-TOTAL),
                                    AE-WORK(AE-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF WORK-HOLD-STATUS = "00" OR WORK-HOLD-STATUS = "10"
               CLOSE WORK-HOLD-FILE
           END-IF
           MOVE 'N' TO FILE-END.

      * books.csv is id,name,author,count,genre,status,isbn,branch --
      * only the id/name/count/branch slice matters here.
       LOAD-NB-BOOK-TABLE.
           PERFORM LOAD-RENEW-POLICY
           PERFORM LOAD-AR-CLOSURES
           PERFORM LOAD-AR-WAITING-BOOKS
           PERFORM LOAD-AR-RECALLED-LOANS
           PERFORM LOAD-NB-BOOK-TABLE THRU LOAD-NB-BOOK-TABLE-EXIT
           MOVE 0 TO CNT-AUTO-RENEWED
           MOVE 0 TO CNT-AUTO-RENEW-FAIL
                                F-RTTIME, F-ORIGIN
                       IF FUNCTION TRIM(F-RDT) = SPACE AND
                          FUNCTION TRIM(F-DUETIME) = SPACES
                           PERFORM TRY-AUTO-RENEW-ROW THRU
                               TRY-AUTO-RENEW-ROW-EXIT
                       END-IF
                       MOVE SPACES TO LOG-TMP-LINE
                       STRING
                   MOVE 'Y' TO AR-HAS-HOLD
               END-IF
           END-PERFORM
           PERFORM VARYING AR-RECALL-IDX FROM 1 BY 1
                   UNTIL AR-RECALL-IDX > AR-RECALL-TOTAL
               IF AR-RECALL-TRAN(AR-RECALL-IDX) = F-ID
                   MOVE 'Y' TO AR-HAS-HOLD
               END-IF
           END-PERFORM

           IF AR-RENEW-NUM >= AR-MAX-RENEW OR AR-HAS-HOLD = 'Y'
               ADD 1 TO CNT-AUTO-RENEW-FAIL
               MOVE "RENEW_FAIL" TO AR-MSG-TYPE
               PERFORM SEND-AUTO-RENEW-NOTICE THRU
                   SEND-AUTO-RENEW-NOTICE-EXIT
               GO TO TRY-AUTO-RENEW-ROW-EXIT
           END-IF

           MOVE "NO " TO F-DUE
           ADD 1 TO CNT-AUTO-RENEWED
           MOVE "RENEWED" TO AR-MSG-TYPE
           PERFORM SEND-AUTO-RENEW-NOTICE THRU
               SEND-AUTO-RENEW-NOTICE-EXIT.
       TRY-AUTO-RENEW-ROW-EXIT.
           EXIT.

               CLOSE HOLDS-FILE
           END-IF.

      * recalls.csv is tran,member,book,copy,old_due,recall_due,
      * reason,recalled_on,operator -- only the transaction matters.
       LOAD-AR-RECALLED-LOANS.
           MOVE 0 TO AR-RECALL-TOTAL
           MOVE 'N' TO AR-EOF
           OPEN INPUT RECALL-FILE
           IF RECALL-STATUS NOT = "00"
               MOVE 'Y' TO AR-EOF
           END-IF
           PERFORM UNTIL AR-EOF = 'Y'
               READ RECALL-FILE
                   AT END
                       MOVE 'Y' TO AR-EOF
                   NOT AT END
                       MOVE SPACES TO AR-RECALL-TRAN-F
                       UNSTRING RECALL-REC DELIMITED BY ","
                           INTO AR-RECALL-TRAN-F
                       IF AR-RECALL-TRAN-F NOT = SPACES
                          AND AR-RECALL-TOTAL < 500
                           ADD 1 TO AR-RECALL-TOTAL
                           MOVE AR-RECALL-TRAN-F
                               TO AR-RECALL-TRAN(AR-RECALL-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           IF RECALL-STATUS = "00" OR RECALL-STATUS = "10"
               CLOSE RECALL-FILE
           END-IF.

      * The failed/renewed word goes out on the shared feed with the
      * new (or unchanged) due date in the days column position.
       SEND-AUTO-RENEW-NOTICE.
           MOVE 0 TO CNT-ALERTS
           PERFORM LOAD-ALERT-THRESHOLDS
           PERFORM MEASURE-ALERT-SIGNALS
           MOVE 0 TO DUMMY-CHOICE
           CALL "CapacityReport" USING DUMMY-CHOICE, AL-CAP-LOW,
               AL-CAP-FULL, AL-CAP-PCT
           CANCEL "CapacityReport"

           OPEN OUTPUT ALERT-FILE
           IF ALERT-STATUS NOT = "00"
                   INTO AL-MSG
               PERFORM WRITE-ONE-ALERT
           END-IF
           IF AL-CAP-FULL > 0
               MOVE SPACES TO AL-MSG
               STRING "HIGH,capacity: " DELIMITED BY SIZE
                      AL-CAP-FULL DELIMITED BY SIZE
                      " program table limit(s) reached -- see "
                          DELIMITED BY SIZE
                      "capacity-report.csv" DELIMITED BY SIZE
                   INTO AL-MSG
               PERFORM WRITE-ONE-ALERT
           END-IF
           IF AL-CAP-LOW > 0
               MOVE SPACES TO AL-MSG
               STRING "MEDIUM,capacity headroom: " DELIMITED BY SIZE
                      AL-CAP-LOW DELIMITED BY SIZE
                      " program table(s) under " DELIMITED BY SIZE
                      AL-CAP-PCT DELIMITED BY SIZE
                      "% free -- see capacity-report.csv"
                          DELIMITED BY SIZE
                   INTO AL-MSG
               PERFORM WRITE-ONE-ALERT
           END-IF
           CLOSE ALERT-FILE

           IF CNT-ALERTS > 0 AND
