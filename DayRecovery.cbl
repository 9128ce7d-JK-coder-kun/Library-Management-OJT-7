      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Point-in-time recovery of members.csv, log.csv and
      *          fine.csv from the nightly backup set and the day
      *          journal (DayJournal.cbl).
      *          USER-CHOICE 0 is the nightly call from NightlyBatch.cbl
      *          once its run is complete: the three files are copied
      *          to ../backup/, their row counts and check sums are
      *          written to ../backup/backup-manifest.csv (first row
      *          BACKUP,date YYYYMMDD,time HHMMSS, then file,rows,
      *          check sum), and ../day-journal.csv is moved to
      *          ../archive/ so the new day starts a new journal.
      *          From the menu (manager only, checked by the caller):
      *          - the backup set is verified against its manifest --
      *            nothing goes further if it does not agree;
      *          - the operator picks the file(s) to recover and the
      *            date and time to recover to;
      *          - the backup copy is taken into ../recovery/ and the
      *            journal replayed on top of it in its original
      *            order (checkouts, renewals, returns, payments and
      *            member edits as the desk programs journaled them)
      *            up to that time. Replay stops at the first entry
      *            that cannot be applied cleanly -- a row to change
      *            or remove that is not there, or a file that does
      *            not come out at the check totals journaled with it
      *            (a change made outside the journaled programs) --
      *            and says which;
      *          - the result is reconciled against the journal
      *            totals (backup rows plus rows added less rows
      *            removed, and the last check totals journaled);
      *          - only a clean, reconciled replay may be installed
      *            over the live file. The file it replaces is kept
      *            as ../recovery/<file>.replaced, the journal entries
      *            after the recovery point are listed in
      *            ../recovery/unreplayed-journal.csv for re-keying
      *            and dropped from the day journal, and an INFO row
      *            goes to ../operator-alerts.csv.
      *          Every run writes ../recovery/replay-report.csv.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DayRecovery.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "../day-journal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT JOURNAL-TMP-FILE ASSIGN TO "../day-journal.csv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-TMP-STATUS.
           SELECT MANIFEST-FILE
               ASSIGN TO "../backup/backup-manifest.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
           SELECT SRC-FILE ASSIGN TO DYNAMIC DR-SRC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRC-STATUS.
           SELECT DST-FILE ASSIGN TO DYNAMIC DR-DST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DST-STATUS.
           SELECT UNREPLAYED-FILE
               ASSIGN TO "../recovery/unreplayed-journal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNREPLAYED-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../recovery/replay-report.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT ALERT-FILE ASSIGN TO "../operator-alerts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC        PIC X(400).
       FD  JOURNAL-TMP-FILE.
       01  JOURNAL-TMP-REC    PIC X(400).
       FD  MANIFEST-FILE.
       01  MANIFEST-REC       PIC X(80).
       FD  SRC-FILE.
       01  SRC-REC            PIC X(300).
       FD  DST-FILE.
       01  DST-REC            PIC X(300).
       FD  UNREPLAYED-FILE.
       01  UNREPLAYED-REC     PIC X(400).
       FD  REPORT-FILE.
       01  REPORT-REC         PIC X(200).
       FD  ALERT-FILE.
       01  ALERT-REC          PIC X(200).

       WORKING-STORAGE SECTION.
       01  JOURNAL-STATUS     PIC XX.
       01  JOURNAL-TMP-STATUS PIC XX.
       01  MANIFEST-STATUS    PIC XX.
       01  SRC-STATUS         PIC XX.
       01  DST-STATUS         PIC XX.
       01  UNREPLAYED-STATUS  PIC XX.
       01  REPORT-STATUS      PIC XX.
       01  ALERT-STATUS       PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  DR-SRC-PATH        PIC X(60).
       01  DR-DST-PATH        PIC X(60).
       01  DR-RENAME-FROM     PIC X(60).
       01  DR-RENAME-TO       PIC X(60).
       01  DR-FS-STATUS       PIC S9(9) COMP-5.
       01  DR-BACKUP-DIR      PIC X(12) VALUE "../backup".
       01  DR-RECOVERY-DIR    PIC X(12) VALUE "../recovery".
       01  DR-ARCHIVE-DIR     PIC X(12) VALUE "../archive".
       01  DR-JOURNAL-PATH    PIC X(24) VALUE "../day-journal.csv".
       01  DR-JOURNAL-TMP-PATH PIC X(28)
           VALUE "../day-journal.csv.tmp".
       01  TODAY              PIC 9(8).
       01  NOW-TIME           PIC 9(8).

      * The recoverable files and what the run learns about each.
       01  DR-FILE-NAMES.
           05  FILLER  PIC X(12) VALUE "members.csv".
           05  FILLER  PIC X(12) VALUE "log.csv".
           05  FILLER  PIC X(12) VALUE "fine.csv".
       01  DR-FILE-TABLE REDEFINES DR-FILE-NAMES.
           05  DR-FILE-NAME   PIC X(12) OCCURS 3 TIMES.
       01  DR-FILE-TOTAL      PIC 9 VALUE 3.
       01  DR-IDX             PIC 9.
       01  DR-FILE-STATS.
           05  DR-STAT OCCURS 3 TIMES.
               10  DR-SELECTED     PIC X.
               10  DR-BK-ROWS      PIC 9(7).
               10  DR-BK-SUM       PIC 9(10).
               10  DR-BK-FOUND     PIC X.
               10  DR-ADDS         PIC 9(7).
               10  DR-DELS         PIC 9(7).
               10  DR-CHANGES      PIC 9(7).
               10  DR-CHK-SEEN     PIC X.
               10  DR-CHK-ROWS     PIC 9(7).
               10  DR-CHK-SUM      PIC 9(10).
               10  DR-LATER        PIC 9(7).
               10  DR-NOW-ROWS     PIC 9(7).
               10  DR-NOW-SUM      PIC 9(10).
               10  DR-EXPECT-ROWS  PIC S9(8).
               10  DR-RECONCILED   PIC X.

      * DayJournal.cbl call -- SUM mode hands the totals back in the
      * image.
       01  JNL-MODE           PIC X(4).
       01  JNL-PROGRAM        PIC X(20) VALUE "DayRecovery".
       01  JNL-FILE           PIC X(30).
       01  JNL-IMAGE          PIC X(300).
       01  JNL-TOTALS REDEFINES JNL-IMAGE.
           05  JNL-ROWS       PIC 9(7).
           05  JNL-SUM        PIC 9(10).
           05  FILLER         PIC X(283).

       01  MF-KIND-F          PIC X(12).
       01  MF-ROWS-F          PIC X(10).
       01  MF-SUM-F           PIC X(12).
       01  BK-DATE            PIC X(8).
       01  BK-TIME            PIC X(6).
       01  BK-VERIFIED        PIC X VALUE 'Y'.

      * One journal row.
       01  JR-DATE            PIC X(8).
       01  JR-TIME            PIC X(8).
       01  JR-PROGRAM         PIC X(20).
       01  JR-FILE            PIC X(12).
       01  JR-OP              PIC X(3).
       01  JR-IMAGE           PIC X(300).
       01  JR-PTR             PIC 9(3).
       01  JR-STAMP           PIC 9(14).
       01  JR-SEQ             PIC 9(7) VALUE 0.
       01  JR-FILE-IDX        PIC 9.
       01  JR-CHK-ROWS-F      PIC X(7).
       01  JR-CHK-SUM-F       PIC X(10).
       01  JR-FIRST-STAMP     PIC 9(14) VALUE 0.
       01  JR-LAST-STAMP      PIC 9(14) VALUE 0.
       01  JR-TOTAL           PIC 9(7) VALUE 0.

       01  PENDING-OLD        PIC X(300).
       01  PENDING-OLD-IDX    PIC 9 VALUE 0.
       01  RW-TARGET          PIC X(300).
       01  RW-REPLACE         PIC X(300).
       01  RW-MODE            PIC X(3).
       01  RW-FOUND           PIC X.
      * Own end-of-file switch -- the rewrite runs inside the journal
      * read loop, which is driven by FILE-END.
       01  RW-EOF             PIC X VALUE 'N'.

       01  DR-FAILED          PIC X VALUE 'N'.
       01  DR-FAIL-REASON     PIC X(100).
       01  DR-APPLIED         PIC 9(7) VALUE 0.
       01  DR-ALL-RECONCILED  PIC X VALUE 'Y'.

       01  DR-FILE-ANSWER     PIC X(2).
       01  DR-DATE-ANSWER     PIC X(8).
       01  DR-TIME-ANSWER     PIC X(4).
       01  DR-CUTOFF-DATE     PIC 9(8).
       01  DR-CUTOFF-HHMM     PIC 9(4).
       01  DR-CUTOFF-STAMP    PIC 9(14).
       01  DR-CONFIRM         PIC X.
       01  DR-MSG             PIC X(150).
       01  DR-MSG-PTR         PIC 9(3).

       01  OUT-ROWS           PIC ZZZZZZ9.
       01  OUT-ADDS           PIC ZZZZZZ9.
       01  OUT-DELS           PIC ZZZZZZ9.
       01  OUT-CHANGES        PIC ZZZZZZ9.
       01  OUT-EXPECT         PIC -ZZZZZZ9.
       01  OUT-EXPECT-CSV     PIC -9(7).
       01  OUT-NOW            PIC ZZZZZZ9.
       01  OUT-LATER          PIC ZZZZZZ9.
       01  HEADER-LINE        PIC X(78) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 DR-OPERATOR-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, DR-OPERATOR-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME
           IF USER-CHOICE = 0
               PERFORM TAKE-BACKUP-SET
               GOBACK
           END-IF
           PERFORM RECOVER-TO-POINT THRU RECOVER-TO-POINT-EXIT
           GOBACK.

      ******************************************************************
      * Nightly: backup set, manifest, and a fresh day journal.
      ******************************************************************
       TAKE-BACKUP-SET.
           CALL "CBL_CREATE_DIR" USING DR-BACKUP-DIR
               RETURNING DR-FS-STATUS
           END-CALL
           CALL "CBL_CREATE_DIR" USING DR-ARCHIVE-DIR
               RETURNING DR-FS-STATUS
           END-CALL

           OPEN OUTPUT MANIFEST-FILE
           MOVE SPACES TO MANIFEST-REC
           STRING "BACKUP," DELIMITED BY SIZE
                  TODAY DELIMITED BY SIZE ","
                  NOW-TIME(1:6) DELIMITED BY SIZE
               INTO MANIFEST-REC
           WRITE MANIFEST-REC
           PERFORM VARYING DR-IDX FROM 1 BY 1
                   UNTIL DR-IDX > DR-FILE-TOTAL
               MOVE SPACES TO DR-SRC-PATH DR-DST-PATH
               STRING "../" DELIMITED BY SIZE
                      FUNCTION TRIM(DR-FILE-NAME(DR-IDX))
                          DELIMITED BY SIZE
                   INTO DR-SRC-PATH
               STRING "../backup/" DELIMITED BY SIZE
                      FUNCTION TRIM(DR-FILE-NAME(DR-IDX))
                          DELIMITED BY SIZE
                   INTO DR-DST-PATH
               PERFORM COPY-ONE-FILE
               MOVE SPACES TO JNL-FILE
               STRING "backup/" DELIMITED BY SIZE
                      FUNCTION TRIM(DR-FILE-NAME(DR-IDX))
                          DELIMITED BY SIZE
                   INTO JNL-FILE
               PERFORM CALL-JOURNAL-SUM
               MOVE SPACES TO MANIFEST-REC
               STRING FUNCTION TRIM(DR-FILE-NAME(DR-IDX))
                          DELIMITED BY SIZE ","
                      JNL-ROWS DELIMITED BY SIZE ","
                      JNL-SUM DELIMITED BY SIZE
                   INTO MANIFEST-REC
               WRITE MANIFEST-REC
           END-PERFORM
           CLOSE MANIFEST-FILE

           MOVE SPACES TO DR-RENAME-TO
           STRING "../archive/day-journal-" DELIMITED BY SIZE
                  TODAY DELIMITED BY SIZE "-"
                  NOW-TIME(1:6) DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
               INTO DR-RENAME-TO
           CALL "CBL_RENAME_FILE" USING DR-JOURNAL-PATH DR-RENAME-TO
               RETURNING DR-FS-STATUS
           END-CALL.

       COPY-ONE-FILE.
           MOVE 'N' TO FILE-END
           OPEN OUTPUT DST-FILE
           OPEN INPUT SRC-FILE
           IF SRC-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SRC-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SRC-REC TO DST-REC
                       WRITE DST-REC
               END-READ
           END-PERFORM
           IF SRC-STATUS = "00" OR SRC-STATUS = "10"
               CLOSE SRC-FILE
           END-IF
           CLOSE DST-FILE.

       CALL-JOURNAL-SUM.
           MOVE "SUM" TO JNL-MODE
           MOVE SPACES TO JNL-IMAGE
           CALL "DayJournal" USING JNL-MODE, JNL-PROGRAM, JNL-FILE,
               JNL-IMAGE.

      ******************************************************************
      * Menu: verify, choose, replay, reconcile, install.
      ******************************************************************
       RECOVER-TO-POINT.
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*   Point-in-Time Recovery (Day Journal)  *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           PERFORM LOAD-MANIFEST
           IF BK-DATE = SPACES
               DISPLAY "No backup set in ../backup/ -- the nightly "
                   "batch takes one at the end of each run."
               GO TO RECOVER-TO-POINT-EXIT
           END-IF
           DISPLAY "Backup set taken " BK-DATE " " BK-TIME
           PERFORM VERIFY-BACKUP-SET
           IF BK-VERIFIED NOT = 'Y'
               DISPLAY "Backup set failed verification -- recovery "
                   "abandoned. Live files untouched."
               GO TO RECOVER-TO-POINT-EXIT
           END-IF

           PERFORM SCAN-JOURNAL
           DISPLAY "Day journal: " JR-TOTAL " entr(ies)"
           IF JR-TOTAL > 0
               DISPLAY "  first " JR-FIRST-STAMP(1:8) " "
                   JR-FIRST-STAMP(9:4) ", last " JR-LAST-STAMP(1:8)
                   " " JR-LAST-STAMP(9:4)
           END-IF

           DISPLAY "File to recover: 1 members.csv  2 log.csv  "
               "3 fine.csv  4 all three"
           ACCEPT DR-FILE-ANSWER
           PERFORM VARYING DR-IDX FROM 1 BY 1
                   UNTIL DR-IDX > DR-FILE-TOTAL
               MOVE 'N' TO DR-SELECTED(DR-IDX)
           END-PERFORM
           EVALUATE FUNCTION TRIM(DR-FILE-ANSWER)
               WHEN "1"
                   MOVE 'Y' TO DR-SELECTED(1)
               WHEN "2"
                   MOVE 'Y' TO DR-SELECTED(2)
               WHEN "3"
                   MOVE 'Y' TO DR-SELECTED(3)
               WHEN "4"
                   MOVE 'Y' TO DR-SELECTED(1) DR-SELECTED(2)
                       DR-SELECTED(3)
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
                   GO TO RECOVER-TO-POINT-EXIT
           END-EVALUATE

           DISPLAY "Recover to date YYYYMMDD (blank = " TODAY "): "
           ACCEPT DR-DATE-ANSWER
           IF DR-DATE-ANSWER = SPACES
               MOVE TODAY TO DR-CUTOFF-DATE
           ELSE
               IF DR-DATE-ANSWER IS NOT NUMERIC
                   DISPLAY "Date must be YYYYMMDD."
                   GO TO RECOVER-TO-POINT-EXIT
               END-IF
               MOVE DR-DATE-ANSWER TO DR-CUTOFF-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(DR-CUTOFF-DATE) NOT = 0
                   DISPLAY "Not a valid date."
                   GO TO RECOVER-TO-POINT-EXIT
               END-IF
           END-IF
           DISPLAY "Recover to time HHMM (blank = end of day): "
           ACCEPT DR-TIME-ANSWER
           IF DR-TIME-ANSWER = SPACES
               MOVE 2359 TO DR-CUTOFF-HHMM
           ELSE
               IF DR-TIME-ANSWER IS NOT NUMERIC
                   DISPLAY "Time must be HHMM."
                   GO TO RECOVER-TO-POINT-EXIT
               END-IF
               MOVE DR-TIME-ANSWER TO DR-CUTOFF-HHMM
               IF DR-CUTOFF-HHMM(1:2) > "23" OR
                  DR-CUTOFF-HHMM(3:2) > "59"
                   DISPLAY "Not a valid time."
                   GO TO RECOVER-TO-POINT-EXIT
               END-IF
           END-IF
           COMPUTE DR-CUTOFF-STAMP =
               DR-CUTOFF-DATE * 1000000 + DR-CUTOFF-HHMM * 100 + 59

           PERFORM PREPARE-RECOVERY-FILES
           PERFORM REPLAY-JOURNAL
           PERFORM RECONCILE-REPLAY
           PERFORM WRITE-REPLAY-REPORT

           IF DR-FAILED = 'Y'
               DISPLAY "Replay stopped at journal entry " JR-SEQ
                   " -- live files untouched; the part-built copy "
                   "is in ../recovery/."
               GO TO RECOVER-TO-POINT-EXIT
           END-IF
           IF DR-ALL-RECONCILED NOT = 'Y'
               DISPLAY "Replayed file(s) do not reconcile with the "
                   "journal totals -- live files untouched."
               GO TO RECOVER-TO-POINT-EXIT
           END-IF
           DISPLAY DR-APPLIED " journal entr(ies) replayed cleanly "
               "and reconciled."
           DISPLAY "Install the recovered file(s) over the live "
               "copy? (Y/N): "
           ACCEPT DR-CONFIRM
           IF DR-CONFIRM NOT = 'Y' AND DR-CONFIRM NOT = 'y'
               DISPLAY "Not installed -- recovered copy left in "
                   "../recovery/."
               GO TO RECOVER-TO-POINT-EXIT
           END-IF
           PERFORM INSTALL-RECOVERED-FILES.
       RECOVER-TO-POINT-EXIT.
           EXIT.

       LOAD-MANIFEST.
           MOVE SPACES TO BK-DATE BK-TIME
           PERFORM VARYING DR-IDX FROM 1 BY 1
                   UNTIL DR-IDX > DR-FILE-TOTAL
               MOVE 'N' TO DR-BK-FOUND(DR-IDX)
               MOVE 0 TO DR-BK-ROWS(DR-IDX) DR-BK-SUM(DR-IDX)
           END-PERFORM
           MOVE 'N' TO FILE-END
           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ MANIFEST-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO MF-KIND-F MF-ROWS-F MF-SUM-F
                       UNSTRING MANIFEST-REC DELIMITED BY ","
                           INTO MF-KIND-F, MF-ROWS-F, MF-SUM-F
                       IF MF-KIND-F = "BACKUP"
                           MOVE MF-ROWS-F TO BK-DATE
                           MOVE MF-SUM-F TO BK-TIME
                       END-IF
                       PERFORM VARYING DR-IDX FROM 1 BY 1
                               UNTIL DR-IDX > DR-FILE-TOTAL
                           IF MF-KIND-F = DR-FILE-NAME(DR-IDX)
                               MOVE 'Y' TO DR-BK-FOUND(DR-IDX)
                               MOVE FUNCTION NUMVAL(MF-ROWS-F)
                                   TO DR-BK-ROWS(DR-IDX)
                               MOVE FUNCTION NUMVAL(MF-SUM-F)
                                   TO DR-BK-SUM(DR-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF MANIFEST-STATUS = "00" OR MANIFEST-STATUS = "10"
               CLOSE MANIFEST-FILE
           END-IF.

       VERIFY-BACKUP-SET.
           MOVE 'Y' TO BK-VERIFIED
           PERFORM VARYING DR-IDX FROM 1 BY 1
                   UNTIL DR-IDX > DR-FILE-TOTAL
               MOVE SPACES TO JNL-FILE
               STRING "backup/" DELIMITED BY SIZE
                      FUNCTION TRIM(DR-FILE-NAME(DR-IDX))
                          DELIMITED BY SIZE
                   INTO JNL-FILE
               PERFORM CALL-JOURNAL-SUM
               MOVE JNL-ROWS TO OUT-ROWS
               IF DR-BK-FOUND(DR-IDX) = 'Y' AND
                  JNL-ROWS = DR-BK-ROWS(DR-IDX) AND
                  JNL-SUM = DR-BK-SUM(DR-IDX)
                   DISPLAY "  " DR-FILE-NAME(DR-IDX) OUT-ROWS
                       " row(s) -- verified"
               ELSE
                   MOVE 'N' TO BK-VERIFIED
                   DISPLAY "  " DR-FILE-NAME(DR-IDX) OUT-ROWS
                       " row(s) -- DOES NOT MATCH THE MANIFEST"
               END-IF
           END-PERFORM.

       SCAN-JOURNAL.
           MOVE 0 TO JR-TOTAL JR-FIRST-STAMP JR-LAST-STAMP
           MOVE 'N' TO FILE-END
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF JOURNAL-REC NOT = SPACES
                           PERFORM SPLIT-JOURNAL-ROW
                           ADD 1 TO JR-TOTAL
                           IF JR-FIRST-STAMP = 0
                               MOVE JR-STAMP TO JR-FIRST-STAMP
                           END-IF
                           MOVE JR-STAMP TO JR-LAST-STAMP
                       END-IF
               END-READ
           END-PERFORM
           IF JOURNAL-STATUS = "00" OR JOURNAL-STATUS = "10"
               CLOSE JOURNAL-FILE
           END-IF.

       SPLIT-JOURNAL-ROW.
           MOVE SPACES TO JR-DATE JR-TIME JR-PROGRAM JR-FILE JR-OP
               JR-IMAGE
           MOVE 1 TO JR-PTR
           UNSTRING JOURNAL-REC DELIMITED BY ","
               INTO JR-DATE, JR-TIME, JR-PROGRAM, JR-FILE, JR-OP
               WITH POINTER JR-PTR
           IF JR-PTR <= 400
               MOVE JOURNAL-REC(JR-PTR:) TO JR-IMAGE
           END-IF
           MOVE 0 TO JR-STAMP
           IF JR-DATE IS NUMERIC AND JR-TIME(1:6) IS NUMERIC
               COMPUTE JR-STAMP = FUNCTION NUMVAL(JR-DATE) * 1000000
                   + FUNCTION NUMVAL(JR-TIME(1:6))
           END-IF
           MOVE 0 TO JR-FILE-IDX
           PERFORM VARYING DR-IDX FROM 1 BY 1
                   UNTIL DR-IDX > DR-FILE-TOTAL
               IF JR-FILE = DR-FILE-NAME(DR-IDX)
                   MOVE DR-IDX TO JR-FILE-IDX
               END-IF
           END-PERFORM.

       PREPARE-RECOVERY-FILES.
           CALL "CBL_CREATE_DIR" USING DR-RECOVERY-DIR
               RETURNING DR-FS-STATUS
           END-CALL
           PERFORM VARYING DR-IDX FROM 1 BY 1
                   UNTIL DR-IDX > DR-FILE-TOTAL
               MOVE 0 TO DR-ADDS(DR-IDX) DR-DELS(DR-IDX)
                   DR-CHANGES(DR-IDX) DR-LATER(DR-IDX)
               MOVE 'N' TO DR-CHK-SEEN(DR-IDX)
               IF DR-SELECTED(DR-IDX) = 'Y'
                   MOVE SPACES TO DR-SRC-PATH DR-DST-PATH
                   STRING "../backup/" DELIMITED BY SIZE
                          FUNCTION TRIM(DR-FILE-NAME(DR-IDX))
                              DELIMITED BY SIZE
                       INTO DR-SRC-PATH
                   STRING "../recovery/" DELIMITED BY SIZE
                          FUNCTION TRIM(DR-FILE-NAME(DR-IDX))
                              DELIMITED BY SIZE
                       INTO DR-DST-PATH
                   PERFORM COPY-ONE-FILE
               END-IF
           END-PERFORM.

      ******************************************************************
      * Entries are applied strictly in journal order. Those after the
      * recovery point are set aside, not applied.
      ******************************************************************
       REPLAY-JOURNAL.
           MOVE 'N' TO DR-FAILED
           MOVE 0 TO JR-SEQ DR-APPLIED PENDING-OLD-IDX
           OPEN OUTPUT UNREPLAYED-FILE
           MOVE 'N' TO FILE-END
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR DR-FAILED = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF JOURNAL-REC NOT = SPACES
                           ADD 1 TO JR-SEQ
                           PERFORM SPLIT-JOURNAL-ROW
                           PERFORM REPLAY-ONE-ENTRY THRU
                               REPLAY-ONE-ENTRY-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF JOURNAL-STATUS = "00" OR JOURNAL-STATUS = "10"
               CLOSE JOURNAL-FILE
           END-IF
           CLOSE UNREPLAYED-FILE
           IF DR-FAILED = 'N' AND PENDING-OLD-IDX > 0
               MOVE 'Y' TO DR-FAILED
               MOVE "journal ends on a changed row with no new image"
                   TO DR-FAIL-REASON
               PERFORM SHOW-FAILED-ENTRY
           END-IF.

       REPLAY-ONE-ENTRY.
           IF JR-FILE-IDX = 0
               GO TO REPLAY-ONE-ENTRY-EXIT
           END-IF
           IF DR-SELECTED(JR-FILE-IDX) NOT = 'Y'
               GO TO REPLAY-ONE-ENTRY-EXIT
           END-IF
           IF JR-STAMP > DR-CUTOFF-STAMP
               MOVE JOURNAL-REC TO UNREPLAYED-REC
               WRITE UNREPLAYED-REC
               IF JR-OP NOT = "CHK" AND JR-OP NOT = "OLD"
                   ADD 1 TO DR-LATER(JR-FILE-IDX)
               END-IF
               GO TO REPLAY-ONE-ENTRY-EXIT
           END-IF
           IF PENDING-OLD-IDX > 0 AND
              (JR-OP NOT = "NEW" OR JR-FILE-IDX NOT = PENDING-OLD-IDX)
               MOVE "changed row has no new image after it"
                   TO DR-FAIL-REASON
               GO TO REPLAY-ONE-ENTRY-FAIL
           END-IF

           EVALUATE JR-OP
               WHEN "ADD"
                   PERFORM SET-RECOVERY-PATHS
                   OPEN EXTEND SRC-FILE
                   IF SRC-STATUS = "05" OR SRC-STATUS = "35"
                       OPEN OUTPUT SRC-FILE
                   END-IF
                   MOVE JR-IMAGE TO SRC-REC
                   WRITE SRC-REC
                   CLOSE SRC-FILE
                   ADD 1 TO DR-ADDS(JR-FILE-IDX)
               WHEN "DEL"
                   MOVE "DEL" TO RW-MODE
                   MOVE JR-IMAGE TO RW-TARGET
                   PERFORM REWRITE-RECOVERY-FILE
                   IF RW-FOUND NOT = 'Y'
                       MOVE "row to remove is not in the file"
                           TO DR-FAIL-REASON
                       GO TO REPLAY-ONE-ENTRY-FAIL
                   END-IF
                   ADD 1 TO DR-DELS(JR-FILE-IDX)
               WHEN "OLD"
                   MOVE JR-IMAGE TO PENDING-OLD
                   MOVE JR-FILE-IDX TO PENDING-OLD-IDX
               WHEN "NEW"
                   IF PENDING-OLD-IDX = 0
                       MOVE "new image with no changed row before it"
                           TO DR-FAIL-REASON
                       GO TO REPLAY-ONE-ENTRY-FAIL
                   END-IF
                   MOVE "NEW" TO RW-MODE
                   MOVE PENDING-OLD TO RW-TARGET
                   MOVE JR-IMAGE TO RW-REPLACE
                   MOVE 0 TO PENDING-OLD-IDX
                   PERFORM REWRITE-RECOVERY-FILE
                   IF RW-FOUND NOT = 'Y'
                       MOVE "row to change is not in the file"
                           TO DR-FAIL-REASON
                       GO TO REPLAY-ONE-ENTRY-FAIL
                   END-IF
                   ADD 1 TO DR-CHANGES(JR-FILE-IDX)
               WHEN "CHK"
                   MOVE SPACES TO JR-CHK-ROWS-F JR-CHK-SUM-F
                   UNSTRING JR-IMAGE DELIMITED BY ","
                       INTO JR-CHK-ROWS-F, JR-CHK-SUM-F
                   MOVE 'Y' TO DR-CHK-SEEN(JR-FILE-IDX)
                   MOVE FUNCTION NUMVAL(JR-CHK-ROWS-F)
                       TO DR-CHK-ROWS(JR-FILE-IDX)
                   MOVE FUNCTION NUMVAL(JR-CHK-SUM-F)
                       TO DR-CHK-SUM(JR-FILE-IDX)
                   MOVE SPACES TO JNL-FILE
                   STRING "recovery/" DELIMITED BY SIZE
                          FUNCTION TRIM(JR-FILE) DELIMITED BY SIZE
                       INTO JNL-FILE
                   PERFORM CALL-JOURNAL-SUM
                   IF JNL-ROWS NOT = DR-CHK-ROWS(JR-FILE-IDX) OR
                      JNL-SUM NOT = DR-CHK-SUM(JR-FILE-IDX)
                       MOVE SPACES TO DR-FAIL-REASON
                       STRING "file does not match the check totals "
                                  DELIMITED BY SIZE
                              "journaled -- changed outside the "
                                  DELIMITED BY SIZE
                              "journaled programs" DELIMITED BY SIZE
                           INTO DR-FAIL-REASON
                       GO TO REPLAY-ONE-ENTRY-FAIL
                   END-IF
               WHEN OTHER
                   MOVE "unknown journal entry type" TO DR-FAIL-REASON
                   GO TO REPLAY-ONE-ENTRY-FAIL
           END-EVALUATE
           ADD 1 TO DR-APPLIED
           GO TO REPLAY-ONE-ENTRY-EXIT.
       REPLAY-ONE-ENTRY-FAIL.
           MOVE 'Y' TO DR-FAILED
           PERFORM SHOW-FAILED-ENTRY.
       REPLAY-ONE-ENTRY-EXIT.
           EXIT.

       SHOW-FAILED-ENTRY.
           DISPLAY HEADER-LINE
           DISPLAY "CANNOT APPLY journal entry " JR-SEQ ": "
               FUNCTION TRIM(DR-FAIL-REASON)
           DISPLAY "  " JR-DATE " " JR-TIME(1:6) " "
               FUNCTION TRIM(JR-PROGRAM) " " FUNCTION TRIM(JR-FILE)
               " " JR-OP
           DISPLAY "  " FUNCTION TRIM(JR-IMAGE)
           DISPLAY HEADER-LINE.

       SET-RECOVERY-PATHS.
           MOVE SPACES TO DR-SRC-PATH DR-DST-PATH
           STRING "../recovery/" DELIMITED BY SIZE
                  FUNCTION TRIM(JR-FILE) DELIMITED BY SIZE
               INTO DR-SRC-PATH
           STRING FUNCTION TRIM(DR-SRC-PATH) DELIMITED BY SIZE
                  ".tmp" DELIMITED BY SIZE
               INTO DR-DST-PATH.

      * The first row equal to RW-TARGET is dropped (DEL) or replaced
      * by RW-REPLACE (NEW); the rest go across as they are.
       REWRITE-RECOVERY-FILE.
           MOVE 'N' TO RW-FOUND
           PERFORM SET-RECOVERY-PATHS
           MOVE 'N' TO RW-EOF
           OPEN INPUT SRC-FILE
           IF SRC-STATUS NOT = "00"
               MOVE 'Y' TO RW-EOF
           END-IF
           OPEN OUTPUT DST-FILE
           PERFORM UNTIL RW-EOF = 'Y'
               READ SRC-FILE
                   AT END
                       MOVE 'Y' TO RW-EOF
                   NOT AT END
                       IF RW-FOUND = 'N' AND SRC-REC = RW-TARGET
                           MOVE 'Y' TO RW-FOUND
                           IF RW-MODE = "NEW"
                               MOVE RW-REPLACE TO DST-REC
                               WRITE DST-REC
                           END-IF
                       ELSE
                           MOVE SRC-REC TO DST-REC
                           WRITE DST-REC
                       END-IF
               END-READ
           END-PERFORM
           IF SRC-STATUS = "00" OR SRC-STATUS = "10"
               CLOSE SRC-FILE
           END-IF
           CLOSE DST-FILE
           IF RW-FOUND = 'Y'
               CALL "CBL_RENAME_FILE" USING DR-DST-PATH DR-SRC-PATH
                   RETURNING DR-FS-STATUS
               END-CALL
           ELSE
               CALL "CBL_DELETE_FILE" USING DR-DST-PATH
                   RETURNING DR-FS-STATUS
               END-CALL
           END-IF.

      ******************************************************************
      * Journal totals against the rebuilt file: backup rows plus rows
      * added less rows removed must be the rows there now, and the
      * last check totals journaled (if any) must be the file's own.
      ******************************************************************
       RECONCILE-REPLAY.
           MOVE 'Y' TO DR-ALL-RECONCILED
           DISPLAY HEADER-LINE
           DISPLAY "FILE          BACKUP    +ADD    -DEL CHANGED  "
               "EXPECT     NOW   LATER"
           DISPLAY HEADER-LINE
           PERFORM VARYING DR-IDX FROM 1 BY 1
                   UNTIL DR-IDX > DR-FILE-TOTAL
               IF DR-SELECTED(DR-IDX) = 'Y'
                   PERFORM RECONCILE-ONE-FILE
               END-IF
           END-PERFORM
           DISPLAY HEADER-LINE.

       RECONCILE-ONE-FILE.
           MOVE SPACES TO JNL-FILE
           STRING "recovery/" DELIMITED BY SIZE
                  FUNCTION TRIM(DR-FILE-NAME(DR-IDX)) DELIMITED BY SIZE
               INTO JNL-FILE
           PERFORM CALL-JOURNAL-SUM
           MOVE JNL-ROWS TO DR-NOW-ROWS(DR-IDX)
           MOVE JNL-SUM TO DR-NOW-SUM(DR-IDX)
           COMPUTE DR-EXPECT-ROWS(DR-IDX) = DR-BK-ROWS(DR-IDX)
               + DR-ADDS(DR-IDX) - DR-DELS(DR-IDX)
           MOVE 'Y' TO DR-RECONCILED(DR-IDX)
           IF DR-EXPECT-ROWS(DR-IDX) NOT = DR-NOW-ROWS(DR-IDX)
               MOVE 'N' TO DR-RECONCILED(DR-IDX)
           END-IF
           IF DR-CHK-SEEN(DR-IDX) = 'Y' AND
              (DR-CHK-ROWS(DR-IDX) NOT = DR-NOW-ROWS(DR-IDX) OR
               DR-CHK-SUM(DR-IDX) NOT = DR-NOW-SUM(DR-IDX))
               MOVE 'N' TO DR-RECONCILED(DR-IDX)
           END-IF
           IF DR-RECONCILED(DR-IDX) = 'N'
               MOVE 'N' TO DR-ALL-RECONCILED
           END-IF
           MOVE DR-BK-ROWS(DR-IDX) TO OUT-ROWS
           MOVE DR-ADDS(DR-IDX) TO OUT-ADDS
           MOVE DR-DELS(DR-IDX) TO OUT-DELS
           MOVE DR-CHANGES(DR-IDX) TO OUT-CHANGES
           MOVE DR-EXPECT-ROWS(DR-IDX) TO OUT-EXPECT
           MOVE DR-NOW-ROWS(DR-IDX) TO OUT-NOW
           MOVE DR-LATER(DR-IDX) TO OUT-LATER
           IF DR-RECONCILED(DR-IDX) = 'Y'
               DISPLAY DR-FILE-NAME(DR-IDX) OUT-ROWS " " OUT-ADDS " "
                   OUT-DELS " " OUT-CHANGES OUT-EXPECT " " OUT-NOW
                   " " OUT-LATER "  reconciled"
           ELSE
               DISPLAY DR-FILE-NAME(DR-IDX) OUT-ROWS " " OUT-ADDS " "
                   OUT-DELS " " OUT-CHANGES OUT-EXPECT " " OUT-NOW
                   " " OUT-LATER "  OUT OF BALANCE"
           END-IF.

       WRITE-REPLAY-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "file,backup_rows,added,removed,changed,"
                  "expected_rows,rows_now,later_entries,result"
                  DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING DR-IDX FROM 1 BY 1
                   UNTIL DR-IDX > DR-FILE-TOTAL
               IF DR-SELECTED(DR-IDX) = 'Y'
                   MOVE DR-EXPECT-ROWS(DR-IDX) TO OUT-EXPECT-CSV
                   MOVE SPACES TO REPORT-REC
                   MOVE 1 TO DR-MSG-PTR
                   STRING FUNCTION TRIM(DR-FILE-NAME(DR-IDX))
                              DELIMITED BY SIZE ","
                          DR-BK-ROWS(DR-IDX) DELIMITED BY SIZE ","
                          DR-ADDS(DR-IDX) DELIMITED BY SIZE ","
                          DR-DELS(DR-IDX) DELIMITED BY SIZE ","
                          DR-CHANGES(DR-IDX) DELIMITED BY SIZE ","
                          FUNCTION TRIM(OUT-EXPECT-CSV)
                              DELIMITED BY SIZE ","
                          DR-NOW-ROWS(DR-IDX) DELIMITED BY SIZE ","
                          DR-LATER(DR-IDX) DELIMITED BY SIZE ","
                       INTO REPORT-REC WITH POINTER DR-MSG-PTR
                   EVALUATE TRUE
                       WHEN DR-FAILED = 'Y'
                           MOVE SPACES TO DR-MSG
                           STRING "STOPPED at entry " DELIMITED BY SIZE
                                  JR-SEQ DELIMITED BY SIZE ": "
                                  FUNCTION TRIM(DR-FAIL-REASON)
                                      DELIMITED BY SIZE
                               INTO DR-MSG
                       WHEN DR-RECONCILED(DR-IDX) = 'Y'
                           MOVE "RECONCILED" TO DR-MSG
                       WHEN OTHER
                           MOVE "OUT OF BALANCE" TO DR-MSG
                   END-EVALUATE
                   STRING FUNCTION TRIM(DR-MSG) DELIMITED BY SIZE
                       INTO REPORT-REC WITH POINTER DR-MSG-PTR
                   WRITE REPORT-REC
               END-IF
           END-PERFORM
           CLOSE REPORT-FILE.

      ******************************************************************
      * Live file kept aside as <file>.replaced, the rebuilt copy
      * renamed into its place, and the day journal cut back to the
      * recovery point for the files recovered.
      ******************************************************************
       INSTALL-RECOVERED-FILES.
           PERFORM VARYING DR-IDX FROM 1 BY 1
                   UNTIL DR-IDX > DR-FILE-TOTAL
               IF DR-SELECTED(DR-IDX) = 'Y'
                   MOVE SPACES TO DR-RENAME-FROM DR-RENAME-TO
                   STRING "../" DELIMITED BY SIZE
                          FUNCTION TRIM(DR-FILE-NAME(DR-IDX))
                              DELIMITED BY SIZE
                       INTO DR-RENAME-FROM
                   STRING "../recovery/" DELIMITED BY SIZE
                          FUNCTION TRIM(DR-FILE-NAME(DR-IDX))
                              DELIMITED BY SIZE
                          ".replaced" DELIMITED BY SIZE
                       INTO DR-RENAME-TO
                   CALL "CBL_RENAME_FILE" USING DR-RENAME-FROM
                       DR-RENAME-TO
                       RETURNING DR-FS-STATUS
                   END-CALL
                   MOVE DR-RENAME-FROM TO DR-RENAME-TO
                   MOVE SPACES TO DR-RENAME-FROM
                   STRING "../recovery/" DELIMITED BY SIZE
                          FUNCTION TRIM(DR-FILE-NAME(DR-IDX))
                              DELIMITED BY SIZE
                       INTO DR-RENAME-FROM
                   CALL "CBL_RENAME_FILE" USING DR-RENAME-FROM
                       DR-RENAME-TO
                       RETURNING DR-FS-STATUS
                   END-CALL
               END-IF
           END-PERFORM
           PERFORM TRIM-DAY-JOURNAL
           PERFORM WRITE-RECOVERY-ALERT
           DISPLAY "Recovered file(s) installed as at "
               DR-CUTOFF-DATE " " DR-CUTOFF-HHMM "."
           DISPLAY "Transactions after that point to re-key: "
               "../recovery/unreplayed-journal.csv".

       TRIM-DAY-JOURNAL.
           MOVE 'N' TO FILE-END
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           OPEN OUTPUT JOURNAL-TMP-FILE
           PERFORM UNTIL FILE-END = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF JOURNAL-REC NOT = SPACES
                           PERFORM SPLIT-JOURNAL-ROW
                           IF JR-FILE-IDX = 0 OR
                              JR-STAMP <= DR-CUTOFF-STAMP
                               MOVE JOURNAL-REC TO JOURNAL-TMP-REC
                               WRITE JOURNAL-TMP-REC
                           ELSE
                               IF DR-SELECTED(JR-FILE-IDX) NOT = 'Y'
                                   MOVE JOURNAL-REC TO JOURNAL-TMP-REC
                                   WRITE JOURNAL-TMP-REC
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF JOURNAL-STATUS = "00" OR JOURNAL-STATUS = "10"
               CLOSE JOURNAL-FILE
           END-IF
           CLOSE JOURNAL-TMP-FILE
           CALL "CBL_RENAME_FILE" USING DR-JOURNAL-TMP-PATH
               DR-JOURNAL-PATH
               RETURNING DR-FS-STATUS
           END-CALL.

       WRITE-RECOVERY-ALERT.
           OPEN EXTEND ALERT-FILE
           IF ALERT-STATUS = "05" OR ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE SPACES TO DR-MSG
           MOVE 1 TO DR-MSG-PTR
           STRING "INFO,point-in-time recovery to " DELIMITED BY SIZE
                  DR-CUTOFF-DATE DELIMITED BY SIZE " "
                  DR-CUTOFF-HHMM DELIMITED BY SIZE
                  " installed by manager " DELIMITED BY SIZE
                  FUNCTION TRIM(DR-OPERATOR-L) DELIMITED BY SIZE
                  " --" DELIMITED BY SIZE
               INTO DR-MSG WITH POINTER DR-MSG-PTR
           PERFORM VARYING DR-IDX FROM 1 BY 1
                   UNTIL DR-IDX > DR-FILE-TOTAL
               IF DR-SELECTED(DR-IDX) = 'Y'
                   STRING " " DELIMITED BY SIZE
                          FUNCTION TRIM(DR-FILE-NAME(DR-IDX))
                              DELIMITED BY SIZE
                       INTO DR-MSG WITH POINTER DR-MSG-PTR
               END-IF
           END-PERFORM
           MOVE SPACES TO ALERT-REC
           STRING TODAY DELIMITED BY SIZE ","
                  FUNCTION TRIM(DR-MSG) DELIMITED BY SIZE
               INTO ALERT-REC
           WRITE ALERT-REC
           CLOSE ALERT-FILE.

       END PROGRAM DayRecovery.
