      *               body rendered from notice-templates.csv in the
      *               member's language (member-profile.csv), instead
      *               of hardcoded literals
      * 15.10.2026 HL - NightlyBatch.cbl passes the business date it
      *               is processing; the sweep, the hourly due-time
      *               check and the outbox date all run as of that
      *               date, so a missed night can be caught up later.
      *               Zero (the menu) means today.
      * 15.10.2026 HL - the log.csv rewrite goes to the day journal
      *               (DayJournal.cbl) before it replaces the old file
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckLog.
       01  LOG-REAL-PATH  PIC X(20) VALUE "../log.csv".
       01  LOG-TMP-PATH   PIC X(24) VALUE "../log.csv.tmp".
       01  RENAME-STATUS  PIC S9(9) COMP-5.
       01  JNL-MODE       PIC X(4).
       01  JNL-PROGRAM    PIC X(20) VALUE "CheckLog".
       01  JNL-FILE       PIC X(30).
       01  JNL-IMAGE      PIC X(300).

       01  F-ID        PIC X(5).
       01  F-MID       PIC X(5).
       01  WS-MSG-TYPE      PIC X(9).
       01  WS-MSG-DAYS      PIC 9(5).
       01  OUTBOX-SYS-DATE  PIC 9(8).
       01  CLOCK-DATE       PIC 9(8).

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 BUSINESS-DATE-L PIC 9(8).
       PROCEDURE DIVISION USING USER-CHOICE, BUSINESS-DATE-L.

      * Get system date and convert to integer -- or, when the nightly
      * batch is catching up a missed night, the business date it is
      * processing instead of the machine clock
           ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
           MOVE CLOCK-DATE TO SYS-DATE
           IF BUSINESS-DATE-L NOT = 0
               MOVE BUSINESS-DATE-L TO SYS-DATE
           END-IF
           COMPUTE SYS-DATE-INT = FUNCTION INTEGER-OF-DATE(SYS-DATE)

           PERFORM LOAD-REMINDER-POLICY
      * is overdue, even though the date math says zero days.
                               MOVE FUNCTION CURRENT-DATE(9:4)
                                   TO WS-NOW-HHMM
      * A caught-up business date is already over -- every due time
      * on it has passed.
                               IF SYS-DATE NOT = CLOCK-DATE
                                   MOVE "2400" TO WS-NOW-HHMM
                               END-IF
                               IF SYS-DATE-INT = DT-INT AND
                                  FUNCTION TRIM(F-DUETIME)
                                      NOT = SPACES AND
           CLOSE REMINDER-FILE
           CLOSE LOG-TMP-FILE

           MOVE "DIFF" TO JNL-MODE
           MOVE "log.csv" TO JNL-FILE
           MOVE SPACES TO JNL-IMAGE
           CALL "DayJournal" USING JNL-MODE, JNL-PROGRAM, JNL-FILE,
               JNL-IMAGE
           CALL "CBL_RENAME_FILE" USING LOG-TMP-PATH LOG-REAL-PATH
               RETURNING RENAME-STATUS
           END-CALL
               GO TO SEND-TO-OUTBOX-EXIT
           END-IF

           MOVE SYS-DATE TO OUTBOX-SYS-DATE
           STRING OUTBOX-SYS-DATE(5:2) DELIMITED BY SIZE "/"
                  OUTBOX-SYS-DATE(7:2) DELIMITED BY SIZE "/"
                  OUTBOX-SYS-DATE(1:4) DELIMITED BY SIZE
