      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Offline circulation capture for a desk PC while the
      *          library system is down. It opens none of the data
      *          files -- no members, catalogue, copies or log -- and
      *          decides nothing: it only writes down who took or
      *          brought back which copy, and when, one row per scan
      *          on ../offline-circ.csv (station,seq,action,member_id,
      *          copy_id,yyyymmdd,hhmm,staff_id,branch; action OUT or
      *          IN, member_id blank on an IN). The station ID keeps
      *          rows from several desks apart once their files are
      *          gathered into the data directory, and seq numbers a
      *          station's rows in the order they were taken.
      *          Transactions written on paper slips during the outage
      *          can be keyed in afterwards with the slip's date and
      *          time instead of the clock.
      *          OfflineUpload.cbl replays the file through the normal
      *          checkout and return rules once the system is back.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OfflineCapture.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPTURE-FILE ASSIGN TO "../offline-circ.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPTURE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPTURE-FILE.
       01  CAPTURE-REC        PIC X(100).

       WORKING-STORAGE SECTION.
       01  CAPTURE-STATUS     PIC XX.
       01  FILE-END           PIC X VALUE 'N'.

       01  WS-MENU-CHOICE     PIC 9.
       01  WS-DONE            PIC X VALUE 'N'.
       01  WS-SCAN-DONE       PIC X VALUE 'N'.
       01  WS-SLIP-MODE       PIC X VALUE 'N'.
       01  WS-RAW             PIC X(20).
       01  WS-STATION         PIC X(5) VALUE SPACES.
       01  WS-STAFF-ID        PIC X(5) VALUE SPACES.
       01  WS-BRANCH          PIC X(10) VALUE SPACES.
       01  WS-ACTION          PIC X(3).
       01  WS-MEMBER-ID       PIC X(5) VALUE SPACES.
       01  WS-COPY-ID         PIC X(8) VALUE SPACES.
       01  WS-STAMP-RAW       PIC X(20).
       01  WS-STAMP           PIC X(12).
       01  WS-STAMP-OK        PIC X VALUE 'N'.
       01  WS-SEQ             PIC 9(5) VALUE 0.
       01  WS-SESSION-COUNT   PIC 9(5) VALUE 0.
       01  WS-LIST-COUNT      PIC 9(5) VALUE 0.

      * offline-circ.csv fields, for the sequence count and listing.
       01  OC-STATION-F       PIC X(5).
       01  OC-SEQ-F           PIC X(5).
       01  OC-ACTION-F        PIC X(3).
       01  OC-MEMBER-F        PIC X(5).
       01  OC-COPY-F          PIC X(8).
       01  OC-DATE-F          PIC X(8).
       01  OC-TIME-F          PIC X(4).
       01  OC-STAFF-F         PIC X(5).
       01  OC-BRANCH-F        PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== OFFLINE CIRCULATION CAPTURE ====="
           DISPLAY "Nothing is checked here -- every scan is recorded"
           DISPLAY "and replayed by the upload run when the system"
           DISPLAY "is back."
           PERFORM UNTIL WS-STATION NOT = SPACES
               DISPLAY "Station ID: "
               ACCEPT WS-RAW
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RAW))
                   TO WS-STATION
           END-PERFORM
           PERFORM UNTIL WS-STAFF-ID NOT = SPACES
               DISPLAY "Your staff ID: "
               ACCEPT WS-RAW
               MOVE FUNCTION TRIM(WS-RAW) TO WS-STAFF-ID
           END-PERFORM
           DISPLAY "Branch (blank = MAIN): "
           ACCEPT WS-RAW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RAW)) TO WS-BRANCH
           IF WS-BRANCH = SPACES
               MOVE "MAIN" TO WS-BRANCH
           END-IF
           DISPLAY "Keying in paper slips with their own date and "
               "time (Y/N)? "
           ACCEPT WS-SLIP-MODE
           IF WS-SLIP-MODE = 'y'
               MOVE 'Y' TO WS-SLIP-MODE
           END-IF
           PERFORM COUNT-STATION-ROWS THRU COUNT-STATION-ROWS-EXIT

           PERFORM UNTIL WS-DONE = 'Y'
               DISPLAY " "
               DISPLAY "Station " FUNCTION TRIM(WS-STATION)
                   "  staff " FUNCTION TRIM(WS-STAFF-ID)
                   "  branch " FUNCTION TRIM(WS-BRANCH)
                   "  -- " WS-SESSION-COUNT " captured this session"
               DISPLAY "1. Check out"
               DISPLAY "2. Check in"
               DISPLAY "3. List captured rows"
               DISPLAY "4. Exit"
               DISPLAY "Enter your choice (1-4): "
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM CAPTURE-CHECKOUT THRU
                           CAPTURE-CHECKOUT-EXIT
                   WHEN 2
                       PERFORM CAPTURE-CHECKIN
                   WHEN 3
                       PERFORM LIST-CAPTURED THRU LIST-CAPTURED-EXIT
                   WHEN 4
                       MOVE 'Y' TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM
           DISPLAY WS-SESSION-COUNT " transaction(s) captured. Take "
               "../offline-circ.csv to the upload run when the system "
               "is back."
           STOP RUN.

      * Carries the station's numbering on from rows already in the
      * file, so a restarted session never repeats a sequence number.
       COUNT-STATION-ROWS.
           MOVE 0 TO WS-SEQ
           MOVE 'N' TO FILE-END
           OPEN INPUT CAPTURE-FILE
           IF CAPTURE-STATUS NOT = "00"
               GO TO COUNT-STATION-ROWS-EXIT
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ CAPTURE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING CAPTURE-REC DELIMITED BY ","
                           INTO OC-STATION-F, OC-SEQ-F
                       IF OC-STATION-F = WS-STATION AND
                          FUNCTION TRIM(OC-SEQ-F) IS NUMERIC
                           IF FUNCTION NUMVAL(OC-SEQ-F) > WS-SEQ
                               MOVE FUNCTION NUMVAL(OC-SEQ-F) TO WS-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAPTURE-FILE.
       COUNT-STATION-ROWS-EXIT.
           EXIT.

      * One borrower, then each copy handed over until a blank scan.
       CAPTURE-CHECKOUT.
           DISPLAY "Scan member card: "
           ACCEPT WS-RAW
           MOVE FUNCTION TRIM(WS-RAW) TO WS-MEMBER-ID
           IF WS-MEMBER-ID = SPACES
               GO TO CAPTURE-CHECKOUT-EXIT
           END-IF
           MOVE "OUT" TO WS-ACTION
           MOVE 'N' TO WS-SCAN-DONE
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               DISPLAY "Scan copy barcode (blank = done): "
               ACCEPT WS-RAW
               MOVE FUNCTION TRIM(WS-RAW) TO WS-COPY-ID
               IF WS-COPY-ID = SPACES
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   PERFORM WRITE-CAPTURE-ROW
               END-IF
           END-PERFORM.
       CAPTURE-CHECKOUT-EXIT.
           EXIT.

      * Returns need no member -- the open loan on the copy names it.
       CAPTURE-CHECKIN.
           MOVE "IN" TO WS-ACTION
           MOVE SPACES TO WS-MEMBER-ID
           MOVE 'N' TO WS-SCAN-DONE
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               DISPLAY "Scan returned copy (blank = done): "
               ACCEPT WS-RAW
               MOVE FUNCTION TRIM(WS-RAW) TO WS-COPY-ID
               IF WS-COPY-ID = SPACES
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   PERFORM WRITE-CAPTURE-ROW
               END-IF
           END-PERFORM.

       WRITE-CAPTURE-ROW.
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-STAMP
           IF WS-SLIP-MODE = 'Y'
               PERFORM ASK-SLIP-STAMP
           END-IF
           ADD 1 TO WS-SEQ
           OPEN EXTEND CAPTURE-FILE
           IF CAPTURE-STATUS = "05" OR CAPTURE-STATUS = "35"
               OPEN OUTPUT CAPTURE-FILE
           END-IF
           MOVE SPACES TO CAPTURE-REC
           STRING FUNCTION TRIM(WS-STATION) DELIMITED BY SIZE ","
                  WS-SEQ DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-MEMBER-ID) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-COPY-ID) DELIMITED BY SIZE ","
                  WS-STAMP(1:8) DELIMITED BY SIZE ","
                  WS-STAMP(9:4) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-STAFF-ID) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-BRANCH) DELIMITED BY SIZE
               INTO CAPTURE-REC
           WRITE CAPTURE-REC
           CLOSE CAPTURE-FILE
           ADD 1 TO WS-SESSION-COUNT
           DISPLAY "  " WS-SEQ " " FUNCTION TRIM(WS-ACTION) " "
               FUNCTION TRIM(WS-COPY-ID) " recorded at "
               WS-STAMP(7:2) "/" WS-STAMP(5:2) "/" WS-STAMP(1:4) " "
               WS-STAMP(9:2) ":" WS-STAMP(11:2).

      * The slip's own moment, YYYYMMDDHHMM; blank keeps the clock.
       ASK-SLIP-STAMP.
           MOVE 'N' TO WS-STAMP-OK
           PERFORM UNTIL WS-STAMP-OK = 'Y'
               DISPLAY "Slip date and time YYYYMMDDHHMM "
                   "(blank = now): "
               ACCEPT WS-STAMP-RAW
               IF FUNCTION TRIM(WS-STAMP-RAW) = SPACES
                   MOVE 'Y' TO WS-STAMP-OK
               ELSE
                   IF FUNCTION TRIM(WS-STAMP-RAW) IS NUMERIC AND
                      FUNCTION LENGTH(FUNCTION TRIM(WS-STAMP-RAW))
                          = 12 AND
                      FUNCTION TEST-DATE-YYYYMMDD(
                          FUNCTION NUMVAL(WS-STAMP-RAW(1:8))) = 0 AND
                      WS-STAMP-RAW(9:2) < "24" AND
                      WS-STAMP-RAW(11:2) < "60"
                       MOVE WS-STAMP-RAW(1:12) TO WS-STAMP
                       MOVE 'Y' TO WS-STAMP-OK
                   ELSE
                       DISPLAY "Not a valid date and time."
                   END-IF
               END-IF
           END-PERFORM.

       LIST-CAPTURED.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO FILE-END
           OPEN INPUT CAPTURE-FILE
           IF CAPTURE-STATUS NOT = "00"
               DISPLAY "Nothing captured yet."
               GO TO LIST-CAPTURED-EXIT
           END-IF
           DISPLAY "STN   SEQ   ACT MEMBER COPY     DATE     TIME "
               "STAFF BRANCH"
           PERFORM UNTIL FILE-END = 'Y'
               READ CAPTURE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO OC-MEMBER-F
                       UNSTRING CAPTURE-REC DELIMITED BY ","
                           INTO OC-STATION-F, OC-SEQ-F, OC-ACTION-F,
                                OC-MEMBER-F, OC-COPY-F, OC-DATE-F,
                                OC-TIME-F, OC-STAFF-F, OC-BRANCH-F
                       IF OC-STATION-F = WS-STATION
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY OC-STATION-F " " OC-SEQ-F " "
                               OC-ACTION-F " " OC-MEMBER-F "  "
                               OC-COPY-F " " OC-DATE-F " " OC-TIME-F
                               " " OC-STAFF-F " " OC-BRANCH-F
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAPTURE-FILE
           DISPLAY WS-LIST-COUNT " row(s) from this station.".
       LIST-CAPTURED-EXIT.
           EXIT.
