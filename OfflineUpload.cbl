      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Upload of circulation captured offline
      *          (OfflineCapture.cbl) once the system is back. Every
      *          station's rows on ../offline-circ.csv are taken in
      *          the order they happened -- captured date and time,
      *          then station and sequence -- and replayed one by one
      *          through the desk programs: an OUT through
      *          BorrowBook.cbl and an IN through ReturnBook.cbl
      *          (choice 98, on a one-row ../offline-work.csv, answered
      *          on ../offline-result.csv), so the member blocks,
      *          limits, expiry, holds, fines, receipts and day journal
      *          are those of the desk, worked to the captured moment
      *          rather than to the upload. The loan goes out on the
      *          very copy scanned, under the staff ID that scanned it.
      *          A row the rules refuse -- member blocked, expired or
      *          at the limit, item already on loan, copy not on file
      *          or not on the shelf, nothing on loan to return -- is
      *          not forced through: it goes to ../offline-conflicts.csv
      *          (upload_stamp,station,seq,action,member_id,copy_id,
      *          yyyymmdd,hhmm,staff_id,reason) for staff to settle at
      *          the desk, and the report lists them.
      *          Each row replayed or refused is logged on
      *          ../offline-applied.csv (station,seq,yyyymmdd,hhmm,
      *          action,copy_id,result,reason,upload_stamp,operator),
      *          so a row is never replayed twice. The run takes the
      *          capture file over as ../offline-circ.work first, so
      *          a station still capturing starts a fresh file, and a
      *          work file left by an interrupted run is finished
      *          before anything new is taken.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OfflineUpload.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIRC-FILE ASSIGN TO "../offline-circ.work"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CIRC-STATUS.
           SELECT APPLIED-FILE ASSIGN TO "../offline-applied.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLIED-STATUS.
           SELECT CONFLICT-FILE ASSIGN TO "../offline-conflicts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFLICT-STATUS.
           SELECT WORK-FILE ASSIGN TO "../offline-work.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-STATUS.
           SELECT RESULT-FILE ASSIGN TO "../offline-result.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULT-STATUS.
           SELECT COPIES-FILE ASSIGN TO "../copies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPIES-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CIRC-FILE.
       01  CIRC-REC           PIC X(100).
       FD  APPLIED-FILE.
       01  APPLIED-REC        PIC X(200).
       FD  CONFLICT-FILE.
       01  CONFLICT-REC       PIC X(200).
       FD  WORK-FILE.
       01  WORK-REC           PIC X(100).
       FD  RESULT-FILE.
       01  RESULT-REC         PIC X(200).
       FD  COPIES-FILE.
       01  COPIES-REC         PIC X(100).
       FD  LOG-FILE.
       01  LOG-REC            PIC X(200).

       WORKING-STORAGE SECTION.
       01  CIRC-STATUS        PIC XX.
       01  APPLIED-STATUS     PIC XX.
       01  CONFLICT-STATUS    PIC XX.
       01  WORK-STATUS        PIC XX.
       01  RESULT-STATUS      PIC XX.
       01  COPIES-STATUS      PIC XX.
       01  LOG-STATUS         PIC XX.
       01  RENAME-STATUS      PIC S9(9) COMP-5.
       01  FILE-END           PIC X VALUE 'N'.

       01  CIRC-REAL-PATH     PIC X(40) VALUE "../offline-circ.csv".
       01  CIRC-WORK-PATH     PIC X(40) VALUE "../offline-circ.work".
       01  WORK-PATH          PIC X(40) VALUE "../offline-work.csv".
       01  RESULT-PATH        PIC X(40) VALUE "../offline-result.csv".

       01  WS-MENU-CHOICE     PIC 9.
       01  WS-CALL-CHOICE     PIC 9(3) VALUE 98.
       01  WS-RUN-STAMP       PIC X(12).
       01  WS-STAMP-RAW       PIC X(20).
       01  WS-REPORT-STAMP    PIC X(12).
       01  WS-RECOVERING      PIC X VALUE 'N'.

      * offline-circ.csv: station,seq,action,member_id,copy_id,
      * yyyymmdd,hhmm,staff_id,branch
       01  OC-STATION-F       PIC X(5).
       01  OC-SEQ-F           PIC X(5).
       01  OC-ACTION-F        PIC X(3).
       01  OC-MEMBER-F        PIC X(5).
       01  OC-COPY-F          PIC X(8).
       01  OC-DATE-F          PIC X(8).
       01  OC-TIME-F          PIC X(4).
       01  OC-STAFF-F         PIC X(5).
       01  OC-BRANCH-F        PIC X(10).

      * The captured rows, sorted on OF-KEY (date, time, station,
      * zero-filled sequence) into the order they happened.
       01  OFFLINE-TABLE.
           05 OF-ENTRY OCCURS 1000 TIMES.
              10  OF-KEY.
                  15  OF-DATE     PIC X(8).
                  15  OF-TIME     PIC X(4).
                  15  OF-STATION  PIC X(5).
                  15  OF-SEQ      PIC 9(5).
              10  OF-ACTION       PIC X(3).
              10  OF-MEMBER       PIC X(5).
              10  OF-COPY         PIC X(8).
              10  OF-STAFF        PIC X(5).
              10  OF-BRANCH       PIC X(10).
       01  OF-TOTAL           PIC 9(4) VALUE 0.
       01  OF-IDX             PIC 9(4).
       01  OF-SWAP            PIC X VALUE 'N'.
       01  OF-HOLD            PIC X(53).

      * offline-applied.csv: station,seq,yyyymmdd,hhmm,action,
      * copy_id,result,reason,upload_stamp,operator
       01  AP-STATION-F       PIC X(5).
       01  AP-SEQ-F           PIC X(5).
       01  AP-DATE-F          PIC X(8).
       01  AP-TIME-F          PIC X(4).
       01  AP-SEQ-NUM         PIC 9(5).
       01  AP-FOUND           PIC X VALUE 'N'.

      * The copy as copies.csv has it, and the open loan on it.
       01  CP-ID-F            PIC X(8).
       01  CP-BOOK-ID-F       PIC X(5).
       01  CP-STATUS-F        PIC X(12).
       01  CP-FOUND           PIC X VALUE 'N'.
       01  CP-BOOK-ID         PIC X(5).
       01  CP-STATUS          PIC X(12).
       01  LG-TRAN-F          PIC X(5).
       01  LG-MEMBER-F        PIC X(5).
       01  LG-BOOK-F          PIC X(5).
       01  LG-START-F         PIC X(10).
       01  LG-END-F           PIC X(10).
       01  LG-DUE-F           PIC X(3).
       01  LG-RETURN-F        PIC X(10).
       01  LG-COPY-F          PIC X(8).
       01  LOAN-FOUND         PIC X VALUE 'N'.
       01  LOAN-MEMBER        PIC X(5).
       01  LOAN-BOOK          PIC X(5).

      * What became of the row being replayed.
       01  RS-RESULT          PIC X(2).
       01  RS-REASON          PIC X(60).
       01  RS-TRAN            PIC X(5).
       01  RS-DATE            PIC X(10).
       01  RS-AMOUNT-RAW      PIC X(10).

       01  CNT-REPLAYED       PIC 9(5) VALUE 0.
       01  CNT-CONFLICT       PIC 9(5) VALUE 0.
       01  CNT-SKIPPED        PIC 9(5) VALUE 0.
       01  CNT-LISTED         PIC 9(5) VALUE 0.

      * offline-conflicts.csv, for the report.
       01  CF-STAMP-F         PIC X(12).
       01  CF-STATION-F       PIC X(5).
       01  CF-SEQ-F           PIC X(5).
       01  CF-ACTION-F        PIC X(3).
       01  CF-MEMBER-F        PIC X(5).
       01  CF-COPY-F          PIC X(8).
       01  CF-DATE-F          PIC X(8).
       01  CF-TIME-F          PIC X(4).
       01  CF-STAFF-F         PIC X(5).
       01  CF-REASON-F        PIC X(60).

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*     Offline Circulation Upload          *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "1. Upload captured transactions"
           DISPLAY "2. Conflict report"
           DISPLAY "3. Exit"
           DISPLAY "Enter your choice (1-3): "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM RUN-UPLOAD THRU RUN-UPLOAD-EXIT
               WHEN 2
                   DISPLAY "Upload stamp YYYYMMDDHHMM (blank = all): "
                   ACCEPT WS-STAMP-RAW
                   MOVE FUNCTION TRIM(WS-STAMP-RAW) TO WS-REPORT-STAMP
                   PERFORM SHOW-CONFLICTS THRU SHOW-CONFLICTS-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

      * The rename is the hand-off, as in SelfCheckGateway.cbl: a
      * station capturing after it simply starts a fresh file.
       RUN-UPLOAD.
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-RUN-STAMP
           MOVE 0 TO CNT-REPLAYED
           MOVE 0 TO CNT-CONFLICT
           MOVE 0 TO CNT-SKIPPED
           MOVE 'N' TO WS-RECOVERING
           OPEN INPUT CIRC-FILE
           IF CIRC-STATUS = "00"
               MOVE 'Y' TO WS-RECOVERING
               DISPLAY "Finishing rows left by an interrupted upload."
           ELSE
               CALL "CBL_RENAME_FILE" USING CIRC-REAL-PATH
                   CIRC-WORK-PATH
                   RETURNING RENAME-STATUS
               END-CALL
               IF RENAME-STATUS NOT = 0
                   DISPLAY "No offline transactions waiting."
                   GO TO RUN-UPLOAD-EXIT
               END-IF
               OPEN INPUT CIRC-FILE
               IF CIRC-STATUS NOT = "00"
                   DISPLAY "No offline transactions waiting."
                   GO TO RUN-UPLOAD-EXIT
               END-IF
           END-IF
           PERFORM LOAD-CAPTURED-ROWS
           CLOSE CIRC-FILE
           PERFORM SORT-CAPTURED-ROWS

           DISPLAY OF-TOTAL " captured row(s) to replay in time order."
           PERFORM VARYING OF-IDX FROM 1 BY 1 UNTIL OF-IDX > OF-TOTAL
               PERFORM REPLAY-ONE-ROW THRU REPLAY-ONE-ROW-EXIT
           END-PERFORM

           CALL "CBL_DELETE_FILE" USING CIRC-WORK-PATH
               RETURNING RENAME-STATUS
           END-CALL
           CALL "CBL_DELETE_FILE" USING WORK-PATH
               RETURNING RENAME-STATUS
           END-CALL
           CALL "CBL_DELETE_FILE" USING RESULT-PATH
               RETURNING RENAME-STATUS
           END-CALL
           DISPLAY " "
           DISPLAY "Upload " WS-RUN-STAMP " complete."
           DISPLAY "  Replayed:            " CNT-REPLAYED
           DISPLAY "  Conflicts:           " CNT-CONFLICT
           DISPLAY "  Already uploaded:    " CNT-SKIPPED
           IF CNT-CONFLICT > 0
               MOVE WS-RUN-STAMP TO WS-REPORT-STAMP
               PERFORM SHOW-CONFLICTS THRU SHOW-CONFLICTS-EXIT
           END-IF.
       RUN-UPLOAD-EXIT.
           EXIT.

       LOAD-CAPTURED-ROWS.
           MOVE 0 TO OF-TOTAL
           MOVE 'N' TO FILE-END
           PERFORM UNTIL FILE-END = 'Y'
               READ CIRC-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO OC-STATION-F OC-SEQ-F OC-ACTION-F
                           OC-MEMBER-F OC-COPY-F OC-DATE-F OC-TIME-F
                           OC-STAFF-F OC-BRANCH-F
                       UNSTRING CIRC-REC DELIMITED BY ","
                           INTO OC-STATION-F, OC-SEQ-F, OC-ACTION-F,
                                OC-MEMBER-F, OC-COPY-F, OC-DATE-F,
                                OC-TIME-F, OC-STAFF-F, OC-BRANCH-F
                       IF CIRC-REC NOT = SPACES AND
                          FUNCTION TRIM(OC-SEQ-F) IS NUMERIC AND
                          OF-TOTAL < 1000
                           ADD 1 TO OF-TOTAL
                           MOVE OC-DATE-F TO OF-DATE(OF-TOTAL)
                           MOVE OC-TIME-F TO OF-TIME(OF-TOTAL)
                           MOVE OC-STATION-F TO OF-STATION(OF-TOTAL)
                           MOVE FUNCTION NUMVAL(OC-SEQ-F)
                               TO OF-SEQ(OF-TOTAL)
                           MOVE OC-ACTION-F TO OF-ACTION(OF-TOTAL)
                           MOVE OC-MEMBER-F TO OF-MEMBER(OF-TOTAL)
                           MOVE OC-COPY-F TO OF-COPY(OF-TOTAL)
                           MOVE OC-STAFF-F TO OF-STAFF(OF-TOTAL)
                           MOVE OC-BRANCH-F TO OF-BRANCH(OF-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.

      * Same exchange sort as MemberTimeline.cbl -- a station's rows
      * are few enough that the simple pass is plenty.
       SORT-CAPTURED-ROWS.
           MOVE 'Y' TO OF-SWAP
           PERFORM UNTIL OF-SWAP = 'N'
               MOVE 'N' TO OF-SWAP
               PERFORM VARYING OF-IDX FROM 1 BY 1
                       UNTIL OF-IDX >= OF-TOTAL
                   IF OF-KEY(OF-IDX) > OF-KEY(OF-IDX + 1)
                       MOVE OF-ENTRY(OF-IDX) TO OF-HOLD
                       MOVE OF-ENTRY(OF-IDX + 1) TO OF-ENTRY(OF-IDX)
                       MOVE OF-HOLD TO OF-ENTRY(OF-IDX + 1)
                       MOVE 'Y' TO OF-SWAP
                   END-IF
               END-PERFORM
           END-PERFORM.

       REPLAY-ONE-ROW.
           PERFORM CHECK-ALREADY-APPLIED
           IF AP-FOUND = 'Y'
               ADD 1 TO CNT-SKIPPED
               GO TO REPLAY-ONE-ROW-EXIT
           END-IF
           MOVE "NO" TO RS-RESULT
           MOVE SPACES TO RS-REASON

           EVALUATE OF-ACTION(OF-IDX)
               WHEN "OUT"
                   PERFORM REPLAY-CHECKOUT THRU REPLAY-CHECKOUT-EXIT
               WHEN "IN"
                   PERFORM REPLAY-CHECKIN THRU REPLAY-CHECKIN-EXIT
               WHEN OTHER
                   MOVE "unknown action on capture row" TO RS-REASON
           END-EVALUATE

           IF RS-RESULT = "OK"
               ADD 1 TO CNT-REPLAYED
           ELSE
               ADD 1 TO CNT-CONFLICT
               PERFORM WRITE-CONFLICT
           END-IF
           PERFORM WRITE-APPLIED.
       REPLAY-ONE-ROW-EXIT.
           EXIT.

      * The copy must be on the shelf to have been handed over; one
      * still on loan in the system is the classic outage clash.
       REPLAY-CHECKOUT.
           IF OF-MEMBER(OF-IDX) = SPACES
               MOVE "no member on capture row" TO RS-REASON
               GO TO REPLAY-CHECKOUT-EXIT
           END-IF
           PERFORM FIND-COPY
           IF CP-FOUND NOT = 'Y'
               MOVE "copy not on file" TO RS-REASON
               GO TO REPLAY-CHECKOUT-EXIT
           END-IF
           IF CP-STATUS = "CHECKED_OUT"
               MOVE "item already on loan" TO RS-REASON
               GO TO REPLAY-CHECKOUT-EXIT
           END-IF
           IF CP-STATUS NOT = "AVAILABLE" AND CP-STATUS NOT = "HELD"
               MOVE SPACES TO RS-REASON
               STRING "copy is " DELIMITED BY SIZE
                      FUNCTION TRIM(CP-STATUS) DELIMITED BY SIZE
                   INTO RS-REASON
               GO TO REPLAY-CHECKOUT-EXIT
           END-IF

           MOVE SPACES TO WORK-REC
           STRING FUNCTION TRIM(OF-MEMBER(OF-IDX)) DELIMITED BY SIZE
                  "," CP-BOOK-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(OF-COPY(OF-IDX)) DELIMITED BY SIZE ","
                  OF-DATE(OF-IDX) DELIMITED BY SIZE ","
                  OF-TIME(OF-IDX) DELIMITED BY SIZE
               INTO WORK-REC
           PERFORM WRITE-WORK-REQUEST
           CALL "BorrowBook" USING WS-CALL-CHOICE, OF-STAFF(OF-IDX),
               OF-MEMBER(OF-IDX)
           CANCEL "BorrowBook"
           PERFORM READ-DESK-RESULT.
       REPLAY-CHECKOUT-EXIT.
           EXIT.

      * The open loan on the copy names the borrower -- the capture
      * station never asks for a card on a return.
       REPLAY-CHECKIN.
           PERFORM FIND-OPEN-LOAN
           IF LOAN-FOUND NOT = 'Y'
               MOVE "no open loan on this copy" TO RS-REASON
               GO TO REPLAY-CHECKIN-EXIT
           END-IF
           MOVE LOAN-MEMBER TO OF-MEMBER(OF-IDX)
           MOVE SPACES TO WORK-REC
           STRING LOAN-MEMBER DELIMITED BY SIZE ","
                  LOAN-BOOK DELIMITED BY SIZE ","
                  FUNCTION TRIM(OF-COPY(OF-IDX)) DELIMITED BY SIZE ","
                  FUNCTION TRIM(OF-BRANCH(OF-IDX)) DELIMITED BY SIZE
                  "," OF-DATE(OF-IDX) DELIMITED BY SIZE ","
                  OF-TIME(OF-IDX) DELIMITED BY SIZE
               INTO WORK-REC
           PERFORM WRITE-WORK-REQUEST
           CALL "ReturnBook" USING WS-CALL-CHOICE, OF-STAFF(OF-IDX),
               LOAN-MEMBER
           CANCEL "ReturnBook"
           PERFORM READ-DESK-RESULT.
       REPLAY-CHECKIN-EXIT.
           EXIT.

      * A stale answer from the row before must never be read as this
      * one's, so the result file goes before the call is made.
       WRITE-WORK-REQUEST.
           CALL "CBL_DELETE_FILE" USING RESULT-PATH
               RETURNING RENAME-STATUS
           END-CALL
           OPEN OUTPUT WORK-FILE
           WRITE WORK-REC
           CLOSE WORK-FILE.

       READ-DESK-RESULT.
           OPEN INPUT RESULT-FILE
           IF RESULT-STATUS NOT = "00"
               MOVE "NO" TO RS-RESULT
               MOVE "transaction not completed" TO RS-REASON
           ELSE
               MOVE SPACES TO RESULT-REC
               READ RESULT-FILE
                   AT END
                       MOVE SPACES TO RESULT-REC
               END-READ
               CLOSE RESULT-FILE
               UNSTRING RESULT-REC DELIMITED BY ","
                   INTO RS-RESULT, RS-REASON, RS-TRAN, RS-DATE,
                        RS-AMOUNT-RAW
               IF RS-RESULT NOT = "OK"
                   MOVE "NO" TO RS-RESULT
               END-IF
           END-IF.

       FIND-COPY.
           MOVE 'N' TO CP-FOUND
           MOVE SPACES TO CP-BOOK-ID
           MOVE SPACES TO CP-STATUS
           MOVE 'N' TO FILE-END
           OPEN INPUT COPIES-FILE
           IF COPIES-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ COPIES-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO CP-STATUS-F
                       UNSTRING COPIES-REC DELIMITED BY ","
                           INTO CP-ID-F, CP-BOOK-ID-F, CP-STATUS-F
                       IF CP-ID-F = OF-COPY(OF-IDX)
                           MOVE 'Y' TO CP-FOUND
                           MOVE CP-BOOK-ID-F TO CP-BOOK-ID
                           MOVE FUNCTION TRIM(CP-STATUS-F) TO CP-STATUS
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF COPIES-STATUS NOT = "35"
               CLOSE COPIES-FILE
           END-IF.

      * Open loan on the captured copy -- log.csv field 8 is the copy,
      * field 7 the return date, blank while the loan is open.
       FIND-OPEN-LOAN.
           MOVE 'N' TO LOAN-FOUND
           MOVE SPACES TO LOAN-MEMBER
           MOVE SPACES TO LOAN-BOOK
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
                       MOVE SPACES TO LG-COPY-F
                       UNSTRING LOG-REC DELIMITED BY ","
                           INTO LG-TRAN-F, LG-MEMBER-F, LG-BOOK-F,
                                LG-START-F, LG-END-F, LG-DUE-F,
                                LG-RETURN-F, LG-COPY-F
                       IF LG-COPY-F = OF-COPY(OF-IDX) AND
                          LG-RETURN-F = SPACES
                           MOVE 'Y' TO LOAN-FOUND
                           MOVE LG-MEMBER-F TO LOAN-MEMBER
                           MOVE LG-BOOK-F TO LOAN-BOOK
                       END-IF
               END-READ
           END-PERFORM
           IF LOG-STATUS NOT = "35"
               CLOSE LOG-FILE
           END-IF.

      * A row already on the applied log was settled by an earlier
      * run -- replayed or reported -- and is not touched again.
       CHECK-ALREADY-APPLIED.
           MOVE 'N' TO AP-FOUND
           MOVE 'N' TO FILE-END
           OPEN INPUT APPLIED-FILE
           IF APPLIED-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ APPLIED-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING APPLIED-REC DELIMITED BY ","
                           INTO AP-STATION-F, AP-SEQ-F, AP-DATE-F,
                                AP-TIME-F
                       MOVE 0 TO AP-SEQ-NUM
                       IF FUNCTION TRIM(AP-SEQ-F) IS NUMERIC
                           MOVE FUNCTION NUMVAL(AP-SEQ-F) TO AP-SEQ-NUM
                       END-IF
                       IF AP-STATION-F = OF-STATION(OF-IDX) AND
                          AP-SEQ-NUM = OF-SEQ(OF-IDX) AND
                          AP-DATE-F = OF-DATE(OF-IDX) AND
                          AP-TIME-F = OF-TIME(OF-IDX)
                           MOVE 'Y' TO AP-FOUND
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF APPLIED-STATUS NOT = "35"
               CLOSE APPLIED-FILE
           END-IF.

       WRITE-APPLIED.
           OPEN EXTEND APPLIED-FILE
           IF APPLIED-STATUS = "05" OR APPLIED-STATUS = "35"
               OPEN OUTPUT APPLIED-FILE
           END-IF
           MOVE SPACES TO APPLIED-REC
           STRING FUNCTION TRIM(OF-STATION(OF-IDX)) DELIMITED BY SIZE
                  "," OF-SEQ(OF-IDX) DELIMITED BY SIZE ","
                  OF-DATE(OF-IDX) DELIMITED BY SIZE ","
                  OF-TIME(OF-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(OF-ACTION(OF-IDX)) DELIMITED BY SIZE
                  "," FUNCTION TRIM(OF-COPY(OF-IDX)) DELIMITED BY SIZE
                  "," RS-RESULT DELIMITED BY SIZE ","
                  FUNCTION TRIM(RS-REASON) DELIMITED BY SIZE ","
                  WS-RUN-STAMP DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-OPERATOR-ID-L) DELIMITED BY SIZE
               INTO APPLIED-REC
           WRITE APPLIED-REC
           CLOSE APPLIED-FILE.

       WRITE-CONFLICT.
           OPEN EXTEND CONFLICT-FILE
           IF CONFLICT-STATUS = "05" OR CONFLICT-STATUS = "35"
               OPEN OUTPUT CONFLICT-FILE
           END-IF
           MOVE SPACES TO CONFLICT-REC
           STRING WS-RUN-STAMP DELIMITED BY SIZE ","
                  FUNCTION TRIM(OF-STATION(OF-IDX)) DELIMITED BY SIZE
                  "," OF-SEQ(OF-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(OF-ACTION(OF-IDX)) DELIMITED BY SIZE
                  "," FUNCTION TRIM(OF-MEMBER(OF-IDX))
                      DELIMITED BY SIZE
                  "," FUNCTION TRIM(OF-COPY(OF-IDX)) DELIMITED BY SIZE
                  "," OF-DATE(OF-IDX) DELIMITED BY SIZE ","
                  OF-TIME(OF-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(OF-STAFF(OF-IDX)) DELIMITED BY SIZE
                  "," FUNCTION TRIM(RS-REASON) DELIMITED BY SIZE
               INTO CONFLICT-REC
           WRITE CONFLICT-REC
           CLOSE CONFLICT-FILE.

      * Conflicts of one upload (WS-REPORT-STAMP) or of every upload
      * (blank) -- each one still to be settled by hand at the desk.
       SHOW-CONFLICTS.
           MOVE 0 TO CNT-LISTED
           MOVE 'N' TO FILE-END
           OPEN INPUT CONFLICT-FILE
           IF CONFLICT-STATUS NOT = "00"
               DISPLAY "No offline conflicts on file."
               GO TO SHOW-CONFLICTS-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "OFFLINE UPLOAD CONFLICTS -- settle at the desk"
           DISPLAY "UPLOADED     STN   SEQ   ACT MEMBER COPY     "
               "TAKEN         STAFF REASON"
           PERFORM UNTIL FILE-END = 'Y'
               READ CONFLICT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO CF-MEMBER-F
                       MOVE SPACES TO CF-REASON-F
                       UNSTRING CONFLICT-REC DELIMITED BY ","
                           INTO CF-STAMP-F, CF-STATION-F, CF-SEQ-F,
                                CF-ACTION-F, CF-MEMBER-F, CF-COPY-F,
                                CF-DATE-F, CF-TIME-F, CF-STAFF-F,
                                CF-REASON-F
                       IF WS-REPORT-STAMP = SPACES OR
                          CF-STAMP-F = WS-REPORT-STAMP
                           ADD 1 TO CNT-LISTED
                           DISPLAY CF-STAMP-F " " CF-STATION-F " "
                               CF-SEQ-F " " CF-ACTION-F " "
                               CF-MEMBER-F "  " CF-COPY-F " "
                               CF-DATE-F " " CF-TIME-F " "
                               CF-STAFF-F " "
                               FUNCTION TRIM(CF-REASON-F)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFLICT-FILE
           DISPLAY CNT-LISTED " conflict(s) listed.".
       SHOW-CONFLICTS-EXIT.
           EXIT.

       END PROGRAM OfflineUpload.
