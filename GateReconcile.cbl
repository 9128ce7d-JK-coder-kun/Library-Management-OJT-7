      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Security gate alarm reconciliation -- the RFID gate
      *          at MAIN appends one row to ../gate-alarms.csv
      *          (date YYYYMMDD,time HHMMSS,gate_id,copy_id) for every
      *          tagged copy that set it off. For one alarm date each
      *          alarm is explained, in this order, by a loan on
      *          log.csv that covered the moment it went off (a FALSE
      *          ALARM -- the copy was lent but not desensitized), a
      *          courier shipment out of MAIN on
      *          ../transit-manifest.csv or an IN_TRANSIT copy
      *          (TRANSIT), an in-house use scan of the copy that day
      *          on ../inhouse-use.csv (IN-HOUSE), or a copies.csv
      *          status of CHECKED_OUT (FALSE ALARM). A copy with none
      *          of these left the building without being lent -- an
      *          EXCEPTION, appended once to ../gate-exceptions.csv
      *          (date,time,gate,copy,book,copy status) for staff to
      *          check against CCTV and mark MISSING through Copy
      *          Maintenance (CopyMaintain.cbl). A tag not on
      *          copies.csv is UNKNOWN. Every alarm of the date goes
      *          to ../gate-report.csv (date,time,gate,copy,book,
      *          class,copy status,detail). USER-CHOICE 0 is the
      *          nightly run from NightlyBatch.cbl for its business
      *          date -- no screen, exception count handed back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GateReconcile.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALARM-FILE ASSIGN TO "../gate-alarms.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALARM-STATUS.
           SELECT COPIES-FILE ASSIGN TO "../copies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPIES-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT USE-FILE ASSIGN TO "../inhouse-use.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS USE-STATUS.
           SELECT TRANSIT-FILE ASSIGN TO "../transit-manifest.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSIT-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "../gate-exceptions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../gate-report.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALARM-FILE.
       01  ALARM-REC          PIC X(80).
       FD  COPIES-FILE.
       01  COPIES-REC         PIC X(100).
       FD  LOG-FILE.
       01  LOG-REC            PIC X(200).
       FD  USE-FILE.
       01  USE-REC            PIC X(60).
       FD  TRANSIT-FILE.
       01  TRANSIT-REC        PIC X(100).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-REC      PIC X(120).
       FD  REPORT-FILE.
       01  REPORT-REC         PIC X(200).

       WORKING-STORAGE SECTION.
       01  ALARM-STATUS       PIC XX.
       01  COPIES-STATUS      PIC XX.
       01  LOG-STATUS         PIC XX.
       01  USE-STATUS         PIC XX.
       01  TRANSIT-STATUS     PIC XX.
       01  EXCEPTION-STATUS   PIC XX.
       01  REPORT-STATUS      PIC XX.
       01  ALARM-EOF          PIC X VALUE 'N'.
       01  FILE-END           PIC X VALUE 'N'.

      * The gate stands at the MAIN entrance, so only shipments that
      * left MAIN explain one of its alarms.
       01  GATE-BRANCH        PIC X(10) VALUE "MAIN".

       01  WS-ALARM-DATE      PIC X(8).
       01  WS-DATE-RAW        PIC X(20).
       01  TODAY              PIC 9(8).

       01  AL-DATE-F          PIC X(8).
       01  AL-TIME-F          PIC X(6).
       01  AL-GATE-F          PIC X(10).
       01  AL-COPY-F          PIC X(8).
       01  WS-TIME-SHOWN      PIC X(8).

       01  CP-ID-F            PIC X(8).
       01  CP-BOOK-ID-F       PIC X(5).
       01  CP-STATUS-F        PIC X(12).
       01  WS-COPY-FOUND      PIC X VALUE 'N'.
       01  WS-BOOK-ID         PIC X(5).
       01  WS-COPY-STATUS     PIC X(12).

       01  TRAN-ID-F          PIC X(5).
       01  MEMBER-ID-F        PIC X(5).
       01  BOOK-ID-F          PIC X(5).
       01  START-DATE-F       PIC X(10).
       01  END-DATE-F         PIC X(10).
       01  DUE-FLAG-F         PIC X(3).
       01  RETURN-DATE-F      PIC X(10).
       01  LOG-COPY-ID        PIC X(8).
       01  CHECKOUT-STAFF-F   PIC X(5).
       01  RETURN-STAFF-F     PIC X(5).
       01  RENEW-COUNT-F      PIC X(2).
       01  CK-TIME-F          PIC X(4).
       01  DUE-TIME-F         PIC X(4).
       01  RT-TIME-F          PIC X(4).
       01  LOAN-START-YMD     PIC X(8).
       01  LOAN-RETURN-YMD    PIC X(8).
       01  WS-LOAN-FOUND      PIC X VALUE 'N'.
       01  WS-LOAN-TRAN       PIC X(5).
       01  WS-LOAN-MEMBER     PIC X(5).

       01  USE-DATE-F         PIC X(10).
       01  USE-BOOK-F         PIC X(5).
       01  USE-COPY-F         PIC X(8).
       01  USE-YMD            PIC X(8).
       01  WS-USE-FOUND       PIC X VALUE 'N'.

       01  TR-COPY-F          PIC X(8).
       01  TR-BOOK-F          PIC X(5).
       01  TR-FROM-F          PIC X(10).
       01  TR-TO-F            PIC X(10).
       01  TR-SHIP-DATE-F     PIC X(8).
       01  TR-STATUS-F        PIC X(10).
       01  TR-STAMP-F         PIC X(12).
       01  TR-OPERATOR-F      PIC X(5).
       01  TR-RECEIVED-F      PIC X(12).
       01  WS-TRANSIT-FOUND   PIC X VALUE 'N'.
       01  WS-TRANSIT-TO      PIC X(10).

       01  EX-DATE-F          PIC X(8).
       01  EX-TIME-F          PIC X(6).
       01  EX-GATE-F          PIC X(10).
       01  EX-COPY-F          PIC X(8).
       01  WS-ALREADY-LISTED  PIC X VALUE 'N'.

       01  WS-CLASS           PIC X(12).
       01  RP-CLASS-F         PIC X(12).
       01  WS-DETAIL          PIC X(60).

       01  CNT-ALARMS         PIC 9(5) VALUE 0.
       01  CNT-EXCEPTIONS     PIC 9(5) VALUE 0.
       01  CNT-NEW-EXCEPTIONS PIC 9(5) VALUE 0.
       01  CNT-FALSE-ALARMS   PIC 9(5) VALUE 0.
       01  CNT-TRANSIT        PIC 9(5) VALUE 0.
       01  CNT-INHOUSE        PIC 9(5) VALUE 0.
       01  CNT-UNKNOWN        PIC 9(5) VALUE 0.

       01  HEADER-LINE        PIC X(60) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 BUSINESS-DATE-L PIC 9(8).
       01 EXCEPTION-COUNT-L PIC 9(5).
       PROCEDURE DIVISION USING USER-CHOICE, BUSINESS-DATE-L,
           EXCEPTION-COUNT-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           MOVE TODAY TO WS-ALARM-DATE
           IF BUSINESS-DATE-L NOT = 0
               MOVE BUSINESS-DATE-L TO WS-ALARM-DATE
           END-IF

           IF USER-CHOICE NOT = 0
               DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
               DISPLAY "*   Security Gate Alarm Reconciliation    *"
               DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
               DISPLAY "Alarm date YYYYMMDD (blank for "
                   WS-ALARM-DATE "): "
               ACCEPT WS-DATE-RAW
               IF FUNCTION TRIM(WS-DATE-RAW) NOT = SPACES
                   IF FUNCTION TRIM(WS-DATE-RAW) IS NOT NUMERIC OR
                      FUNCTION LENGTH(FUNCTION TRIM(WS-DATE-RAW))
                          NOT = 8
                       DISPLAY "Date must be YYYYMMDD -- nothing "
                           "reconciled."
                       GOBACK
                   END-IF
                   MOVE FUNCTION TRIM(WS-DATE-RAW) TO WS-ALARM-DATE
               END-IF
           END-IF

           PERFORM RECONCILE-ALARMS THRU RECONCILE-ALARMS-EXIT

           MOVE CNT-EXCEPTIONS TO EXCEPTION-COUNT-L
           IF USER-CHOICE NOT = 0
               PERFORM SHOW-RECONCILIATION
           END-IF
           GOBACK.

      * One pass over the gate log; the alarms of other dates are
      * left for their own run.
       RECONCILE-ALARMS.
           MOVE 0 TO CNT-ALARMS CNT-EXCEPTIONS CNT-NEW-EXCEPTIONS
               CNT-FALSE-ALARMS CNT-TRANSIT CNT-INHOUSE CNT-UNKNOWN
           OPEN OUTPUT REPORT-FILE
           MOVE 'N' TO ALARM-EOF
           OPEN INPUT ALARM-FILE
           IF ALARM-STATUS NOT = "00"
               CLOSE REPORT-FILE
               GO TO RECONCILE-ALARMS-EXIT
           END-IF
           PERFORM UNTIL ALARM-EOF = 'Y'
               READ ALARM-FILE
                   AT END
                       MOVE 'Y' TO ALARM-EOF
                   NOT AT END
                       MOVE SPACES TO AL-DATE-F AL-TIME-F AL-GATE-F
                           AL-COPY-F
                       UNSTRING ALARM-REC DELIMITED BY ","
                           INTO AL-DATE-F, AL-TIME-F, AL-GATE-F,
                                AL-COPY-F
                       IF AL-DATE-F = WS-ALARM-DATE AND
                          AL-COPY-F NOT = SPACES
                           PERFORM CLASSIFY-ONE-ALARM THRU
                               CLASSIFY-ONE-ALARM-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALARM-FILE
           CLOSE REPORT-FILE.
       RECONCILE-ALARMS-EXIT.
           EXIT.

       CLASSIFY-ONE-ALARM.
           ADD 1 TO CNT-ALARMS
           MOVE SPACES TO WS-DETAIL
           PERFORM LOOKUP-COPY
           IF WS-COPY-FOUND NOT = 'Y'
               MOVE "UNKNOWN" TO WS-CLASS
               MOVE "tag not on copies.csv" TO WS-DETAIL
               ADD 1 TO CNT-UNKNOWN
               GO TO CLASSIFY-ONE-ALARM-REPORT
           END-IF

           PERFORM FIND-COVERING-LOAN
           IF WS-LOAN-FOUND = 'Y'
               MOVE "FALSE-ALARM" TO WS-CLASS
               STRING "lent on tran " DELIMITED BY SIZE
                      WS-LOAN-TRAN DELIMITED BY SIZE
                      " to member " DELIMITED BY SIZE
                      WS-LOAN-MEMBER DELIMITED BY SIZE
                      " -- not desensitized" DELIMITED BY SIZE
                   INTO WS-DETAIL
               ADD 1 TO CNT-FALSE-ALARMS
               GO TO CLASSIFY-ONE-ALARM-REPORT
           END-IF

           PERFORM FIND-TRANSIT-SHIPMENT
           IF WS-TRANSIT-FOUND = 'Y' OR
              FUNCTION TRIM(WS-COPY-STATUS) = "IN_TRANSIT"
               MOVE "TRANSIT" TO WS-CLASS
               IF WS-TRANSIT-FOUND = 'Y'
                   STRING "courier shipment to " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-TRANSIT-TO)
                              DELIMITED BY SIZE
                       INTO WS-DETAIL
               ELSE
                   MOVE "copy is IN_TRANSIT" TO WS-DETAIL
               END-IF
               ADD 1 TO CNT-TRANSIT
               GO TO CLASSIFY-ONE-ALARM-REPORT
           END-IF

           PERFORM FIND-INHOUSE-USE
           IF WS-USE-FOUND = 'Y'
               MOVE "IN-HOUSE" TO WS-CLASS
               MOVE "in-house use scanned that day" TO WS-DETAIL
               ADD 1 TO CNT-INHOUSE
               GO TO CLASSIFY-ONE-ALARM-REPORT
           END-IF

           IF FUNCTION TRIM(WS-COPY-STATUS) = "CHECKED_OUT"
               MOVE "FALSE-ALARM" TO WS-CLASS
               MOVE "copy is CHECKED_OUT -- not desensitized"
                   TO WS-DETAIL
               ADD 1 TO CNT-FALSE-ALARMS
               GO TO CLASSIFY-ONE-ALARM-REPORT
           END-IF

           MOVE "EXCEPTION" TO WS-CLASS
           IF FUNCTION TRIM(WS-COPY-STATUS) = "MISSING"
               MOVE "left without a loan -- already MISSING"
                   TO WS-DETAIL
           ELSE
               MOVE "left without a loan -- check CCTV" TO WS-DETAIL
           END-IF
           ADD 1 TO CNT-EXCEPTIONS
           PERFORM ADD-TO-EXCEPTION-LIST THRU
               ADD-TO-EXCEPTION-LIST-EXIT.

       CLASSIFY-ONE-ALARM-REPORT.
           MOVE SPACES TO REPORT-REC
           STRING AL-DATE-F DELIMITED BY SIZE ","
                  AL-TIME-F DELIMITED BY SIZE ","
                  FUNCTION TRIM(AL-GATE-F) DELIMITED BY SIZE ","
                  FUNCTION TRIM(AL-COPY-F) DELIMITED BY SIZE ","
                  WS-BOOK-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-CLASS) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-COPY-STATUS) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-DETAIL) DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC.
       CLASSIFY-ONE-ALARM-EXIT.
           EXIT.

       LOOKUP-COPY.
           MOVE 'N' TO WS-COPY-FOUND
           MOVE SPACES TO WS-BOOK-ID WS-COPY-STATUS
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
                       IF FUNCTION TRIM(CP-ID-F) = AL-COPY-F
                           MOVE CP-BOOK-ID-F TO WS-BOOK-ID
                           MOVE CP-STATUS-F TO WS-COPY-STATUS
                           MOVE 'Y' TO WS-COPY-FOUND
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF COPIES-STATUS = "00" OR COPIES-STATUS = "10"
               CLOSE COPIES-FILE
           END-IF.

      * A loan covers the alarm when it was made by then and not yet
      * returned -- on the alarm date itself the checkout and return
      * times (HHMM) decide it. Start dates are MMDDYYYY (BorrowBook),
      * return dates DD-MM-YYYY (ReturnBook).
       FIND-COVERING-LOAN.
           MOVE 'N' TO WS-LOAN-FOUND
           MOVE SPACES TO WS-LOAN-TRAN WS-LOAN-MEMBER
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
                       MOVE SPACES TO RETURN-DATE-F LOG-COPY-ID
                           CK-TIME-F RT-TIME-F
                       UNSTRING LOG-REC DELIMITED BY ","
                           INTO TRAN-ID-F, MEMBER-ID-F, BOOK-ID-F,
                                START-DATE-F, END-DATE-F, DUE-FLAG-F,
                                RETURN-DATE-F, LOG-COPY-ID,
                                CHECKOUT-STAFF-F, RETURN-STAFF-F,
                                RENEW-COUNT-F, CK-TIME-F, DUE-TIME-F,
                                RT-TIME-F
                       IF FUNCTION TRIM(LOG-COPY-ID) = AL-COPY-F
                           PERFORM TEST-LOAN-COVERS-ALARM THRU
                               TEST-LOAN-COVERS-ALARM-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF LOG-STATUS = "00" OR LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF.

       TEST-LOAN-COVERS-ALARM.
           MOVE SPACES TO LOAN-START-YMD
           STRING START-DATE-F(5:4) DELIMITED BY SIZE
                  START-DATE-F(1:4) DELIMITED BY SIZE
               INTO LOAN-START-YMD
           IF LOAN-START-YMD > WS-ALARM-DATE
               GO TO TEST-LOAN-COVERS-ALARM-EXIT
           END-IF
           IF LOAN-START-YMD = WS-ALARM-DATE AND
              CK-TIME-F NOT = SPACES AND
              CK-TIME-F > AL-TIME-F(1:4)
               GO TO TEST-LOAN-COVERS-ALARM-EXIT
           END-IF
           IF RETURN-DATE-F NOT = SPACES
               MOVE SPACES TO LOAN-RETURN-YMD
               STRING RETURN-DATE-F(7:4) DELIMITED BY SIZE
                      RETURN-DATE-F(4:2) DELIMITED BY SIZE
                      RETURN-DATE-F(1:2) DELIMITED BY SIZE
                   INTO LOAN-RETURN-YMD
               IF LOAN-RETURN-YMD < WS-ALARM-DATE
                   GO TO TEST-LOAN-COVERS-ALARM-EXIT
               END-IF
               IF LOAN-RETURN-YMD = WS-ALARM-DATE AND
                  RT-TIME-F NOT = SPACES AND
                  RT-TIME-F < AL-TIME-F(1:4)
                   GO TO TEST-LOAN-COVERS-ALARM-EXIT
               END-IF
           END-IF
           MOVE 'Y' TO WS-LOAN-FOUND
           MOVE TRAN-ID-F TO WS-LOAN-TRAN
           MOVE MEMBER-ID-F TO WS-LOAN-MEMBER
           MOVE 'Y' TO FILE-END.
       TEST-LOAN-COVERS-ALARM-EXIT.
           EXIT.

      * Shipped out of MAIN by the alarm date and not received at the
      * other end before it.
       FIND-TRANSIT-SHIPMENT.
           MOVE 'N' TO WS-TRANSIT-FOUND
           MOVE SPACES TO WS-TRANSIT-TO
           MOVE 'N' TO FILE-END
           OPEN INPUT TRANSIT-FILE
           IF TRANSIT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ TRANSIT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO TR-STATUS-F TR-RECEIVED-F
                       UNSTRING TRANSIT-REC DELIMITED BY ","
                           INTO TR-COPY-F, TR-BOOK-F, TR-FROM-F,
                                TR-TO-F, TR-SHIP-DATE-F, TR-STATUS-F,
                                TR-STAMP-F, TR-OPERATOR-F,
                                TR-RECEIVED-F
                       IF FUNCTION TRIM(TR-COPY-F) = AL-COPY-F AND
                          TR-FROM-F = GATE-BRANCH AND
                          TR-SHIP-DATE-F NOT > WS-ALARM-DATE
                           IF FUNCTION TRIM(TR-STATUS-F) = "OPEN" OR
                              TR-RECEIVED-F(1:8) NOT < WS-ALARM-DATE
                               MOVE 'Y' TO WS-TRANSIT-FOUND
                               MOVE TR-TO-F TO WS-TRANSIT-TO
                               MOVE 'Y' TO FILE-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF TRANSIT-STATUS = "00" OR TRANSIT-STATUS = "10"
               CLOSE TRANSIT-FILE
           END-IF.

      * In-house use rows are dated MM/DD/YYYY (InHouseUse.cbl).
       FIND-INHOUSE-USE.
           MOVE 'N' TO WS-USE-FOUND
           MOVE 'N' TO FILE-END
           OPEN INPUT USE-FILE
           IF USE-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ USE-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING USE-REC DELIMITED BY ","
                           INTO USE-DATE-F, USE-BOOK-F, USE-COPY-F
                       MOVE SPACES TO USE-YMD
                       STRING USE-DATE-F(7:4) DELIMITED BY SIZE
                              USE-DATE-F(1:2) DELIMITED BY SIZE
                              USE-DATE-F(4:2) DELIMITED BY SIZE
                           INTO USE-YMD
                       IF FUNCTION TRIM(USE-COPY-F) = AL-COPY-F AND
                          USE-YMD = WS-ALARM-DATE
                           MOVE 'Y' TO WS-USE-FOUND
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF USE-STATUS = "00" OR USE-STATUS = "10"
               CLOSE USE-FILE
           END-IF.

      * The exceptions list is the standing follow-up list, so a re-run
      * of the same date does not list the same alarm twice.
       ADD-TO-EXCEPTION-LIST.
           MOVE 'N' TO WS-ALREADY-LISTED
           MOVE 'N' TO FILE-END
           OPEN INPUT EXCEPTION-FILE
           IF EXCEPTION-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ EXCEPTION-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING EXCEPTION-REC DELIMITED BY ","
                           INTO EX-DATE-F, EX-TIME-F, EX-GATE-F,
                                EX-COPY-F
                       IF EX-DATE-F = AL-DATE-F AND
                          EX-TIME-F = AL-TIME-F AND
                          EX-COPY-F = AL-COPY-F
                           MOVE 'Y' TO WS-ALREADY-LISTED
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF EXCEPTION-STATUS = "00" OR EXCEPTION-STATUS = "10"
               CLOSE EXCEPTION-FILE
           END-IF
           IF WS-ALREADY-LISTED = 'Y'
               GO TO ADD-TO-EXCEPTION-LIST-EXIT
           END-IF

           OPEN EXTEND EXCEPTION-FILE
           IF EXCEPTION-STATUS = "05" OR EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           MOVE SPACES TO EXCEPTION-REC
           STRING AL-DATE-F DELIMITED BY SIZE ","
                  AL-TIME-F DELIMITED BY SIZE ","
                  FUNCTION TRIM(AL-GATE-F) DELIMITED BY SIZE ","
                  FUNCTION TRIM(AL-COPY-F) DELIMITED BY SIZE ","
                  WS-BOOK-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-COPY-STATUS) DELIMITED BY SIZE
               INTO EXCEPTION-REC
           WRITE EXCEPTION-REC
           CLOSE EXCEPTION-FILE
           ADD 1 TO CNT-NEW-EXCEPTIONS.
       ADD-TO-EXCEPTION-LIST-EXIT.
           EXIT.

      * Read back off the report just written, exceptions first.
       SHOW-RECONCILIATION.
           DISPLAY HEADER-LINE
           DISPLAY "Gate alarms on " WS-ALARM-DATE "   : " CNT-ALARMS
           DISPLAY "Left without a loan     : " CNT-EXCEPTIONS
               "  (" CNT-NEW-EXCEPTIONS " newly listed)"
           DISPLAY "False alarms (lent)     : " CNT-FALSE-ALARMS
           DISPLAY "Courier transit         : " CNT-TRANSIT
           DISPLAY "In-house use            : " CNT-INHOUSE
           DISPLAY "Unknown tags            : " CNT-UNKNOWN
           DISPLAY HEADER-LINE
           IF CNT-EXCEPTIONS > 0
               DISPLAY "LEFT THE BUILDING WITHOUT A LOAN -- check "
                   "CCTV, then mark the copy"
               DISPLAY "MISSING through Copy Maintenance:"
               DISPLAY "TIME     GATE       COPY     BOOK  STATUS"
               MOVE "EXCEPTION" TO WS-CLASS
               PERFORM SHOW-CLASS-ROWS
               DISPLAY HEADER-LINE
           END-IF
           IF CNT-FALSE-ALARMS > 0
               DISPLAY "FALSE ALARMS -- lent but not desensitized:"
               DISPLAY "TIME     GATE       COPY     BOOK  DETAIL"
               MOVE "FALSE-ALARM" TO WS-CLASS
               PERFORM SHOW-CLASS-ROWS
               DISPLAY HEADER-LINE
           END-IF
           DISPLAY "Full list written to ../gate-report.csv."
           IF CNT-NEW-EXCEPTIONS > 0
               DISPLAY "Exceptions added to ../gate-exceptions.csv."
           END-IF.

       SHOW-CLASS-ROWS.
           MOVE 'N' TO FILE-END
           OPEN INPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ REPORT-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO WS-DETAIL
                       UNSTRING REPORT-REC DELIMITED BY ","
                           INTO AL-DATE-F, AL-TIME-F, AL-GATE-F,
                                AL-COPY-F, WS-BOOK-ID, RP-CLASS-F,
                                WS-COPY-STATUS, WS-DETAIL
                       IF RP-CLASS-F = WS-CLASS
                           MOVE SPACES TO WS-TIME-SHOWN
                           STRING AL-TIME-F(1:2) DELIMITED BY SIZE ":"
                                  AL-TIME-F(3:2) DELIMITED BY SIZE ":"
                                  AL-TIME-F(5:2) DELIMITED BY SIZE
                               INTO WS-TIME-SHOWN
                           IF WS-CLASS = "EXCEPTION"
                               DISPLAY WS-TIME-SHOWN " " AL-GATE-F " "
                                   AL-COPY-F " " WS-BOOK-ID " "
                                   WS-COPY-STATUS
                           ELSE
                               DISPLAY WS-TIME-SHOWN " " AL-GATE-F " "
                                   AL-COPY-F " " WS-BOOK-ID " "
                                   FUNCTION TRIM(WS-DETAIL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF REPORT-STATUS = "00" OR REPORT-STATUS = "10"
               CLOSE REPORT-FILE
           END-IF.

       END PROGRAM GateReconcile.
