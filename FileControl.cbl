      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Data file control totals -- catches a data file that
      *          was changed outside the system (opened in a text
      *          editor between sessions) before anyone works on it.
      *          Mode RECORD is CALLed by OJT_v1.cbl as each session
      *          closes and writes one control row per data file to
      *          ../file-controls.csv (file,rows,id_hash,amount,
      *          date YYYYMMDD,time HHMMSS). The ID hash total adds
      *          up the first field of every row -- its number when it
      *          is all digits, otherwise each character's code times
      *          its position; the amount is fine.csv's 5th field and
      *          zero for the other files.
      *          Mode VERIFY is CALLed before the menu opens: the
      *          totals are recomputed and any file that differs from
      *          its control row raises a HIGH "out-of-band change"
      *          row on ../operator-alerts.csv and opens
      *          ../file-controls.alert. While that file is open the
      *          caller is answered 'Y' (blocked), no new control
      *          totals are recorded, and OJT_v1.cbl refuses its
      *          sensitive functions.
      *          Mode ACK is the manager's acknowledgement (the caller
      *          checks the role): the alert is closed with an INFO
      *          row naming the manager, and the files as they stand
      *          become the new control totals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FileControl.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN TO DYNAMIC FC-DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DATA-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "../file-controls.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.
           SELECT STATE-FILE ASSIGN TO "../file-controls.alert"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "../operator-alerts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       01  DATA-REC           PIC X(300).
       FD  CONTROL-FILE.
       01  CONTROL-REC        PIC X(100).
       FD  STATE-FILE.
       01  STATE-REC          PIC X(100).
       FD  ALERT-FILE.
       01  ALERT-REC          PIC X(200).

       WORKING-STORAGE SECTION.
       01  DATA-STATUS        PIC XX.
       01  CONTROL-STATUS     PIC XX.
       01  STATE-STATUS       PIC XX.
       01  ALERT-STATUS       PIC XX.
       01  FC-EOF             PIC X VALUE 'N'.
       01  FC-DATA-PATH       PIC X(40).
       01  STATE-PATH         PIC X(30)
               VALUE "../file-controls.alert".
       01  DELETE-STATUS      PIC S9(9) COMP-5.
       01  TODAY              PIC 9(8).
       01  NOW-TIME           PIC 9(8).

      * The data files under control -- the catalog, copies, members,
      * loans, holds, fines and the staff roster.
       01  FC-NAMES.
           05  FILLER  PIC X(20) VALUE "books.csv".
           05  FILLER  PIC X(20) VALUE "copies.csv".
           05  FILLER  PIC X(20) VALUE "members.csv".
           05  FILLER  PIC X(20) VALUE "log.csv".
           05  FILLER  PIC X(20) VALUE "holds.csv".
           05  FILLER  PIC X(20) VALUE "fine.csv".
           05  FILLER  PIC X(20) VALUE "staff.csv".
       01  FC-NAME-TABLE REDEFINES FC-NAMES.
           05  FC-NAME         PIC X(20) OCCURS 7 TIMES.
       01  FC-TOTAL           PIC 9(2) VALUE 7.
       01  FC-IDX             PIC 9(2).

      * Totals as the files stand now, and as recorded at the last
      * close (FC-REC-FOUND 'N' -- the file had no control row).
       01  FC-CURRENT.
           05  FC-CUR-ENTRY OCCURS 7 TIMES.
               10  FC-CUR-ROWS     PIC 9(7).
               10  FC-CUR-HASH     PIC 9(15).
               10  FC-CUR-AMOUNT   PIC 9(12).
       01  FC-RECORDED.
           05  FC-REC-ENTRY OCCURS 7 TIMES.
               10  FC-REC-FOUND    PIC X.
               10  FC-REC-ROWS     PIC 9(7).
               10  FC-REC-HASH     PIC 9(15).
               10  FC-REC-AMOUNT   PIC 9(12).

       01  FC-ID-F            PIC X(20).
       01  FC-F2              PIC X(20).
       01  FC-F3              PIC X(20).
       01  FC-F4              PIC X(20).
       01  FC-AMOUNT-F        PIC X(20).
       01  FC-POS             PIC 9(2).
       01  FC-ROW-HASH        PIC 9(15).

       01  CT-NAME-F          PIC X(20).
       01  CT-ROWS-F          PIC X(10).
       01  CT-HASH-F          PIC X(20).
       01  CT-AMOUNT-F        PIC X(20).
       01  CT-FOUND-ANY       PIC X VALUE 'N'.

       01  FC-ALERT-OPEN      PIC X VALUE 'N'.
       01  FC-DIFF-COUNT      PIC 9(2) VALUE 0.
       01  FC-MSG             PIC X(180).
       01  FC-MSG-PTR         PIC 9(3).

       LINKAGE SECTION.
       01 FC-MODE-L PIC X(6).
       01 FC-OPERATOR-L PIC X(5).
       01 FC-BLOCKED-L PIC X.
       PROCEDURE DIVISION USING FC-MODE-L, FC-OPERATOR-L,
           FC-BLOCKED-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME
           PERFORM CHECK-ALERT-OPEN
           MOVE FC-ALERT-OPEN TO FC-BLOCKED-L
           EVALUATE FC-MODE-L
               WHEN "RECORD"
                   IF FC-ALERT-OPEN = 'N'
                       PERFORM COMPUTE-ALL-TOTALS
                       PERFORM WRITE-CONTROL-FILE
                   END-IF
               WHEN "VERIFY"
                   PERFORM VERIFY-CONTROLS THRU VERIFY-CONTROLS-EXIT
               WHEN "ACK"
                   PERFORM ACKNOWLEDGE-CHANGE THRU
                       ACKNOWLEDGE-CHANGE-EXIT
           END-EVALUATE
           GOBACK.

       CHECK-ALERT-OPEN.
           MOVE 'N' TO FC-ALERT-OPEN
           OPEN INPUT STATE-FILE
           IF STATE-STATUS = "00"
               MOVE 'Y' TO FC-ALERT-OPEN
               CLOSE STATE-FILE
           END-IF.

      ******************************************************************
      * Recompute and compare. No control file yet (first session) is
      * not a difference -- the close of this session records one.
      ******************************************************************
       VERIFY-CONTROLS.
           PERFORM LOAD-CONTROL-FILE
           IF CT-FOUND-ANY = 'N'
               GO TO VERIFY-CONTROLS-EXIT
           END-IF
           PERFORM COMPUTE-ALL-TOTALS
           MOVE 0 TO FC-DIFF-COUNT
           PERFORM VARYING FC-IDX FROM 1 BY 1 UNTIL FC-IDX > FC-TOTAL
               IF FC-REC-FOUND(FC-IDX) = 'Y'
                   IF FC-CUR-ROWS(FC-IDX) NOT = FC-REC-ROWS(FC-IDX)
                      OR FC-CUR-HASH(FC-IDX) NOT = FC-REC-HASH(FC-IDX)
                      OR FC-CUR-AMOUNT(FC-IDX)
                          NOT = FC-REC-AMOUNT(FC-IDX)
                       PERFORM REPORT-FILE-DIFFERENCE
                   END-IF
               END-IF
           END-PERFORM
           IF FC-DIFF-COUNT = 0
               GO TO VERIFY-CONTROLS-EXIT
           END-IF
           IF FC-ALERT-OPEN = 'N'
               PERFORM OPEN-CHANGE-ALERT
           END-IF
           MOVE 'Y' TO FC-BLOCKED-L.
       VERIFY-CONTROLS-EXIT.
           IF FC-BLOCKED-L = 'Y'
               DISPLAY "*** OUT-OF-BAND CHANGE TO DATA FILES -- "
                   "SENSITIVE FUNCTIONS BLOCKED UNTIL A MANAGER "
                   "ACKNOWLEDGES IT ***"
           END-IF.

      * Shown every time; written to the alert file only the first
      * time it is found, not again at each startup until it is
      * acknowledged.
       REPORT-FILE-DIFFERENCE.
           ADD 1 TO FC-DIFF-COUNT
           MOVE SPACES TO FC-MSG
           MOVE 1 TO FC-MSG-PTR
           STRING "HIGH,out-of-band change: " DELIMITED BY SIZE
                  FUNCTION TRIM(FC-NAME(FC-IDX)) DELIMITED BY SIZE
                  " rows " DELIMITED BY SIZE
                  FC-CUR-ROWS(FC-IDX) DELIMITED BY SIZE
                  " (closed " DELIMITED BY SIZE
                  FC-REC-ROWS(FC-IDX) DELIMITED BY SIZE
                  ") id hash " DELIMITED BY SIZE
                  FC-CUR-HASH(FC-IDX) DELIMITED BY SIZE
                  " (closed " DELIMITED BY SIZE
                  FC-REC-HASH(FC-IDX) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO FC-MSG WITH POINTER FC-MSG-PTR
           IF FC-NAME(FC-IDX) = "fine.csv"
               STRING " amount " DELIMITED BY SIZE
                      FC-CUR-AMOUNT(FC-IDX) DELIMITED BY SIZE
                      " (closed " DELIMITED BY SIZE
                      FC-REC-AMOUNT(FC-IDX) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO FC-MSG WITH POINTER FC-MSG-PTR
           END-IF
           DISPLAY FUNCTION TRIM(FC-MSG(6:))
           IF FC-ALERT-OPEN = 'N'
               PERFORM WRITE-ALERT-ROW
           END-IF.

       OPEN-CHANGE-ALERT.
           OPEN OUTPUT STATE-FILE
           MOVE SPACES TO STATE-REC
           STRING "OPEN," DELIMITED BY SIZE
                  TODAY DELIMITED BY SIZE ","
                  NOW-TIME(1:6) DELIMITED BY SIZE ","
                  FC-DIFF-COUNT DELIMITED BY SIZE
               INTO STATE-REC
           WRITE STATE-REC
           CLOSE STATE-FILE
           MOVE 'Y' TO FC-ALERT-OPEN.

       WRITE-ALERT-ROW.
           OPEN EXTEND ALERT-FILE
           IF ALERT-STATUS = "05" OR ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE SPACES TO ALERT-REC
           STRING TODAY DELIMITED BY SIZE ","
                  FUNCTION TRIM(FC-MSG) DELIMITED BY SIZE
               INTO ALERT-REC
           WRITE ALERT-REC
           CLOSE ALERT-FILE.

      ******************************************************************
      * The manager has looked at the change -- close the alert and
      * take the files as they now stand as the control totals.
      ******************************************************************
       ACKNOWLEDGE-CHANGE.
           IF FC-ALERT-OPEN = 'N'
               DISPLAY "No out-of-band change is waiting to be "
                   "acknowledged."
               GO TO ACKNOWLEDGE-CHANGE-EXIT
           END-IF
           CALL "CBL_DELETE_FILE" USING STATE-PATH
               RETURNING DELETE-STATUS
           END-CALL
           MOVE 'N' TO FC-ALERT-OPEN
           MOVE 'N' TO FC-BLOCKED-L
           MOVE SPACES TO FC-MSG
           STRING "INFO,out-of-band change acknowledged by manager "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(FC-OPERATOR-L) DELIMITED BY SIZE
                  " -- control totals re-recorded" DELIMITED BY SIZE
               INTO FC-MSG
           PERFORM WRITE-ALERT-ROW
           PERFORM COMPUTE-ALL-TOTALS
           PERFORM WRITE-CONTROL-FILE
           DISPLAY "Out-of-band change acknowledged -- sensitive "
               "functions are open again.".
       ACKNOWLEDGE-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      * Control totals, one data file at a time. A missing file counts
      * as zero rows.
      ******************************************************************
       COMPUTE-ALL-TOTALS.
           PERFORM COMPUTE-FILE-TOTALS
               VARYING FC-IDX FROM 1 BY 1 UNTIL FC-IDX > FC-TOTAL.

       COMPUTE-FILE-TOTALS.
           MOVE 0 TO FC-CUR-ROWS(FC-IDX)
           MOVE 0 TO FC-CUR-HASH(FC-IDX)
           MOVE 0 TO FC-CUR-AMOUNT(FC-IDX)
           MOVE SPACES TO FC-DATA-PATH
           STRING "../" DELIMITED BY SIZE
                  FUNCTION TRIM(FC-NAME(FC-IDX)) DELIMITED BY SIZE
               INTO FC-DATA-PATH
           MOVE 'N' TO FC-EOF
           OPEN INPUT DATA-FILE
           IF DATA-STATUS NOT = "00"
               MOVE 'Y' TO FC-EOF
           END-IF
           PERFORM UNTIL FC-EOF = 'Y'
               READ DATA-FILE
                   AT END
                       MOVE 'Y' TO FC-EOF
                   NOT AT END
                       IF DATA-REC NOT = SPACES
                           PERFORM ADD-ROW-TO-TOTALS
                       END-IF
               END-READ
           END-PERFORM
           IF DATA-STATUS = "00" OR DATA-STATUS = "10"
               CLOSE DATA-FILE
           END-IF.

       ADD-ROW-TO-TOTALS.
           ADD 1 TO FC-CUR-ROWS(FC-IDX)
           MOVE SPACES TO FC-ID-F FC-AMOUNT-F
           UNSTRING DATA-REC DELIMITED BY ","
               INTO FC-ID-F, FC-F2, FC-F3, FC-F4, FC-AMOUNT-F
           MOVE 0 TO FC-ROW-HASH
           IF FUNCTION TRIM(FC-ID-F) IS NUMERIC
               MOVE FUNCTION NUMVAL(FC-ID-F) TO FC-ROW-HASH
           ELSE
               PERFORM VARYING FC-POS FROM 1 BY 1 UNTIL FC-POS > 20
                   IF FC-ID-F(FC-POS:1) NOT = SPACE
                       COMPUTE FC-ROW-HASH = FC-ROW-HASH +
                           FUNCTION ORD(FC-ID-F(FC-POS:1)) * FC-POS
                   END-IF
               END-PERFORM
           END-IF
           ADD FC-ROW-HASH TO FC-CUR-HASH(FC-IDX)
           IF FC-NAME(FC-IDX) = "fine.csv" AND
              FUNCTION TRIM(FC-AMOUNT-F) NOT = SPACES
               ADD FUNCTION NUMVAL(FC-AMOUNT-F)
                   TO FC-CUR-AMOUNT(FC-IDX)
           END-IF.

       WRITE-CONTROL-FILE.
           OPEN OUTPUT CONTROL-FILE
           PERFORM VARYING FC-IDX FROM 1 BY 1 UNTIL FC-IDX > FC-TOTAL
               MOVE SPACES TO CONTROL-REC
               STRING FUNCTION TRIM(FC-NAME(FC-IDX)) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FC-CUR-ROWS(FC-IDX) DELIMITED BY SIZE ","
                      FC-CUR-HASH(FC-IDX) DELIMITED BY SIZE ","
                      FC-CUR-AMOUNT(FC-IDX) DELIMITED BY SIZE ","
                      TODAY DELIMITED BY SIZE ","
                      NOW-TIME(1:6) DELIMITED BY SIZE
                   INTO CONTROL-REC
               WRITE CONTROL-REC
           END-PERFORM
           CLOSE CONTROL-FILE.

       LOAD-CONTROL-FILE.
           MOVE 'N' TO CT-FOUND-ANY
           PERFORM VARYING FC-IDX FROM 1 BY 1 UNTIL FC-IDX > FC-TOTAL
               MOVE 'N' TO FC-REC-FOUND(FC-IDX)
           END-PERFORM
           MOVE 'N' TO FC-EOF
           OPEN INPUT CONTROL-FILE
           IF CONTROL-STATUS NOT = "00"
               MOVE 'Y' TO FC-EOF
           END-IF
           PERFORM UNTIL FC-EOF = 'Y'
               READ CONTROL-FILE
                   AT END
                       MOVE 'Y' TO FC-EOF
                   NOT AT END
                       MOVE SPACES TO CT-NAME-F CT-ROWS-F CT-HASH-F
                                      CT-AMOUNT-F
                       UNSTRING CONTROL-REC DELIMITED BY ","
                           INTO CT-NAME-F, CT-ROWS-F, CT-HASH-F,
                                CT-AMOUNT-F
                       PERFORM MATCH-CONTROL-ROW
               END-READ
           END-PERFORM
           IF CONTROL-STATUS = "00" OR CONTROL-STATUS = "10"
               CLOSE CONTROL-FILE
           END-IF.

       MATCH-CONTROL-ROW.
           PERFORM VARYING FC-IDX FROM 1 BY 1 UNTIL FC-IDX > FC-TOTAL
               IF FC-NAME(FC-IDX) = CT-NAME-F
                   MOVE 'Y' TO FC-REC-FOUND(FC-IDX)
                   MOVE 'Y' TO CT-FOUND-ANY
                   MOVE FUNCTION NUMVAL(CT-ROWS-F)
                       TO FC-REC-ROWS(FC-IDX)
                   MOVE FUNCTION NUMVAL(CT-HASH-F)
                       TO FC-REC-HASH(FC-IDX)
                   MOVE FUNCTION NUMVAL(CT-AMOUNT-F)
                       TO FC-REC-AMOUNT(FC-IDX)
               END-IF
           END-PERFORM.

       END PROGRAM FileControl.
