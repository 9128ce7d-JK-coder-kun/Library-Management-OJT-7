      * 21.8.2025 HL - bucket unpaid fines per branch too, joining
      *               fine.csv's tran_id through log.csv's book_id to
      *               the branch the title belongs to
      * 15.10.2026 HL - loans issued on the bookmobile (tagged on
      *               mobile-loans.csv) count under branch MOBILE
      *               rather than the title's home branch
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DailyDashboard.
           SELECT FINE-FILE ASSIGN TO "../fine.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINE-STATUS.
           SELECT MOBILE-LOAN-FILE ASSIGN TO "../mobile-loans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOBILE-LOAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  LOG-REC            PIC X(200).
       FD  FINE-FILE.
       01  FINE-REC           PIC X(200).
       FD  MOBILE-LOAN-FILE.
       01  MOBILE-LOAN-REC    PIC X(60).

       WORKING-STORAGE SECTION.
       01  BOOK-STATUS        PIC XX.
       01  MEMBER-STATUS      PIC XX.
       01  LOG-STATUS         PIC XX.
       01  FINE-STATUS        PIC XX.
       01  MOBILE-LOAN-STATUS PIC XX.
       01  FILE-END           PIC X VALUE 'N'.

       01  BK-ID-F            PIC X(5).
       01  TB-TOTAL           PIC 9(3) VALUE 0.
       01  TB-IDX             PIC 9(3) VALUE 0.

      * Transactions issued on the bookmobile -- Bookmobile.cbl's stop
      * sessions tag them on mobile-loans.csv (tran,stop,date,member,
      * book), and they are the van's loans whatever branch owns the
      * copy.
       01  MOBILE-TRAN-TABLE.
           05 MT-ENTRY OCCURS 500 TIMES.
              10  MT-TRAN-ID PIC X(5).
       01  MT-TOTAL           PIC 9(3) VALUE 0.
       01  MT-IDX             PIC 9(3) VALUE 0.
       01  MT-HIT             PIC X VALUE 'N'.

       01  WS-BRANCH-FILTER-RAW  PIC X(20).
       01  WS-BRANCH-FILTER      PIC X(10).

       01  HEADER-LINE        PIC X(50) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
           EXIT.

       SUMMARIZE-LOANS.
           PERFORM LOAD-MOBILE-TRANS THRU LOAD-MOBILE-TRANS-EXIT
           OPEN INPUT LOG-FILE
           IF LOG-STATUS NOT = "00"
               GO TO SUMMARIZE-LOANS-EXIT
                                       TO BK-BRANCH-F
                               END-IF
                           END-PERFORM
                           MOVE 'N' TO MT-HIT
                           PERFORM VARYING MT-IDX FROM 1 BY 1
                                   UNTIL MT-IDX > MT-TOTAL
                               IF MT-TRAN-ID(MT-IDX) = CHK-TRAN-ID
                                   MOVE 'Y' TO MT-HIT
                               END-IF
                           END-PERFORM
                           IF MT-HIT = 'Y'
                               MOVE "MOBILE" TO BK-BRANCH-F
                               PERFORM FIND-OR-ADD-BRANCH
                           END-IF
                           PERFORM VARYING BR-IDX FROM 1 BY 1
                                   UNTIL BR-IDX > BR-TOTAL
                               IF BR-CODE(BR-IDX) = BK-BRANCH-F
       SUMMARIZE-LOANS-EXIT.
           EXIT.

       LOAD-MOBILE-TRANS.
           MOVE 0 TO MT-TOTAL
           OPEN INPUT MOBILE-LOAN-FILE
           IF MOBILE-LOAN-STATUS NOT = "00"
               GO TO LOAD-MOBILE-TRANS-EXIT
           END-IF
           MOVE 'N' TO FILE-END
           PERFORM UNTIL FILE-END = 'Y'
               READ MOBILE-LOAN-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF MT-TOTAL < 500
                           ADD 1 TO MT-TOTAL
                           UNSTRING MOBILE-LOAN-REC DELIMITED BY ","
                               INTO MT-TRAN-ID(MT-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOBILE-LOAN-FILE.
       LOAD-MOBILE-TRANS-EXIT.
           EXIT.

       SUMMARIZE-FINES.
           OPEN INPUT FINE-FILE
           IF FINE-STATUS NOT = "00"
