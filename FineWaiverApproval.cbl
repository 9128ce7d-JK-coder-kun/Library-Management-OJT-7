      *          request is the only place a fine actually gets marked
      *          "W" (waived) now
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - carry the requesting staff member (10th field,
      *                PayFine.cbl) through the rewrite
      * 15.10.2026 HL - the fine.csv rewrite for an approved waiver
      *                goes to the day journal (DayJournal.cbl) before
      *                it replaces the old file
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FineWaiverApproval.
       01  FILE-END            PIC X VALUE 'N'.

      * fine-waiver-requests.csv: request_id,fine_id,member_id,amount,
      * reason,request_date,status,approved_by,approved_date,
      * requested_by
       01  WAIVER-TABLE.
           05 WAIVER-ENTRY OCCURS 500 TIMES.
              10  WV-REQ-ID      PIC X(5).
              10  WV-STATUS      PIC X(10).
              10  WV-APPR-BY     PIC X(5).
              10  WV-APPR-DATE   PIC X(10).
              10  WV-REQ-BY      PIC X(5).
       01  WV-IDX               PIC 9(3).
       01  WV-TOTAL             PIC 9(3) VALUE 0.
       01  WV-MATCH-IDX         PIC 9(3) VALUE 0.
       01  WS-DATE-TODAY        PIC X(10).

       01  RENAME-STATUS        PIC S9(9) COMP-5.
       01  JNL-MODE             PIC X(4).
       01  JNL-PROGRAM          PIC X(20) VALUE "FineWaiverApproval".
       01  JNL-FILE             PIC X(30).
       01  JNL-IMAGE            PIC X(300).

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 APPROVER-STAFF-ID PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, APPROVER-STAFF-ID.
           PERFORM MAIN-PROCEDURE
                                    WV-REQ-DATE(WV-IDX),
                                    WV-STATUS(WV-IDX),
                                    WV-APPR-BY(WV-IDX),
                                    WV-APPR-DATE(WV-IDX),
                                    WV-REQ-BY(WV-IDX)
                           ADD 1 TO WV-IDX
                           ADD 1 TO WV-TOTAL
                   END-READ
           CLOSE FINE-TMP-FILE
           MOVE 'N' TO FILE-END

           MOVE "DIFF" TO JNL-MODE
           MOVE "fine.csv" TO JNL-FILE
           MOVE SPACES TO JNL-IMAGE
           CALL "DayJournal" USING JNL-MODE, JNL-PROGRAM, JNL-FILE,
               JNL-IMAGE
           CALL "CBL_RENAME_FILE" USING
               "../fine.csv.tmp", "../fine.csv"
               RETURNING RENAME-STATUS
                      FUNCTION TRIM(WV-APPR-BY(WV-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(WV-APPR-DATE(WV-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(WV-REQ-BY(WV-IDX))
                          DELIMITED BY SIZE
                   INTO WAIVER-TMP-REC
               WRITE WAIVER-TMP-REC
