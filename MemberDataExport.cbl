      *          counts. The privacy sweep anonymizes old data; this
      *          is the disclosure side of the same obligation.
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - TRAINING banner heads the export when it is
      *                run on the practice data set (TrainingCheck.cbl)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemberDataExport.
       01  CHK-F7             PIC X(12).
       01  CHK-SKIP           PIC X(12).
       01  SECTION-RULE       PIC X(50) VALUE ALL '='.
       01  TRAINING-MODE      PIC X VALUE 'N'.
       01  TRAINING-DATE      PIC X(8).

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
                   NOT AT END
                       UNSTRING INSTALLMENT-REC DELIMITED BY ","
                           INTO CHK-F1
                       PERFORM CHECK-FINE-BELONGS THRU
                           CHECK-FINE-BELONGS-EXIT
                       IF WS-MEMBER-FOUND = 'Y'
                           MOVE INSTALLMENT-REC TO EXPORT-REC
                           PERFORM ADD-DETAIL-LINE
           MOVE 'N' TO FILE-END.

       WRITE-EXPORT-PACKAGE.
           CALL "TrainingCheck" USING TRAINING-MODE, TRAINING-DATE
           OPEN OUTPUT EXPORT-FILE
           IF TRAINING-MODE = 'Y'
               MOVE "*** TRAINING -- PRACTICE DATA, NOT FOR RELEASE ***"
                   TO EXPORT-REC
               WRITE EXPORT-REC
           END-IF
           MOVE "MEMBER DATA ACCESS-REQUEST EXPORT" TO EXPORT-REC
           WRITE EXPORT-REC
           MOVE SECTION-RULE TO EXPORT-REC
