      *          inter-library traffic, each figure backed by a
      *          workings appendix so it can be defended.
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - TRAINING banner heads the return when it is
      *                run on the practice data set (TrainingCheck.cbl)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnnualStatsReturn.
       01  TODAY-INT          PIC 9(8).

       01  SECTION-RULE       PIC X(50) VALUE ALL '='.
       01  TRAINING-MODE      PIC X VALUE 'N'.
       01  TRAINING-DATE      PIC X(8).

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
           WRITE RETURN-REC.

       WRITE-RETURN.
           CALL "TrainingCheck" USING TRAINING-MODE, TRAINING-DATE
           OPEN OUTPUT RETURN-FILE
           IF TRAINING-MODE = 'Y'
               MOVE "*** TRAINING -- PRACTICE DATA, DO NOT SUBMIT ***"
                   TO RETURN-REC
               PERFORM PUT-LINE
           END-IF
           MOVE SPACES TO RETURN-REC
           STRING "ANNUAL STATISTICAL RETURN -- YEAR "
               DELIMITED BY SIZE WS-YEAR DELIMITED BY SIZE
