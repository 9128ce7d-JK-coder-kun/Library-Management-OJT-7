       01  HEADER-LINE        PIC X(55) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
               COMPUTE WS-CAND-INT = TODAY-INT + WS-STEP
               COMPUTE WS-CAND-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CAND-INT)
               PERFORM CHECK-CANDIDATE-DAY THRU CHECK-CANDIDATE-DAY-EXIT
           END-PERFORM

           DISPLAY CNT-GENERATED " closure date(s) generated from "
