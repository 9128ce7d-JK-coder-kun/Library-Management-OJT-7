       01  HEADER-LINE        PIC X(50) VALUE ALL '-'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
      * Each open-or-closed loan contributes its checkout event, and
      * its return event when it has one.
       TALLY-LOG-ROW.
           PERFORM CHECK-ROW-BRANCH THRU CHECK-ROW-BRANCH-EXIT
           IF WS-EVENT-OK NOT = 'Y'
               GO TO TALLY-LOG-ROW-EXIT
           END-IF
