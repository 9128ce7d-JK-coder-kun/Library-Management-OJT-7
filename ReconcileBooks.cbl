       01 HISTORY-ISSUE-TOTAL       PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-LOGIC
           EXIT PROGRAM.
