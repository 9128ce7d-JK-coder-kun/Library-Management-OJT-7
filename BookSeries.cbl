           VALUE "../series-subscriptions.csv.tmp".

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
