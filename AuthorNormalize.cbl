       01  LOCK-MAX-RETRY     PIC 9(3) VALUE 50.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
