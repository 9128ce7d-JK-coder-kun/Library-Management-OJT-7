       01  TRANSFER-DATE      PIC X(10).

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE
