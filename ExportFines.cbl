      *          accounting system instead of being read out of
      *          fine.csv directly
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - a fine whose payment was handed back by
      *                RefundDesk.cbl (flag "R") goes out as REFUNDED
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExportFines.
       01  WS-FINE-AMOUNT   PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
                               MOVE "PARTIAL"     TO STATUS-TEXT
                           WHEN "W"
                               MOVE "WAIVED"      TO STATUS-TEXT
                           WHEN "R"
                               MOVE "REFUNDED"    TO STATUS-TEXT
                           WHEN OTHER
                               MOVE "OUTSTANDING" TO STATUS-TEXT
                       END-EVALUATE
