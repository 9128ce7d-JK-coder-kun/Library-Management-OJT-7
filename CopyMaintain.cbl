      * 2.9.2025 HL  - append a before/after catalog-audit.csv row for
      *                every status change, stamped with the operator
      *                now passed through linkage
      * 15.10.2026 HL - a copy that left the building without a loan
      *                (GateReconcile.cbl's exceptions list) can be
      *                marked MISSING once the CCTV check confirms it
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CopyMaintain.
       01  AUDIT-TODAY        PIC 9(8).

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 WS-OPERATOR-ID-L PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, WS-OPERATOR-ID-L.
           PERFORM MAIN-PROCEDURE
           DISPLAY "1. Send to repair   (IN-REPAIR)"
           DISPLAY "2. Withdraw copy    (WITHDRAWN)"
           DISPLAY "3. Return to shelf  (AVAILABLE)"
           DISPLAY "4. Mark missing     (MISSING)"
           DISPLAY "5. Exit without changes"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE

                   MOVE "WITHDRAWN" TO WS-NEW-STATUS
               WHEN 3
                   MOVE "AVAILABLE" TO WS-NEW-STATUS
               WHEN 4
                   MOVE "MISSING" TO WS-NEW-STATUS
               WHEN OTHER
                   DISPLAY "No changes made."
                   GOBACK
