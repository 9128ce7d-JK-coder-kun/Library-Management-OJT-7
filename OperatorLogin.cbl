      * 21.8.2025 HL - refuse a staff row whose 5th field says
      *                INACTIVE -- StaffMaintain.cbl deactivates staff
      *                in place instead of deleting the row
      * 15.10.2026 HL - reset the end-of-file switch on every call, so
      *                a second login in the same run (training-mode
      *                refresh, then the menu option) reads the roster
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorLogin.
       01  STAFF-ACTIVE-F     PIC X(10).

       LINKAGE SECTION.
       01  USER-CHOICE        PIC 9(3).
       01  LOGIN-OK           PIC X.
       01  LOGGED-IN-STAFF-ID PIC X(5).
       01  LOGGED-IN-ROLE     PIC X(10).
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           MOVE 'N' TO FILE-END
           MOVE 'N' TO LOGIN-OK
           MOVE SPACES TO LOGGED-IN-STAFF-ID
           MOVE SPACES TO LOGGED-IN-ROLE
