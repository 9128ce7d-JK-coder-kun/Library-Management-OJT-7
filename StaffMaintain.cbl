      *                log.csv's checkout_staff/return_staff
      *                attribution keeps pointing at a real roster
      *                entry that way
      * 15.10.2026 HL - VOLUNTEER role for volunteers and student
      *                helpers -- they sign in like STAFF but see
      *                members' e-mail and address masked
      *                (PiiAccess.cbl)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StaffMaintain.
               10  st-name          PIC X(30).
               10  st-pin           PIC X(6).
      * 4th trailing field, same books.csv/members.csv append-a-field
      * precedent -- STAFF, MANAGER or VOLUNTEER; legacy/blank rows
      * default to STAFF on read so an existing roster keeps working
      * unchanged.
               10  st-role          PIC X(10).
      * 5th trailing field -- ACTIVE or INACTIVE. A deactivated staff
      * member keeps their row (so old log.csv attribution still
       01  RENAME-STATUS            PIC S9(9) COMP-5.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
               GO TO ADD-STAFF-EXIT
           END-IF

           DISPLAY "Role (STAFF/MANAGER/VOLUNTEER, blank = STAFF): "
           ACCEPT WS-NEW-ROLE
           IF FUNCTION TRIM(WS-NEW-ROLE) = SPACES
               MOVE "STAFF" TO WS-NEW-ROLE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NEW-ROLE))
                   TO WS-NEW-ROLE
               IF WS-NEW-ROLE NOT = "MANAGER" AND
                  WS-NEW-ROLE NOT = "STAFF" AND
                  WS-NEW-ROLE NOT = "VOLUNTEER"
                   DISPLAY "Not a recognized role -- storing STAFF."
                   MOVE "STAFF" TO WS-NEW-ROLE
               END-IF
                   TO st-pin(WS-TARGET-IDX)
           END-IF

           DISPLAY "Role STAFF/MANAGER/VOLUNTEER ["
               FUNCTION TRIM(st-role(WS-TARGET-IDX))
               "] (ENTER to keep): "
           ACCEPT WS-INPUT-RAW
           IF FUNCTION TRIM(WS-INPUT-RAW) NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INPUT-RAW))
                   TO WS-NEW-ROLE
               IF WS-NEW-ROLE = "MANAGER" OR WS-NEW-ROLE = "STAFF" OR
                  WS-NEW-ROLE = "VOLUNTEER"
                   MOVE WS-NEW-ROLE TO st-role(WS-TARGET-IDX)
               ELSE
                   DISPLAY "Role unchanged -- enter STAFF, MANAGER or "
                       "VOLUNTEER."
               END-IF
           END-IF

