      * Date: 10/7/2025
      * Purpose: To list All Member in Members.csv, Use Pagination in listing file
      * Tectonics: cobc
      *
      * Modification History:
      * 15.10.2026 HL - e-mail and address masked unless the signed-in
      *                operator's role allows a full view (PiiAccess.cbl
      *                decides and logs each full view); the heading
      *                says which view is shown
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01  page-state-path       PIC X(24)
           VALUE "../list_members.state".
       01  page-state-del-status PIC S9(9) COMP-5.

      * Personal-data view for the signed-in operator -- 'Y' full,
      * 'N' e-mail and address masked through PiiMask.cbl.
       01  pii-full              PIC X VALUE 'N'.
       01  pii-program           PIC X(20) VALUE "ListAllMembers".
       01  pii-subject           PIC X(10) VALUE "ALL".
       01  pii-kind              PIC X(5).
       01  pii-value             PIC X(100).
       01  pii-idx               PIC 9(4).
       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       01 OPERATOR-ID-L PIC X(5).
       01 OPERATOR-ROLE-L PIC X(10).
       PROCEDURE DIVISION USING USER-CHOICE, OPERATOR-ID-L,
           OPERATOR-ROLE-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
       MAIN-PROCEDURE.
            END-PERFORM.
            CLOSE MemberFile.

            CALL "PiiAccess" USING OPERATOR-ID-L, OPERATOR-ROLE-L,
                pii-program, pii-subject, pii-full
            IF pii-full NOT = 'Y'
                PERFORM VARYING pii-idx FROM 1 BY 1
                        UNTIL pii-idx > MEMBER-TOTAL
                    PERFORM MASK-MEMBER-ENTRY
                END-PERFORM
            END-IF

            MOVE 1 TO resume-pass
            PERFORM LOAD-PAGE-STATE
            IF have-saved-state = 'Y'
               "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
               "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
               "*-*"
            IF pii-full = 'Y'
                DISPLAY "*View: FULL member details"
            ELSE
                DISPLAY "*View: MASKED member details (e-mail/address "
                    "partly hidden for your role)"
            END-IF
            DISPLAY "*ID   Name                           Email"
            "                               Address               "
                   "                            Gender  Member_Flag "
               "*-*".
            *> STOP RUN.

       MASK-MEMBER-ENTRY.
           MOVE "EMAIL" TO pii-kind
           MOVE T-EMAIL(pii-idx) TO pii-value
           CALL "PiiMask" USING pii-kind, pii-value
           MOVE pii-value TO T-EMAIL(pii-idx)
           MOVE "ADDR" TO pii-kind
           MOVE T-ADDR(pii-idx) TO pii-value
           CALL "PiiMask" USING pii-kind, pii-value
           MOVE pii-value TO T-ADDR(pii-idx).

      * Simple ascending bubble sort over the in-memory member table.
       SORT-MEMBER-TABLE.
           MOVE 'Y' TO swap_flag
