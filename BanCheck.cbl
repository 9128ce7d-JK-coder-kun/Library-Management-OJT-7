      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Premises-ban lookup -- CALLed with a member ID by
      *          BorrowBook, MemberKiosk sign-in, RoomBooking and
      *          EventMaintain sign-ups. Answers 'Y' when
      *          ../bans.csv holds a manager-APPROVED ban on the
      *          member whose start..end dates take in today. Bans
      *          are proposed, decided and lifted in IncidentDesk.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BanCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAN-FILE ASSIGN TO "../bans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BAN-FILE.
       01  BAN-REC            PIC X(200).

       WORKING-STORAGE SECTION.
       01  BAN-STATUS          PIC XX.
       01  FILE-END            PIC X VALUE 'N'.

      * bans.csv: ban_id,member_id,incident_id,start(YYYYMMDD),
      * end(YYYYMMDD),status,...
       01  BN-ID-F             PIC X(5).
       01  BN-MEMBER-F         PIC X(5).
       01  BN-INCIDENT-F       PIC X(5).
       01  BN-START-F          PIC X(8).
       01  BN-END-F            PIC X(8).
       01  BN-STATUS-F         PIC X(10).

       01  TODAY               PIC 9(8).
       01  TODAY-X             PIC X(8).

       LINKAGE SECTION.
       01 BAN-MEMBER-ID-L PIC X(5).
       01 BAN-ACTIVE-L PIC X.
       PROCEDURE DIVISION USING BAN-MEMBER-ID-L, BAN-ACTIVE-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           ACCEPT TODAY FROM DATE YYYYMMDD
           MOVE TODAY TO TODAY-X
           MOVE 'N' TO BAN-ACTIVE-L
           MOVE 'N' TO FILE-END
           OPEN INPUT BAN-FILE
           IF BAN-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ BAN-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO BN-START-F BN-END-F BN-STATUS-F
                       UNSTRING BAN-REC DELIMITED BY ","
                           INTO BN-ID-F, BN-MEMBER-F, BN-INCIDENT-F,
                                BN-START-F, BN-END-F, BN-STATUS-F
                       IF BN-MEMBER-F = BAN-MEMBER-ID-L AND
                          BN-STATUS-F = "APPROVED" AND
                          BN-START-F NOT > TODAY-X AND
                          BN-END-F NOT < TODAY-X
                           MOVE 'Y' TO BAN-ACTIVE-L
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           IF BAN-STATUS = "00" OR BAN-STATUS = "10"
               CLOSE BAN-FILE
           END-IF
           MOVE 'N' TO FILE-END
           GOBACK.

       END PROGRAM BanCheck.
