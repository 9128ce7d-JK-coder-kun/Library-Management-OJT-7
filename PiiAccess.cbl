      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Member personal-data view check -- CALLed with the
      *          signed-in operator's ID and role by every screen and
      *          report that shows a member's e-mail or home address
      *          (ListAllMembers, MemberApproval's pending list,
      *          HomeboundService). Answers 'Y' (full view) for
      *          the MANAGER and STAFF roles; VOLUNTEER, any other
      *          role and an operator who is not signed in get 'N'
      *          and the caller masks the fields through PiiMask.cbl.
      *          Every full view is appended to
      *          ../pii-access-log.csv (date YYYYMMDD,time HHMMSS,
      *          operator,role,program,member_id or ALL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PiiAccess.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PII-LOG-FILE ASSIGN TO "../pii-access-log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PII-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PII-LOG-FILE.
       01  PII-LOG-REC         PIC X(100).

       WORKING-STORAGE SECTION.
       01  PII-LOG-STATUS      PIC XX.
       01  PII-ROLE-UPPER      PIC X(10).
       01  TODAY               PIC 9(8).
       01  NOW-TIME            PIC 9(8).

       LINKAGE SECTION.
       01 PII-OPERATOR-L PIC X(5).
       01 PII-ROLE-L PIC X(10).
       01 PII-PROGRAM-L PIC X(20).
       01 PII-SUBJECT-L PIC X(10).
       01 PII-FULL-L PIC X.
       PROCEDURE DIVISION USING PII-OPERATOR-L, PII-ROLE-L,
           PII-PROGRAM-L, PII-SUBJECT-L, PII-FULL-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           MOVE 'N' TO PII-FULL-L
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PII-ROLE-L))
               TO PII-ROLE-UPPER
           IF PII-ROLE-UPPER = "MANAGER" OR PII-ROLE-UPPER = "STAFF"
               MOVE 'Y' TO PII-FULL-L
               PERFORM WRITE-ACCESS-LOG
           END-IF
           GOBACK.

       WRITE-ACCESS-LOG.
           ACCEPT TODAY FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME
           OPEN EXTEND PII-LOG-FILE
           IF PII-LOG-STATUS = "05" OR PII-LOG-STATUS = "35"
               OPEN OUTPUT PII-LOG-FILE
           END-IF
           MOVE SPACES TO PII-LOG-REC
           STRING TODAY DELIMITED BY SIZE ","
                  NOW-TIME(1:6) DELIMITED BY SIZE ","
                  FUNCTION TRIM(PII-OPERATOR-L) DELIMITED BY SIZE ","
                  FUNCTION TRIM(PII-ROLE-UPPER) DELIMITED BY SIZE ","
                  FUNCTION TRIM(PII-PROGRAM-L) DELIMITED BY SIZE ","
                  FUNCTION TRIM(PII-SUBJECT-L) DELIMITED BY SIZE
               INTO PII-LOG-REC
           WRITE PII-LOG-REC
           CLOSE PII-LOG-FILE.

       END PROGRAM PiiAccess.
