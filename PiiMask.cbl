      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Partial masking of a member's e-mail or home address
      *          for operators whose role does not allow a full view
      *          (see PiiAccess.cbl). Kind EMAIL keeps the first
      *          character of the mailbox and the domain --
      *          "jane.doe@example.com" becomes "j***@example.com".
      *          Kind ADDR keeps only the last comma-separated part,
      *          normally the town -- "12 Main St, Springfield"
      *          becomes "***, Springfield"; an address with no comma
      *          keeps its first three characters. The value is
      *          masked in place.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PiiMask.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MASK-MAILBOX        PIC X(100).
       01  MASK-DOMAIN         PIC X(100).
       01  MASK-RESULT         PIC X(100).
       01  MASK-IDX            PIC 9(3).
       01  MASK-LAST-COMMA     PIC 9(3).

       LINKAGE SECTION.
       01 PII-KIND-L PIC X(5).
       01 PII-VALUE-L PIC X(100).
       PROCEDURE DIVISION USING PII-KIND-L, PII-VALUE-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           IF FUNCTION TRIM(PII-VALUE-L) = SPACES
               GOBACK
           END-IF
           MOVE SPACES TO MASK-RESULT
           IF PII-KIND-L = "EMAIL"
               PERFORM MASK-EMAIL
           ELSE
               PERFORM MASK-ADDRESS
           END-IF
           MOVE MASK-RESULT TO PII-VALUE-L
           GOBACK.

       MASK-EMAIL.
           MOVE SPACES TO MASK-MAILBOX MASK-DOMAIN
           UNSTRING FUNCTION TRIM(PII-VALUE-L) DELIMITED BY "@"
               INTO MASK-MAILBOX, MASK-DOMAIN
           IF FUNCTION TRIM(MASK-DOMAIN) = SPACES
               STRING MASK-MAILBOX(1:1) DELIMITED BY SIZE
                      "***" DELIMITED BY SIZE
                   INTO MASK-RESULT
           ELSE
               STRING MASK-MAILBOX(1:1) DELIMITED BY SIZE
                      "***@" DELIMITED BY SIZE
                      FUNCTION TRIM(MASK-DOMAIN) DELIMITED BY SIZE
                   INTO MASK-RESULT
           END-IF.

       MASK-ADDRESS.
           MOVE 0 TO MASK-LAST-COMMA
           PERFORM VARYING MASK-IDX FROM 1 BY 1 UNTIL MASK-IDX > 100
               IF PII-VALUE-L(MASK-IDX:1) = ","
                   MOVE MASK-IDX TO MASK-LAST-COMMA
               END-IF
           END-PERFORM
           IF MASK-LAST-COMMA > 0 AND MASK-LAST-COMMA < 100
               STRING "***, " DELIMITED BY SIZE
                      FUNCTION TRIM(PII-VALUE-L(MASK-LAST-COMMA + 1:))
                          DELIMITED BY SIZE
                   INTO MASK-RESULT
           ELSE
               MOVE FUNCTION TRIM(PII-VALUE-L) TO MASK-MAILBOX
               STRING MASK-MAILBOX(1:3) DELIMITED BY SIZE
                      "***" DELIMITED BY SIZE
                   INTO MASK-RESULT
           END-IF.

       END PROGRAM PiiMask.
