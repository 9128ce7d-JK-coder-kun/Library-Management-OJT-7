      *                converts an open loan to an assumed loss
      * 2.9.2025 HL  - 11th field: shelf searches before a claims-
      *                returned dispute must be resolved
      * 15.10.2026 HL - 12th and 13th fields for RecallItem.cbl: the
      *                daily fine rate on a recalled item kept past its
      *                recall date (defaults to twice the fine rate),
      *                and the guaranteed minimum loan days before a
      *                recall can fall due
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PolicyMaintain.
      * fields for CollectionsReferral.cbl (unpaid fines before a
      * collections referral), NightlyBatch.cbl (hold pickup window,
      * days) and MemberArchive.cbl (inactive days before archiving).
      * Fields 12-13 are the recall fine rate ReturnBook.cbl charges
      * once a recalled item passes its recall date, and the minimum
      * loan days RecallItem.cbl guarantees before a recall falls due.
      * Every reader UNSTRINGs leading fields only, so appending
      * fields here never disturbs the programs that predate them.
       01  POLICY-LOAN-DAYS   PIC 9(3) VALUE 14.
       01  POLICY-ARCHIVE-DAYS PIC 9(5) VALUE 365.
       01  POLICY-LOST-DAYS   PIC 9(4) VALUE 90.
       01  POLICY-SEARCH-MAX  PIC 9(3) VALUE 3.
       01  POLICY-RECALL-RATE PIC X(6) VALUE SPACES.
       01  POLICY-RECALL-MIN  PIC 9(3) VALUE 7.
       01  POLICY-RECALL-NUM  PIC Z(5)9.

       01  WS-INPUT-RAW       PIC X(20).

       01  RENAME-STATUS      PIC S9(9) COMP-5.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(3).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
               MOVE FUNCTION TRIM(WS-INPUT-RAW) TO POLICY-SEARCH-MAX
           END-IF

           DISPLAY "Daily fine rate on an overdue recall ["
               FUNCTION TRIM(POLICY-RECALL-RATE) "]: "
           ACCEPT WS-INPUT-RAW
           IF FUNCTION TRIM(WS-INPUT-RAW) NOT = SPACES
               MOVE FUNCTION TRIM(WS-INPUT-RAW) TO POLICY-RECALL-RATE
           END-IF

           DISPLAY "Minimum loan days before a recall falls due ["
               POLICY-RECALL-MIN "]: "
           ACCEPT WS-INPUT-RAW
           IF FUNCTION TRIM(WS-INPUT-RAW) NOT = SPACES
               MOVE FUNCTION TRIM(WS-INPUT-RAW) TO POLICY-RECALL-MIN
           END-IF

           PERFORM SAVE-POLICY

           DISPLAY "Policy record updated."
           DISPLAY "  Assumed lost at: " POLICY-LOST-DAYS
               " overdue day(s)"
           DISPLAY "  Claim searches : " POLICY-SEARCH-MAX
           DISPLAY "  Recall rate    : " POLICY-RECALL-RATE
           DISPLAY "  Recall minimum : " POLICY-RECALL-MIN " day(s)"
           GOBACK.

       LOAD-CURRENT-POLICY.
                                POLICY-REMINDER, POLICY-MAX-BOOKS,
                                POLICY-COLL-COUNT, POLICY-PICKUP-DAYS,
                                POLICY-ARCHIVE-DAYS, POLICY-LOST-DAYS,
                                POLICY-SEARCH-MAX, POLICY-RECALL-RATE,
                                POLICY-RECALL-MIN
               END-READ
               CLOSE POLICY-FILE
           END-IF
      * A control row written before the recall fields existed gets a
      * recall rate of twice the ordinary daily fine rate.
           IF FUNCTION TRIM(POLICY-RECALL-RATE) = SPACES
               COMPUTE POLICY-RECALL-NUM =
                   FUNCTION NUMVAL(POLICY-FINE-RATE) * 2
               MOVE FUNCTION TRIM(POLICY-RECALL-NUM)
                   TO POLICY-RECALL-RATE
           END-IF.

       SAVE-POLICY.
                  POLICY-PICKUP-DAYS DELIMITED BY SIZE ","
                  POLICY-ARCHIVE-DAYS DELIMITED BY SIZE ","
                  POLICY-LOST-DAYS DELIMITED BY SIZE ","
                  POLICY-SEARCH-MAX DELIMITED BY SIZE ","
                  FUNCTION TRIM(POLICY-RECALL-RATE)
                      DELIMITED BY SIZE ","
                  POLICY-RECALL-MIN DELIMITED BY SIZE
               INTO POLICY-TMP-REC
           WRITE POLICY-TMP-REC
           CLOSE POLICY-TMP-FILE
