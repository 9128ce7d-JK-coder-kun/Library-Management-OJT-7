      ******************************************************************
      * Author: HL
      * Date: 15.10.2026
      * Purpose: Training-mode lookup -- answers 'Y' when the data
      *          set the caller is running against is the practice
      *          copy built by TrainingRefresh.cbl, i.e. when
      *          ../training.marker (TRAINING,refresh date YYYYMMDD)
      *          exists beside the data files. The live data set never
      *          holds that file. CALLed by OJT_v1.cbl for its
      *          screen banner and by the programs that print on
      *          paper (PostalLetters, CardPrint, SchoolLiaisonReport,
      *          YearEndClose, DonationLedger, AnnualStatsReturn,
      *          MemberDataExport) to head each printout with a
      *          TRAINING banner.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrainingCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARKER-FILE ASSIGN TO "../training.marker"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MARKER-FILE.
       01  MARKER-REC         PIC X(40).

       WORKING-STORAGE SECTION.
       01  MARKER-STATUS       PIC XX.
       01  MK-KIND-F           PIC X(10).
       01  MK-DATE-F           PIC X(8).

       LINKAGE SECTION.
       01 TRAINING-MODE-L PIC X.
       01 TRAINING-DATE-L PIC X(8).
       PROCEDURE DIVISION USING TRAINING-MODE-L, TRAINING-DATE-L.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.

       MAIN-PROCEDURE.
           MOVE 'N' TO TRAINING-MODE-L
           MOVE SPACES TO TRAINING-DATE-L
           OPEN INPUT MARKER-FILE
           IF MARKER-STATUS NOT = "00"
               GOBACK
           END-IF
           READ MARKER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SPACES TO MK-KIND-F MK-DATE-F
                   UNSTRING MARKER-REC DELIMITED BY ","
                       INTO MK-KIND-F, MK-DATE-F
                   IF MK-KIND-F = "TRAINING"
                       MOVE 'Y' TO TRAINING-MODE-L
                       MOVE MK-DATE-F TO TRAINING-DATE-L
                   END-IF
           END-READ
           CLOSE MARKER-FILE
           GOBACK.

       END PROGRAM TrainingCheck.
