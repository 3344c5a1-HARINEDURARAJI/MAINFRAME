      *    KEYED GRDIN MASTER. THE SCHOOL'S CAP RULE APPLIES: A
      *    PASSED SUPPLEMENTARY SCORES NO HIGHER THAN THE MINIMUM
      *    PASS MARK (PARAMETER SUPCAP, FIFTY WHEN NO ROW IS ON
      *    FILE, FOR A CLASS ON THE STANDARD GRADING SCHEME; THE
      *    SCHEME'S OWN PASS MARK FOR ONE ON ANOTHER), SO THE
      *    RECORDED MARK IS THE LOWER OF THE NEW MARK AND THE CAP.
      *    THE GRADE AND TOTALS RE-DERIVE THROUGH THE SAME WEIGHTED
      *    LOGIC AND GRADING SCHEME THE MAIN RUN USES, A
      *    DISTINGUISHABLE SUPP ENTRY GOES ON THE HISTORY FILE, AND
      *    THE REGISTER SHOWS ORIGINAL AGAINST SUPPLEMENTARY OUTCOMES
      *    WITH A RESTATED CLASS SUMMARY AT THE BOTTOM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  SBJ-CREDIT-WEIGHT  PIC 9(2).

       FD  GRD-HIST-FILE.
       01  GRD-HIST-RECORD        PIC X(48).

       FD  SUP-OUT-FILE.
       01  SUP-OUT-RECORD         PIC X(80).
       01  TOTAL-MARKS            PIC 9(4).
       01  AVERAGE-MARKS          PIC 9(3)V99.
       01  GRADE                  PIC X.
       01  GRADE-SCHEME-ID        PIC X(6).
       01  GRADE-PASS-SWITCH      PIC X.
           88  GRADE-IS-PASSING       VALUE "P".
       01  WEIGHTED-MARKS         PIC 9(5).
       01  TOTAL-WEIGHT           PIC 9(3).
       01  SUBJECT-TABLE.
           88  MARK-WAS-CAPPED        VALUE "Y".

      *    THE CAP - THE MINIMUM PASS MARK A PASSED SUPPLEMENTARY
      *    MAY SCORE (PARAMETER SUPCAP, FIFTY WHEN ABSENT) ON THE
      *    STANDARD SCHEME, AND THE STUDENT'S OWN CAP AFTER THEIR
      *    SECTION'S SCHEME IS RESOLVED.
       01  SUPP-CAP-MARK          PIC 9(3) VALUE 50.
       01  STUDENT-CAP-MARK       PIC 9(3).
       01  VALUE-MARK-AREA.
           05  VALUE-MARK-X       PIC X(3).
           05  VALUE-MARK REDEFINES VALUE-MARK-X
                                  PIC 9(3).

      *    THE RESTATED CLASS SUMMARY AFTER THE SUPPLEMENTARIES -
      *    THE STANDARD SIX LETTERS, THEN ANY OTHER A GRADING SCHEME
      *    AWARDS, AS THE MAIN RUN COUNTS THEM.
       01  GRADE-LETTER-COUNT     PIC 9(2) VALUE 6.
       01  GRADE-LETTERS          PIC X(26) VALUE "ABCDEF".
       01  GRADE-INDEX            PIC 9(2).
       01  LETTER-SCAN-INDEX      PIC 9(2).
       01  GRADE-COUNTS.
           05  GRADE-COUNT        PIC 9(5) VALUE 0 OCCURS 26 TIMES.
       01  RESTATED-PASS          PIC 9(5) VALUE 0.
       01  RESTATED-TOTAL         PIC 9(5) VALUE 0.
       01  UPGRADED-COUNT         PIC 9(5) VALUE 0.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

      *    THE SHARED GRADING-SCHEME LOOKUP.
       01  GRADE-SCHEME-AREA.
           COPY GRSREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

      *    A SUPPLEMENTARY ONLY APPLIES TO A PAPER THAT WAS FAILED
      *    - ANYTHING ELSE IS A KEYING ERROR, NOT A RE-EXAM.
           IF REJECT-REASON = SPACES
               PERFORM RESOLVE-STUDENT-CAP
               IF IN-SUBJECT-MARKS (SUP-SUBJECT-SLOT)
                       NOT < STUDENT-CAP-MARK
                   MOVE "SUBJECT WAS NOT FAILED" TO REJECT-REASON
               END-IF
           END-IF
           MOVE IN-SUBJECT-MARKS (SUP-SUBJECT-SLOT) TO OLD-MARK

           MOVE "N" TO CAPPED-SWITCH
           IF SUP-NEW-MARK > STUDENT-CAP-MARK
               MOVE STUDENT-CAP-MARK TO RECORDED-MARK
               SET MARK-WAS-CAPPED TO TRUE
           ELSE
               MOVE SUP-NEW-MARK TO RECORDED-MARK
      *    THE HISTORY ENTRY CARRIES SUPP WHERE A TERM RESULT
      *    CARRIES ITS AVERAGE, AS CORRECTIONS CARRY CORR, SO
      *    TRANSCRIPT RUNS SKIP IT WHILE THE BOARD STILL SEES
      *    EVERY RE-EXAMINED MARK, AND NAMES THE GRADING SCHEME IN
      *    COLUMNS 43-48 AS EVERY HISTORY LINE DOES.
           MOVE SPACES TO GRD-HIST-RECORD
           STRING SUP-ROLL-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRADE DELIMITED BY SIZE
               INTO GRD-HIST-RECORD
           END-STRING
           MOVE GRADE-SCHEME-ID TO GRD-HIST-RECORD (43:6)
           WRITE GRD-HIST-RECORD.

      *    THE RESTATED SUMMARY - EVERY STUDENT RECORD RE-GRADED AS
               PERFORM DETERMINE-GRADE
               ADD 1 TO RESTATED-TOTAL
               ADD 1 TO GRADE-COUNT (GRADE-INDEX)
               IF GRADE-IS-PASSING
                   ADD 1 TO RESTATED-PASS
               END-IF
               READ GRD-IN-FILE NEXT RECORD
           MOVE "RESTATED CLASS SUMMARY:" TO SUP-OUT-RECORD
           WRITE SUP-OUT-RECORD
           PERFORM VARYING GRADE-INDEX FROM 1 BY 1
                   UNTIL GRADE-INDEX > GRADE-LETTER-COUNT
               MOVE SPACES TO SUP-OUT-RECORD
               STRING "  GRADE " DELIMITED BY SIZE
                   GRADE-LETTERS (GRADE-INDEX:1) DELIMITED BY SIZE
           COMPUTE AVERAGE-MARKS ROUNDED =
               WEIGHTED-MARKS / TOTAL-WEIGHT.

      *    THE GRADING SCHEME FOR THE STUDENT'S CLASS-SECTION AND
      *    THE CURRENT TERM GRADES THE AVERAGE, AS IN THE MAIN RUN.
       DETERMINE-GRADE.
           MOVE SPACES TO GRADE-SCHEME-AREA
           SET GRSQ-REQ-GRADE TO TRUE
           MOVE IN-SECTION-CODE TO GRSQ-SECTION-CODE
           MOVE AVERAGE-MARKS TO GRSQ-AVERAGE
           CALL "GRADE-SCHEME" USING GRADE-SCHEME-AREA
           MOVE GRSQ-GRADE-LETTER TO GRADE
           MOVE GRSQ-SCHEME-ID TO GRADE-SCHEME-ID
           MOVE GRSQ-PASS-FLAG TO GRADE-PASS-SWITCH

           MOVE 0 TO GRADE-INDEX
           PERFORM VARYING LETTER-SCAN-INDEX FROM 1 BY 1
                   UNTIL LETTER-SCAN-INDEX > GRADE-LETTER-COUNT
                       OR GRADE-INDEX > 0
               IF GRADE-LETTERS (LETTER-SCAN-INDEX:1) = GRADE
                   MOVE LETTER-SCAN-INDEX TO GRADE-INDEX
               END-IF
           END-PERFORM
           IF GRADE-INDEX = 0
               IF GRADE-LETTER-COUNT < 26
                   ADD 1 TO GRADE-LETTER-COUNT
                   MOVE GRADE TO GRADE-LETTERS (GRADE-LETTER-COUNT:1)
               END-IF
               MOVE GRADE-LETTER-COUNT TO GRADE-INDEX
           END-IF.

      *    THE CAP FOR THIS STUDENT - SUPCAP ON THE STANDARD SCHEME,
      *    THE PASS MARK OF THE SCHEME THAT GRADES THEIR SECTION
      *    OTHERWISE.
       RESOLVE-STUDENT-CAP.
           MOVE SPACES TO GRADE-SCHEME-AREA
           SET GRSQ-REQ-RESOLVE TO TRUE
           MOVE IN-SECTION-CODE TO GRSQ-SECTION-CODE
           CALL "GRADE-SCHEME" USING GRADE-SCHEME-AREA
           IF GRSQ-SCHEME-ID = "STD" OR GRSQ-PASS-MARK = 0
               MOVE SUPP-CAP-MARK TO STUDENT-CAP-MARK
           ELSE
               MOVE GRSQ-PASS-MARK TO STUDENT-CAP-MARK
           END-IF.

       LOAD-SUBJECT-WEIGHTS.
