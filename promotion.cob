      *    THE YEAR-END PROMOTION RUN THAT USED TO HAPPEN ON PAPER.
      *    EVERY STUDENT ON THE KEYED GRDIN RECORD IS JUDGED ON THE
      *    MARKS AS THEY NOW STAND (AFTER CORRECTIONS AND
      *    SUPPLEMENTARIES): SUBJECTS BELOW THE PASS MARK OF THE
      *    STUDENT'S GRADING SCHEME COUNT AS FAILURES (PASSMARK FOR
      *    A CLASS ON THE STANDARD SCHEME, THE BOARD'S OWN BOUNDARY
      *    FOR ONE ON A SCHEME OF ITS OWN), AND THE CONFIGURABLE
      *    RULE PROMOTES A STUDENT WITH AT MOST PROMFAIL FAILURES
      *    (ZERO MEANS PASS ALL). ONE FAILURE OVER THE LIMIT IS
      *    BORDERLINE AND GOES TO THE PROMREV REVIEW FILE INSTEAD
      *    OF BEING DECIDED SILENTLY; MORE DETAINS. A PROMOTED
      *    STUDENT'S CLASS-SECTION IS STEPPED TO THE NEXT YEAR ON
      *    THE RECORD ITSELF - "10A" BECOMES "11A" - SO NEXT YEAR'S
      *    INPUT IS NOT KEYED FRESH, MISTAKES INCLUDED; A SECTION THE
      *    RULE CANNOT STEP ALSO GOES TO REVIEW. THE REGISTER IS THE
      *    PAGE THE PRINCIPAL SIGNS. A STUDENT FEE-LEDGER FLAGS AS A
      *    FEE DEFAULTER IS JUDGED LIKE ANY OTHER, BUT THE REGISTER
      *    CARRIES THE BALANCE OUTSTANDING UNDER THE VERDICT. EVERY
      *    DETENTION IS ALSO APPENDED TO THE DETHIST HISTORY, WHICH
      *    OUTLIVES THE REGISTER, AND EVERY DECISION - PROMOTED,
      *    DETAINED OR FOR REVIEW - TO THE PROMHIST HISTORY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS GRD-IN-STATUS.
           SELECT PROM-REV-FILE ASSIGN TO "PROMREV"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FEE-DFLT-FILE ASSIGN TO "FEEDFLT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEE-DFLT-STATUS.
           SELECT DET-HIST-FILE ASSIGN TO "DETHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DET-HIST-STATUS.
           SELECT PROM-HIST-FILE ASSIGN TO "PROMHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PROM-HIST-STATUS.
           SELECT PROM-OUT-FILE ASSIGN TO "PROMOUT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ARC-FILE ASSIGN TO DYNAMIC ARC-FILE-NAME
           05  REV-FAIL-COUNT     PIC 9.
           05  REV-REASON         PIC X(30).

       FD  FEE-DFLT-FILE.
       01  FEE-DFLT-RECORD.
           COPY FEEDFLR.

       FD  DET-HIST-FILE.
       01  DET-HIST-RECORD.
           COPY DETHISR.

       FD  PROM-HIST-FILE.
       01  PROM-HIST-RECORD.
           COPY PRMHISR.

       FD  PROM-OUT-FILE.
       01  PROM-OUT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  GRD-IN-STATUS          PIC XX.
       01  ARC-CAT-STATUS         PIC XX.
       01  FEE-DFLT-STATUS        PIC XX.
       01  DET-HIST-STATUS        PIC XX.
       01  PROM-HIST-STATUS       PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-GRD-IN          VALUE "Y".

      *    THE RULES - THE SUBJECT PASS MARK AND HOW MANY FAILURES
      *    PROMOTION TOLERATES (PARAMETERS PASSMARK AND PROMFAIL;
      *    FIFTY AND ZERO WHEN NO ROWS ARE ON FILE). PASSMARK IS THE
      *    PASS MARK OF THE STANDARD SCHEME; A STUDENT WHOSE SECTION
      *    IS GRADED ON ANOTHER SCHEME IS JUDGED AT THAT SCHEME'S.
       01  PASS-MARK              PIC 9(3) VALUE 50.
       01  STUDENT-PASS-MARK      PIC 9(3).
       01  MAX-FAILURES           PIC 9 VALUE 0.
       01  VALUE-MARK-AREA.
           05  VALUE-MARK-X       PIC X(3).
       01  PROMOTED-COUNT         PIC 9(5) VALUE 0.
       01  DETAINED-COUNT         PIC 9(5) VALUE 0.
       01  REVIEW-COUNT           PIC 9(5) VALUE 0.
       01  FEE-FLAGGED-COUNT      PIC 9(5) VALUE 0.

      *    STUDENTS FLAGGED FOR UNPAID FEES, WITH WHAT THEY OWE
      *    ACROSS EVERY DEFAULTED INVOICE. NO FEEDFLT MEANS NO ONE
      *    IS FLAGGED.
       01  FEE-FLAG-COUNT         PIC 9(4) VALUE 0.
       01  FEE-FLAG-TABLE.
           05  FEE-FLAG-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON FEE-FLAG-COUNT.
               10  FFT-ROLL           PIC X(10).
               10  FFT-BALANCE        PIC 9(7)V99.
       01  FEE-FLAG-INDEX         PIC 9(4).
       01  FEE-FLAG-MATCH-INDEX   PIC 9(4).
       01  DISPLAY-BALANCE        PIC Z,ZZZ,ZZ9.99.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

      *    THE SHARED GRADING-SCHEME LOOKUP.
       01  GRADE-SCHEME-AREA.
           COPY GRSREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-PROMOTION-RULES
           PERFORM LOAD-FEE-DEFAULTERS
           COMPUTE BORDER-LIMIT = MAX-FAILURES + 1

           OPEN I-O GRD-IN-FILE
           OPEN OUTPUT PROM-OUT-FILE
           OPEN OUTPUT PROM-REV-FILE
           PERFORM OPEN-DETENTION-HISTORY
           PERFORM OPEN-PROMOTION-HISTORY

           MOVE SPACES TO PROM-OUT-RECORD
           STRING "PROMOTION-RUN DATE: " DELIMITED BY SIZE
           PERFORM UNTIL END-OF-GRD-IN
               ADD 1 TO STUDENTS-READ
               PERFORM JUDGE-ONE-STUDENT
               PERFORM NOTE-FEES-OUTSTANDING

               READ GRD-IN-FILE NEXT RECORD
                   AT END SET END-OF-GRD-IN TO TRUE
               INTO PROM-OUT-RECORD
           END-STRING
           WRITE PROM-OUT-RECORD
           IF FEE-FLAGGED-COUNT > 0
               MOVE SPACES TO PROM-OUT-RECORD
               STRING "WITH FEES OUTSTANDING: " DELIMITED BY SIZE
                   FEE-FLAGGED-COUNT DELIMITED BY SIZE
                   INTO PROM-OUT-RECORD
               END-STRING
               WRITE PROM-OUT-RECORD
           END-IF

           MOVE "PRINCIPAL SIGNATURE: ____________________"
               TO PROM-OUT-RECORD

           CLOSE GRD-IN-FILE
           CLOSE PROM-REV-FILE
           CLOSE DET-HIST-FILE
           CLOSE PROM-HIST-FILE
           CLOSE PROM-OUT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE AUDIT-LOG-FILE.

       JUDGE-ONE-STUDENT.
           PERFORM RESOLVE-STUDENT-PASS-MARK
           MOVE 0 TO FAIL-COUNT
           PERFORM VARYING SUBJECT-INDEX FROM 1 BY 1
                   UNTIL SUBJECT-INDEX > 5
               IF IN-SUBJECT-MARKS (SUBJECT-INDEX) < STUDENT-PASS-MARK
                   ADD 1 TO FAIL-COUNT
               END-IF
           END-PERFORM
                   PERFORM DETAIN-THE-STUDENT
           END-EVALUATE.

      *    THE PASS MARK THE STUDENT IS JUDGED AT - THE SCHEME THAT
      *    GRADES THE SECTION THIS TERM SETS IT, EXCEPT THAT THE
      *    STANDARD SCHEME'S IS THE PASSMARK PARAMETER AS IT ALWAYS
      *    WAS.
       RESOLVE-STUDENT-PASS-MARK.
           MOVE SPACES TO GRADE-SCHEME-AREA
           SET GRSQ-REQ-RESOLVE TO TRUE
           MOVE IN-SECTION-CODE TO GRSQ-SECTION-CODE
           CALL "GRADE-SCHEME" USING GRADE-SCHEME-AREA
           IF GRSQ-SCHEME-ID = "STD" OR GRSQ-PASS-MARK = 0
               MOVE PASS-MARK TO STUDENT-PASS-MARK
           ELSE
               MOVE GRSQ-PASS-MARK TO STUDENT-PASS-MARK
           END-IF.

      *    "10A" STEPS TO "11A" - THE LEADING TWO DIGITS ARE THE
      *    CLASS, THE THIRD CHARACTER THE STREAM. A SECTION THAT
      *    DOES NOT FIT THAT SHAPE IS A HUMAN DECISION.
           END-STRING
           WRITE PROM-OUT-RECORD

           MOVE NEXT-SECTION TO PRH-TO-SECTION
           SET PRH-PROMOTED TO TRUE
           PERFORM WRITE-PROMOTION-HISTORY

           MOVE NEXT-SECTION TO IN-SECTION-CODE
           REWRITE GRD-IN-RECORD.

               " DETAINED - " DELIMITED BY SIZE
               FAIL-COUNT DELIMITED BY SIZE
               " FAILURES" DELIMITED BY SIZE
               " BELOW " DELIMITED BY SIZE
               STUDENT-PASS-MARK DELIMITED BY SIZE
               INTO PROM-OUT-RECORD
           END-STRING
           WRITE PROM-OUT-RECORD

           MOVE SPACES TO DET-HIST-RECORD
           MOVE IN-ROLL-NUMBER TO DTH-ROLL-NUMBER
           MOVE IN-SECTION-CODE TO DTH-SECTION-CODE
           MOVE RUN-DATE TO DTH-RUN-DATE
           MOVE FAIL-COUNT TO DTH-FAIL-COUNT
           WRITE DET-HIST-RECORD

           MOVE IN-SECTION-CODE TO PRH-TO-SECTION
           SET PRH-DETAINED TO TRUE
           PERFORM WRITE-PROMOTION-HISTORY.

      *    BORDERLINE CASES ARE ROUTED, NEVER DECIDED SILENTLY -
      *    THE REVIEW FILE IS THE PRINCIPAL'S WORKLIST AND THE
               "      FOR REVIEW" DELIMITED BY SIZE
               INTO PROM-OUT-RECORD
           END-STRING
           WRITE PROM-OUT-RECORD

           MOVE SPACES TO PRH-TO-SECTION
           SET PRH-FOR-REVIEW TO TRUE
           PERFORM WRITE-PROMOTION-HISTORY.

      *    THE DECISION AND THE SECTION IT LEFT THE STUDENT IN ARE
      *    SET BY THE CALLER; THE REST COMES FROM THE GRDIN RECORD
      *    AS IT STOOD WHEN JUDGED.
       WRITE-PROMOTION-HISTORY.
           MOVE IN-ROLL-NUMBER TO PRH-ROLL-NUMBER
           MOVE IN-SECTION-CODE TO PRH-FROM-SECTION
           MOVE RUN-DATE TO PRH-RUN-DATE
           MOVE FAIL-COUNT TO PRH-FAIL-COUNT
           WRITE PROM-HIST-RECORD.

      *    THE VERDICT STANDS EITHER WAY; THE PRINCIPAL SEES THE
      *    BALANCE ON THE LINE BELOW IT BEFORE SIGNING.
       NOTE-FEES-OUTSTANDING.
           MOVE 0 TO FEE-FLAG-MATCH-INDEX
           PERFORM VARYING FEE-FLAG-INDEX FROM 1 BY 1
                   UNTIL FEE-FLAG-INDEX > FEE-FLAG-COUNT
               IF FFT-ROLL (FEE-FLAG-INDEX) = IN-ROLL-NUMBER
                   MOVE FEE-FLAG-INDEX TO FEE-FLAG-MATCH-INDEX
               END-IF
           END-PERFORM
           IF FEE-FLAG-MATCH-INDEX > 0
               ADD 1 TO FEE-FLAGGED-COUNT
               MOVE FFT-BALANCE (FEE-FLAG-MATCH-INDEX)
                   TO DISPLAY-BALANCE
               MOVE SPACES TO PROM-OUT-RECORD
               STRING "           FEES OUTSTANDING - BALANCE "
                       DELIMITED BY SIZE
                   DISPLAY-BALANCE DELIMITED BY SIZE
                   INTO PROM-OUT-RECORD
               END-STRING
               WRITE PROM-OUT-RECORD
           END-IF.

      *    THE DEFAULTERS FEE-LEDGER FLAGGED FOR THE PROMOTION
      *    REGISTER, ONE ENTRY A STUDENT.
       LOAD-FEE-DEFAULTERS.
           OPEN INPUT FEE-DFLT-FILE
           IF FEE-DFLT-STATUS = "00"
               PERFORM UNTIL FEE-DFLT-STATUS NOT = "00"
                   READ FEE-DFLT-FILE
                       AT END MOVE "10" TO FEE-DFLT-STATUS
                       NOT AT END
                           IF DFL-PROMOTION-FLAGGED
                               PERFORM FILE-ONE-DEFAULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-DFLT-FILE
           END-IF.

       FILE-ONE-DEFAULT.
           MOVE 0 TO FEE-FLAG-MATCH-INDEX
           PERFORM VARYING FEE-FLAG-INDEX FROM 1 BY 1
                   UNTIL FEE-FLAG-INDEX > FEE-FLAG-COUNT
               IF FFT-ROLL (FEE-FLAG-INDEX) = DFL-ROLL-NUMBER
                   MOVE FEE-FLAG-INDEX TO FEE-FLAG-MATCH-INDEX
               END-IF
           END-PERFORM
           IF FEE-FLAG-MATCH-INDEX = 0 AND FEE-FLAG-COUNT < 5000
               ADD 1 TO FEE-FLAG-COUNT
               MOVE FEE-FLAG-COUNT TO FEE-FLAG-MATCH-INDEX
               MOVE DFL-ROLL-NUMBER TO FFT-ROLL (FEE-FLAG-COUNT)
               MOVE 0 TO FFT-BALANCE (FEE-FLAG-COUNT)
           END-IF
           IF FEE-FLAG-MATCH-INDEX > 0
               ADD DFL-BALANCE TO FFT-BALANCE (FEE-FLAG-MATCH-INDEX)
           END-IF.

      *    THE RULES COME FROM THE CENTRAL PARAMETER LIBRARY -
      *    PASSMARK FOR THE SUBJECT PASS MARK AND PROMFAIL FOR THE
           WRITE ARC-CAT-RECORD
           CLOSE ARC-CAT-FILE.

      *    APPENDS TO THE DETENTION HISTORY IF IT ALREADY EXISTS, OR
      *    CREATES IT ON THE FIRST DETAINING RUN.
       OPEN-DETENTION-HISTORY.
           OPEN EXTEND DET-HIST-FILE
           IF DET-HIST-STATUS NOT = "00"
               OPEN OUTPUT DET-HIST-FILE
           END-IF.

      *    THE DECISION HISTORY, LIKEWISE.
       OPEN-PROMOTION-HISTORY.
           OPEN EXTEND PROM-HIST-FILE
           IF PROM-HIST-STATUS NOT = "00"
               OPEN OUTPUT PROM-HIST-FILE
           END-IF.

      *    APPENDS TO THE SHARED AUDIT-TRAIL LOG IF IT ALREADY EXISTS,
      *    OR CREATES IT ON THE FIRST PROGRAM TO WRITE TO IT TODAY.
       OPEN-AUDIT-LOG.
