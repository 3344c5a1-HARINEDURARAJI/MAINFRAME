       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHORT-TRENDS.

      *    HOW A COHORT MOVES AS IT PROGRESSES. GRADE-TRANSCRIPT
      *    ANSWERS FOR ONE STUDENT AND THE GRADE RUN'S ROLLUPS FOR ONE
      *    TERM; THIS RUN FOLLOWS THE SAME STUDENTS TERM AFTER TERM
      *    OVER THE WHOLE OF GRDHIST. A STUDENT'S COHORT IS THE TERM
      *    OF THE STUDENT'S FIRST RESULT ON GRDHIST (THE ENTRY TERM)
      *    AND THE SECTION ENTERED IN - THE FROM-SECTION OF THE FIRST
      *    DECISION ON PROMHIST, OR THE SECTION ON STUMSTR WHEN NO
      *    DECISION HAS YET BEEN TAKEN. STAGE 1 IS THE ENTRY TERM,
      *    STAGE 2 THE TERM AFTER IT, AND SO ON. FOR EVERY COHORT
      *    AND STAGE THE REPORT GIVES:
      *        THE STUDENTS WITH A RESULT, THOSE WHO JOINED (A RESULT
      *        NOW BUT NONE THE TERM BEFORE) AND THOSE WHO LEFT (A
      *        RESULT THE TERM BEFORE BUT NONE NOW)
      *        THE MEAN AVERAGE AND ITS CHANGE FROM THE STAGE BEFORE
      *        THE PASS RATE, AT EACH STUDENT'S OWN PASS MARK AS
      *        PROMOTION-RUN JUDGES IT
      *        THE GRADE DISTRIBUTION
      *    THEN EVERY STUDENT WHOSE AVERAGE MOVED UP OR DOWN BY THE
      *    MOVEMENT TOLERANCE OR MORE BETWEEN TWO TERMS (PARAMETER
      *    MOVETOL, TEN MARKS WHEN NO ROW IS ON FILE; ZERO SWITCHES
      *    THE LIST OFF), EVERY STUDENT WHO JOINED OR LEFT, AND THE
      *    COHORT SET STAGE BY STAGE AGAINST THE INTAKE BEFORE IT
      *    INTO THE SAME SECTION. THE SAME FIGURES GO TO COHCSV, ONE
      *    LINE PER COHORT AND STAGE, FOR THE BOARD PRESENTATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STU-MSTR-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS STU-ROLL-NUMBER
               FILE STATUS IS STU-MSTR-STATUS.
           SELECT GRD-HIST-FILE ASSIGN TO "GRDHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GRD-HIST-STATUS.
           SELECT PROM-HIST-FILE ASSIGN TO "PROMHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PROM-HIST-STATUS.
           SELECT COH-RPT-FILE ASSIGN TO "COHRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT COH-CSV-FILE ASSIGN TO "COHCSV"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ARC-FILE ASSIGN TO DYNAMIC ARC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ARC-CAT-FILE ASSIGN TO "ARCCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARC-CAT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STU-MSTR-FILE.
       01  STU-MSTR-RECORD.
           05  STU-ROLL-NUMBER    PIC X(10).
           05  STU-NAME           PIC X(20).
           05  STU-CLASS-SECTION  PIC X(3).
           05  STU-STATUS         PIC X.
               88  STU-IS-ACTIVE      VALUE "A".
               88  STU-IS-WITHDRAWN   VALUE "W".
               88  STU-HAS-LEFT       VALUE "L".

      *    THE HISTORY LINE AS APPEND-GRADE-HISTORY LAYS IT DOWN.
       FD  GRD-HIST-FILE.
       01  GRD-HIST-RECORD.
           05  HIST-ROLL-NUMBER   PIC X(10).
           05  FILLER             PIC X.
           05  HIST-RUN-DATE      PIC X(8).
           05  FILLER             PIC X.
           05  HIST-AVERAGE       PIC X(5).
           05  HIST-AVERAGE-N REDEFINES HIST-AVERAGE
                                  PIC 9(3)V99.
           05  FILLER             PIC X.
           05  HIST-GRADE         PIC X.
           05  FILLER             PIC X.
           05  HIST-TERM          PIC X(5).
           05  FILLER             PIC X(9).
           05  HIST-SCHEME-ID     PIC X(6).

       FD  PROM-HIST-FILE.
       01  PROM-HIST-RECORD.
           COPY PRMHISR.

       FD  COH-RPT-FILE.
       01  COH-RPT-RECORD         PIC X(80).

       FD  COH-CSV-FILE.
       01  COH-CSV-RECORD         PIC X(200).

      *    A DATED COPY OF THE COHORT REPORT, CATALOGED AS EVERY
      *    REPORT IS.
       FD  ARC-FILE.
       01  ARC-RECORD             PIC X(80).

       FD  ARC-CAT-FILE.
       01  ARC-CAT-RECORD.
           COPY ARCCATR.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  STU-MSTR-STATUS        PIC XX.
       01  GRD-HIST-STATUS        PIC XX.
       01  PROM-HIST-STATUS       PIC XX.
       01  ARC-CAT-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  HIST-LINES-READ        PIC 9(7) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE MOVEMENT TOLERANCE (A PARAMETER OF COHORT-TRENDS) AND
      *    THE PASS MARK AS PROMOTION-RUN READS IT.
       01  MOVE-TOLERANCE         PIC 9(3) VALUE 10.
       01  PASS-MARK              PIC 9(3) VALUE 50.
       01  RULE-PROGRAM-ID        PIC X(20).
       01  RULE-PARM-NAME         PIC X(8).
       01  RULE-FOUND-SWITCH      PIC X.
           88  RULE-WAS-FOUND         VALUE "Y".
       01  VALUE-MARK-AREA.
           05  VALUE-MARK-X       PIC X(3).
           05  VALUE-MARK REDEFINES VALUE-MARK-X
                                  PIC 9(3).

      *    THE TERMS ON GRDHIST IN THE ORDER THEY FIRST APPEAR - THE
      *    HISTORY ONLY EVER GROWS AT THE END, SO THAT IS THE ORDER
      *    THEY WERE RUN IN.
       01  TERM-COUNT             PIC 9(2) VALUE 0.
       01  TERM-TABLE.
           05  TRM-ID             PIC X(5) OCCURS 20 TIMES.
       01  TERM-INDEX             PIC 9(2).
       01  TERM-MATCH-INDEX       PIC 9(2).
       01  PRIOR-TERM-INDEX       PIC 9(2).

      *    EVERY STUDENT ON GRDHIST, WITH A RESULT FOR EACH TERM -
      *    THE LATEST LINE FOR THE TERM, SINCE A RERUN REPLACES IT.
       01  STUD-COUNT             PIC 9(4) VALUE 0.
       01  STUDENT-TABLE.
           05  STUDENT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON STUD-COUNT.
               10  STS-ROLL           PIC X(10).
               10  STS-NAME           PIC X(20).
               10  STS-SECTION        PIC X(3).
               10  STS-STATUS         PIC X.
               10  STS-PASS-MARK      PIC 9(3).
               10  STS-DECISION-SEEN  PIC X.
               10  STS-ENTRY-SECTION  PIC X(3).
               10  STS-ENTRY-TERM     PIC 9(2).
               10  STS-COHORT         PIC 9(3).
               10  STS-TERM-RESULT OCCURS 20 TIMES.
                   15  STS-HAS-RESULT     PIC X.
                   15  STS-AVERAGE        PIC 9(3)V99.
                   15  STS-GRADE          PIC X.
       01  STUD-INDEX             PIC 9(4).
       01  STUD-MATCH-INDEX       PIC 9(4).
       01  LOOKUP-ROLL            PIC X(10).

      *    ONE ENTRY PER COHORT, WITH ITS FIGURES STAGE BY STAGE. THE
      *    GRADE COUNTS ARE A, B, C, D, E, F AND ANYTHING ELSE.
       01  COHORT-COUNT           PIC 9(3) VALUE 0.
       01  COHORT-TABLE.
           05  COHORT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON COHORT-COUNT.
               10  COH-ENTRY-TERM     PIC 9(2).
               10  COH-SECTION        PIC X(3).
               10  COH-MEMBERS        PIC 9(4).
               10  COH-PRIOR          PIC 9(3).
               10  COH-STAGES         PIC 9(2).
               10  COH-STAGE OCCURS 20 TIMES.
                   15  CST-STUDENTS       PIC 9(4).
                   15  CST-JOINED         PIC 9(4).
                   15  CST-LEFT           PIC 9(4).
                   15  CST-PASSED         PIC 9(4).
                   15  CST-MOVED-UP       PIC 9(4).
                   15  CST-MOVED-DOWN     PIC 9(4).
                   15  CST-AVERAGE-SUM    PIC 9(7)V99.
                   15  CST-MEAN           PIC 9(3)V99.
                   15  CST-PASS-RATE      PIC 9(3).
                   15  CST-GRADE-COUNT    PIC 9(4) OCCURS 7 TIMES.
       01  COHORT-INDEX           PIC 9(3).
       01  COHORT-MATCH-INDEX     PIC 9(3).
       01  PRIOR-INDEX            PIC 9(3).
       01  STAGE-INDEX            PIC 9(2).
       01  GRADE-INDEX            PIC 9.
       01  GRADE-LETTERS          PIC X(6) VALUE "ABCDEF".

      *    THE COHORTS IN PRINTING ORDER - ENTRY SECTION, THEN ENTRY
      *    TERM.
       01  ORDER-TABLE.
           05  ORD-COHORT         PIC 9(3) OCCURS 200 TIMES.
       01  ORDER-I                PIC 9(3).
       01  ORDER-J                PIC 9(3).
       01  ORDER-A                PIC 9(3).
       01  ORDER-B                PIC 9(3).
       01  ORDER-SWAP-SWITCH      PIC X.
           88  ORDER-OUT-OF-ORDER     VALUE "Y".

       01  AVERAGE-CHANGE         PIC S9(3)V99.
       01  MEAN-CHANGE            PIC S9(3)V99.
       01  LINES-LISTED           PIC 9(4).
       01  DISPLAY-STAGE          PIC Z9.
       01  DISPLAY-COUNT          PIC ZZ9.
       01  DISPLAY-COUNT-2        PIC ZZ9.
       01  DISPLAY-COUNT-3        PIC ZZ9.
       01  DISPLAY-MEMBERS        PIC ZZZ9.
       01  DISPLAY-MEAN           PIC ZZ9.99.
       01  DISPLAY-MEAN-2         PIC ZZ9.99.
       01  DISPLAY-CHANGE         PIC +++9.99.
       01  DISPLAY-CHANGE-X REDEFINES DISPLAY-CHANGE
                                  PIC X(7).
       01  DISPLAY-RATE           PIC ZZ9.
       01  DISPLAY-RATE-2         PIC ZZ9.
       01  DISPLAY-TOLERANCE      PIC ZZ9.
       01  GRADE-COLUMNS          PIC X(28).
       01  GRADE-POINTER          PIC 9(2).
       01  LEAVE-REASON           PIC X(22).

      *    ONE CSV LINE IS BUILT UP FIELD BY FIELD, NUMBERS WITHOUT
      *    THEIR LEADING SPACES.
       01  CSV-POINTER            PIC 9(3).
       01  CSV-COUNT-EDIT         PIC Z(6)9.
       01  CSV-AMOUNT-EDIT        PIC Z(6)9.99.
       01  LEADING-SPACES         PIC 9(2).

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON THE AUDIT RECORD.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

      *    THE SHARED GRADING-SCHEME LOOKUP.
       01  GRADE-SCHEME-AREA.
           COPY GRSREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           ACCEPT BATCH-START-TIME FROM TIME
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-COHORT-RULES
           PERFORM LOAD-GRADE-HISTORY
           PERFORM LOAD-STUDENT-MASTER
           PERFORM LOAD-ENTRY-SECTIONS
           PERFORM VARYING STUD-INDEX FROM 1 BY 1
                   UNTIL STUD-INDEX > STUD-COUNT
               PERFORM ASSIGN-STUDENT-COHORT
           END-PERFORM
           PERFORM VARYING STUD-INDEX FROM 1 BY 1
                   UNTIL STUD-INDEX > STUD-COUNT
               IF STS-COHORT (STUD-INDEX) > 0
                   PERFORM TALLY-ONE-STUDENT
               END-IF
           END-PERFORM
           PERFORM VARYING COHORT-INDEX FROM 1 BY 1
                   UNTIL COHORT-INDEX > COHORT-COUNT
               PERFORM FINISH-ONE-COHORT
           END-PERFORM
           PERFORM SORT-COHORTS

           OPEN OUTPUT COH-RPT-FILE
           OPEN OUTPUT COH-CSV-FILE
           MOVE SPACES TO COH-RPT-RECORD
           MOVE MOVE-TOLERANCE TO DISPLAY-TOLERANCE
           STRING "COHORT-TRENDS RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  MOVEMENT TOLERANCE " DELIMITED BY SIZE
               DISPLAY-TOLERANCE DELIMITED BY SIZE
               " MARKS" DELIMITED BY SIZE
               INTO COH-RPT-RECORD
           END-STRING
           WRITE COH-RPT-RECORD

           MOVE SPACES TO COH-CSV-RECORD
           STRING "ENTRY_TERM,ENTRY_SECTION,STAGE,TERM,STUDENTS,"
                   DELIMITED BY SIZE
               "JOINED,LEFT,MEAN,PASS_PCT,GRADE_A,GRADE_B,GRADE_C,"
                   DELIMITED BY SIZE
               "GRADE_D,GRADE_E,GRADE_F,GRADE_OTHER,MOVED_UP,"
                   DELIMITED BY SIZE
               "MOVED_DOWN,PRIOR_INTAKE,PRIOR_MEAN,PRIOR_PASS_PCT"
                   DELIMITED BY SIZE
               INTO COH-CSV-RECORD
           END-STRING
           WRITE COH-CSV-RECORD

           PERFORM VARYING ORDER-I FROM 1 BY 1
                   UNTIL ORDER-I > COHORT-COUNT
               MOVE ORD-COHORT (ORDER-I) TO COHORT-INDEX
               PERFORM PRINT-ONE-COHORT
               PERFORM EXPORT-ONE-COHORT
           END-PERFORM
           IF COHORT-COUNT = 0
               MOVE SPACES TO COH-RPT-RECORD
               WRITE COH-RPT-RECORD
               MOVE "NO TERM RESULTS ON GRDHIST" TO COH-RPT-RECORD
               WRITE COH-RPT-RECORD
           END-IF

           MOVE SPACES TO COH-RPT-RECORD
           WRITE COH-RPT-RECORD
           MOVE SPACES TO COH-RPT-RECORD
           STRING "HISTORY LINES READ: " DELIMITED BY SIZE
               HIST-LINES-READ DELIMITED BY SIZE
               "  TERMS: " DELIMITED BY SIZE
               TERM-COUNT DELIMITED BY SIZE
               "  STUDENTS: " DELIMITED BY SIZE
               STUD-COUNT DELIMITED BY SIZE
               "  COHORTS: " DELIMITED BY SIZE
               COHORT-COUNT DELIMITED BY SIZE
               INTO COH-RPT-RECORD
           END-STRING
           WRITE COH-RPT-RECORD

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE COH-CSV-FILE
           CLOSE COH-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE AUDIT-LOG-FILE

           STOP RUN.

      *    EACH RULE IS A WHOLE NUMBER, RIGHT-ALIGNED; A MISSING OR
      *    UNREADABLE ROW LEAVES THE STANDING VALUE IN PLACE.
       LOAD-COHORT-RULES.
           MOVE "COHORT-TRENDS" TO RULE-PROGRAM-ID
           MOVE "MOVETOL" TO RULE-PARM-NAME
           PERFORM FETCH-COHORT-RULE
           IF RULE-WAS-FOUND
               MOVE VALUE-MARK TO MOVE-TOLERANCE
           END-IF

           MOVE "PROMOTION-RUN" TO RULE-PROGRAM-ID
           MOVE "PASSMARK" TO RULE-PARM-NAME
           PERFORM FETCH-COHORT-RULE
           IF RULE-WAS-FOUND AND VALUE-MARK > 0
               MOVE VALUE-MARK TO PASS-MARK
           END-IF.

       FETCH-COHORT-RULE.
           MOVE "N" TO RULE-FOUND-SWITCH
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE RULE-PROGRAM-ID TO PLQ-PROGRAM-ID
           MOVE RULE-PARM-NAME TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (8:3) TO VALUE-MARK-X
               IF VALUE-MARK-X NUMERIC
                   MOVE "Y" TO RULE-FOUND-SWITCH
               END-IF
           END-IF.

      *    CORRECTION ENTRIES AND DAMAGED LINES FAIL THE NUMERIC
      *    TESTS AND ARE SKIPPED.
       LOAD-GRADE-HISTORY.
           OPEN INPUT GRD-HIST-FILE
           IF GRD-HIST-STATUS = "00"
               PERFORM UNTIL GRD-HIST-STATUS NOT = "00"
                   READ GRD-HIST-FILE
                       AT END MOVE "10" TO GRD-HIST-STATUS
                       NOT AT END
                           ADD 1 TO HIST-LINES-READ
                           IF HIST-RUN-DATE NUMERIC
                                   AND HIST-AVERAGE NUMERIC
                                   AND HIST-GRADE NOT = SPACE
                                   AND HIST-TERM NOT = SPACES
                               PERFORM FILE-ONE-TERM-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRD-HIST-FILE
           END-IF.

       FILE-ONE-TERM-RESULT.
           MOVE 0 TO TERM-MATCH-INDEX
           PERFORM VARYING TERM-INDEX FROM 1 BY 1
                   UNTIL TERM-INDEX > TERM-COUNT
                       OR TERM-MATCH-INDEX > 0
               IF TRM-ID (TERM-INDEX) = HIST-TERM
                   MOVE TERM-INDEX TO TERM-MATCH-INDEX
               END-IF
           END-PERFORM
           IF TERM-MATCH-INDEX = 0 AND TERM-COUNT < 20
               ADD 1 TO TERM-COUNT
               MOVE HIST-TERM TO TRM-ID (TERM-COUNT)
               MOVE TERM-COUNT TO TERM-MATCH-INDEX
           END-IF

           MOVE HIST-ROLL-NUMBER TO LOOKUP-ROLL
           PERFORM FIND-STUDENT
           IF STUD-MATCH-INDEX = 0 AND STUD-COUNT < 2000
               ADD 1 TO STUD-COUNT
               INITIALIZE STUDENT-ENTRY (STUD-COUNT)
               MOVE HIST-ROLL-NUMBER TO STS-ROLL (STUD-COUNT)
               MOVE "(NOT ON MASTER)" TO STS-NAME (STUD-COUNT)
               MOVE "?" TO STS-STATUS (STUD-COUNT)
               MOVE PASS-MARK TO STS-PASS-MARK (STUD-COUNT)
               MOVE "N" TO STS-DECISION-SEEN (STUD-COUNT)
               MOVE STUD-COUNT TO STUD-MATCH-INDEX
           END-IF

           IF TERM-MATCH-INDEX > 0 AND STUD-MATCH-INDEX > 0
               MOVE "Y" TO STS-HAS-RESULT
                   (STUD-MATCH-INDEX TERM-MATCH-INDEX)
               MOVE HIST-AVERAGE-N TO STS-AVERAGE
                   (STUD-MATCH-INDEX TERM-MATCH-INDEX)
               MOVE HIST-GRADE TO STS-GRADE
                   (STUD-MATCH-INDEX TERM-MATCH-INDEX)
           END-IF.

       FIND-STUDENT.
           MOVE 0 TO STUD-MATCH-INDEX
           PERFORM VARYING STUD-INDEX FROM 1 BY 1
                   UNTIL STUD-INDEX > STUD-COUNT
                       OR STUD-MATCH-INDEX > 0
               IF STS-ROLL (STUD-INDEX) = LOOKUP-ROLL
                   MOVE STUD-INDEX TO STUD-MATCH-INDEX
               END-IF
           END-PERFORM.

      *    NAME, SECTION AND STANDING FOR EVERY STUDENT ON THE
      *    HISTORY - WITHDRAWN AND LEFT STUDENTS INCLUDED, SINCE THEY
      *    ARE WHO A COHORT LOSES - AND THE STUDENT'S OWN PASS MARK.
       LOAD-STUDENT-MASTER.
           OPEN INPUT STU-MSTR-FILE
           IF STU-MSTR-STATUS = "00"
               PERFORM UNTIL STU-MSTR-STATUS NOT = "00"
                   READ STU-MSTR-FILE NEXT RECORD
                       AT END MOVE "10" TO STU-MSTR-STATUS
                       NOT AT END
                           MOVE STU-ROLL-NUMBER TO LOOKUP-ROLL
                           PERFORM FIND-STUDENT
                           IF STUD-MATCH-INDEX > 0
                               PERFORM FILE-ONE-STUDENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STU-MSTR-FILE
           END-IF.

       FILE-ONE-STUDENT.
           MOVE STU-NAME TO STS-NAME (STUD-MATCH-INDEX)
           MOVE STU-CLASS-SECTION TO STS-SECTION (STUD-MATCH-INDEX)
           MOVE STU-STATUS TO STS-STATUS (STUD-MATCH-INDEX)

           MOVE SPACES TO GRADE-SCHEME-AREA
           SET GRSQ-REQ-RESOLVE TO TRUE
           MOVE STU-CLASS-SECTION TO GRSQ-SECTION-CODE
           CALL "GRADE-SCHEME" USING GRADE-SCHEME-AREA
           IF GRSQ-SCHEME-ID NOT = "STD" AND GRSQ-PASS-MARK > 0
               MOVE GRSQ-PASS-MARK TO STS-PASS-MARK (STUD-MATCH-INDEX)
           END-IF.

      *    THE SECTION A STUDENT ENTERED IN IS THE ONE THE FIRST
      *    PROMOTION DECISION MOVED THE STUDENT FROM; UNTIL A
      *    DECISION IS ON FILE IT IS THE SECTION ON THE MASTER.
       LOAD-ENTRY-SECTIONS.
           OPEN INPUT PROM-HIST-FILE
           IF PROM-HIST-STATUS = "00"
               PERFORM UNTIL PROM-HIST-STATUS NOT = "00"
                   READ PROM-HIST-FILE
                       AT END MOVE "10" TO PROM-HIST-STATUS
                       NOT AT END
                           MOVE PRH-ROLL-NUMBER TO LOOKUP-ROLL
                           PERFORM FIND-STUDENT
                           IF STUD-MATCH-INDEX > 0
                               IF STS-DECISION-SEEN (STUD-MATCH-INDEX)
                                       = "N"
                                   MOVE "Y" TO STS-DECISION-SEEN
                                       (STUD-MATCH-INDEX)
                                   MOVE PRH-FROM-SECTION TO
                                       STS-ENTRY-SECTION
                                           (STUD-MATCH-INDEX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROM-HIST-FILE
           END-IF

           PERFORM VARYING STUD-INDEX FROM 1 BY 1
                   UNTIL STUD-INDEX > STUD-COUNT
               IF STS-DECISION-SEEN (STUD-INDEX) = "N"
                   MOVE STS-SECTION (STUD-INDEX)
                       TO STS-ENTRY-SECTION (STUD-INDEX)
               END-IF
               IF STS-ENTRY-SECTION (STUD-INDEX) = SPACES
                   MOVE "---" TO STS-ENTRY-SECTION (STUD-INDEX)
               END-IF
           END-PERFORM.

      *    THE ENTRY TERM IS THE STUDENT'S FIRST TERM WITH A RESULT;
      *    THE COHORT IS FOUND, OR STARTED, BY ENTRY TERM AND SECTION.
       ASSIGN-STUDENT-COHORT.
           MOVE 0 TO STS-ENTRY-TERM (STUD-INDEX)
           PERFORM VARYING TERM-INDEX FROM 1 BY 1
                   UNTIL TERM-INDEX > TERM-COUNT
                       OR STS-ENTRY-TERM (STUD-INDEX) > 0
               IF STS-HAS-RESULT (STUD-INDEX TERM-INDEX) = "Y"
                   MOVE TERM-INDEX TO STS-ENTRY-TERM (STUD-INDEX)
               END-IF
           END-PERFORM

           MOVE 0 TO COHORT-MATCH-INDEX
           PERFORM VARYING COHORT-INDEX FROM 1 BY 1
                   UNTIL COHORT-INDEX > COHORT-COUNT
                       OR COHORT-MATCH-INDEX > 0
               IF COH-ENTRY-TERM (COHORT-INDEX)
                       = STS-ENTRY-TERM (STUD-INDEX)
                       AND COH-SECTION (COHORT-INDEX)
                           = STS-ENTRY-SECTION (STUD-INDEX)
                   MOVE COHORT-INDEX TO COHORT-MATCH-INDEX
               END-IF
           END-PERFORM
           IF COHORT-MATCH-INDEX = 0 AND COHORT-COUNT < 200
                   AND STS-ENTRY-TERM (STUD-INDEX) > 0
               ADD 1 TO COHORT-COUNT
               INITIALIZE COHORT-ENTRY (COHORT-COUNT)
               MOVE STS-ENTRY-TERM (STUD-INDEX)
                   TO COH-ENTRY-TERM (COHORT-COUNT)
               MOVE STS-ENTRY-SECTION (STUD-INDEX)
                   TO COH-SECTION (COHORT-COUNT)
               MOVE COHORT-COUNT TO COHORT-MATCH-INDEX
           END-IF
           MOVE COHORT-MATCH-INDEX TO STS-COHORT (STUD-INDEX)
           IF COHORT-MATCH-INDEX > 0
               ADD 1 TO COH-MEMBERS (COHORT-MATCH-INDEX)
           END-IF.

      *    ONE STUDENT'S RESULTS FROM THE ENTRY TERM TO THE LATEST
      *    TERM ON FILE, INTO THE COHORT'S STAGES.
       TALLY-ONE-STUDENT.
           MOVE STS-COHORT (STUD-INDEX) TO COHORT-INDEX
           PERFORM VARYING TERM-INDEX FROM STS-ENTRY-TERM (STUD-INDEX)
                   BY 1 UNTIL TERM-INDEX > TERM-COUNT
               COMPUTE STAGE-INDEX =
                   TERM-INDEX - STS-ENTRY-TERM (STUD-INDEX) + 1
               COMPUTE PRIOR-TERM-INDEX = TERM-INDEX - 1
               IF STS-HAS-RESULT (STUD-INDEX TERM-INDEX) = "Y"
                   PERFORM TALLY-ONE-RESULT
               ELSE
                   IF STAGE-INDEX > 1
                       IF STS-HAS-RESULT
                               (STUD-INDEX PRIOR-TERM-INDEX) = "Y"
                           ADD 1 TO CST-LEFT (COHORT-INDEX STAGE-INDEX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       TALLY-ONE-RESULT.
           ADD 1 TO CST-STUDENTS (COHORT-INDEX STAGE-INDEX)
           ADD STS-AVERAGE (STUD-INDEX TERM-INDEX)
               TO CST-AVERAGE-SUM (COHORT-INDEX STAGE-INDEX)
           IF STS-AVERAGE (STUD-INDEX TERM-INDEX)
                   NOT < STS-PASS-MARK (STUD-INDEX)
               ADD 1 TO CST-PASSED (COHORT-INDEX STAGE-INDEX)
           END-IF

           MOVE 7 TO GRADE-INDEX
           PERFORM VARYING ORDER-J FROM 1 BY 1 UNTIL ORDER-J > 6
               IF STS-GRADE (STUD-INDEX TERM-INDEX)
                       = GRADE-LETTERS (ORDER-J:1)
                   MOVE ORDER-J TO GRADE-INDEX
               END-IF
           END-PERFORM
           ADD 1 TO CST-GRADE-COUNT
               (COHORT-INDEX STAGE-INDEX GRADE-INDEX)

           IF STAGE-INDEX > 1
               IF STS-HAS-RESULT (STUD-INDEX PRIOR-TERM-INDEX) = "Y"
                   COMPUTE AVERAGE-CHANGE =
                       STS-AVERAGE (STUD-INDEX TERM-INDEX)
                           - STS-AVERAGE (STUD-INDEX PRIOR-TERM-INDEX)
                   IF MOVE-TOLERANCE > 0
                       IF AVERAGE-CHANGE NOT < MOVE-TOLERANCE
                           ADD 1 TO CST-MOVED-UP
                               (COHORT-INDEX STAGE-INDEX)
                       END-IF
                       IF AVERAGE-CHANGE NOT > 0 - MOVE-TOLERANCE
                           ADD 1 TO CST-MOVED-DOWN
                               (COHORT-INDEX STAGE-INDEX)
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO CST-JOINED (COHORT-INDEX STAGE-INDEX)
               END-IF
           END-IF.

      *    MEANS AND PASS RATES, THE LAST STAGE WORTH PRINTING (THE
      *    LAST WITH A STUDENT IN IT OR ONE LEAVING), AND THE INTAKE
      *    BEFORE THIS ONE INTO THE SAME SECTION.
       FINISH-ONE-COHORT.
           MOVE 0 TO COH-STAGES (COHORT-INDEX)
           PERFORM VARYING STAGE-INDEX FROM 1 BY 1
                   UNTIL STAGE-INDEX > 20
               IF CST-STUDENTS (COHORT-INDEX STAGE-INDEX) > 0
                   COMPUTE CST-MEAN (COHORT-INDEX STAGE-INDEX) ROUNDED
                       = CST-AVERAGE-SUM (COHORT-INDEX STAGE-INDEX)
                           / CST-STUDENTS (COHORT-INDEX STAGE-INDEX)
                   COMPUTE CST-PASS-RATE (COHORT-INDEX STAGE-INDEX)
                       ROUNDED = CST-PASSED (COHORT-INDEX STAGE-INDEX)
                           * 100
                           / CST-STUDENTS (COHORT-INDEX STAGE-INDEX)
               END-IF
               IF CST-STUDENTS (COHORT-INDEX STAGE-INDEX) > 0
                       OR CST-LEFT (COHORT-INDEX STAGE-INDEX) > 0
                   MOVE STAGE-INDEX TO COH-STAGES (COHORT-INDEX)
               END-IF
           END-PERFORM

           MOVE 0 TO COH-PRIOR (COHORT-INDEX)
           PERFORM VARYING PRIOR-INDEX FROM 1 BY 1
                   UNTIL PRIOR-INDEX > COHORT-COUNT
               IF COH-SECTION (PRIOR-INDEX) = COH-SECTION (COHORT-INDEX)
                       AND COH-ENTRY-TERM (PRIOR-INDEX)
                           < COH-ENTRY-TERM (COHORT-INDEX)
                   IF COH-PRIOR (COHORT-INDEX) = 0
                       MOVE PRIOR-INDEX TO COH-PRIOR (COHORT-INDEX)
                   ELSE
                       MOVE COH-PRIOR (COHORT-INDEX) TO ORDER-A
                       IF COH-ENTRY-TERM (PRIOR-INDEX)
                               > COH-ENTRY-TERM (ORDER-A)
                           MOVE PRIOR-INDEX TO COH-PRIOR (COHORT-INDEX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    AN EXCHANGE SORT OF THE COHORTS - ENTRY SECTION, THEN
      *    ENTRY TERM.
       SORT-COHORTS.
           PERFORM VARYING ORDER-I FROM 1 BY 1
                   UNTIL ORDER-I > COHORT-COUNT
               MOVE ORDER-I TO ORD-COHORT (ORDER-I)
           END-PERFORM
           PERFORM VARYING ORDER-I FROM 1 BY 1
                   UNTIL ORDER-I NOT < COHORT-COUNT
               PERFORM VARYING ORDER-J FROM 1 BY 1
                       UNTIL ORDER-J > COHORT-COUNT - ORDER-I
                   MOVE ORD-COHORT (ORDER-J) TO ORDER-A
                   MOVE ORD-COHORT (ORDER-J + 1) TO ORDER-B
                   MOVE "N" TO ORDER-SWAP-SWITCH
                   EVALUATE TRUE
                       WHEN COH-SECTION (ORDER-A)
                               > COH-SECTION (ORDER-B)
                           MOVE "Y" TO ORDER-SWAP-SWITCH
                       WHEN COH-SECTION (ORDER-A)
                               < COH-SECTION (ORDER-B)
                           CONTINUE
                       WHEN COH-ENTRY-TERM (ORDER-A)
                               > COH-ENTRY-TERM (ORDER-B)
                           MOVE "Y" TO ORDER-SWAP-SWITCH
                   END-EVALUATE
                   IF ORDER-OUT-OF-ORDER
                       MOVE ORDER-A TO ORD-COHORT (ORDER-J + 1)
                       MOVE ORDER-B TO ORD-COHORT (ORDER-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-ONE-COHORT.
           MOVE SPACES TO COH-RPT-RECORD
           WRITE COH-RPT-RECORD
           MOVE COH-ENTRY-TERM (COHORT-INDEX) TO TERM-INDEX
           MOVE COH-MEMBERS (COHORT-INDEX) TO DISPLAY-MEMBERS
           MOVE SPACES TO COH-RPT-RECORD
           STRING "COHORT ENTERING " DELIMITED BY SIZE
               TRM-ID (TERM-INDEX) DELIMITED BY SIZE
               " IN " DELIMITED BY SIZE
               COH-SECTION (COHORT-INDEX) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               DISPLAY-MEMBERS DELIMITED BY SIZE
               " STUDENT(S)" DELIMITED BY SIZE
               INTO COH-RPT-RECORD
           END-STRING
           WRITE COH-RPT-RECORD
           MOVE "  ST TERM    N  IN OUT   MEAN  CHANGE PASS"
               TO COH-RPT-RECORD
           MOVE "   A   B   C   D   E   F   ?" TO COH-RPT-RECORD (43:)
           WRITE COH-RPT-RECORD

           PERFORM VARYING STAGE-INDEX FROM 1 BY 1
                   UNTIL STAGE-INDEX > COH-STAGES (COHORT-INDEX)
               PERFORM PRINT-STAGE-LINE
           END-PERFORM

           PERFORM PRINT-MOVEMENTS
           PERFORM PRINT-JOINERS-AND-LEAVERS
           PERFORM PRINT-INTAKE-COMPARISON.

       PRINT-STAGE-LINE.
           COMPUTE TERM-INDEX =
               COH-ENTRY-TERM (COHORT-INDEX) + STAGE-INDEX - 1
           MOVE STAGE-INDEX TO DISPLAY-STAGE
           MOVE CST-STUDENTS (COHORT-INDEX STAGE-INDEX)
               TO DISPLAY-COUNT
           MOVE CST-JOINED (COHORT-INDEX STAGE-INDEX)
               TO DISPLAY-COUNT-2
           MOVE CST-LEFT (COHORT-INDEX STAGE-INDEX)
               TO DISPLAY-COUNT-3
           MOVE CST-MEAN (COHORT-INDEX STAGE-INDEX) TO DISPLAY-MEAN
           MOVE CST-PASS-RATE (COHORT-INDEX STAGE-INDEX)
               TO DISPLAY-RATE
           MOVE SPACES TO DISPLAY-CHANGE-X
           IF STAGE-INDEX > 1
               IF CST-STUDENTS (COHORT-INDEX STAGE-INDEX) > 0
                       AND CST-STUDENTS (COHORT-INDEX STAGE-INDEX - 1)
                           > 0
                   COMPUTE MEAN-CHANGE =
                       CST-MEAN (COHORT-INDEX STAGE-INDEX)
                           - CST-MEAN (COHORT-INDEX STAGE-INDEX - 1)
                   MOVE MEAN-CHANGE TO DISPLAY-CHANGE
               END-IF
           END-IF

           MOVE SPACES TO GRADE-COLUMNS
           MOVE 1 TO GRADE-POINTER
           PERFORM VARYING GRADE-INDEX FROM 1 BY 1
                   UNTIL GRADE-INDEX > 7
               MOVE CST-GRADE-COUNT
                   (COHORT-INDEX STAGE-INDEX GRADE-INDEX)
                   TO DISPLAY-COUNT-2
               STRING " " DELIMITED BY SIZE
                   DISPLAY-COUNT-2 DELIMITED BY SIZE
                   INTO GRADE-COLUMNS WITH POINTER GRADE-POINTER
               END-STRING
           END-PERFORM
           MOVE CST-JOINED (COHORT-INDEX STAGE-INDEX)
               TO DISPLAY-COUNT-2

           MOVE SPACES TO COH-RPT-RECORD
           IF CST-STUDENTS (COHORT-INDEX STAGE-INDEX) = 0
               STRING "  " DELIMITED BY SIZE
                   DISPLAY-STAGE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRM-ID (TERM-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DISPLAY-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DISPLAY-COUNT-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DISPLAY-COUNT-3 DELIMITED BY SIZE
                   "  NO RESULTS" DELIMITED BY SIZE
                   INTO COH-RPT-RECORD
               END-STRING
           ELSE
               STRING "  " DELIMITED BY SIZE
                   DISPLAY-STAGE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRM-ID (TERM-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DISPLAY-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DISPLAY-COUNT-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DISPLAY-COUNT-3 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DISPLAY-MEAN DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DISPLAY-CHANGE-X DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DISPLAY-RATE DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   GRADE-COLUMNS DELIMITED BY SIZE
                   INTO COH-RPT-RECORD
               END-STRING
           END-IF
           WRITE COH-RPT-RECORD.

      *    EVERY STUDENT IN THE COHORT WHOSE AVERAGE MOVED BY THE
      *    TOLERANCE OR MORE FROM ONE TERM TO THE NEXT.
       PRINT-MOVEMENTS.
           IF MOVE-TOLERANCE > 0
               MOVE "  MOVED UP OR DOWN BY THE TOLERANCE OR MORE"
                   TO COH-RPT-RECORD
               WRITE COH-RPT-RECORD
               MOVE 0 TO LINES-LISTED
               PERFORM VARYING STUD-INDEX FROM 1 BY 1
                       UNTIL STUD-INDEX > STUD-COUNT
                   IF STS-COHORT (STUD-INDEX) = COHORT-INDEX
                       PERFORM PRINT-STUDENT-MOVEMENTS
                   END-IF
               END-PERFORM
               IF LINES-LISTED = 0
                   MOVE "    NONE" TO COH-RPT-RECORD
                   WRITE COH-RPT-RECORD
               END-IF
           END-IF.

       PRINT-STUDENT-MOVEMENTS.
           COMPUTE TERM-INDEX = STS-ENTRY-TERM (STUD-INDEX) + 1
           PERFORM VARYING TERM-INDEX FROM TERM-INDEX BY 1
                   UNTIL TERM-INDEX > TERM-COUNT
               COMPUTE PRIOR-TERM-INDEX = TERM-INDEX - 1
               IF STS-HAS-RESULT (STUD-INDEX TERM-INDEX) = "Y"
                       AND STS-HAS-RESULT (STUD-INDEX PRIOR-TERM-INDEX)
                           = "Y"
                   COMPUTE AVERAGE-CHANGE =
                       STS-AVERAGE (STUD-INDEX TERM-INDEX)
                           - STS-AVERAGE (STUD-INDEX PRIOR-TERM-INDEX)
                   IF AVERAGE-CHANGE NOT < MOVE-TOLERANCE
                           OR AVERAGE-CHANGE NOT > 0 - MOVE-TOLERANCE
                       ADD 1 TO LINES-LISTED
                       MOVE STS-AVERAGE (STUD-INDEX PRIOR-TERM-INDEX)
                           TO DISPLAY-MEAN
                       MOVE STS-AVERAGE (STUD-INDEX TERM-INDEX)
                           TO DISPLAY-MEAN-2
                       MOVE AVERAGE-CHANGE TO DISPLAY-CHANGE
                       MOVE SPACES TO COH-RPT-RECORD
                       STRING "    " DELIMITED BY SIZE
                           TRM-ID (TERM-INDEX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           STS-ROLL (STUD-INDEX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           STS-NAME (STUD-INDEX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           DISPLAY-MEAN DELIMITED BY SIZE
                           " TO " DELIMITED BY SIZE
                           DISPLAY-MEAN-2 DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           DISPLAY-CHANGE DELIMITED BY SIZE
                           INTO COH-RPT-RECORD
                       END-STRING
                       WRITE COH-RPT-RECORD
                   END-IF
               END-IF
           END-PERFORM.

      *    WHO CAME BACK INTO THE COHORT AND WHO DROPPED OUT OF IT,
      *    BY THE TERM IT HAPPENED, WITH THE STUDENT'S STANDING ON
      *    STUMSTR TO SAY WHY.
       PRINT-JOINERS-AND-LEAVERS.
           MOVE "  JOINED OR LEFT THE COHORT" TO COH-RPT-RECORD
           WRITE COH-RPT-RECORD
           MOVE 0 TO LINES-LISTED
           PERFORM VARYING STUD-INDEX FROM 1 BY 1
                   UNTIL STUD-INDEX > STUD-COUNT
               IF STS-COHORT (STUD-INDEX) = COHORT-INDEX
                   PERFORM PRINT-STUDENT-JOIN-LEAVE
               END-IF
           END-PERFORM
           IF LINES-LISTED = 0
               MOVE "    NONE" TO COH-RPT-RECORD
               WRITE COH-RPT-RECORD
           END-IF.

       PRINT-STUDENT-JOIN-LEAVE.
           EVALUATE STS-STATUS (STUD-INDEX)
               WHEN "W"
                   MOVE "WITHDRAWN" TO LEAVE-REASON
               WHEN "L"
                   MOVE "LEFT WITH CERTIFICATE" TO LEAVE-REASON
               WHEN "A"
                   MOVE "NO RESULT THAT TERM" TO LEAVE-REASON
               WHEN OTHER
                   MOVE "NOT ON STUDENT MASTER" TO LEAVE-REASON
           END-EVALUATE
           COMPUTE TERM-INDEX = STS-ENTRY-TERM (STUD-INDEX) + 1
           PERFORM VARYING TERM-INDEX FROM TERM-INDEX BY 1
                   UNTIL TERM-INDEX > TERM-COUNT
               COMPUTE PRIOR-TERM-INDEX = TERM-INDEX - 1
               MOVE SPACES TO COH-RPT-RECORD
               IF STS-HAS-RESULT (STUD-INDEX TERM-INDEX) = "Y"
                       AND STS-HAS-RESULT (STUD-INDEX PRIOR-TERM-INDEX)
                           NOT = "Y"
                   STRING "    " DELIMITED BY SIZE
                       TRM-ID (TERM-INDEX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       STS-ROLL (STUD-INDEX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       STS-NAME (STUD-INDEX) DELIMITED BY SIZE
                       " JOINED" DELIMITED BY SIZE
                       INTO COH-RPT-RECORD
                   END-STRING
               END-IF
               IF STS-HAS-RESULT (STUD-INDEX TERM-INDEX) NOT = "Y"
                       AND STS-HAS-RESULT (STUD-INDEX PRIOR-TERM-INDEX)
                           = "Y"
                   STRING "    " DELIMITED BY SIZE
                       TRM-ID (TERM-INDEX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       STS-ROLL (STUD-INDEX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       STS-NAME (STUD-INDEX) DELIMITED BY SIZE
                       " LEFT - " DELIMITED BY SIZE
                       LEAVE-REASON DELIMITED BY SIZE
                       INTO COH-RPT-RECORD
                   END-STRING
               END-IF
               IF COH-RPT-RECORD NOT = SPACES
                   ADD 1 TO LINES-LISTED
                   WRITE COH-RPT-RECORD
               END-IF
           END-PERFORM.

      *    THIS INTAKE AGAINST THE ONE BEFORE IT INTO THE SAME
      *    SECTION, AT EACH STAGE BOTH HAVE REACHED.
       PRINT-INTAKE-COMPARISON.
           MOVE COH-PRIOR (COHORT-INDEX) TO PRIOR-INDEX
           MOVE SPACES TO COH-RPT-RECORD
           IF PRIOR-INDEX = 0
               STRING "  NO EARLIER INTAKE INTO " DELIMITED BY SIZE
                   COH-SECTION (COHORT-INDEX) DELIMITED BY SIZE
                   " TO COMPARE AGAINST" DELIMITED BY SIZE
                   INTO COH-RPT-RECORD
               END-STRING
               WRITE COH-RPT-RECORD
           ELSE
               MOVE COH-ENTRY-TERM (PRIOR-INDEX) TO TERM-INDEX
               STRING "  AGAINST THE " DELIMITED BY SIZE
                   TRM-ID (TERM-INDEX) DELIMITED BY SIZE
                   " INTAKE AT THE SAME STAGE" DELIMITED BY SIZE
                   INTO COH-RPT-RECORD
               END-STRING
               WRITE COH-RPT-RECORD
               PERFORM VARYING STAGE-INDEX FROM 1 BY 1
                       UNTIL STAGE-INDEX > COH-STAGES (COHORT-INDEX)
                   IF CST-STUDENTS (COHORT-INDEX STAGE-INDEX) > 0
                           AND CST-STUDENTS (PRIOR-INDEX STAGE-INDEX)
                               > 0
                       PERFORM PRINT-COMPARISON-LINE
                   END-IF
               END-PERFORM
           END-IF.

       PRINT-COMPARISON-LINE.
           MOVE STAGE-INDEX TO DISPLAY-STAGE
           MOVE CST-MEAN (COHORT-INDEX STAGE-INDEX) TO DISPLAY-MEAN
           MOVE CST-MEAN (PRIOR-INDEX STAGE-INDEX) TO DISPLAY-MEAN-2
           COMPUTE MEAN-CHANGE = CST-MEAN (COHORT-INDEX STAGE-INDEX)
               - CST-MEAN (PRIOR-INDEX STAGE-INDEX)
           MOVE MEAN-CHANGE TO DISPLAY-CHANGE
           MOVE CST-PASS-RATE (COHORT-INDEX STAGE-INDEX)
               TO DISPLAY-RATE
           MOVE CST-PASS-RATE (PRIOR-INDEX STAGE-INDEX)
               TO DISPLAY-RATE-2
           MOVE SPACES TO COH-RPT-RECORD
           STRING "    STAGE " DELIMITED BY SIZE
               DISPLAY-STAGE DELIMITED BY SIZE
               "  MEAN " DELIMITED BY SIZE
               DISPLAY-MEAN DELIMITED BY SIZE
               " AGAINST " DELIMITED BY SIZE
               DISPLAY-MEAN-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DISPLAY-CHANGE DELIMITED BY SIZE
               "  PASS " DELIMITED BY SIZE
               DISPLAY-RATE DELIMITED BY SIZE
               "% AGAINST " DELIMITED BY SIZE
               DISPLAY-RATE-2 DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO COH-RPT-RECORD
           END-STRING
           WRITE COH-RPT-RECORD.

      *    ONE CSV LINE PER STAGE, WITH THE PRIOR INTAKE'S FIGURES AT
      *    THE SAME STAGE WHERE IT HAS ANY.
       EXPORT-ONE-COHORT.
           MOVE COH-PRIOR (COHORT-INDEX) TO PRIOR-INDEX
           PERFORM VARYING STAGE-INDEX FROM 1 BY 1
                   UNTIL STAGE-INDEX > COH-STAGES (COHORT-INDEX)
               PERFORM EXPORT-STAGE-LINE
           END-PERFORM.

       EXPORT-STAGE-LINE.
           MOVE SPACES TO COH-CSV-RECORD
           MOVE 1 TO CSV-POINTER
           MOVE COH-ENTRY-TERM (COHORT-INDEX) TO TERM-INDEX
           STRING TRM-ID (TERM-INDEX) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               COH-SECTION (COHORT-INDEX) DELIMITED BY SPACE
               INTO COH-CSV-RECORD WITH POINTER CSV-POINTER
           END-STRING
           MOVE STAGE-INDEX TO CSV-COUNT-EDIT
           PERFORM APPEND-CSV-COUNT
           COMPUTE TERM-INDEX =
               COH-ENTRY-TERM (COHORT-INDEX) + STAGE-INDEX - 1
           STRING "," DELIMITED BY SIZE
               TRM-ID (TERM-INDEX) DELIMITED BY SPACE
               INTO COH-CSV-RECORD WITH POINTER CSV-POINTER
           END-STRING
           MOVE CST-STUDENTS (COHORT-INDEX STAGE-INDEX)
               TO CSV-COUNT-EDIT
           PERFORM APPEND-CSV-COUNT
           MOVE CST-JOINED (COHORT-INDEX STAGE-INDEX) TO CSV-COUNT-EDIT
           PERFORM APPEND-CSV-COUNT
           MOVE CST-LEFT (COHORT-INDEX STAGE-INDEX) TO CSV-COUNT-EDIT
           PERFORM APPEND-CSV-COUNT
           IF CST-STUDENTS (COHORT-INDEX STAGE-INDEX) > 0
               MOVE CST-MEAN (COHORT-INDEX STAGE-INDEX)
                   TO CSV-AMOUNT-EDIT
               PERFORM APPEND-CSV-AMOUNT
               MOVE CST-PASS-RATE (COHORT-INDEX STAGE-INDEX)
                   TO CSV-COUNT-EDIT
               PERFORM APPEND-CSV-COUNT
           ELSE
               STRING ",," DELIMITED BY SIZE
                   INTO COH-CSV-RECORD WITH POINTER CSV-POINTER
               END-STRING
           END-IF
           PERFORM VARYING GRADE-INDEX FROM 1 BY 1
                   UNTIL GRADE-INDEX > 7
               MOVE CST-GRADE-COUNT
                   (COHORT-INDEX STAGE-INDEX GRADE-INDEX)
                   TO CSV-COUNT-EDIT
               PERFORM APPEND-CSV-COUNT
           END-PERFORM
           MOVE CST-MOVED-UP (COHORT-INDEX STAGE-INDEX)
               TO CSV-COUNT-EDIT
           PERFORM APPEND-CSV-COUNT
           MOVE CST-MOVED-DOWN (COHORT-INDEX STAGE-INDEX)
               TO CSV-COUNT-EDIT
           PERFORM APPEND-CSV-COUNT

           IF PRIOR-INDEX = 0
               STRING ",,," DELIMITED BY SIZE
                   INTO COH-CSV-RECORD WITH POINTER CSV-POINTER
               END-STRING
           ELSE
               MOVE COH-ENTRY-TERM (PRIOR-INDEX) TO TERM-INDEX
               STRING "," DELIMITED BY SIZE
                   TRM-ID (TERM-INDEX) DELIMITED BY SPACE
                   INTO COH-CSV-RECORD WITH POINTER CSV-POINTER
               END-STRING
               IF CST-STUDENTS (PRIOR-INDEX STAGE-INDEX) > 0
                   MOVE CST-MEAN (PRIOR-INDEX STAGE-INDEX)
                       TO CSV-AMOUNT-EDIT
                   PERFORM APPEND-CSV-AMOUNT
                   MOVE CST-PASS-RATE (PRIOR-INDEX STAGE-INDEX)
                       TO CSV-COUNT-EDIT
                   PERFORM APPEND-CSV-COUNT
               ELSE
                   STRING ",," DELIMITED BY SIZE
                       INTO COH-CSV-RECORD WITH POINTER CSV-POINTER
                   END-STRING
               END-IF
           END-IF
           WRITE COH-CSV-RECORD.

       APPEND-CSV-COUNT.
           MOVE 0 TO LEADING-SPACES
           INSPECT CSV-COUNT-EDIT TALLYING LEADING-SPACES
               FOR LEADING SPACE
           STRING "," DELIMITED BY SIZE
               CSV-COUNT-EDIT (LEADING-SPACES + 1:) DELIMITED BY SIZE
               INTO COH-CSV-RECORD WITH POINTER CSV-POINTER
           END-STRING.

       APPEND-CSV-AMOUNT.
           MOVE 0 TO LEADING-SPACES
           INSPECT CSV-AMOUNT-EDIT TALLYING LEADING-SPACES
               FOR LEADING SPACE
           STRING "," DELIMITED BY SIZE
               CSV-AMOUNT-EDIT (LEADING-SPACES + 1:) DELIMITED BY SIZE
               INTO COH-CSV-RECORD WITH POINTER CSV-POINTER
           END-STRING.

      *    COPIES THE JUST-CLOSED COHORT REPORT TO A DATED ARCHIVE
      *    FILE AND CATALOGS IT, AS EVERY REPORT IS.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "COHRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT COH-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ COH-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE COH-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ COH-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE COH-RPT-FILE
           CLOSE ARC-FILE

           OPEN EXTEND ARC-CAT-FILE
           IF ARC-CAT-STATUS NOT = "00"
               OPEN OUTPUT ARC-CAT-FILE
           END-IF
           MOVE SPACES TO ARC-CAT-RECORD
           MOVE "COHORT-TRENDS" TO CAT-PROGRAM-ID
           MOVE "COHRPT" TO CAT-REPORT-NAME
           MOVE RUN-DATE TO CAT-CYCLE-DATE
           MOVE ARC-COPY-COUNT TO CAT-RECORD-COUNT
           MOVE ARC-FILE-NAME TO CAT-FILE-NAME
           WRITE ARC-CAT-RECORD
           CLOSE ARC-CAT-FILE.

      *    APPENDS TO THE SHARED AUDIT-TRAIL LOG IF IT ALREADY EXISTS,
      *    OR CREATES IT ON THE FIRST PROGRAM TO WRITE TO IT TODAY.
       OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

      *    RECORDS ONE START/END/RECORD-COUNT ENTRY FOR THIS RUN ON
      *    THE SHARED AUDIT TRAIL USED FOR BATCH SIGN-OFF.
       WRITE-AUDIT-RECORD.
           PERFORM OPEN-AUDIT-LOG
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "COHORT-TRENDS" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE HIST-LINES-READ TO AUD-RECORD-COUNT
           MOVE COHORT-COUNT TO AUD-OUTPUT-COUNT
           MOVE 0 TO AUD-EXCEPTION-COUNT
           MOVE "GRDHIST/STUMSTR/PROMHIST" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.
