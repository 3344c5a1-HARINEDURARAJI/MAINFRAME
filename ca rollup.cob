       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA-ROLLUP.

      *    ROLLS CONTINUOUS-ASSESSMENT COMPONENT SCORES UP INTO THE
      *    SUBJECT MARKS THE GRADE RUN CONSUMES. CMPDEF DEFINES EACH
      *    SUBJECT'S COMPONENTS FOR THE TERM (MAXIMUM MARK AND
      *    WEIGHT); CMPMRK CARRIES THE TEACHERS' SCORES, ONE ROW PER
      *    STUDENT, SUBJECT AND COMPONENT. EVERY SCORE IS CHECKED
      *    AGAINST ITS COMPONENT'S MAXIMUM, EACH COMPONENT COUNTS AS
      *    ITS SHARE OF THE MAXIMUM TIMES ITS WEIGHT, AND THE SUBJECT
      *    MARK IS THAT WEIGHTED SHARE SCALED TO 100. AN ABSENT OR
      *    MISSING SCORE FOLLOWS THE COMPONENT'S ABSENT RULE, OR THE
      *    RUN'S ABSENT PARAMETER WHEN THE COMPONENT HAS NONE - SCORE
      *    ZERO, REWEIGHT THE REST, OR WITHHOLD THE SUBJECT MARK.
      *    ROLLED-UP MARKS ARE APPENDED TO SUBJMRK AS MARKS-ENTRY
      *    FILES THEM, ONLY FOR STUDENTS ENROLLED IN THE SUBJECT FOR
      *    THE TERM; WITHHELD AND REJECTED ROLLUPS GO TO THE SHARED
      *    EXCEPTION LOG, AND CASHEET PRINTS THE COMPONENT BREAKDOWN
      *    FOR EVERY STUDENT, SECTION BY SECTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMP-DEF-FILE ASSIGN TO "CMPDEF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CMP-DEF-STATUS.
           SELECT CMP-MARK-FILE ASSIGN TO "CMPMRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CMP-MARK-STATUS.
           SELECT STU-MSTR-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS STU-ROLL-NUMBER
               FILE STATUS IS STU-MSTR-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "ENROLL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ENROLL-STATUS.
           SELECT SUBJ-MARK-FILE ASSIGN TO "SUBJMRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUBJ-MARK-STATUS.
           SELECT CA-SHEET-FILE ASSIGN TO "CASHEET"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXC-LOG-FILE ASSIGN TO "EXCLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXC-LOG-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT CHK-PARM-FILE ASSIGN TO "CHKPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CHK-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CMP-DEF-FILE.
       01  CMP-DEF-RECORD.
           COPY CADEFR.

       FD  CMP-MARK-FILE.
       01  CMP-MARK-RECORD.
           COPY CAMRKR.

      *    THE KEYED STUDENT MASTER - READ ONLY FOR EACH STUDENT'S
      *    CLASS-SECTION. OPTIONAL; A ROLL NOT ON IT PRINTS UNDER
      *    "???" AS THE GRADE RUN'S SECTION ROLLUP DOES.
       FD  STU-MSTR-FILE.
       01  STU-MSTR-RECORD.
           05  STU-ROLL-NUMBER    PIC X(10).
           05  STU-NAME           PIC X(20).
           05  STU-CLASS-SECTION  PIC X(3).
           05  STU-STATUS         PIC X.

       FD  ENROLL-FILE.
       01  ENROLL-RECORD.
           COPY ENRLREC.

       FD  SUBJ-MARK-FILE.
       01  SUBJ-MARK-RECORD.
           COPY SMKREC.

       FD  CA-SHEET-FILE.
       01  CA-SHEET-RECORD        PIC X(80).

       FD  EXC-LOG-FILE.
       01  EXC-LOG-RECORD.
           COPY EXCREC.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

      *    OPTIONAL SWITCH TURNING THE SHARED MOD-10 CHECK-DIGIT
      *    VERIFICATION ON FOR ROLL NUMBERS, AS THE GRADE RUN
      *    READS IT.
       FD  CHK-PARM-FILE.
       01  CHK-PARM-RECORD        PIC X.

       WORKING-STORAGE SECTION.
       01  VALID-INPUT-SWITCH     PIC X VALUE "Y".
           88  INPUT-IS-VALID         VALUE "Y".
       01  REJECT-REASON          PIC X(40).
       01  CMP-DEF-STATUS         PIC XX.
       01  CMP-MARK-STATUS        PIC XX.
       01  STU-MSTR-STATUS        PIC XX.
       01  ENROLL-STATUS          PIC XX.
       01  SUBJ-MARK-STATUS       PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  CHK-PARM-STATUS        PIC XX.
       01  CHECK-DIGIT-SWITCH     PIC X VALUE "N".
           88  CHECK-DIGITS-ENFORCED  VALUE "Y".
           COPY CHKDGT.
       01  DEF-READ-COUNT         PIC 9(7) VALUE 0.
       01  MARK-READ-COUNT        PIC 9(7) VALUE 0.
       01  ROLLED-UP-COUNT        PIC 9(7) VALUE 0.
       01  WITHHELD-COUNT         PIC 9(7) VALUE 0.
       01  REJECTED-COUNT         PIC 9(7) VALUE 0.
       01  EXCEPTION-COUNT        PIC 9(7) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).

      *    THE TERM BEING ROLLED UP - THE CURRENT TERM AS THE GRADE
      *    RUN READS IT - AND THE TERM THE ROW IN HAND IS FOR.
       01  CURRENT-TERM-ID        PIC X(5).
       01  ROW-TERM-ID            PIC X(5).

      *    THE RUN'S ABSENT RULE FOR COMPONENTS THAT CARRY NONE OF
      *    THEIR OWN - PARAMETER ABSENT, Z (SCORE ZERO, THE DEFAULT),
      *    R (REWEIGHT) OR W (WITHHOLD).
       01  DEFAULT-ABSENT-RULE    PIC X VALUE "Z".
       01  ABSENT-RULE            PIC X.
           88  ABSENT-SCORES-ZERO     VALUE "Z".
           88  ABSENT-REWEIGHTS       VALUE "R".
           88  ABSENT-WITHHOLDS       VALUE "W".

      *    THE TERM'S COMPONENT DEFINITIONS IN FILE ORDER, WHICH IS
      *    THE ORDER THE BREAKDOWN PRINTS THEM. A DEFINITION THAT
      *    FAILS ITS CHECKS STAYS IN THE TABLE FLAGGED BAD, SO ITS
      *    SUBJECT IS REJECTED RATHER THAN ROLLED UP SHORT.
       01  DEF-COUNT              PIC 9(3) VALUE 0.
       01  DEF-TABLE.
           05  DEF-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON DEF-COUNT.
               10  DFT-SUBJECT-CODE   PIC X(4).
               10  DFT-COMPONENT-ID   PIC X(4).
               10  DFT-DESCRIPTION    PIC X(20).
               10  DFT-MAX-MARK       PIC 9(3).
               10  DFT-WEIGHT         PIC 9(3).
               10  DFT-ABSENT-RULE    PIC X.
               10  DFT-VALID-SWITCH   PIC X.
                   88  DFT-IS-VALID       VALUE "Y".
       01  DEF-INDEX              PIC 9(3).
       01  DEF-FOUND-SWITCH       PIC X.
           88  DEF-IS-FOUND           VALUE "Y".

      *    THE TERM'S COMPONENT SCORES, ONE ENTRY PER STUDENT,
      *    SUBJECT AND COMPONENT - A LATER ROW REPLACES AN EARLIER.
       01  CMK-COUNT              PIC 9(4) VALUE 0.
       01  CMK-TABLE.
           05  CMK-ENTRY OCCURS 1 TO 6000 TIMES
                   DEPENDING ON CMK-COUNT.
               10  CMT-ROLL           PIC X(10).
               10  CMT-SUBJECT-CODE   PIC X(4).
               10  CMT-COMPONENT-ID   PIC X(4).
               10  CMT-SCORE          PIC X(3).
                   88  CMT-SCORE-ABSENT   VALUE "AB " " AB" "ABS".
       01  CMK-INDEX              PIC 9(4).
       01  CMK-FOUND-INDEX        PIC 9(4).

      *    EACH ROLL'S CLASS-SECTION FROM THE STUDENT MASTER.
       01  STU-COUNT              PIC 9(4) VALUE 0.
       01  STU-SECTION-TABLE.
           05  STU-SECTION-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON STU-COUNT.
               10  SST-ROLL           PIC X(10).
               10  SST-SECTION        PIC X(3).
       01  STU-INDEX              PIC 9(4).

      *    THE TERM'S ENROLLMENTS - A ROLLED-UP MARK IS ONLY FILED
      *    FOR A SUBJECT THE STUDENT TAKES, AS MARKS-ENTRY REQUIRES.
       01  ENROLL-COUNT           PIC 9(4) VALUE 0.
       01  ENROLL-TABLE.
           05  ENROLL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ENROLL-COUNT.
               10  ENT-ROLL           PIC X(10).
               10  ENT-SUBJECT-CODE   PIC X(4).
       01  ENROLL-INDEX           PIC 9(4).
       01  ENROLL-FOUND-SWITCH    PIC X.
           88  STUDENT-IS-ENROLLED    VALUE "Y".

      *    ONE ROLLUP PER STUDENT AND SUBJECT - EVERY PAIR WITH A
      *    SCORE ON FILE AND EVERY ENROLLMENT IN A SUBJECT THAT HAS
      *    COMPONENTS - SORTED BY SECTION, ROLL AND SUBJECT FOR THE
      *    BREAKDOWN SHEET.
       01  PAIR-COUNT             PIC 9(4) VALUE 0.
       01  PAIR-TABLE.
           05  PAIR-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON PAIR-COUNT.
               10  PAIR-KEY.
                   15  PAIR-SECTION       PIC X(3).
                   15  PAIR-ROLL          PIC X(10).
                   15  PAIR-SUBJECT-CODE  PIC X(4).
       01  PAIR-INDEX             PIC 9(4).
       01  PAIR-I                 PIC 9(4).
       01  PAIR-J                 PIC 9(4).
       01  PAIR-TEMP-KEY          PIC X(17).
       01  PAIR-FOUND-SWITCH      PIC X.
           88  PAIR-IS-FOUND          VALUE "Y".
       01  NEW-PAIR-SECTION       PIC X(3).
       01  NEW-PAIR-ROLL          PIC X(10).
       01  NEW-PAIR-SUBJECT       PIC X(4).
       01  NEW-COMPONENT-ID       PIC X(4).

      *    THE ROLLUP OF THE PAIR IN HAND. EACH COMPONENT ADDS ITS
      *    SHARE OF ITS MAXIMUM TIMES ITS WEIGHT, AND ITS WEIGHT TO
      *    THE WEIGHT TOTAL UNLESS IT IS REWEIGHTED AWAY.
       01  ROLLUP-SWITCH          PIC X.
           88  ROLLUP-IS-MARKED       VALUE "M".
           88  ROLLUP-IS-WITHHELD     VALUE "W".
           88  ROLLUP-IS-REJECTED     VALUE "R".
       01  ROLLUP-REASON          PIC X(40).
       01  ROLLUP-WEIGHTED-SHARE  PIC 9(5)V9(6).
       01  ROLLUP-WEIGHT-TOTAL    PIC 9(5).
       01  ROLLUP-MARK            PIC 9(3).
       01  COMPONENT-COUNT        PIC 9(2).
       01  SCORE-VALUE            PIC 9(3).
       01  COMPONENT-NOTE         PIC X(20).

      *    THE PAIR'S COMPONENT LINES, HELD UNTIL THE STUDENT LINE
      *    ABOVE THEM CAN BE PRINTED WITH THE ROLLED-UP MARK.
       01  COMPONENT-LINE-TABLE.
           05  COMPONENT-LINE     PIC X(80) OCCURS 40 TIMES.
       01  LINE-INDEX             PIC 9(2).

       01  PREVIOUS-SECTION       PIC X(3).
       01  DISPLAY-MARK           PIC ZZ9.
       01  DISPLAY-SCORE          PIC X(3).
       01  DISPLAY-MAX            PIC ZZ9.
       01  DISPLAY-WEIGHT         PIC ZZ9.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT, EXCEPTION
      *    AND MARK RECORD THIS PROGRAM WRITES.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

      *    ROLLED-UP MARKS BUILD THE RECORD OF RESULTS - UPDATE
      *    AUTHORITY REQUIRED.
           IF OPR-CAN-UPDATE
               PERFORM RUN-CA-ROLLUP
           ELSE
               DISPLAY "OPERATOR " OPR-OPERATOR-ID
                   " LACKS UPDATE AUTHORITY - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
           END-IF.

           STOP RUN.

       RUN-CA-ROLLUP.
           ACCEPT BATCH-START-TIME FROM TIME
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-CHECK-DIGIT-PARM
           PERFORM RESOLVE-TERM-ID
           PERFORM RESOLVE-ABSENT-RULE
           PERFORM OPEN-EXCEPTION-LOG
           PERFORM LOAD-STUDENT-SECTIONS
           PERFORM LOAD-ENROLLMENTS
           PERFORM LOAD-COMPONENT-DEFINITIONS
           PERFORM LOAD-COMPONENT-MARKS
           PERFORM BUILD-ROLLUP-PAIRS
           PERFORM SORT-ROLLUP-PAIRS

           PERFORM OPEN-SUBJECT-MARKS
           OPEN OUTPUT CA-SHEET-FILE

           MOVE SPACES TO CA-SHEET-RECORD
           STRING "CA COMPONENT BREAKDOWN  RUN DATE: "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  TERM " DELIMITED BY SIZE
               CURRENT-TERM-ID DELIMITED BY SIZE
               "  ABSENT RULE " DELIMITED BY SIZE
               DEFAULT-ABSENT-RULE DELIMITED BY SIZE
               INTO CA-SHEET-RECORD
           END-STRING
           WRITE CA-SHEET-RECORD

           MOVE HIGH-VALUES TO PREVIOUS-SECTION
           PERFORM VARYING PAIR-INDEX FROM 1 BY 1
                   UNTIL PAIR-INDEX > PAIR-COUNT
               IF PAIR-SECTION(PAIR-INDEX) NOT = PREVIOUS-SECTION
                   MOVE PAIR-SECTION(PAIR-INDEX) TO PREVIOUS-SECTION
                   PERFORM WRITE-SECTION-HEADING
               END-IF
               PERFORM ROLL-UP-ONE-PAIR
           END-PERFORM

           MOVE SPACES TO CA-SHEET-RECORD
           WRITE CA-SHEET-RECORD
           MOVE SPACES TO CA-SHEET-RECORD
           STRING "COMPONENT ROWS READ: " DELIMITED BY SIZE
               MARK-READ-COUNT DELIMITED BY SIZE
               "  DEFINITIONS READ: " DELIMITED BY SIZE
               DEF-READ-COUNT DELIMITED BY SIZE
               INTO CA-SHEET-RECORD
           END-STRING
           WRITE CA-SHEET-RECORD
           MOVE SPACES TO CA-SHEET-RECORD
           STRING "MARKS ROLLED UP: " DELIMITED BY SIZE
               ROLLED-UP-COUNT DELIMITED BY SIZE
               "  WITHHELD: " DELIMITED BY SIZE
               WITHHELD-COUNT DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               REJECTED-COUNT DELIMITED BY SIZE
               INTO CA-SHEET-RECORD
           END-STRING
           WRITE CA-SHEET-RECORD

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE SUBJ-MARK-FILE
           CLOSE CA-SHEET-FILE
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

      *    THE CURRENT TERM COMES FROM THE CENTRAL PARAMETER
      *    LIBRARY UNDER THE GRADE RUN'S NAME (PARAMETER TERMID), SO
      *    MARKS ARE FILED UNDER THE TERM THE GRADE RUN WILL GRADE;
      *    WITHOUT A ROW THE RUN-DATE YEAR PLUS "T" STANDS IN.
       RESOLVE-TERM-ID.
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "GRADE-CALCULATOR" TO PLQ-PROGRAM-ID
           MOVE "TERMID" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND AND PLQ-PARM-VALUE (6:5) NOT = SPACES
               MOVE PLQ-PARM-VALUE (6:5) TO CURRENT-TERM-ID
           ELSE
               MOVE SPACES TO CURRENT-TERM-ID
               STRING RUN-DATE (1:4) DELIMITED BY SIZE
                   "T" DELIMITED BY SIZE
                   INTO CURRENT-TERM-ID
               END-STRING
           END-IF.

      *    THE SCHOOL-WIDE ABSENT RULE - PARAMETER ABSENT UNDER THIS
      *    PROGRAM'S NAME, FIRST CHARACTER Z, R OR W. ANYTHING ELSE,
      *    OR NO ROW, SCORES AN ABSENCE ZERO.
       RESOLVE-ABSENT-RULE.
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "CA-ROLLUP" TO PLQ-PROGRAM-ID
           MOVE "ABSENT" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (1:1) TO ABSENT-RULE
               IF ABSENT-SCORES-ZERO OR ABSENT-REWEIGHTS
                       OR ABSENT-WITHHOLDS
                   MOVE ABSENT-RULE TO DEFAULT-ABSENT-RULE
               END-IF
           END-IF.

       LOAD-STUDENT-SECTIONS.
           OPEN INPUT STU-MSTR-FILE
           IF STU-MSTR-STATUS = "00"
               PERFORM UNTIL STU-MSTR-STATUS NOT = "00"
                   READ STU-MSTR-FILE
                       AT END MOVE "10" TO STU-MSTR-STATUS
                       NOT AT END
                           IF STU-COUNT < 2000
                               ADD 1 TO STU-COUNT
                               MOVE STU-ROLL-NUMBER TO
                                   SST-ROLL (STU-COUNT)
                               MOVE STU-CLASS-SECTION TO
                                   SST-SECTION (STU-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STU-MSTR-FILE
           END-IF.

       LOAD-ENROLLMENTS.
           OPEN INPUT ENROLL-FILE
           IF ENROLL-STATUS = "00"
               PERFORM UNTIL ENROLL-STATUS NOT = "00"
                   READ ENROLL-FILE
                       AT END MOVE "10" TO ENROLL-STATUS
                       NOT AT END
                           IF ENR-TERM-ID = CURRENT-TERM-ID
                                   AND ENROLL-COUNT < 5000
                               ADD 1 TO ENROLL-COUNT
                               MOVE ENR-ROLL-NUMBER TO
                                   ENT-ROLL(ENROLL-COUNT)
                               MOVE ENR-SUBJECT-CODE TO
                                   ENT-SUBJECT-CODE(ENROLL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF.

      *    LOADS THE TERM'S DEFINITIONS. A BLANK TERM IS THE CURRENT
      *    TERM; OTHER TERMS' ROWS ARE PASSED OVER. A DEFINITION
      *    WITHOUT A WHOLE MAXIMUM AND WEIGHT ABOVE ZERO, WITH AN
      *    UNKNOWN ABSENT RULE, OR REPEATING A COMPONENT ALREADY
      *    DEFINED IS LOGGED AND FLAGGED BAD.
       LOAD-COMPONENT-DEFINITIONS.
           OPEN INPUT CMP-DEF-FILE
           IF CMP-DEF-STATUS = "00"
               PERFORM UNTIL CMP-DEF-STATUS NOT = "00"
                   READ CMP-DEF-FILE
                       AT END MOVE "10" TO CMP-DEF-STATUS
                       NOT AT END
                           ADD 1 TO DEF-READ-COUNT
                           PERFORM FILE-ONE-DEFINITION
                   END-READ
               END-PERFORM
               CLOSE CMP-DEF-FILE
           END-IF.

       FILE-ONE-DEFINITION.
           IF CDF-TERM-ID = SPACES
               MOVE CURRENT-TERM-ID TO ROW-TERM-ID
           ELSE
               MOVE CDF-TERM-ID TO ROW-TERM-ID
           END-IF

           IF ROW-TERM-ID = CURRENT-TERM-ID AND DEF-COUNT < 300
               SET INPUT-IS-VALID TO TRUE
               MOVE SPACES TO REJECT-REASON
               MOVE "N" TO DEF-FOUND-SWITCH
               IF CDF-SUBJECT-CODE = SPACES
                       OR CDF-COMPONENT-ID = SPACES
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "COMPONENT DEFINITION KEY IS BLANK"
                       TO REJECT-REASON
               END-IF
               IF INPUT-IS-VALID
                   IF CDF-MAX-MARK NOT NUMERIC
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "COMPONENT MAXIMUM NOT A WHOLE NUMBER"
                           TO REJECT-REASON
                   ELSE
                       IF CDF-MAX-MARK = 0
                           MOVE "N" TO VALID-INPUT-SWITCH
                           MOVE "COMPONENT MAXIMUM IS ZERO"
                               TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
               IF INPUT-IS-VALID
                   IF CDF-WEIGHT NOT NUMERIC
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "COMPONENT WEIGHT NOT A WHOLE NUMBER"
                           TO REJECT-REASON
                   ELSE
                       IF CDF-WEIGHT = 0
                           MOVE "N" TO VALID-INPUT-SWITCH
                           MOVE "COMPONENT WEIGHT IS ZERO"
                               TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
               IF INPUT-IS-VALID
                   IF NOT CDF-ABSENT-ZERO AND NOT CDF-ABSENT-REWEIGHT
                           AND NOT CDF-ABSENT-WITHHOLD
                           AND NOT CDF-ABSENT-DEFAULT
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "COMPONENT ABSENT RULE NOT Z, R OR W"
                           TO REJECT-REASON
                   END-IF
               END-IF
               IF INPUT-IS-VALID
                   MOVE CDF-SUBJECT-CODE TO NEW-PAIR-SUBJECT
                   MOVE CDF-COMPONENT-ID TO NEW-COMPONENT-ID
                   PERFORM FIND-DEFINITION
                   IF DEF-IS-FOUND
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "COMPONENT DEFINED TWICE FOR SUBJECT"
                           TO REJECT-REASON
                       MOVE "N" TO DFT-VALID-SWITCH(DEF-INDEX)
                   END-IF
               END-IF

               IF INPUT-IS-VALID
                   ADD 1 TO DEF-COUNT
                   MOVE CDF-SUBJECT-CODE TO DFT-SUBJECT-CODE(DEF-COUNT)
                   MOVE CDF-COMPONENT-ID TO DFT-COMPONENT-ID(DEF-COUNT)
                   MOVE CDF-DESCRIPTION TO DFT-DESCRIPTION(DEF-COUNT)
                   MOVE CDF-MAX-MARK TO DFT-MAX-MARK(DEF-COUNT)
                   MOVE CDF-WEIGHT TO DFT-WEIGHT(DEF-COUNT)
                   MOVE CDF-ABSENT-RULE TO DFT-ABSENT-RULE(DEF-COUNT)
                   MOVE "Y" TO DFT-VALID-SWITCH(DEF-COUNT)
               ELSE
                   IF CDF-SUBJECT-CODE NOT = SPACES
                           AND CDF-COMPONENT-ID NOT = SPACES
                           AND NOT DEF-IS-FOUND
                       ADD 1 TO DEF-COUNT
                       MOVE CDF-SUBJECT-CODE TO
                           DFT-SUBJECT-CODE(DEF-COUNT)
                       MOVE CDF-COMPONENT-ID TO
                           DFT-COMPONENT-ID(DEF-COUNT)
                       MOVE CDF-DESCRIPTION TO
                           DFT-DESCRIPTION(DEF-COUNT)
                       MOVE 0 TO DFT-MAX-MARK(DEF-COUNT)
                       MOVE 0 TO DFT-WEIGHT(DEF-COUNT)
                       MOVE SPACE TO DFT-ABSENT-RULE(DEF-COUNT)
                       MOVE "N" TO DFT-VALID-SWITCH(DEF-COUNT)
                   END-IF
                   MOVE SPACES TO EXC-LOG-RECORD
                   MOVE CDF-SUBJECT-CODE TO EXC-KEY-VALUE
                   MOVE CDF-COMPONENT-ID TO EXC-KEY-VALUE (6:4)
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

      *    LOOKS UP COMPONENT NEW-COMPONENT-ID OF SUBJECT
      *    NEW-PAIR-SUBJECT, LEAVING DEF-INDEX ON IT WHEN FOUND.
       FIND-DEFINITION.
           MOVE "N" TO DEF-FOUND-SWITCH
           MOVE 0 TO DEF-INDEX
           PERFORM UNTIL DEF-IS-FOUND OR DEF-INDEX >= DEF-COUNT
               ADD 1 TO DEF-INDEX
               IF DFT-SUBJECT-CODE(DEF-INDEX) = NEW-PAIR-SUBJECT
                       AND DFT-COMPONENT-ID(DEF-INDEX)
                           = NEW-COMPONENT-ID
                   SET DEF-IS-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *    LOADS THE TERM'S SCORES. A ROW FOR ANOTHER TERM, WITH A
      *    BLANK OR FAILING ROLL, OR FOR A COMPONENT THE SUBJECT
      *    DOES NOT DEFINE IS LOGGED AND LEFT OUT; THE SCORE ITSELF
      *    IS CHECKED AGAINST ITS MAXIMUM WHEN THE SUBJECT IS
      *    ROLLED UP.
       LOAD-COMPONENT-MARKS.
           OPEN INPUT CMP-MARK-FILE
           IF CMP-MARK-STATUS = "00"
               PERFORM UNTIL CMP-MARK-STATUS NOT = "00"
                   READ CMP-MARK-FILE
                       AT END MOVE "10" TO CMP-MARK-STATUS
                       NOT AT END
                           ADD 1 TO MARK-READ-COUNT
                           PERFORM FILE-ONE-COMPONENT-MARK
                   END-READ
               END-PERFORM
               CLOSE CMP-MARK-FILE
           END-IF.

       FILE-ONE-COMPONENT-MARK.
           SET INPUT-IS-VALID TO TRUE
           MOVE SPACES TO REJECT-REASON
           IF CMK-TERM-ID = SPACES
               MOVE CURRENT-TERM-ID TO ROW-TERM-ID
           ELSE
               MOVE CMK-TERM-ID TO ROW-TERM-ID
           END-IF

           IF ROW-TERM-ID NOT = CURRENT-TERM-ID
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "COMPONENT SCORE NOT FOR CURRENT TERM"
                   TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND CMK-ROLL-NUMBER = SPACES
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "ROLL NUMBER IS BLANK" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND CHECK-DIGITS-ENFORCED
               MOVE CMK-ROLL-NUMBER TO CHKDGT-CANDIDATE
               PERFORM VALIDATE-CHECK-DIGIT
               IF NOT CHKDGT-IS-VALID
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "ROLL NUMBER FAILS CHECK DIGIT"
                       TO REJECT-REASON
               END-IF
           END-IF

           IF INPUT-IS-VALID
               MOVE CMK-SUBJECT-CODE TO NEW-PAIR-SUBJECT
               MOVE CMK-COMPONENT-ID TO NEW-COMPONENT-ID
               PERFORM FIND-DEFINITION
               IF NOT DEF-IS-FOUND
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "COMPONENT NOT DEFINED FOR SUBJECT"
                       TO REJECT-REASON
               END-IF
           END-IF

           IF INPUT-IS-VALID
               MOVE 0 TO CMK-FOUND-INDEX
               PERFORM VARYING CMK-INDEX FROM 1 BY 1
                       UNTIL CMK-INDEX > CMK-COUNT
                           OR CMK-FOUND-INDEX > 0
                   IF CMT-ROLL(CMK-INDEX) = CMK-ROLL-NUMBER
                           AND CMT-SUBJECT-CODE(CMK-INDEX)
                               = CMK-SUBJECT-CODE
                           AND CMT-COMPONENT-ID(CMK-INDEX)
                               = CMK-COMPONENT-ID
                       MOVE CMK-INDEX TO CMK-FOUND-INDEX
                   END-IF
               END-PERFORM
               IF CMK-FOUND-INDEX = 0 AND CMK-COUNT < 6000
                   ADD 1 TO CMK-COUNT
                   MOVE CMK-COUNT TO CMK-FOUND-INDEX
                   MOVE CMK-ROLL-NUMBER TO CMT-ROLL(CMK-COUNT)
                   MOVE CMK-SUBJECT-CODE TO
                       CMT-SUBJECT-CODE(CMK-COUNT)
                   MOVE CMK-COMPONENT-ID TO
                       CMT-COMPONENT-ID(CMK-COUNT)
               END-IF
               IF CMK-FOUND-INDEX > 0
                   MOVE CMK-SCORE TO CMT-SCORE(CMK-FOUND-INDEX)
               END-IF
           ELSE
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE CMK-ROLL-NUMBER TO EXC-KEY-VALUE
               MOVE CMK-SUBJECT-CODE TO EXC-KEY-VALUE (12:4)
               PERFORM WRITE-EXCEPTION
           END-IF.

      *    ONE PAIR FOR EVERY STUDENT AND SUBJECT WITH A SCORE, AND
      *    ONE FOR EVERY ENROLLMENT IN A SUBJECT WITH COMPONENTS, SO
      *    A STUDENT ABSENT FROM EVERY COMPONENT IS STILL ROLLED UP.
       BUILD-ROLLUP-PAIRS.
           PERFORM VARYING CMK-INDEX FROM 1 BY 1
                   UNTIL CMK-INDEX > CMK-COUNT
               MOVE CMT-ROLL(CMK-INDEX) TO NEW-PAIR-ROLL
               MOVE CMT-SUBJECT-CODE(CMK-INDEX) TO NEW-PAIR-SUBJECT
               PERFORM ADD-ROLLUP-PAIR
           END-PERFORM

           PERFORM VARYING ENROLL-INDEX FROM 1 BY 1
                   UNTIL ENROLL-INDEX > ENROLL-COUNT
               MOVE "N" TO DEF-FOUND-SWITCH
               PERFORM VARYING DEF-INDEX FROM 1 BY 1
                       UNTIL DEF-INDEX > DEF-COUNT OR DEF-IS-FOUND
                   IF DFT-SUBJECT-CODE(DEF-INDEX)
                           = ENT-SUBJECT-CODE(ENROLL-INDEX)
                       SET DEF-IS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF DEF-IS-FOUND
                   MOVE ENT-ROLL(ENROLL-INDEX) TO NEW-PAIR-ROLL
                   MOVE ENT-SUBJECT-CODE(ENROLL-INDEX)
                       TO NEW-PAIR-SUBJECT
                   PERFORM ADD-ROLLUP-PAIR
               END-IF
           END-PERFORM.

       ADD-ROLLUP-PAIR.
           MOVE "N" TO PAIR-FOUND-SWITCH
           PERFORM VARYING PAIR-INDEX FROM 1 BY 1
                   UNTIL PAIR-INDEX > PAIR-COUNT OR PAIR-IS-FOUND
               IF PAIR-ROLL(PAIR-INDEX) = NEW-PAIR-ROLL
                       AND PAIR-SUBJECT-CODE(PAIR-INDEX)
                           = NEW-PAIR-SUBJECT
                   SET PAIR-IS-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF NOT PAIR-IS-FOUND AND PAIR-COUNT < 5000
               MOVE "???" TO NEW-PAIR-SECTION
               PERFORM VARYING STU-INDEX FROM 1 BY 1
                       UNTIL STU-INDEX > STU-COUNT
                   IF SST-ROLL(STU-INDEX) = NEW-PAIR-ROLL
                           AND SST-SECTION(STU-INDEX) NOT = SPACES
                       MOVE SST-SECTION(STU-INDEX) TO NEW-PAIR-SECTION
                   END-IF
               END-PERFORM
               ADD 1 TO PAIR-COUNT
               MOVE NEW-PAIR-SECTION TO PAIR-SECTION(PAIR-COUNT)
               MOVE NEW-PAIR-ROLL TO PAIR-ROLL(PAIR-COUNT)
               MOVE NEW-PAIR-SUBJECT TO PAIR-SUBJECT-CODE(PAIR-COUNT)
           END-IF.

       SORT-ROLLUP-PAIRS.
           IF PAIR-COUNT > 1
               PERFORM VARYING PAIR-I FROM 1 BY 1
                       UNTIL PAIR-I > PAIR-COUNT - 1
                   PERFORM VARYING PAIR-J FROM 1 BY 1
                           UNTIL PAIR-J > PAIR-COUNT - PAIR-I
                       IF PAIR-KEY(PAIR-J) > PAIR-KEY(PAIR-J + 1)
                           MOVE PAIR-KEY(PAIR-J) TO PAIR-TEMP-KEY
                           MOVE PAIR-KEY(PAIR-J + 1)
                               TO PAIR-KEY(PAIR-J)
                           MOVE PAIR-TEMP-KEY TO PAIR-KEY(PAIR-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO CA-SHEET-RECORD
           WRITE CA-SHEET-RECORD
           MOVE SPACES TO CA-SHEET-RECORD
           STRING "SECTION " DELIMITED BY SIZE
               PREVIOUS-SECTION DELIMITED BY SIZE
               INTO CA-SHEET-RECORD
           END-STRING
           WRITE CA-SHEET-RECORD
           MOVE "ROLL       SUBJ MARK  COMP DESCRIPTION"
               TO CA-SHEET-RECORD
           MOVE "SCR/MAX  WT NOTE" TO CA-SHEET-RECORD (49:16)
           WRITE CA-SHEET-RECORD.

      *    ROLLS UP ONE STUDENT'S SUBJECT: EVERY COMPONENT THE
      *    SUBJECT DEFINES, IN DEFINITION ORDER, THEN THE STUDENT
      *    LINE, ITS COMPONENT LINES, AND - WHEN THE MARK STANDS -
      *    THE SUBJMRK ROW.
       ROLL-UP-ONE-PAIR.
           SET ROLLUP-IS-MARKED TO TRUE
           MOVE SPACES TO ROLLUP-REASON
           MOVE 0 TO ROLLUP-WEIGHTED-SHARE
           MOVE 0 TO ROLLUP-WEIGHT-TOTAL
           MOVE 0 TO COMPONENT-COUNT
           MOVE SPACES TO COMPONENT-LINE-TABLE

           PERFORM VARYING DEF-INDEX FROM 1 BY 1
                   UNTIL DEF-INDEX > DEF-COUNT
               IF DFT-SUBJECT-CODE(DEF-INDEX)
                       = PAIR-SUBJECT-CODE(PAIR-INDEX)
                   PERFORM ROLL-UP-ONE-COMPONENT
               END-IF
           END-PERFORM

           IF ROLLUP-IS-MARKED AND ROLLUP-WEIGHT-TOTAL = 0
               SET ROLLUP-IS-WITHHELD TO TRUE
               MOVE "EVERY COMPONENT ABSENT AND REWEIGHTED"
                   TO ROLLUP-REASON
           END-IF

           IF ROLLUP-IS-MARKED
               MOVE "N" TO ENROLL-FOUND-SWITCH
               PERFORM VARYING ENROLL-INDEX FROM 1 BY 1
                       UNTIL ENROLL-INDEX > ENROLL-COUNT
                           OR STUDENT-IS-ENROLLED
                   IF ENT-ROLL(ENROLL-INDEX) = PAIR-ROLL(PAIR-INDEX)
                           AND ENT-SUBJECT-CODE(ENROLL-INDEX)
                               = PAIR-SUBJECT-CODE(PAIR-INDEX)
                       SET STUDENT-IS-ENROLLED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT STUDENT-IS-ENROLLED
                   SET ROLLUP-IS-REJECTED TO TRUE
                   MOVE "NOT ENROLLED IN SUBJECT FOR TERM"
                       TO ROLLUP-REASON
               END-IF
           END-IF

           MOVE SPACES TO CA-SHEET-RECORD
           MOVE PAIR-ROLL(PAIR-INDEX) TO CA-SHEET-RECORD (1:10)
           MOVE PAIR-SUBJECT-CODE(PAIR-INDEX)
               TO CA-SHEET-RECORD (12:4)
           EVALUATE TRUE
               WHEN ROLLUP-IS-MARKED
                   COMPUTE ROLLUP-MARK ROUNDED =
                       ROLLUP-WEIGHTED-SHARE * 100
                           / ROLLUP-WEIGHT-TOTAL
                   MOVE ROLLUP-MARK TO DISPLAY-MARK
                   MOVE DISPLAY-MARK TO CA-SHEET-RECORD (17:3)
                   PERFORM WRITE-SUBJECT-MARK
                   ADD 1 TO ROLLED-UP-COUNT
               WHEN ROLLUP-IS-WITHHELD
                   STRING "WITHHELD - " DELIMITED BY SIZE
                       ROLLUP-REASON DELIMITED BY SIZE
                       INTO CA-SHEET-RECORD (17:64)
                   END-STRING
                   ADD 1 TO WITHHELD-COUNT
               WHEN OTHER
                   STRING "REJECTED - " DELIMITED BY SIZE
                       ROLLUP-REASON DELIMITED BY SIZE
                       INTO CA-SHEET-RECORD (17:64)
                   END-STRING
                   ADD 1 TO REJECTED-COUNT
           END-EVALUATE
           WRITE CA-SHEET-RECORD

           PERFORM VARYING LINE-INDEX FROM 1 BY 1
                   UNTIL LINE-INDEX > COMPONENT-COUNT
               MOVE COMPONENT-LINE(LINE-INDEX) TO CA-SHEET-RECORD
               WRITE CA-SHEET-RECORD
           END-PERFORM

           IF NOT ROLLUP-IS-MARKED
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE PAIR-ROLL(PAIR-INDEX) TO EXC-KEY-VALUE
               MOVE PAIR-SUBJECT-CODE(PAIR-INDEX)
                   TO EXC-KEY-VALUE (12:4)
               MOVE ROLLUP-REASON TO REJECT-REASON
               PERFORM WRITE-EXCEPTION
           END-IF.

      *    ONE COMPONENT OF THE PAIR IN HAND: ITS SCORE CHECKED
      *    AGAINST ITS MAXIMUM, OR ITS ABSENT RULE APPLIED.
       ROLL-UP-ONE-COMPONENT.
           MOVE SPACES TO COMPONENT-NOTE
           MOVE 0 TO CMK-FOUND-INDEX
           PERFORM VARYING CMK-INDEX FROM 1 BY 1
                   UNTIL CMK-INDEX > CMK-COUNT OR CMK-FOUND-INDEX > 0
               IF CMT-ROLL(CMK-INDEX) = PAIR-ROLL(PAIR-INDEX)
                       AND CMT-SUBJECT-CODE(CMK-INDEX)
                           = PAIR-SUBJECT-CODE(PAIR-INDEX)
                       AND CMT-COMPONENT-ID(CMK-INDEX)
                           = DFT-COMPONENT-ID(DEF-INDEX)
                   MOVE CMK-INDEX TO CMK-FOUND-INDEX
               END-IF
           END-PERFORM

           IF DFT-ABSENT-RULE(DEF-INDEX) = SPACE
               MOVE DEFAULT-ABSENT-RULE TO ABSENT-RULE
           ELSE
               MOVE DFT-ABSENT-RULE(DEF-INDEX) TO ABSENT-RULE
           END-IF

           IF CMK-FOUND-INDEX = 0
               MOVE "---" TO DISPLAY-SCORE
           ELSE
               MOVE CMT-SCORE(CMK-FOUND-INDEX) TO DISPLAY-SCORE
           END-IF

           EVALUATE TRUE
               WHEN NOT DFT-IS-VALID(DEF-INDEX)
                   MOVE "DEFINITION INVALID" TO COMPONENT-NOTE
                   IF NOT ROLLUP-IS-REJECTED
                       SET ROLLUP-IS-REJECTED TO TRUE
                       MOVE "COMPONENT DEFINITION INVALID"
                           TO ROLLUP-REASON
                   END-IF
               WHEN CMK-FOUND-INDEX = 0
                       OR CMT-SCORE-ABSENT(CMK-FOUND-INDEX)
                   PERFORM APPLY-ABSENT-RULE
               WHEN CMT-SCORE(CMK-FOUND-INDEX) NOT NUMERIC
                   MOVE "NOT A WHOLE NUMBER" TO COMPONENT-NOTE
                   IF NOT ROLLUP-IS-REJECTED
                       SET ROLLUP-IS-REJECTED TO TRUE
                       MOVE "COMPONENT SCORE NOT A WHOLE NUMBER"
                           TO ROLLUP-REASON
                   END-IF
               WHEN OTHER
                   MOVE CMT-SCORE(CMK-FOUND-INDEX) TO SCORE-VALUE
                   IF SCORE-VALUE > DFT-MAX-MARK(DEF-INDEX)
                       MOVE "OVER MAXIMUM" TO COMPONENT-NOTE
                       IF NOT ROLLUP-IS-REJECTED
                           SET ROLLUP-IS-REJECTED TO TRUE
                           MOVE "COMPONENT SCORE EXCEEDS ITS MAXIMUM"
                               TO ROLLUP-REASON
                       END-IF
                   ELSE
                       COMPUTE ROLLUP-WEIGHTED-SHARE =
                           ROLLUP-WEIGHTED-SHARE
                           + SCORE-VALUE * DFT-WEIGHT(DEF-INDEX)
                               / DFT-MAX-MARK(DEF-INDEX)
                       ADD DFT-WEIGHT(DEF-INDEX) TO ROLLUP-WEIGHT-TOTAL
                   END-IF
           END-EVALUATE

           IF COMPONENT-COUNT < 40
               ADD 1 TO COMPONENT-COUNT
               MOVE DFT-MAX-MARK(DEF-INDEX) TO DISPLAY-MAX
               MOVE DFT-WEIGHT(DEF-INDEX) TO DISPLAY-WEIGHT
               STRING "                      " DELIMITED BY SIZE
                   DFT-COMPONENT-ID(DEF-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DFT-DESCRIPTION(DEF-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DISPLAY-SCORE DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   DISPLAY-MAX DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DISPLAY-WEIGHT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   COMPONENT-NOTE DELIMITED BY SIZE
                   INTO COMPONENT-LINE(COMPONENT-COUNT)
               END-STRING
           END-IF.

      *    A MISSING OR ABSENT SCORE: ZERO KEEPS THE COMPONENT'S
      *    WEIGHT WITH NOTHING EARNED, REWEIGHT DROPS THE COMPONENT
      *    SO THE OTHERS CARRY THE MARK, WITHHOLD HOLDS BACK THE
      *    WHOLE SUBJECT MARK.
       APPLY-ABSENT-RULE.
           EVALUATE TRUE
               WHEN ABSENT-REWEIGHTS
                   MOVE "ABSENT - REWEIGHTED" TO COMPONENT-NOTE
               WHEN ABSENT-WITHHOLDS
                   MOVE "ABSENT - WITHHELD" TO COMPONENT-NOTE
                   IF ROLLUP-IS-MARKED
                       SET ROLLUP-IS-WITHHELD TO TRUE
                       MOVE "ABSENT FROM A COMPONENT"
                           TO ROLLUP-REASON
                   END-IF
               WHEN OTHER
                   MOVE "ABSENT - ZERO" TO COMPONENT-NOTE
                   ADD DFT-WEIGHT(DEF-INDEX) TO ROLLUP-WEIGHT-TOTAL
           END-EVALUATE.

      *    APPENDS TO THE MARKS FILE IF IT ALREADY EXISTS, OR
      *    CREATES IT ON THE FIRST RUN OF THE TERM.
       OPEN-SUBJECT-MARKS.
           OPEN EXTEND SUBJ-MARK-FILE
           IF SUBJ-MARK-STATUS NOT = "00"
               OPEN OUTPUT SUBJ-MARK-FILE
           END-IF.

       WRITE-SUBJECT-MARK.
           MOVE SPACES TO SUBJ-MARK-RECORD
           MOVE PAIR-ROLL(PAIR-INDEX) TO SMK-ROLL-NUMBER
           MOVE CURRENT-TERM-ID TO SMK-TERM-ID
           MOVE PAIR-SUBJECT-CODE(PAIR-INDEX) TO SMK-SUBJECT-CODE
           MOVE ROLLUP-MARK TO SMK-MARK
           MOVE RUN-DATE TO SMK-ENTRY-DATE
           MOVE OPR-OPERATOR-ID TO SMK-OPERATOR-ID
           WRITE SUBJ-MARK-RECORD.

      *    FINISHES AND WRITES THE EXCEPTION ENTRY WHOSE KEY THE
      *    CALLER HAS ALREADY PLACED, WITH REJECT-REASON AS REASON.
       WRITE-EXCEPTION.
           MOVE "CA-ROLLUP" TO EXC-PROGRAM-ID
           MOVE REJECT-REASON TO EXC-REASON
           MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
           MOVE RUN-DATE TO EXC-CYCLE-DATE
           WRITE EXC-LOG-RECORD
           ADD 1 TO EXCEPTION-COUNT.

      *    READS THE OPTIONAL CHECK-DIGIT ENFORCEMENT SWITCH; THE
      *    DEFAULT IS OFF SO EXISTING ROLL NUMBERS KEEP PROCESSING.
       LOAD-CHECK-DIGIT-PARM.
           OPEN INPUT CHK-PARM-FILE
           IF CHK-PARM-STATUS = "00"
               READ CHK-PARM-FILE
                   AT END CONTINUE
               END-READ
               MOVE CHK-PARM-RECORD TO CHECK-DIGIT-SWITCH
               CLOSE CHK-PARM-FILE
           END-IF.

           COPY CHKDGTP.

      *    APPENDS TO THE SHARED EXCEPTION LOG IF IT ALREADY EXISTS,
      *    OR CREATES IT ON THE FIRST PROGRAM TO WRITE TO IT TODAY.
       OPEN-EXCEPTION-LOG.
           OPEN EXTEND EXC-LOG-FILE
           IF EXC-LOG-STATUS NOT = "00"
               OPEN OUTPUT EXC-LOG-FILE
           END-IF.

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
           MOVE "CA-ROLLUP" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE MARK-READ-COUNT TO AUD-RECORD-COUNT
           MOVE ROLLED-UP-COUNT TO AUD-OUTPUT-COUNT
           MOVE EXCEPTION-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "CMPDEF/CMPMRK COMPONENTS" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.
