               ACCESS MODE SEQUENTIAL
               RECORD KEY IS STU-ROLL-NUMBER
               FILE STATUS IS STU-MSTR-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "ENROLL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ENROLL-STATUS.
           SELECT SUBJ-MARK-FILE ASSIGN TO "SUBJMRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUBJ-MARK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  GRD-IN-RECORD.
           05  IN-ROLL-NUMBER     PIC X(10).
           05  IN-STUDENT-NAME    PIC X(20).
      *    THE FIVE MARK SLOTS GRADE ONLY A STUDENT WITH NO SUBJECT
      *    ENROLLMENTS FOR THE TERM; AN ENROLLED STUDENT IS GRADED
      *    FROM THE SUBJMRK MARKS OF THE SUBJECTS THEY TAKE.
           05  IN-SUBJECT-MARKS   PIC 9(3) OCCURS 5 TIMES.
      *    THE CLASS SECTION THE STUDENT BELONGS TO, SO ONE BATCH
      *    PASS COVERS THE WHOLE SCHOOL INSTEAD OF ONE RUN PER
           COPY EXCREC.

       FD  GRD-HIST-FILE.
       01  GRD-HIST-RECORD        PIC X(48).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           05  STU-CLASS-SECTION  PIC X(3).
           05  STU-STATUS         PIC X.

      *    THE SUBJECTS EACH STUDENT TAKES EACH TERM, CORE AND
      *    ELECTIVE, AND THE MARKS MARKS-ENTRY FILED AGAINST THEM.
      *    BOTH ARE OPTIONAL - WITHOUT ENROLLMENTS EVERY STUDENT IS
      *    GRADED FROM THE FIVE SLOTS OF THE GRDIN RECORD.
       FD  ENROLL-FILE.
       01  ENROLL-RECORD.
           COPY ENRLREC.

       FD  SUBJ-MARK-FILE.
       01  SUBJ-MARK-RECORD.
           COPY SMKREC.

       WORKING-STORAGE SECTION.
       01  VALID-INPUT-SWITCH     PIC X VALUE "Y".
           88  INPUT-IS-VALID         VALUE "Y".

       01 ROLL-NUMBER PIC X(10).
       01 STUDENT-NAME PIC X(20).
      *    THE SUBJECTS THE STUDENT IN HAND IS GRADED ON - THE FIVE
      *    SLOTS OF THE SUBJECT MASTER, OR THE SUBJECTS THE STUDENT
      *    IS ENROLLED IN - WITH EACH ONE'S MARK, CREDIT WEIGHT AND
      *    MODERATION SLOT (ZERO FOR A SUBJECT PAST THE FIFTH ROW OF
      *    THE SUBJECT MASTER, WHICH NO MODERATION RULE NAMES).
       01 STUDENT-SUBJECT-COUNT PIC 9(2) VALUE 5.
       01 STUDENT-SUBJECT-TABLE.
           05  STUDENT-SUBJECT OCCURS 12 TIMES.
               10  SUBJECT-MARKS      PIC 9(3).
               10  SUBJECT-CODE       PIC X(4).
               10  SUBJECT-CREDIT     PIC 9(2).
               10  SUBJECT-SLOT       PIC 9.
       01 SUBJECT-INDEX PIC 9(2).
       01 TOTAL-MARKS PIC 9(4).
       01 AVERAGE-MARKS PIC 9(3)V99.
       01 GRADE PIC X.
      *    THE LETTERS THE SUMMARIES COUNT - THE STANDARD SIX FIRST,
      *    THEN ANY OTHER LETTER A GRADING SCHEME AWARDS, ADDED THE
      *    FIRST TIME IT IS SEEN.
       01 GRADE-INDEX PIC 9(2).
       01 GRADE-LETTER-COUNT PIC 9(2) VALUE 6.
       01 LETTER-SCAN-INDEX PIC 9(2).
       01 GRADE-LETTERS PIC X(26) VALUE "ABCDEF".
       01 GRADE-COUNTS.
          05 GRADE-COUNT PIC 9(5) VALUE 0 OCCURS 26 TIMES.
      *    THE SCHEME THAT GRADED THE STUDENT (FROM GRADE-SCHEME, FOR
      *    THE STUDENT'S CLASS-SECTION AND THE TERM) AND WHETHER THE
      *    LETTER IT AWARDED PASSES.
       01 STUDENT-SECTION PIC X(3).
       01 GRADE-SCHEME-ID PIC X(6).
       01 GRADE-PASS-SWITCH PIC X.
           88  GRADE-IS-PASSING        VALUE "P".
       01 RUN-DATE PIC 9(8).
      *    THE ACADEMIC TERM (PARAMETER TERMID IN THE CENTRAL
      *    LIBRARY); WITHOUT A ROW THE RUN-DATE YEAR PLUS "T" IS
                   DEPENDING ON PRIOR-HIST-COUNT.
               10  PHT-ROLL           PIC X(10).
               10  PHT-GRADE          PIC X.
               10  PHT-SCHEME-ID      PIC X(6).
       01 PRIOR-HIST-INDEX PIC 9(4).
       01 TERM-GRADE-POINTS PIC 9(2).
       01 PRIOR-POINT-SUM PIC 9(5).
       01 PRIOR-TERM-COUNT PIC 9(3).
       01 CUMULATIVE-GPA PIC 9(2)V99.
       01 HIST-SCAN-GRADE PIC X.
       01 HIST-SCAN-SCHEME PIC X(6).
       01 ARC-FILE-NAME PIC X(20).
       01 ARC-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-ARC-READ         VALUE "Y".
       01 MOD-MARK-COUNT PIC 9(5) VALUE 0.
       01 MOD-STUDENT-COUNT PIC 9(5) VALUE 0.
       01 MOD-CAPPED-COUNT PIC 9(5) VALUE 0.
       01 MOD-SLOT PIC 9.
           COPY CHKDGT.

      *    THE SUBJECT MASTER, LOADED ONCE PER RUN. DEFAULTS GIVE
      *    THE OLD ANONYMOUS EQUAL-WEIGHT SUBJECTS WHEN THE FILE IS
      *    NOT SUPPLIED, SO OLD RUNS STILL RECONCILE. THE FIRST FIVE
      *    ROWS ARE THE GRDIN SLOTS; ROWS PAST THEM ARE SUBJECTS ONLY
      *    AN ENROLLMENT CAN GIVE A STUDENT.
       01 SUBJECT-COUNT           PIC 9(2) VALUE 5.
       01 SUBJECT-TABLE.
           05  SUBJECT-ENTRY OCCURS 30 TIMES.
               10  SUBJ-CODE          PIC X(4).
               10  SUBJ-NAME          PIC X(12).
               10  SUBJ-WEIGHT        PIC 9(2).
       01 SUBJ-MSTR-STATUS        PIC XX.
       01 SUBJ-MATCH-INDEX        PIC 9(2).

      *    THE TERM'S ENROLLMENTS WITH THE LATEST MARK FILED AGAINST
      *    EACH, LOADED AT BATCH START. A MARK FOR A SUBJECT THE
      *    STUDENT IS NOT ENROLLED IN IS LOGGED AND NEVER GRADED.
       01 ENROLL-STATUS           PIC XX.
       01 SUBJ-MARK-STATUS        PIC XX.
       01 ENROLL-COUNT            PIC 9(4) VALUE 0.
       01 ENROLL-TABLE.
           05  ENROLL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ENROLL-COUNT.
               10  ENT-ROLL           PIC X(10).
               10  ENT-SUBJECT-CODE   PIC X(4).
               10  ENT-MARK           PIC 9(3).
               10  ENT-MARK-SWITCH    PIC X.
                   88  ENT-HAS-MARK       VALUE "Y".
       01 ENROLL-INDEX            PIC 9(4).
       01 ENROLL-MATCH-INDEX      PIC 9(4).
       01 UNENROLLED-MARK-COUNT   PIC 9(5) VALUE 0.
       01 ENROLLED-STUDENT-COUNT  PIC 9(5) VALUE 0.
       01 ENROLL-CHECK-SWITCH     PIC X.
           88  ENROLLMENT-COMPLETE    VALUE "Y".
       01 ENROLL-REJECT-REASON    PIC X(40).

      *    THE RANKING TABLE - EVERY GRADED STUDENT'S ROLL, NAME AND
      *    TOTAL, SORTED DESCENDING AFTER THE MAIN PASS SO THE RANK
       01 STUDENT-RANK            PIC 9(3).
       01 RANK-PERCENTILE         PIC 9(3)V99.
       01 TOP-TEN-LIMIT           PIC 9(2).
       01 SUBJ-LOAD-INDEX         PIC 9(2).
       01 TOTAL-WEIGHT            PIC 9(4).
       01 WEIGHTED-MARKS          PIC 9(6).

      *    CORRECTION-MODE WORK FIELDS - THE BEFORE IMAGE THAT GOES
      *    ON THE REGISTER AND THE HISTORY FILE.
               10  SEC-STUDENT-COUNT  PIC 9(5).
               10  SEC-PASS-COUNT     PIC 9(5).
               10  SEC-AVG-SUM        PIC 9(8)V99.
               10  SEC-GRADE-COUNT    PIC 9(5) OCCURS 26 TIMES.
       01 SECTION-INDEX           PIC 9(2).
       01 SECTION-MATCH-INDEX     PIC 9(2).
       01 CURRENT-SECTION         PIC X(3).
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

      *    THE SHARED GRADING-SCHEME LOOKUP.
       01  GRADE-SCHEME-AREA.
           COPY GRSREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-RUN-MODE.
           PERFORM LOAD-SUBJECT-MASTER.
           PERFORM SET-SLOT-SUBJECTS.
           PERFORM LOAD-CHECK-DIGIT-PARM.

           IF BATCH-RUN-MODE
           ACCEPT ROLL-NUMBER.
           DISPLAY "ENTER STUDENT NAME: ".
           ACCEPT STUDENT-NAME.
           DISPLAY "ENTER CLASS-SECTION: ".
           ACCEPT STUDENT-SECTION.

           SET INPUT-IS-VALID TO TRUE
           DISPLAY "ENTER MARKS FOR 5 SUBJECTS:".
               PERFORM DETERMINE-GRADE
               DISPLAY "TOTAL: " TOTAL-MARKS
               DISPLAY "AVERAGE: " AVERAGE-MARKS
               DISPLAY "GRADE: " GRADE " (SCHEME " GRADE-SCHEME-ID ")"
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
               PERFORM OPEN-GRADE-HISTORY
               PERFORM APPEND-GRADE-HISTORY

           IF GRD-IN-STATUS = "00"
               MOVE IN-STUDENT-NAME TO STUDENT-NAME
               MOVE IN-SECTION-CODE TO STUDENT-SECTION
               PERFORM VARYING SUBJECT-INDEX FROM 1 BY 1
                       UNTIL SUBJECT-INDEX > 5
                   MOVE IN-SUBJECT-MARKS(SUBJECT-INDEX)
                   DISPLAY "NAME: " STUDENT-NAME
                   DISPLAY "TOTAL: " TOTAL-MARKS
                   DISPLAY "AVERAGE: " AVERAGE-MARKS
                   DISPLAY "GRADE: " GRADE " (SCHEME " GRADE-SCHEME-ID
                       ")"
               ELSE
                   DISPLAY "INVALID INPUT - A SUBJECT MARK EXCEEDS 100"
               END-IF
       CORRECT-MASTER-RECORD.
           MOVE IN-ROLL-NUMBER TO ROLL-NUMBER
           MOVE IN-STUDENT-NAME TO STUDENT-NAME
           MOVE IN-SECTION-CODE TO STUDENT-SECTION
           PERFORM VARYING SUBJECT-INDEX FROM 1 BY 1
                   UNTIL SUBJECT-INDEX > 5
               MOVE IN-SUBJECT-MARKS(SUBJECT-INDEX)

      *    THE HISTORY ENTRY CARRIES CORR WHERE A TERM RESULT
      *    CARRIES ITS AVERAGE, SO TRANSCRIPT RUNS SKIP IT WHILE THE
      *    EXAM BOARD CAN STILL SEE EVERY OLD/NEW MARK CHANGE - AND
      *    THE SCHEME THAT GRADED THE NEW MARKS, AS EVERY LINE DOES.
           MOVE SPACES TO GRD-HIST-RECORD
           STRING ROLL-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRADE DELIMITED BY SIZE
               INTO GRD-HIST-RECORD
           END-STRING
           MOVE GRADE-SCHEME-ID TO GRD-HIST-RECORD (43:6)
           WRITE GRD-HIST-RECORD.

       RUN-BATCH-GRADE.
           OPEN OUTPUT GRD-OUT-FILE
           OPEN OUTPUT GRD-CSV-FILE
           PERFORM OPEN-EXCEPTION-LOG
           PERFORM LOAD-ENROLLMENTS
           PERFORM LOAD-SUBJECT-MARKS
           PERFORM OPEN-GRADE-HISTORY
           PERFORM LOAD-ATTENDANCE-TABLE
           PERFORM START-GRADES-EXTRACT
           PERFORM UNTIL END-OF-GRD-IN
               MOVE IN-ROLL-NUMBER TO ROLL-NUMBER
               MOVE IN-STUDENT-NAME TO STUDENT-NAME
               MOVE IN-SECTION-CODE TO STUDENT-SECTION
               PERFORM LOAD-STUDENT-SUBJECTS
               ADD 1 TO RECORD-COUNT

               IF CHECK-DIGITS-ENFORCED
                   IF STU-HELD-STATUS = "W"
                       MOVE "STUDENT WITHDRAWN ON MASTER"
                           TO EXC-REASON
                   ELSE
                   IF STU-HELD-STATUS = "L"
                       MOVE "STUDENT HAS LEFT - CERTIFICATE ISSUED"
                           TO EXC-REASON
                   ELSE
                       MOVE "ROLL NUMBER NOT ON STUDENT MASTER"
                           TO EXC-REASON
                   END-IF
                   END-IF
                   MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
                   MOVE RUN-DATE TO EXC-CYCLE-DATE
                   WRITE EXC-LOG-RECORD
                   WRITE EXC-LOG-RECORD
                   ADD 1 TO EXCEPTION-COUNT
               ELSE
               IF NOT ENROLLMENT-COMPLETE
                   MOVE SPACES TO EXC-LOG-RECORD
                   MOVE "GRADE-CALCULATOR" TO EXC-PROGRAM-ID
                   MOVE ROLL-NUMBER TO EXC-KEY-VALUE
                   MOVE ENROLL-REJECT-REASON TO EXC-REASON
                   MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
                   MOVE RUN-DATE TO EXC-CYCLE-DATE
                   WRITE EXC-LOG-RECORD
                   ADD 1 TO EXCEPTION-COUNT
               ELSE
               IF INPUT-IS-VALID
                   IF MODERATION-ACTIVE
                       PERFORM APPLY-MODERATION-RULES
               END-IF
               END-IF
               END-IF
               END-IF

               READ GRD-IN-FILE NEXT RECORD
                   AT END SET END-OF-GRD-IN TO TRUE
               MOVE SPACES TO SUBJ-CODE(SUBJ-LOAD-INDEX)
               MOVE SPACES TO SUBJ-NAME(SUBJ-LOAD-INDEX)
               STRING "SUBJECT " DELIMITED BY SIZE
                   SUBJ-LOAD-INDEX (2:1) DELIMITED BY SIZE
                   INTO SUBJ-NAME(SUBJ-LOAD-INDEX)
               END-STRING
               MOVE 1 TO SUBJ-WEIGHT(SUBJ-LOAD-INDEX)
           OPEN INPUT SUBJ-MSTR-FILE
           IF SUBJ-MSTR-STATUS = "00"
               PERFORM UNTIL SUBJ-MSTR-STATUS NOT = "00"
                       OR SUBJ-LOAD-INDEX = 30
                   READ SUBJ-MSTR-FILE
                       AT END MOVE "10" TO SUBJ-MSTR-STATUS
                       NOT AT END
                               SUBJ-CODE(SUBJ-LOAD-INDEX)
                           MOVE SBJ-SUBJECT-NAME TO
                               SUBJ-NAME(SUBJ-LOAD-INDEX)
                           MOVE 1 TO SUBJ-WEIGHT(SUBJ-LOAD-INDEX)
                           IF SBJ-CREDIT-WEIGHT NUMERIC
                                   AND SBJ-CREDIT-WEIGHT > 0
                               MOVE SBJ-CREDIT-WEIGHT TO
                   END-READ
               END-PERFORM
               CLOSE SUBJ-MSTR-FILE
           END-IF
           IF SUBJ-LOAD-INDEX > 5
               MOVE SUBJ-LOAD-INDEX TO SUBJECT-COUNT
           END-IF.

      *    THE FIVE GRDIN SLOTS AS THE SUBJECTS GRADED - EVERY MODE
      *    BUT BATCH, AND ANY BATCH STUDENT WITH NO ENROLLMENTS.
       SET-SLOT-SUBJECTS.
           MOVE 5 TO STUDENT-SUBJECT-COUNT
           PERFORM VARYING SUBJECT-INDEX FROM 1 BY 1
                   UNTIL SUBJECT-INDEX > 5
               MOVE SUBJ-CODE(SUBJECT-INDEX) TO
                   SUBJECT-CODE(SUBJECT-INDEX)
               MOVE SUBJ-WEIGHT(SUBJECT-INDEX) TO
                   SUBJECT-CREDIT(SUBJECT-INDEX)
               MOVE SUBJECT-INDEX TO SUBJECT-SLOT(SUBJECT-INDEX)
           END-PERFORM.

      *    THE TERM'S ENROLLMENTS, EACH WAITING FOR ITS MARK.
       LOAD-ENROLLMENTS.
           OPEN INPUT ENROLL-FILE
           IF ENROLL-STATUS = "00"
               PERFORM UNTIL ENROLL-STATUS NOT = "00"
                   READ ENROLL-FILE
                       AT END MOVE "10" TO ENROLL-STATUS
                       NOT AT END
                           IF ENR-TERM-ID = TERM-ID
                                   AND ENROLL-COUNT < 5000
                               ADD 1 TO ENROLL-COUNT
                               MOVE ENR-ROLL-NUMBER TO
                                   ENT-ROLL(ENROLL-COUNT)
                               MOVE ENR-SUBJECT-CODE TO
                                   ENT-SUBJECT-CODE(ENROLL-COUNT)
                               MOVE 0 TO ENT-MARK(ENROLL-COUNT)
                               MOVE "N" TO
                                   ENT-MARK-SWITCH(ENROLL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF.

      *    FILES EACH OF THE TERM'S MARKS AGAINST ITS ENROLLMENT - A
      *    LATER MARK REPLACING AN EARLIER ONE. A MARK WITH NO
      *    ENROLLMENT BEHIND IT GOES TO THE EXCEPTION LOG, SO A MARK
      *    KEYED AGAINST THE WRONG STUDENT OR SUBJECT IS SEEN, NOT
      *    SILENTLY GRADED.
       LOAD-SUBJECT-MARKS.
           OPEN INPUT SUBJ-MARK-FILE
           IF SUBJ-MARK-STATUS = "00"
               PERFORM UNTIL SUBJ-MARK-STATUS NOT = "00"
                   READ SUBJ-MARK-FILE
                       AT END MOVE "10" TO SUBJ-MARK-STATUS
                       NOT AT END
                           IF SMK-TERM-ID = TERM-ID
                               PERFORM FILE-ONE-SUBJECT-MARK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJ-MARK-FILE
           END-IF.

       FILE-ONE-SUBJECT-MARK.
           MOVE 0 TO ENROLL-MATCH-INDEX
           PERFORM VARYING ENROLL-INDEX FROM 1 BY 1
                   UNTIL ENROLL-INDEX > ENROLL-COUNT
                       OR ENROLL-MATCH-INDEX > 0
               IF ENT-ROLL(ENROLL-INDEX) = SMK-ROLL-NUMBER
                       AND ENT-SUBJECT-CODE(ENROLL-INDEX)
                           = SMK-SUBJECT-CODE
                   MOVE ENROLL-INDEX TO ENROLL-MATCH-INDEX
               END-IF
           END-PERFORM
           IF ENROLL-MATCH-INDEX > 0
                   AND SMK-MARK NUMERIC
               MOVE SMK-MARK TO ENT-MARK(ENROLL-MATCH-INDEX)
               MOVE "Y" TO ENT-MARK-SWITCH(ENROLL-MATCH-INDEX)
           ELSE
               ADD 1 TO UNENROLLED-MARK-COUNT
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "GRADE-CALCULATOR" TO EXC-PROGRAM-ID
               MOVE SMK-ROLL-NUMBER TO EXC-KEY-VALUE
               MOVE SMK-SUBJECT-CODE TO EXC-KEY-VALUE (12:4)
               IF ENROLL-MATCH-INDEX > 0
                   MOVE "SUBJECT MARK IS NOT NUMERIC" TO EXC-REASON
               ELSE
                   MOVE "MARK FOR SUBJECT NOT ENROLLED IN"
                       TO EXC-REASON
               END-IF
               MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
               MOVE RUN-DATE TO EXC-CYCLE-DATE
               WRITE EXC-LOG-RECORD
               ADD 1 TO EXCEPTION-COUNT
           END-IF.

      *    THE SUBJECTS THE STUDENT IN HAND IS GRADED ON. ENROLLED
      *    FOR THE TERM - EVERY SUBJECT ENROLLED IN, AT ITS SUBJECT
      *    MASTER WEIGHT (1 FOR A CODE NOT ON THE MASTER), AND EVERY
      *    ONE MUST CARRY A MARK OR THE STUDENT IS NOT GRADED. NOT
      *    ENROLLED - THE FIVE SLOTS OF THE GRDIN RECORD.
       LOAD-STUDENT-SUBJECTS.
           SET ENROLLMENT-COMPLETE TO TRUE
           MOVE SPACES TO ENROLL-REJECT-REASON
           MOVE 0 TO STUDENT-SUBJECT-COUNT
           PERFORM VARYING ENROLL-INDEX FROM 1 BY 1
                   UNTIL ENROLL-INDEX > ENROLL-COUNT
               IF ENT-ROLL(ENROLL-INDEX) = ROLL-NUMBER
                   PERFORM ADD-ENROLLED-SUBJECT
               END-IF
           END-PERFORM

           IF STUDENT-SUBJECT-COUNT = 0
               PERFORM SET-SLOT-SUBJECTS
               PERFORM VARYING SUBJECT-INDEX FROM 1 BY 1
                       UNTIL SUBJECT-INDEX > 5
                   MOVE IN-SUBJECT-MARKS(SUBJECT-INDEX)
                       TO SUBJECT-MARKS(SUBJECT-INDEX)
               END-PERFORM
           ELSE
               ADD 1 TO ENROLLED-STUDENT-COUNT
           END-IF.

       ADD-ENROLLED-SUBJECT.
           IF STUDENT-SUBJECT-COUNT = 12
               IF ENROLLMENT-COMPLETE
                   MOVE "N" TO ENROLL-CHECK-SWITCH
                   MOVE "MORE THAN 12 SUBJECTS ENROLLED"
                       TO ENROLL-REJECT-REASON
               END-IF
           ELSE
               ADD 1 TO STUDENT-SUBJECT-COUNT
               MOVE ENT-SUBJECT-CODE(ENROLL-INDEX) TO
                   SUBJECT-CODE(STUDENT-SUBJECT-COUNT)
               MOVE ENT-MARK(ENROLL-INDEX) TO
                   SUBJECT-MARKS(STUDENT-SUBJECT-COUNT)
               MOVE 1 TO SUBJECT-CREDIT(STUDENT-SUBJECT-COUNT)
               MOVE 0 TO SUBJECT-SLOT(STUDENT-SUBJECT-COUNT)
               MOVE 0 TO SUBJ-MATCH-INDEX
               PERFORM VARYING SUBJ-LOAD-INDEX FROM 1 BY 1
                       UNTIL SUBJ-LOAD-INDEX > SUBJECT-COUNT
                           OR SUBJ-MATCH-INDEX > 0
                   IF SUBJ-CODE(SUBJ-LOAD-INDEX)
                           = ENT-SUBJECT-CODE(ENROLL-INDEX)
                       MOVE SUBJ-LOAD-INDEX TO SUBJ-MATCH-INDEX
                   END-IF
               END-PERFORM
               IF SUBJ-MATCH-INDEX > 0
                   MOVE SUBJ-WEIGHT(SUBJ-MATCH-INDEX) TO
                       SUBJECT-CREDIT(STUDENT-SUBJECT-COUNT)
                   IF SUBJ-MATCH-INDEX <= 5
                       MOVE SUBJ-MATCH-INDEX TO
                           SUBJECT-SLOT(STUDENT-SUBJECT-COUNT)
                   END-IF
               END-IF
               IF NOT ENT-HAS-MARK(ENROLL-INDEX)
                       AND ENROLLMENT-COMPLETE
                   MOVE "N" TO ENROLL-CHECK-SWITCH
                   STRING "NO MARK ENTERED FOR SUBJECT "
                           DELIMITED BY SIZE
                       ENT-SUBJECT-CODE(ENROLL-INDEX)
                           DELIMITED BY SIZE
                       INTO ENROLL-REJECT-REASON
                   END-STRING
               END-IF
           END-IF.

      *    THE REPORT NAMES THE SUBJECTS AND THEIR CREDIT WEIGHTS SO
           MOVE "SUBJECTS (CODE NAME WEIGHT):" TO GRD-OUT-RECORD
           WRITE GRD-OUT-RECORD
           PERFORM VARYING SUBJECT-INDEX FROM 1 BY 1
                   UNTIL SUBJECT-INDEX > SUBJECT-COUNT
               MOVE SPACES TO GRD-OUT-RECORD
               STRING "  " DELIMITED BY SIZE
                   SUBJ-CODE(SUBJECT-INDEX) DELIMITED BY SIZE
       VALIDATE-GRD-INPUT.
           SET INPUT-IS-VALID TO TRUE
           PERFORM VARYING SUBJECT-INDEX FROM 1 BY 1
                   UNTIL SUBJECT-INDEX > STUDENT-SUBJECT-COUNT
               IF SUBJECT-MARKS(SUBJECT-INDEX) > 100
                   MOVE "N" TO VALID-INPUT-SWITCH
               END-IF
           MOVE 0 TO WEIGHTED-MARKS
           MOVE 0 TO TOTAL-WEIGHT
           PERFORM VARYING SUBJECT-INDEX FROM 1 BY 1
                   UNTIL SUBJECT-INDEX > STUDENT-SUBJECT-COUNT
               ADD SUBJECT-MARKS(SUBJECT-INDEX) TO TOTAL-MARKS
               COMPUTE WEIGHTED-MARKS = WEIGHTED-MARKS
                   + SUBJECT-MARKS(SUBJECT-INDEX)
                       * SUBJECT-CREDIT(SUBJECT-INDEX)
               ADD SUBJECT-CREDIT(SUBJECT-INDEX) TO TOTAL-WEIGHT
           END-PERFORM
           IF TOTAL-WEIGHT = 0
               MOVE 5 TO TOTAL-WEIGHT
           COMPUTE AVERAGE-MARKS ROUNDED =
               WEIGHTED-MARKS / TOTAL-WEIGHT.

      *    THE GRADING SCHEME FOR THE STUDENT'S CLASS-SECTION AND
      *    THE TERM GRADES THE AVERAGE; GRADE-INDEX IS THE LETTER'S
      *    SLOT IN THE SUMMARY COUNTS.
       DETERMINE-GRADE.
           MOVE SPACES TO GRADE-SCHEME-AREA
           SET GRSQ-REQ-GRADE TO TRUE
           MOVE STUDENT-SECTION TO GRSQ-SECTION-CODE
           MOVE TERM-ID TO GRSQ-TERM-ID
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

      *    EVERY HISTORY LINE NAMES THE GRADING SCHEME THAT GRADED
      *    IT IN COLUMNS 43-48, SO THE GRADE REPRINTS ON THAT
      *    SCHEME'S SCALE AFTER THE BOARD CHANGES THE BOUNDARIES.
       APPEND-GRADE-HISTORY.
           MOVE SPACES TO GRD-HIST-RECORD
           STRING ROLL-NUMBER DELIMITED BY SIZE
               TERM-ID DELIMITED BY SIZE
               INTO GRD-HIST-RECORD
           END-STRING
           MOVE GRADE-SCHEME-ID TO GRD-HIST-RECORD (43:6)
           WRITE GRD-HIST-RECORD.

      *    LOADS THE MODERATION RULES, ONE ROW PER SUBJECT SLOT -
       APPLY-MODERATION-RULES.
           MOVE "N" TO MOD-CHANGED-SWITCH
           PERFORM VARYING SUBJECT-INDEX FROM 1 BY 1
                   UNTIL SUBJECT-INDEX > STUDENT-SUBJECT-COUNT
               MOVE SUBJECT-SLOT(SUBJECT-INDEX) TO MOD-SLOT
               IF MOD-SLOT > 0
                   PERFORM MODERATE-ONE-MARK
               END-IF
           END-PERFORM
           IF STUDENT-WAS-MODERATED
               ADD 1 TO MOD-STUDENT-COUNT
           END-IF.

      *    THE SUBJECT IN HAND UNDER ITS SLOT'S RULE, IF THERE IS ONE.
       MODERATE-ONE-MARK.
           IF NOT MRT-NO-RULE(MOD-SLOT)
               MOVE SUBJECT-MARKS(SUBJECT-INDEX) TO MOD-OLD-MARK
               EVALUATE TRUE
                   WHEN MRT-ADD-POINTS(MOD-SLOT)
                       COMPUTE MOD-NEW-MARK ROUNDED =
                           MOD-OLD-MARK
                           + MRT-VALUE(MOD-SLOT)
                   WHEN MRT-SCALE-FACTOR(MOD-SLOT)
                       COMPUTE MOD-NEW-MARK ROUNDED =
                           MOD-OLD-MARK
                           * MRT-VALUE(MOD-SLOT)
                   WHEN OTHER
                       IF MOD-OLD-MARK
                               < MRT-VALUE(MOD-SLOT)
                           MOVE MRT-VALUE(MOD-SLOT)
                               TO MOD-NEW-MARK
                       ELSE
                           MOVE MOD-OLD-MARK TO MOD-NEW-MARK
                       END-IF
               END-EVALUATE
               IF MOD-NEW-MARK > 100
                   MOVE 100 TO MOD-NEW-MARK
                   ADD 1 TO MOD-CAPPED-COUNT
               END-IF
               IF MOD-NEW-MARK NOT = MOD-OLD-MARK
                   MOVE MOD-NEW-MARK TO
                       SUBJECT-MARKS(SUBJECT-INDEX)
                   ADD 1 TO MOD-MARK-COUNT
                   MOVE "Y" TO MOD-CHANGED-SWITCH
                   PERFORM WRITE-MODERATION-LINE
               END-IF
           END-IF.

       WRITE-MODERATION-LINE.
           MOVE SPACES TO MOD-OUT-RECORD
           STRING ROLL-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MOD-SLOT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               MRT-ACTION(MOD-SLOT) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               MOD-OLD-MARK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SUBJECT-MARKS(SUBJECT-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MRT-REASON(MOD-SLOT) DELIMITED BY SIZE
               INTO MOD-OUT-RECORD
           END-STRING
           WRITE MOD-OUT-RECORD.
                                   PHT-ROLL (PRIOR-HIST-COUNT)
                               MOVE GRD-HIST-RECORD (27:1) TO
                                   PHT-GRADE (PRIOR-HIST-COUNT)
                               MOVE GRD-HIST-RECORD (43:6) TO
                                   PHT-SCHEME-ID (PRIOR-HIST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
      *    FILE PLUS THIS ONE, ON A SUB-LINE UNDER THE STUDENT.
       WRITE-GPA-LINE.
           MOVE GRADE TO HIST-SCAN-GRADE
           MOVE GRADE-SCHEME-ID TO HIST-SCAN-SCHEME
           PERFORM GRADE-TO-POINTS
           MOVE TERM-GRADE-POINTS TO PRIOR-POINT-SUM
           MOVE 1 TO PRIOR-TERM-COUNT
               IF PHT-ROLL (PRIOR-HIST-INDEX) = ROLL-NUMBER
                   MOVE PHT-GRADE (PRIOR-HIST-INDEX)
                       TO HIST-SCAN-GRADE
                   MOVE PHT-SCHEME-ID (PRIOR-HIST-INDEX)
                       TO HIST-SCAN-SCHEME
                   PERFORM GRADE-TO-POINTS
                   ADD TERM-GRADE-POINTS TO PRIOR-POINT-SUM
                   ADD 1 TO PRIOR-TERM-COUNT
               PRIOR-POINT-SUM / PRIOR-TERM-COUNT

           MOVE GRADE TO HIST-SCAN-GRADE
           MOVE GRADE-SCHEME-ID TO HIST-SCAN-SCHEME
           PERFORM GRADE-TO-POINTS
           MOVE SPACES TO GRD-OUT-RECORD
           STRING "   TERM " DELIMITED BY SIZE
               TERM-ID DELIMITED BY SIZE
               " SCHEME " DELIMITED BY SIZE
               GRADE-SCHEME-ID DELIMITED BY SIZE
               " GPA " DELIMITED BY SIZE
               TERM-GRADE-POINTS DELIMITED BY SIZE
               " CUMULATIVE " DELIMITED BY SIZE
           END-STRING
           WRITE GRD-OUT-RECORD.

      *    THE GRADE POINTS FOR THE GRADE IN HIST-SCAN-GRADE ON THE
      *    SCALE OF THE SCHEME THAT AWARDED IT (HIST-SCAN-SCHEME -
      *    BLANK ON OLD LINES, WHICH WERE ALL GRADED ON STD), AS THE
      *    TRANSCRIPT SCORES IT.
       GRADE-TO-POINTS.
           MOVE SPACES TO GRADE-SCHEME-AREA
           SET GRSQ-REQ-POINTS TO TRUE
           MOVE HIST-SCAN-SCHEME TO GRSQ-SCHEME-ID
           MOVE HIST-SCAN-GRADE TO GRSQ-GRADE-LETTER
           CALL "GRADE-SCHEME" USING GRADE-SCHEME-AREA
           MOVE GRSQ-GRADE-POINTS TO TERM-GRADE-POINTS.

      *    STRAIGHT BUBBLE SORT, DESCENDING ON TOTAL WITH ROLL
      *    NUMBER BREAKING TIES, THE SAME SHAPE AS BUBBLE-SORT'S OWN
               MOVE 0 TO SEC-PASS-COUNT(SECTION-MATCH-INDEX)
               MOVE 0 TO SEC-AVG-SUM(SECTION-MATCH-INDEX)
               PERFORM VARYING SECTION-INDEX FROM 1 BY 1
                       UNTIL SECTION-INDEX > 26
                   MOVE 0 TO SEC-GRADE-COUNT
                       (SECTION-MATCH-INDEX, SECTION-INDEX)
               END-PERFORM
               ADD AVERAGE-MARKS TO SEC-AVG-SUM(SECTION-MATCH-INDEX)
               ADD 1 TO SEC-GRADE-COUNT
                   (SECTION-MATCH-INDEX, GRADE-INDEX)
               IF GRADE-IS-PASSING
                   ADD 1 TO SEC-PASS-COUNT(SECTION-MATCH-INDEX)
               END-IF
               ADD 1 TO SCHOOL-STUDENT-COUNT
               ADD AVERAGE-MARKS TO SCHOOL-AVG-SUM
               IF GRADE-IS-PASSING
                   ADD 1 TO SCHOOL-PASS-COUNT
               END-IF
           END-IF.
           MOVE SPACES TO GRD-OUT-RECORD
           MOVE "CLASS SUMMARY:" TO GRD-OUT-RECORD
           WRITE GRD-OUT-RECORD
           PERFORM VARYING GRADE-INDEX FROM 1 BY 1
                   UNTIL GRADE-INDEX > GRADE-LETTER-COUNT
               MOVE SPACES TO GRD-OUT-RECORD
               STRING "  GRADE " DELIMITED BY SIZE
                   GRADE-LETTERS(GRADE-INDEX:1) DELIMITED BY SIZE
           END-STRING
           WRITE GRD-OUT-RECORD

           MOVE SPACES TO GRD-OUT-RECORD
           STRING "  ENROLLED STUDENTS: " DELIMITED BY SIZE
               ENROLLED-STUDENT-COUNT DELIMITED BY SIZE
               "  UNENROLLED MARKS: " DELIMITED BY SIZE
               UNENROLLED-MARK-COUNT DELIMITED BY SIZE
               INTO GRD-OUT-RECORD
           END-STRING
           WRITE GRD-OUT-RECORD

           PERFORM WRITE-SECTION-SUMMARY.

      *    THE SAME GRADE COUNTS PER SECTION, THEN A SCHOOL-LEVEL
               WRITE GRD-OUT-RECORD

               PERFORM VARYING GRADE-INDEX FROM 1 BY 1
                       UNTIL GRADE-INDEX > GRADE-LETTER-COUNT
                   MOVE SPACES TO GRD-OUT-RECORD
                   STRING "  GRADE " DELIMITED BY SIZE
                       GRADE-LETTERS(GRADE-INDEX:1)
