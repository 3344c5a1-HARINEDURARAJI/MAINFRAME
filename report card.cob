      *    THE SECTION'S CLASS AVERAGE ALONGSIDE, THEN THE TOTAL,
      *    THE WEIGHTED GRADE, THE ATTENDANCE PERCENTAGE AND THE
      *    SCHOOL RANK. THE RUN IS ARCHIVED UNDER ITS CYCLE DATE SO
      *    A LOST CARD IS A REPRINT, NOT A RECONSTRUCTION. A STUDENT
      *    ENROLLED IN SUBJECTS FOR THE TERM GETS A LINE PER SUBJECT
      *    ENROLLED IN, FROM THE SUBJMRK MARKS, AND EACH CLASS
      *    AVERAGE IS OVER THE SECTION'S STUDENTS WHO TAKE THAT
      *    SUBJECT. A STUDENT ON FEE-LEDGER'S DEFAULTER LIST WITH THE
      *    CARD TO BE WITHHELD GETS A WITHHOLDING NOTICE WITH THE
      *    BALANCE OUTSTANDING IN PLACE OF THE CARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ATTEND-FILE ASSIGN TO "ATTEND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ATTEND-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "ENROLL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ENROLL-STATUS.
           SELECT SUBJ-MARK-FILE ASSIGN TO "SUBJMRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUBJ-MARK-STATUS.
           SELECT FEE-DFLT-FILE ASSIGN TO "FEEDFLT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEE-DFLT-STATUS.
           SELECT CARD-OUT-FILE ASSIGN TO "RPTCARD"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ARC-FILE ASSIGN TO DYNAMIC ARC-FILE-NAME
           05  ATT-ROLL-NUMBER    PIC X(10).
           05  ATT-PERCENTAGE     PIC 9(3).

       FD  ENROLL-FILE.
       01  ENROLL-RECORD.
           COPY ENRLREC.

       FD  SUBJ-MARK-FILE.
       01  SUBJ-MARK-RECORD.
           COPY SMKREC.

       FD  FEE-DFLT-FILE.
       01  FEE-DFLT-RECORD.
           COPY FEEDFLR.

       FD  CARD-OUT-FILE.
       01  CARD-OUT-RECORD        PIC X(70).

       01  GRD-IN-STATUS          PIC XX.
       01  SUBJ-MSTR-STATUS       PIC XX.
       01  ATTEND-STATUS          PIC XX.
       01  ENROLL-STATUS          PIC XX.
       01  SUBJ-MARK-STATUS       PIC XX.
       01  FEE-DFLT-STATUS        PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE SUBJECT MASTER BY ROW, DEFAULTED AS THE GRADE RUN
      *    DEFAULTS IT, WITH THE WEIGHTS THE GRADE DERIVATION USES -
      *    THE FIRST FIVE ROWS ARE THE GRDIN SLOTS.
       01  SUBJECT-COUNT          PIC 9(2) VALUE 5.
       01  SUBJECT-TABLE.
           05  SUBJECT-ENTRY OCCURS 30 TIMES.
               10  SUBJ-CODE          PIC X(4).
               10  SUBJ-NAME          PIC X(12).
               10  SUBJ-WEIGHT        PIC 9(2).
       01  SUBJ-LOAD-INDEX        PIC 9(2).
       01  SUBJ-MATCH-INDEX       PIC 9(2).
       01  SUBJECT-INDEX          PIC 9(2).
       01  SUBJECT-ROW            PIC 9(2).

      *    THE TERM THE CARDS ARE FOR (PARAMETER TERMID, AS THE
      *    GRADE RUN READS IT) AND ITS ENROLLMENTS, EACH WITH THE
      *    LATEST MARK FILED AGAINST IT.
       01  TERM-ID                PIC X(5).
       01  ENROLL-COUNT           PIC 9(4) VALUE 0.
       01  ENROLL-TABLE.
           05  ENROLL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ENROLL-COUNT.
               10  ENT-ROLL           PIC X(10).
               10  ENT-SUBJECT-CODE   PIC X(4).
               10  ENT-MARK           PIC 9(3).
               10  ENT-MARK-SWITCH    PIC X.
                   88  ENT-HAS-MARK       VALUE "Y".
       01  ENROLL-INDEX           PIC 9(4).
       01  ENROLL-MATCH-INDEX     PIC 9(4).

      *    EVERY GRADED ROW HELD IN MEMORY - THE CARDS NEED EACH
      *    SECTION'S SUBJECT AVERAGES AND THE SCHOOL RANKING BEFORE
               10  STT-ROLL           PIC X(10).
               10  STT-NAME           PIC X(20).
               10  STT-SECTION        PIC X(3).
      *    THE SUBJECTS THE CARD LISTS - THE FIVE GRDIN SLOTS, OR
      *    THE SUBJECTS ENROLLED IN - EACH WITH ITS SUBJECT MASTER
      *    ROW (ZERO FOR A CODE NOT ON THE MASTER) AND ITS MARK. A
      *    STUDENT WITH AN ENROLLED SUBJECT NOT YET MARKED HAS NO
      *    GRADE TO PRINT.
               10  STT-SUBJ-COUNT     PIC 9(2).
               10  STT-SUBJECT OCCURS 12 TIMES.
                   15  STT-SUBJ-ROW       PIC 9(2).
                   15  STT-SUBJ-CODE      PIC X(4).
                   15  STT-MARK           PIC 9(3).
                   15  STT-MARK-SWITCH    PIC X.
                       88  STT-IS-MARKED      VALUE "Y".
               10  STT-MARKS-SWITCH   PIC X.
                   88  STT-MARKS-COMPLETE VALUE "Y".
               10  STT-TOTAL          PIC 9(4).
       01  STUD-INDEX             PIC 9(3).
       01  SCAN-INDEX             PIC 9(3).

      *    PER-SECTION PER-SUBJECT SUMS AND COUNTS, ACCUMULATED IN
      *    ONE PASS SO EACH CARD'S COMPARISON COLUMN IS A LOOKUP.
      *    SUBJECTS ARE BY SUBJECT MASTER ROW, AND EACH COUNTS ONLY
      *    THE STUDENTS WHO TAKE IT.
       01  SECTION-COUNT          PIC 9(2) VALUE 0.
       01  SECTION-TABLE.
           05  SECTION-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON SECTION-COUNT.
               10  SEC-CODE           PIC X(3).
               10  SEC-STUDENTS       PIC 9(3).
               10  SEC-MARK-SUM       PIC 9(7) OCCURS 30 TIMES.
               10  SEC-SUBJ-STUDENTS  PIC 9(3) OCCURS 30 TIMES.
       01  SECTION-INDEX          PIC 9(2).
       01  SECTION-MATCH-INDEX    PIC 9(2).
       01  CLASS-AVERAGE          PIC 9(3)V99.
       01  ATTEND-INDEX           PIC 9(3).
       01  ATTEND-MATCH-INDEX     PIC 9(3).

      *    STUDENTS WHOSE CARD IS WITHHELD FOR UNPAID FEES, WITH WHAT
      *    THEY OWE ACROSS EVERY DEFAULTED INVOICE. NO FEEDFLT MEANS
      *    NO CARD IS WITHHELD.
       01  WITHHELD-COUNT         PIC 9(3) VALUE 0.
       01  WITHHELD-TABLE.
           05  WITHHELD-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON WITHHELD-COUNT.
               10  WHT-ROLL           PIC X(10).
               10  WHT-BALANCE        PIC 9(7)V99.
       01  WITHHELD-INDEX         PIC 9(3).
       01  WITHHELD-MATCH-INDEX   PIC 9(3).
       01  CARDS-WITHHELD         PIC 9(7) VALUE 0.
       01  DISPLAY-BALANCE        PIC Z,ZZZ,ZZ9.99.

      *    THE GRADE DERIVATION FIELDS, MATCHING THE GRADE RUN'S
      *    WEIGHTED LOGIC SO CARD AND REGISTER NEVER DISAGREE.
       01  WEIGHTED-MARKS         PIC 9(6).
       01  TOTAL-WEIGHT           PIC 9(4).
       01  AVERAGE-MARKS          PIC 9(3)V99.
       01  GRADE                  PIC X.

      *    THE SHARED GRADING-SCHEME LOOKUP - THE SAME SCHEME FOR
      *    THE STUDENT'S SECTION AND TERM THE GRADE RUN USES.
       01  GRADE-SCHEME-AREA.
           COPY GRSREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON THE AUDIT RECORD.
       01  OPERATOR-SIGNON-AREA.
           ACCEPT BATCH-START-TIME FROM TIME
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM RESOLVE-TERM-ID
           PERFORM LOAD-SUBJECT-MASTER
           PERFORM LOAD-ATTENDANCE-TABLE
           PERFORM LOAD-ENROLLMENTS
           PERFORM LOAD-SUBJECT-MARKS
           PERFORM LOAD-GRADED-RESULTS
           PERFORM LOAD-FEE-DEFAULTERS
           PERFORM ACCUMULATE-SECTION-AVERAGES
           PERFORM BUILD-SCHOOL-RANKING

           OPEN OUTPUT CARD-OUT-FILE
           PERFORM VARYING STUD-INDEX FROM 1 BY 1
                   UNTIL STUD-INDEX > STUD-COUNT
               PERFORM FIND-WITHHELD-CARD
               IF WITHHELD-MATCH-INDEX > 0
                   PERFORM PRINT-WITHHELD-NOTICE
               ELSE
                   PERFORM PRINT-ONE-CARD
               END-IF
           END-PERFORM
           CLOSE CARD-OUT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT

      *    SEEDS THE FIVE SLOTS WITH THE OLD ANONYMOUS EQUAL-WEIGHT
      *    SUBJECTS, THEN OVERLAYS WHATEVER THE SUBJECT MASTER
      *    SUPPLIES, ROW N GOVERNING OCCURS SLOT N. ROWS PAST THE
      *    FIFTH ARE SUBJECTS ONLY AN ENROLLMENT CAN GIVE A STUDENT.
       LOAD-SUBJECT-MASTER.
           PERFORM VARYING SUBJ-LOAD-INDEX FROM 1 BY 1
                   UNTIL SUBJ-LOAD-INDEX > 5
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

      *    THE ACADEMIC TERM COMES FROM THE CENTRAL PARAMETER
      *    LIBRARY UNDER THE GRADE RUN'S NAME (PARAMETER TERMID);
      *    WITHOUT A ROW THE RUN-DATE YEAR PLUS "T" STANDS IN.
       RESOLVE-TERM-ID.
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "GRADE-CALCULATOR" TO PLQ-PROGRAM-ID
           MOVE "TERMID" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND AND PLQ-PARM-VALUE (6:5) NOT = SPACES
               MOVE PLQ-PARM-VALUE (6:5) TO TERM-ID
           ELSE
               MOVE SPACES TO TERM-ID
               STRING RUN-DATE (1:4) DELIMITED BY SIZE
                   "T" DELIMITED BY SIZE
                   INTO TERM-ID
               END-STRING
           END-IF.

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

      *    THE TERM'S MARKS AGAINST THEIR ENROLLMENTS, A LATER MARK
      *    REPLACING AN EARLIER ONE. A MARK WITH NO ENROLLMENT IS
      *    LEFT OFF THE CARD - THE GRADE RUN LOGS IT.
       LOAD-SUBJECT-MARKS.
           OPEN INPUT SUBJ-MARK-FILE
           IF SUBJ-MARK-STATUS = "00"
               PERFORM UNTIL SUBJ-MARK-STATUS NOT = "00"
                   READ SUBJ-MARK-FILE
                       AT END MOVE "10" TO SUBJ-MARK-STATUS
                       NOT AT END
                           IF SMK-TERM-ID = TERM-ID
                                   AND SMK-MARK NUMERIC
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
               MOVE SMK-MARK TO ENT-MARK(ENROLL-MATCH-INDEX)
               MOVE "Y" TO ENT-MARK-SWITCH(ENROLL-MATCH-INDEX)
           END-IF.

       LOAD-ATTENDANCE-TABLE.
                                   STT-NAME(STUD-COUNT)
                               MOVE IN-SECTION-CODE TO
                                   STT-SECTION(STUD-COUNT)
                               PERFORM LOAD-STUDENT-SUBJECTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRD-IN-FILE
           END-IF.

      *    THE DEFAULTERS WHOSE CARD IS TO BE WITHHELD, ONE ENTRY A
      *    STUDENT HOWEVER MANY INVOICES THEY HAVE DEFAULTED ON.
       LOAD-FEE-DEFAULTERS.
           OPEN INPUT FEE-DFLT-FILE
           IF FEE-DFLT-STATUS = "00"
               PERFORM UNTIL FEE-DFLT-STATUS NOT = "00"
                   READ FEE-DFLT-FILE
                       AT END MOVE "10" TO FEE-DFLT-STATUS
                       NOT AT END
                           IF DFL-CARD-WITHHELD
                               PERFORM FILE-ONE-DEFAULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-DFLT-FILE
           END-IF.

       FILE-ONE-DEFAULT.
           MOVE 0 TO WITHHELD-MATCH-INDEX
           PERFORM VARYING WITHHELD-INDEX FROM 1 BY 1
                   UNTIL WITHHELD-INDEX > WITHHELD-COUNT
               IF WHT-ROLL(WITHHELD-INDEX) = DFL-ROLL-NUMBER
                   MOVE WITHHELD-INDEX TO WITHHELD-MATCH-INDEX
               END-IF
           END-PERFORM
           IF WITHHELD-MATCH-INDEX = 0 AND WITHHELD-COUNT < 999
               ADD 1 TO WITHHELD-COUNT
               MOVE WITHHELD-COUNT TO WITHHELD-MATCH-INDEX
               MOVE DFL-ROLL-NUMBER TO WHT-ROLL(WITHHELD-COUNT)
               MOVE 0 TO WHT-BALANCE(WITHHELD-COUNT)
           END-IF
           IF WITHHELD-MATCH-INDEX > 0
               ADD DFL-BALANCE TO WHT-BALANCE(WITHHELD-MATCH-INDEX)
           END-IF.

      *    THE CARD'S SUBJECTS FOR THE STUDENT JUST LOADED - EVERY
      *    SUBJECT ENROLLED IN FOR THE TERM, OR THE FIVE GRDIN
      *    SLOTS FOR A STUDENT WITH NO ENROLLMENTS.
       LOAD-STUDENT-SUBJECTS.
           MOVE 0 TO STT-TOTAL(STUD-COUNT)
           MOVE 0 TO STT-SUBJ-COUNT(STUD-COUNT)
           MOVE "Y" TO STT-MARKS-SWITCH(STUD-COUNT)
           PERFORM VARYING ENROLL-INDEX FROM 1 BY 1
                   UNTIL ENROLL-INDEX > ENROLL-COUNT
               IF ENT-ROLL(ENROLL-INDEX) = IN-ROLL-NUMBER
                       AND STT-SUBJ-COUNT(STUD-COUNT) < 12
                   PERFORM ADD-ENROLLED-SUBJECT
               END-IF
           END-PERFORM

           IF STT-SUBJ-COUNT(STUD-COUNT) = 0
               MOVE 5 TO STT-SUBJ-COUNT(STUD-COUNT)
               PERFORM VARYING SUBJECT-INDEX FROM 1 BY 1
                       UNTIL SUBJECT-INDEX > 5
                   MOVE SUBJECT-INDEX TO
                       STT-SUBJ-ROW(STUD-COUNT SUBJECT-INDEX)
                   MOVE SUBJ-CODE(SUBJECT-INDEX) TO
                       STT-SUBJ-CODE(STUD-COUNT SUBJECT-INDEX)
                   MOVE IN-SUBJECT-MARKS(SUBJECT-INDEX) TO
                       STT-MARK(STUD-COUNT SUBJECT-INDEX)
                   MOVE "Y" TO
                       STT-MARK-SWITCH(STUD-COUNT SUBJECT-INDEX)
                   ADD IN-SUBJECT-MARKS(SUBJECT-INDEX) TO
                       STT-TOTAL(STUD-COUNT)
               END-PERFORM
           END-IF.

       ADD-ENROLLED-SUBJECT.
           ADD 1 TO STT-SUBJ-COUNT(STUD-COUNT)
           MOVE STT-SUBJ-COUNT(STUD-COUNT) TO SUBJECT-INDEX
           MOVE ENT-SUBJECT-CODE(ENROLL-INDEX) TO
               STT-SUBJ-CODE(STUD-COUNT SUBJECT-INDEX)
           MOVE ENT-MARK(ENROLL-INDEX) TO
               STT-MARK(STUD-COUNT SUBJECT-INDEX)
           MOVE ENT-MARK-SWITCH(ENROLL-INDEX) TO
               STT-MARK-SWITCH(STUD-COUNT SUBJECT-INDEX)
           ADD ENT-MARK(ENROLL-INDEX) TO STT-TOTAL(STUD-COUNT)
           IF NOT ENT-HAS-MARK(ENROLL-INDEX)
               MOVE "N" TO STT-MARKS-SWITCH(STUD-COUNT)
           END-IF
           MOVE 0 TO SUBJ-MATCH-INDEX
           PERFORM VARYING SUBJ-LOAD-INDEX FROM 1 BY 1
                   UNTIL SUBJ-LOAD-INDEX > SUBJECT-COUNT
                       OR SUBJ-MATCH-INDEX > 0
               IF SUBJ-CODE(SUBJ-LOAD-INDEX)
                       = ENT-SUBJECT-CODE(ENROLL-INDEX)
                   MOVE SUBJ-LOAD-INDEX TO SUBJ-MATCH-INDEX
               END-IF
           END-PERFORM
           MOVE SUBJ-MATCH-INDEX TO
               STT-SUBJ-ROW(STUD-COUNT SUBJECT-INDEX).

       ACCUMULATE-SECTION-AVERAGES.
           PERFORM VARYING STUD-INDEX FROM 1 BY 1
                   UNTIL STUD-INDEX > STUD-COUNT
                       SEC-CODE(SECTION-COUNT)
                   MOVE 0 TO SEC-STUDENTS(SECTION-COUNT)
                   PERFORM VARYING SUBJECT-INDEX FROM 1 BY 1
                           UNTIL SUBJECT-INDEX > 30
                       MOVE 0 TO SEC-MARK-SUM(SECTION-COUNT
                           SUBJECT-INDEX)
                       MOVE 0 TO SEC-SUBJ-STUDENTS(SECTION-COUNT
                           SUBJECT-INDEX)
                   END-PERFORM
                   MOVE SECTION-COUNT TO SECTION-MATCH-INDEX
               END-IF
               IF SECTION-MATCH-INDEX > 0
                   ADD 1 TO SEC-STUDENTS(SECTION-MATCH-INDEX)
                   PERFORM VARYING SUBJECT-INDEX FROM 1 BY 1
                           UNTIL SUBJECT-INDEX
                               > STT-SUBJ-COUNT(STUD-INDEX)
                       MOVE STT-SUBJ-ROW(STUD-INDEX SUBJECT-INDEX)
                           TO SUBJECT-ROW
                       IF SUBJECT-ROW > 0
                               AND STT-IS-MARKED(STUD-INDEX
                                   SUBJECT-INDEX)
                           ADD STT-MARK(STUD-INDEX SUBJECT-INDEX) TO
                               SEC-MARK-SUM(SECTION-MATCH-INDEX
                                   SUBJECT-ROW)
                           ADD 1 TO SEC-SUBJ-STUDENTS
                               (SECTION-MATCH-INDEX SUBJECT-ROW)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           END-PERFORM.

      *    ONE STUDENT'S PAGE. THE GRADE IS RE-DERIVED THROUGH THE
      *    SAME CREDIT-WEIGHTED AVERAGE AND GRADING SCHEME THE
      *    GRADE RUN USES, SO THE CARD AGREES WITH THE REGISTER.
       PRINT-ONE-CARD.
           PERFORM WRITE-PAGE-RULE
           ADD 1 TO CARD-COUNT
           END-PERFORM

           PERFORM VARYING SUBJECT-INDEX FROM 1 BY 1
                   UNTIL SUBJECT-INDEX > STT-SUBJ-COUNT(STUD-INDEX)
               PERFORM WRITE-SUBJECT-LINE
           END-PERFORM

           IF STT-MARKS-COMPLETE(STUD-INDEX)
               PERFORM DERIVE-WEIGHTED-GRADE
               MOVE SPACES TO CARD-OUT-RECORD
               STRING "TOTAL " DELIMITED BY SIZE
                   STT-TOTAL(STUD-INDEX) DELIMITED BY SIZE
                   "  AVERAGE " DELIMITED BY SIZE
                   AVERAGE-MARKS DELIMITED BY SIZE
                   "  GRADE " DELIMITED BY SIZE
                   GRADE DELIMITED BY SIZE
                   "  SCHEME " DELIMITED BY SIZE
                   GRSQ-SCHEME-ID DELIMITED BY SIZE
                   INTO CARD-OUT-RECORD
               END-STRING
           ELSE
               MOVE "GRADE PENDING - NOT EVERY SUBJECT IS MARKED"
                   TO CARD-OUT-RECORD
           END-IF
           WRITE CARD-OUT-RECORD

           PERFORM WRITE-ATTENDANCE-LINE
           PERFORM WRITE-RANK-LINE
           PERFORM WRITE-PAGE-RULE.

       FIND-WITHHELD-CARD.
           MOVE 0 TO WITHHELD-MATCH-INDEX
           PERFORM VARYING WITHHELD-INDEX FROM 1 BY 1
                   UNTIL WITHHELD-INDEX > WITHHELD-COUNT
               IF WHT-ROLL(WITHHELD-INDEX) = STT-ROLL(STUD-INDEX)
                   MOVE WITHHELD-INDEX TO WITHHELD-MATCH-INDEX
               END-IF
           END-PERFORM.

      *    THE PAGE A STUDENT WHOSE CARD IS WITHHELD GETS INSTEAD -
      *    RULED LIKE A CARD SO THE PRINT RUN STILL SPLITS CLEANLY,
      *    BUT WITH NO MARKS ON IT.
       PRINT-WITHHELD-NOTICE.
           PERFORM WRITE-PAGE-RULE
           ADD 1 TO CARDS-WITHHELD

           MOVE SPACES TO CARD-OUT-RECORD
           STRING "ROLL " DELIMITED BY SIZE
               STT-ROLL(STUD-INDEX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STT-NAME(STUD-INDEX) DELIMITED BY SIZE
               "  SECTION " DELIMITED BY SIZE
               STT-SECTION(STUD-INDEX) DELIMITED BY SIZE
               INTO CARD-OUT-RECORD
           END-STRING
           WRITE CARD-OUT-RECORD

           MOVE "REPORT CARD WITHHELD - FEES OUTSTANDING"
               TO CARD-OUT-RECORD
           WRITE CARD-OUT-RECORD

           MOVE WHT-BALANCE(WITHHELD-MATCH-INDEX) TO DISPLAY-BALANCE
           MOVE SPACES TO CARD-OUT-RECORD
           STRING "BALANCE DUE " DELIMITED BY SIZE
               DISPLAY-BALANCE DELIMITED BY SIZE
               "  - PLEASE CONTACT THE ACCOUNTS OFFICE"
                   DELIMITED BY SIZE
               INTO CARD-OUT-RECORD
           END-STRING
           WRITE CARD-OUT-RECORD
           PERFORM WRITE-PAGE-RULE.

      *    ONE SUBJECT LINE - THE MARK AGAINST THE MAXIMUM AND THE
      *    AVERAGE OF THE SECTION'S STUDENTS WHO TAKE THE SUBJECT. A
      *    CODE NOT ON THE SUBJECT MASTER PRINTS UNDER ITS CODE.
       WRITE-SUBJECT-LINE.
           MOVE STT-SUBJ-ROW(STUD-INDEX SUBJECT-INDEX) TO SUBJECT-ROW
           MOVE 0 TO CLASS-AVERAGE
           IF SECTION-MATCH-INDEX > 0 AND SUBJECT-ROW > 0
               IF SEC-SUBJ-STUDENTS(SECTION-MATCH-INDEX SUBJECT-ROW)
                       > 0
                   COMPUTE CLASS-AVERAGE ROUNDED =
                       SEC-MARK-SUM(SECTION-MATCH-INDEX SUBJECT-ROW)
                       / SEC-SUBJ-STUDENTS(SECTION-MATCH-INDEX
                           SUBJECT-ROW)
               END-IF
           END-IF
           MOVE SPACES TO CARD-OUT-RECORD
           IF SUBJECT-ROW > 0
               MOVE SUBJ-NAME(SUBJECT-ROW) TO CARD-OUT-RECORD
           ELSE
               MOVE STT-SUBJ-CODE(STUD-INDEX SUBJECT-INDEX)
                   TO CARD-OUT-RECORD
           END-IF
           IF STT-IS-MARKED(STUD-INDEX SUBJECT-INDEX)
               STRING STT-MARK(STUD-INDEX SUBJECT-INDEX)
                       DELIMITED BY SIZE
                   " /100  " DELIMITED BY SIZE
                   CLASS-AVERAGE DELIMITED BY SIZE
                   INTO CARD-OUT-RECORD (14:57)
               END-STRING
           ELSE
               MOVE "NOT MARKED" TO CARD-OUT-RECORD (14:57)
           END-IF
           WRITE CARD-OUT-RECORD.

       DERIVE-WEIGHTED-GRADE.
           MOVE 0 TO WEIGHTED-MARKS
           MOVE 0 TO TOTAL-WEIGHT
           PERFORM VARYING SUBJECT-INDEX FROM 1 BY 1
                   UNTIL SUBJECT-INDEX > STT-SUBJ-COUNT(STUD-INDEX)
               MOVE STT-SUBJ-ROW(STUD-INDEX SUBJECT-INDEX)
                   TO SUBJECT-ROW
               IF SUBJECT-ROW > 0
                   COMPUTE WEIGHTED-MARKS = WEIGHTED-MARKS
                       + STT-MARK(STUD-INDEX SUBJECT-INDEX)
                           * SUBJ-WEIGHT(SUBJECT-ROW)
                   ADD SUBJ-WEIGHT(SUBJECT-ROW) TO TOTAL-WEIGHT
               ELSE
                   ADD STT-MARK(STUD-INDEX SUBJECT-INDEX)
                       TO WEIGHTED-MARKS
                   ADD 1 TO TOTAL-WEIGHT
               END-IF
           END-PERFORM
           IF TOTAL-WEIGHT = 0
               MOVE 5 TO TOTAL-WEIGHT
           COMPUTE AVERAGE-MARKS ROUNDED =
               WEIGHTED-MARKS / TOTAL-WEIGHT

           MOVE SPACES TO GRADE-SCHEME-AREA
           SET GRSQ-REQ-GRADE TO TRUE
           MOVE STT-SECTION(STUD-INDEX) TO GRSQ-SECTION-CODE
           MOVE AVERAGE-MARKS TO GRSQ-AVERAGE
           CALL "GRADE-SCHEME" USING GRADE-SCHEME-AREA
           MOVE GRSQ-GRADE-LETTER TO GRADE.

       WRITE-ATTENDANCE-LINE.
           MOVE 0 TO ATTEND-MATCH-INDEX
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE RECORD-COUNT TO AUD-RECORD-COUNT
           COMPUTE AUD-OUTPUT-COUNT = CARD-COUNT + CARDS-WITHHELD
           MOVE 0 TO AUD-EXCEPTION-COUNT
           MOVE "GRDIN AND SUBJMRK FILES" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.
