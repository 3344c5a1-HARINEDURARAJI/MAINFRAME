      *    THE SECTIONS TAUGHT, AVERAGE AND MEDIAN MARK, PASS RATE
      *    AND GRADE DISTRIBUTION - THEN A SCHOOL-LEVEL PAGE
      *    PUTTING TEACHERS OF THE SAME SUBJECT SIDE BY SIDE, THE
      *    COMPARISON THAT USED TO BE ASSEMBLED BY HAND. A SUBJECT
      *    SLOT IS A ROW OF THE SUBJECT MASTER (THE FIRST NINE CAN
      *    BE ASSIGNED), AND A STUDENT ENROLLED IN SUBJECTS FOR THE
      *    TERM COUNTS ONLY IN THE SUBJECTS THEY TAKE, WITH THE
      *    SUBJMRK MARK FOR EACH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS IN-ROLL-NUMBER
               FILE STATUS IS GRD-IN-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "ENROLL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ENROLL-STATUS.
           SELECT SUBJ-MARK-FILE ASSIGN TO "SUBJMRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUBJ-MARK-STATUS.
           SELECT TCH-RPT-FILE ASSIGN TO "TCHRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
           05  IN-SUBJECT-MARKS   PIC 9(3) OCCURS 5 TIMES.
           05  IN-SECTION-CODE    PIC X(3).

       FD  ENROLL-FILE.
       01  ENROLL-RECORD.
           COPY ENRLREC.

       FD  SUBJ-MARK-FILE.
       01  SUBJ-MARK-RECORD.
           COPY SMKREC.

       FD  TCH-RPT-FILE.
       01  TCH-RPT-RECORD         PIC X(80).

       01  TCH-ASGN-STATUS        PIC XX.
       01  SUBJ-MSTR-STATUS       PIC XX.
       01  GRD-IN-STATUS          PIC XX.
       01  ENROLL-STATUS          PIC XX.
       01  SUBJ-MARK-STATUS       PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
      *    THE SUBJECT NAMES BY SLOT, DEFAULTED AS THE GRADE RUN
      *    DEFAULTS THEM WHEN THE SUBJECT MASTER IS NOT SUPPLIED.
       01  SUBJECT-TABLE.
           05  SUBJECT-ENTRY OCCURS 9 TIMES.
               10  SUBJ-CODE          PIC X(4).
               10  SUBJ-NAME          PIC X(12).
       01  SUBJ-LOAD-INDEX        PIC 9(2).

      *    THE TERM REPORTED ON (PARAMETER TERMID, AS THE GRADE RUN
      *    READS IT) AND ITS ENROLLMENTS, EACH WITH THE LATEST MARK
      *    FILED AGAINST IT.
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
       01  STUDENT-ENROLLED-SWITCH PIC X.
           88  STUDENT-IS-ENROLLED    VALUE "Y".

      *    EVERY GRADED ROW'S SECTION AND MARKS, HELD IN MEMORY SO
      *    EACH TEACHER-AND-SUBJECT CELL CAN BE SCANNED IN TURN -
      *    WITH, PER SLOT, WHETHER THE STUDENT TAKES THE SUBJECT.
       01  GROW-COUNT             PIC 9(3) VALUE 0.
       01  GRADE-ROW-TABLE.
           05  GRADE-ROW-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON GROW-COUNT.
               10  GRW-SECTION        PIC X(3).
               10  GRW-SUBJECT OCCURS 9 TIMES.
                   15  GRW-MARK           PIC 9(3).
                   15  GRW-TAKES-SWITCH   PIC X.
                       88  GRW-TAKES-SUBJECT  VALUE "Y".
       01  GROW-INDEX             PIC 9(3).

      *    THE CELL IN HAND - ONE TEACHER, ONE SUBJECT SLOT: THE
      *    SECTIONS ASSIGNED, THE MARKS COLLECTED FROM THOSE
      *    SECTIONS, AND THE STATISTICS DERIVED FROM THEM.
       01  CELL-SLOT              PIC 9(2).
       01  CELL-SECTION-COUNT     PIC 9(2).
       01  CELL-SECTION-LIST      PIC X(40).
       01  CELL-LIST-OFFSET       PIC 9(2).
       01  MARK-COUNT             PIC 9(3).
       01  MARK-LIST.
           05  MARK-ITEM          PIC 9(3) OCCURS 999 TIMES.
      *    THE SECTION EACH MARK CAME FROM, SO IT IS GRADED ON THE
      *    SCHEME FOR THAT SECTION (READ BEFORE THE MARKS ARE SORTED).
       01  MARK-SECTION-LIST.
           05  MARK-SECTION-ITEM  PIC X(3) OCCURS 999 TIMES.
       01  MARK-I                 PIC 9(3).
       01  MARK-J                 PIC 9(3).
       01  MARK-TEMP              PIC 9(3).
       01  CELL-MID               PIC 9(3).
       01  CELL-PASS-COUNT        PIC 9(3).
       01  CELL-PASS-RATE         PIC 9(3)V99.
      *    THE LETTERS THE DISTRIBUTION COUNTS - THE STANDARD SIX,
      *    THEN ANY OTHER A GRADING SCHEME AWARDS, ADDED THE FIRST
      *    TIME IT IS SEEN.
       01  CELL-GRADE-COUNTS.
           05  CELL-GRADE-COUNT   PIC 9(3) OCCURS 26 TIMES.
       01  GRADE-SCAN-INDEX       PIC 9(2).
       01  GRADE-LETTER-COUNT     PIC 9(2) VALUE 6.
       01  GRADE-LETTERS          PIC X(26) VALUE "ABCDEF".
       01  GRADE-INDEX            PIC 9(2).

      *    THE COMPARISON TABLE FILLED WHILE THE PER-TEACHER PAGES
      *    PRINT, THEN REPLAYED SUBJECT BY SUBJECT ON THE SCHOOL
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    THE SHARED GRADING-SCHEME LOOKUP.
       01  GRADE-SCHEME-AREA.
           COPY GRSREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM LOAD-TEACHER-MASTER
           PERFORM LOAD-ASSIGNMENT-TABLE
           PERFORM LOAD-SUBJECT-MASTER
           PERFORM RESOLVE-TERM-ID
           PERFORM LOAD-ENROLLMENTS
           PERFORM LOAD-SUBJECT-MARKS
           PERFORM LOAD-GRADED-RESULTS

           OPEN OUTPUT TCH-RPT-FILE
               CLOSE TCH-ASGN-FILE
           END-IF.

      *    SEEDS THE SLOTS WITH THE SAME ANONYMOUS DEFAULTS THE
      *    GRADE RUN USES, THEN OVERLAYS THE SUBJECT MASTER.
       LOAD-SUBJECT-MASTER.
           PERFORM VARYING SUBJ-LOAD-INDEX FROM 1 BY 1
                   UNTIL SUBJ-LOAD-INDEX > 9
               MOVE SPACES TO SUBJ-CODE(SUBJ-LOAD-INDEX)
               MOVE SPACES TO SUBJ-NAME(SUBJ-LOAD-INDEX)
               STRING "SUBJECT " DELIMITED BY SIZE
                   SUBJ-LOAD-INDEX (2:1) DELIMITED BY SIZE
                   INTO SUBJ-NAME(SUBJ-LOAD-INDEX)
               END-STRING
           END-PERFORM
           OPEN INPUT SUBJ-MSTR-FILE
           IF SUBJ-MSTR-STATUS = "00"
               PERFORM UNTIL SUBJ-MSTR-STATUS NOT = "00"
                       OR SUBJ-LOAD-INDEX = 9
                   READ SUBJ-MSTR-FILE
                       AT END MOVE "10" TO SUBJ-MSTR-STATUS
                       NOT AT END
                               ADD 1 TO GROW-COUNT
                               MOVE IN-SECTION-CODE TO
                                   GRW-SECTION(GROW-COUNT)
                               PERFORM LOAD-ROW-SUBJECTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRD-IN-FILE
           END-IF.

      *    THE SUBJECTS THE STUDENT JUST LOADED TAKES. ENROLLED FOR
      *    THE TERM - EACH SLOT WHOSE SUBJECT IS ENROLLED IN AND
      *    MARKED, AT ITS SUBJMRK MARK. NOT ENROLLED - THE FIVE
      *    GRDIN SLOTS, AS BEFORE ENROLLMENTS WERE KEPT.
       LOAD-ROW-SUBJECTS.
           MOVE "N" TO STUDENT-ENROLLED-SWITCH
           PERFORM VARYING ENROLL-INDEX FROM 1 BY 1
                   UNTIL ENROLL-INDEX > ENROLL-COUNT
                       OR STUDENT-IS-ENROLLED
               IF ENT-ROLL(ENROLL-INDEX) = IN-ROLL-NUMBER
                   SET STUDENT-IS-ENROLLED TO TRUE
               END-IF
           END-PERFORM

           PERFORM VARYING CELL-SLOT FROM 1 BY 1
                   UNTIL CELL-SLOT > 9
               MOVE 0 TO GRW-MARK(GROW-COUNT CELL-SLOT)
               MOVE "N" TO GRW-TAKES-SWITCH(GROW-COUNT CELL-SLOT)
               IF STUDENT-IS-ENROLLED
                   PERFORM FIND-SLOT-ENROLLMENT
                   IF ENROLL-MATCH-INDEX > 0
                       MOVE ENT-MARK(ENROLL-MATCH-INDEX) TO
                           GRW-MARK(GROW-COUNT CELL-SLOT)
                       MOVE "Y" TO
                           GRW-TAKES-SWITCH(GROW-COUNT CELL-SLOT)
                   END-IF
               ELSE
                   IF CELL-SLOT <= 5
                       MOVE IN-SUBJECT-MARKS(CELL-SLOT) TO
                           GRW-MARK(GROW-COUNT CELL-SLOT)
                       MOVE "Y" TO
                           GRW-TAKES-SWITCH(GROW-COUNT CELL-SLOT)
                   END-IF
               END-IF
           END-PERFORM.

      *    THE STUDENT'S MARKED ENROLLMENT IN THE SLOT'S SUBJECT.
       FIND-SLOT-ENROLLMENT.
           MOVE 0 TO ENROLL-MATCH-INDEX
           IF SUBJ-CODE(CELL-SLOT) NOT = SPACES
               PERFORM VARYING ENROLL-INDEX FROM 1 BY 1
                       UNTIL ENROLL-INDEX > ENROLL-COUNT
                           OR ENROLL-MATCH-INDEX > 0
                   IF ENT-ROLL(ENROLL-INDEX) = IN-ROLL-NUMBER
                           AND ENT-SUBJECT-CODE(ENROLL-INDEX)
                               = SUBJ-CODE(CELL-SLOT)
                           AND ENT-HAS-MARK(ENROLL-INDEX)
                       MOVE ENROLL-INDEX TO ENROLL-MATCH-INDEX
                   END-IF
               END-PERFORM
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
      *    LEFT OUT - THE GRADE RUN LOGS IT.
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

      *    ONE TEACHER'S PAGE - A CELL PER SUBJECT SLOT THE TEACHER
      *    IS ASSIGNED TO. A TEACHER WITH NO ASSIGNMENTS (INCLUDING
      *    EVERYONE WHO HAS LEFT) PRINTS NOTHING.
       REPORT-ONE-TEACHER.
           PERFORM VARYING CELL-SLOT FROM 1 BY 1
                   UNTIL CELL-SLOT > 9
               PERFORM GATHER-CELL-SECTIONS
               IF CELL-SECTION-COUNT > 0
                   PERFORM GATHER-CELL-MARKS
                   END-IF
               END-PERFORM
               IF SECTION-IS-TAUGHT AND MARK-COUNT < 999
                       AND GRW-TAKES-SUBJECT(GROW-INDEX CELL-SLOT)
                   ADD 1 TO MARK-COUNT
                   MOVE GRW-MARK(GROW-INDEX CELL-SLOT) TO
                       MARK-ITEM(MARK-COUNT)
                   MOVE GRW-SECTION(GROW-INDEX) TO
                       MARK-SECTION-ITEM(MARK-COUNT)
               END-IF
           END-PERFORM.

      *    AVERAGE, MEDIAN (THE MARK LIST IS EXCHANGE-SORTED THE
      *    WAY THE GRADE RUN SORTS ITS RANKING TABLE), AND THE PASS
      *    RATE AND GRADE DISTRIBUTION WITH EACH MARK GRADED ON THE
      *    SCHEME FOR ITS SECTION AND THE TERM, AS THE AVERAGE GRADE
      *    IS.
       COMPUTE-CELL-STATISTICS.
           MOVE 0 TO MARK-SUM
           MOVE 0 TO CELL-PASS-COUNT
           PERFORM VARYING GRADE-SCAN-INDEX FROM 1 BY 1
                   UNTIL GRADE-SCAN-INDEX > 26
               MOVE 0 TO CELL-GRADE-COUNT(GRADE-SCAN-INDEX)
           END-PERFORM

           PERFORM VARYING MARK-I FROM 1 BY 1
                   UNTIL MARK-I > MARK-COUNT
               ADD MARK-ITEM(MARK-I) TO MARK-SUM
               PERFORM GRADE-ONE-MARK
               IF GRSQ-GRADE-PASSES
                   ADD 1 TO CELL-PASS-COUNT
               END-IF
               ADD 1 TO CELL-GRADE-COUNT(GRADE-INDEX)
           END-PERFORM

           MOVE 0 TO CELL-AVERAGE
               END-IF
           END-IF.

      *    THE MARK IN HAND GRADED ON ITS SECTION'S SCHEME;
      *    GRADE-INDEX IS THE LETTER'S SLOT IN THE DISTRIBUTION.
       GRADE-ONE-MARK.
           MOVE SPACES TO GRADE-SCHEME-AREA
           SET GRSQ-REQ-GRADE TO TRUE
           MOVE MARK-SECTION-ITEM(MARK-I) TO GRSQ-SECTION-CODE
           MOVE MARK-ITEM(MARK-I) TO GRSQ-AVERAGE
           CALL "GRADE-SCHEME" USING GRADE-SCHEME-AREA

           MOVE 0 TO GRADE-INDEX
           PERFORM VARYING GRADE-SCAN-INDEX FROM 1 BY 1
                   UNTIL GRADE-SCAN-INDEX > GRADE-LETTER-COUNT
                       OR GRADE-INDEX > 0
               IF GRADE-LETTERS(GRADE-SCAN-INDEX:1)
                       = GRSQ-GRADE-LETTER
                   MOVE GRADE-SCAN-INDEX TO GRADE-INDEX
               END-IF
           END-PERFORM
           IF GRADE-INDEX = 0
               IF GRADE-LETTER-COUNT < 26
                   ADD 1 TO GRADE-LETTER-COUNT
                   MOVE GRSQ-GRADE-LETTER TO
                       GRADE-LETTERS(GRADE-LETTER-COUNT:1)
               END-IF
               MOVE GRADE-LETTER-COUNT TO GRADE-INDEX
           END-IF.

       WRITE-CELL-LINES.
           MOVE SPACES TO TCH-RPT-RECORD
           PERFORM WRITE-REPORT-LINE
           END-STRING
           MOVE 11 TO CELL-LIST-OFFSET
           PERFORM VARYING GRADE-SCAN-INDEX FROM 1 BY 1
                   UNTIL GRADE-SCAN-INDEX > GRADE-LETTER-COUNT
               IF CELL-LIST-OFFSET > 74
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES TO TCH-RPT-RECORD
                   MOVE 11 TO CELL-LIST-OFFSET
               END-IF
               MOVE GRADE-LETTERS(GRADE-SCAN-INDEX:1) TO
                   TCH-RPT-RECORD(CELL-LIST-OFFSET:1)
               MOVE ":" TO TCH-RPT-RECORD(CELL-LIST-OFFSET + 1:1)
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING CELL-SLOT FROM 1 BY 1
                   UNTIL CELL-SLOT > 9
               MOVE "N" TO SLOT-HAS-TEACHERS
               PERFORM VARYING COMP-INDEX FROM 1 BY 1
                       UNTIL COMP-INDEX > COMP-COUNT
           MOVE RECORD-COUNT TO AUD-RECORD-COUNT
           MOVE RECORD-COUNT TO AUD-OUTPUT-COUNT
           MOVE 0 TO AUD-EXCEPTION-COUNT
           MOVE "GRDIN, SUBJMRK AND TCHASGN" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.
