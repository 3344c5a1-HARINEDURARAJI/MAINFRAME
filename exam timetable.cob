       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-TIMETABLE.

      *    BUILDS THE TERM'S EXAMINATION TIMETABLE THAT USED TO BE
      *    DRAWN UP ON PAPER. EVERY SUBJECT ON SUBJMSTR THAT HAS
      *    STUDENTS ENROLLED FOR THE TERM IS A PAPER; EXSESS LISTS
      *    THE EXAM SESSIONS (DATE AND MORNING OR AFTERNOON) IN THE
      *    ORDER THEY SHOULD BE FILLED AND EXHALL THE HALLS WITH
      *    THEIR SEATING CAPACITY. PAPERS ARE PLACED LARGEST FIRST,
      *    EACH IN THE EARLIEST SESSION WHERE NONE OF ITS CANDIDATES
      *    ALREADY SITS A PAPER AND THE HALLS STILL HAVE A SEAT FOR
      *    EVERY CANDIDATE; A PAPER THAT FITS NOWHERE IS REPORTED
      *    AND LOGGED. EXTIME PRINTS THE TIMETABLE, HALLTKT A HALL
      *    TICKET PER STUDENT ON STUMSTR LISTING EACH PAPER'S DATE,
      *    SESSION, HALL AND SEAT, AND SEATPLN THE SEATING PLAN OF
      *    EVERY HALL IN EVERY SESSION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJ-MSTR-FILE ASSIGN TO "SUBJMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUBJ-MSTR-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "ENROLL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ENROLL-STATUS.
           SELECT STU-MSTR-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS STU-ROLL-NUMBER
               FILE STATUS IS STU-MSTR-STATUS.
           SELECT EXAM-SESS-FILE ASSIGN TO "EXSESS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXAM-SESS-STATUS.
           SELECT EXAM-HALL-FILE ASSIGN TO "EXHALL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXAM-HALL-STATUS.
           SELECT TIMETABLE-FILE ASSIGN TO "EXTIME"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT HALL-TICKET-FILE ASSIGN TO "HALLTKT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SEAT-PLAN-FILE ASSIGN TO "SEATPLN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXC-LOG-FILE ASSIGN TO "EXCLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXC-LOG-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBJ-MSTR-FILE.
       01  SUBJ-MSTR-RECORD.
           05  SBJ-SUBJECT-CODE   PIC X(4).
           05  SBJ-SUBJECT-NAME   PIC X(12).
           05  SBJ-CREDIT-WEIGHT  PIC 9(2).

       FD  ENROLL-FILE.
       01  ENROLL-RECORD.
           COPY ENRLREC.

      *    THE KEYED STUDENT MASTER - NAME AND CLASS-SECTION FOR THE
      *    HALL TICKETS. OPTIONAL, BUT WHEN PRESENT ONLY ITS ACTIVE
      *    STUDENTS ARE SEATED.
       FD  STU-MSTR-FILE.
       01  STU-MSTR-RECORD.
           05  STU-ROLL-NUMBER    PIC X(10).
           05  STU-NAME           PIC X(20).
           05  STU-CLASS-SECTION  PIC X(3).
           05  STU-STATUS         PIC X.
               88  STU-IS-ACTIVE      VALUE "A".

      *    ONE ROW PER EXAM SESSION, EARLIEST FIRST - PERIOD IS AM
      *    OR PM.
       FD  EXAM-SESS-FILE.
       01  EXAM-SESS-RECORD.
           05  EXS-SESSION-ID     PIC X(4).
           05  EXS-EXAM-DATE      PIC 9(8).
           05  EXS-PERIOD         PIC X(2).
               88  EXS-PERIOD-VALID   VALUE "AM" "PM".

      *    ONE ROW PER EXAM HALL OR ROOM AND THE CANDIDATES IT SEATS.
       FD  EXAM-HALL-FILE.
       01  EXAM-HALL-RECORD.
           05  EXH-HALL-ID        PIC X(4).
           05  EXH-HALL-NAME      PIC X(20).
           05  EXH-CAPACITY       PIC 9(4).

       FD  TIMETABLE-FILE.
       01  TIMETABLE-RECORD       PIC X(80).

       FD  HALL-TICKET-FILE.
       01  HALL-TICKET-RECORD     PIC X(80).

       FD  SEAT-PLAN-FILE.
       01  SEAT-PLAN-RECORD       PIC X(80).

       FD  EXC-LOG-FILE.
       01  EXC-LOG-RECORD.
           COPY EXCREC.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  SUBJ-MSTR-STATUS       PIC XX.
       01  ENROLL-STATUS          PIC XX.
       01  STU-MSTR-STATUS        PIC XX.
       01  EXAM-SESS-STATUS       PIC XX.
       01  EXAM-HALL-STATUS       PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  REJECT-REASON          PIC X(40).
       01  ENROLL-READ-COUNT      PIC 9(7) VALUE 0.
       01  PLACED-COUNT           PIC 9(7) VALUE 0.
       01  UNPLACED-COUNT         PIC 9(7) VALUE 0.
       01  TICKET-COUNT           PIC 9(7) VALUE 0.
       01  EXCEPTION-COUNT        PIC 9(7) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  CURRENT-TERM-ID        PIC X(5).

      *    THE PAPERS - ONE PER SUBJECT - WITH THEIR CANDIDATE COUNT
      *    AND, ONCE PLACED, THE SESSION THEY ARE SAT IN. A SUBJECT
      *    ENROLLED IN BUT MISSING FROM THE MASTER IS STILL A PAPER
      *    WHEN THERE IS NO MASTER; WITH ONE IT IS LOGGED.
       01  SUBJ-FILE-SWITCH       PIC X VALUE "N".
           88  SUBJ-MASTER-PRESENT    VALUE "Y".
       01  PAPER-COUNT            PIC 9(2) VALUE 0.
       01  PAPER-TABLE.
           05  PAPER-ENTRY OCCURS 30 TIMES.
               10  PPR-SUBJECT-CODE   PIC X(4).
               10  PPR-SUBJECT-NAME   PIC X(12).
               10  PPR-CANDIDATES     PIC 9(4).
               10  PPR-SESSION        PIC 9(2).
               10  PPR-UNPLACED-REASON PIC X(40).
       01  PAPER-INDEX            PIC 9(2).
       01  PAPER-FOUND-INDEX      PIC 9(2).

      *    PAPER NUMBERS IN PLACING ORDER - MOST CANDIDATES FIRST,
      *    SO THE HARDEST PAPERS TO FIT CLAIM SESSIONS EARLIEST.
       01  ORDER-TABLE.
           05  ORDER-PAPER        PIC 9(2) OCCURS 30 TIMES.
       01  ORDER-I                PIC 9(2).
       01  ORDER-J                PIC 9(2).
       01  ORDER-TEMP             PIC 9(2).
       01  ORDER-INDEX            PIC 9(2).

      *    THE SESSIONS AND HALLS, WITH THE SEATS TAKEN IN EACH HALL
      *    IN EACH SESSION.
       01  SESSION-COUNT          PIC 9(2) VALUE 0.
       01  SESSION-TABLE.
           05  SESSION-ENTRY OCCURS 40 TIMES.
               10  SES-SESSION-ID     PIC X(4).
               10  SES-EXAM-DATE      PIC 9(8).
               10  SES-PERIOD         PIC X(2).
               10  SES-HALL-USED      PIC 9(4) OCCURS 20 TIMES.
       01  SESSION-INDEX          PIC 9(2).
       01  HALL-COUNT             PIC 9(2) VALUE 0.
       01  HALL-TABLE.
           05  HALL-ENTRY OCCURS 20 TIMES.
               10  HAL-HALL-ID        PIC X(4).
               10  HAL-HALL-NAME      PIC X(20).
               10  HAL-CAPACITY       PIC 9(4).
       01  HALL-INDEX             PIC 9(2).

      *    THE STUDENTS - FROM THE MASTER WHEN IT IS PRESENT, ELSE
      *    AS ENROLLMENTS NAME THEM - EACH WITH A BUSY FLAG PER
      *    SESSION SO NO STUDENT IS BOOKED INTO TWO PAPERS AT ONCE.
       01  STU-FILE-SWITCH        PIC X VALUE "N".
           88  STU-MASTER-PRESENT     VALUE "Y".
       01  STUDENT-COUNT          PIC 9(4) VALUE 0.
       01  STUDENT-TABLE.
           05  STUDENT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON STUDENT-COUNT.
               10  STT-ROLL           PIC X(10).
               10  STT-NAME           PIC X(20).
               10  STT-SECTION        PIC X(3).
               10  STT-STATUS         PIC X.
                   88  STT-IS-ACTIVE      VALUE "A".
               10  STT-PAPER-COUNT    PIC 9(2).
               10  STT-SESSION-BUSY   PIC X OCCURS 40 TIMES.
       01  STUDENT-INDEX          PIC 9(4).
       01  STUDENT-FOUND-INDEX    PIC 9(4).

      *    THE TERM'S ENROLLMENTS - ONE SEAT EACH - WITH THE PAPER
      *    AND STUDENT THEY BELONG TO AND THE HALL AND SEAT GIVEN.
       01  ENROLL-COUNT           PIC 9(4) VALUE 0.
       01  ENROLL-TABLE.
           05  ENROLL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ENROLL-COUNT.
               10  ENT-PAPER          PIC 9(2).
               10  ENT-STUDENT        PIC 9(4).
               10  ENT-HALL           PIC 9(2).
               10  ENT-SEAT           PIC 9(4).
       01  ENROLL-INDEX           PIC 9(4).
       01  ENROLL-FOUND-SWITCH    PIC X.
           88  ENROLLMENT-ON-FILE     VALUE "Y".

      *    THE SESSION BEING TRIED FOR THE PAPER IN HAND.
       01  PLACED-SWITCH          PIC X.
           88  PAPER-IS-PLACED        VALUE "Y".
       01  CLASH-SWITCH           PIC X.
           88  SESSION-CLASHES        VALUE "Y".
       01  CLEAR-SESSION-SWITCH   PIC X.
           88  CLEAR-SESSION-SEEN     VALUE "Y".
       01  FREE-SEATS             PIC 9(5).
       01  SEAT-NUMBER            PIC 9(4).

       01  TICKET-RULE            PIC X(80) VALUE ALL "=".

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT AND EXCEPTION
      *    RECORD THIS PROGRAM WRITES.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           ACCEPT BATCH-START-TIME FROM TIME
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM RESOLVE-TERM-ID
           PERFORM OPEN-EXCEPTION-LOG
           PERFORM LOAD-SUBJECT-MASTER
           PERFORM LOAD-STUDENT-MASTER
           PERFORM LOAD-EXAM-SESSIONS
           PERFORM LOAD-EXAM-HALLS
           PERFORM LOAD-ENROLLMENTS
           PERFORM ORDER-PAPERS-BY-SIZE

           PERFORM VARYING ORDER-INDEX FROM 1 BY 1
                   UNTIL ORDER-INDEX > PAPER-COUNT
               MOVE ORDER-PAPER(ORDER-INDEX) TO PAPER-INDEX
               IF PPR-CANDIDATES(PAPER-INDEX) > 0
                   PERFORM PLACE-ONE-PAPER
               END-IF
           END-PERFORM

           PERFORM WRITE-TIMETABLE
           PERFORM WRITE-HALL-TICKETS
           PERFORM WRITE-SEATING-PLAN

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE

           STOP RUN.

      *    THE CURRENT TERM COMES FROM THE CENTRAL PARAMETER
      *    LIBRARY UNDER THE GRADE RUN'S NAME (PARAMETER TERMID);
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

       LOAD-SUBJECT-MASTER.
           OPEN INPUT SUBJ-MSTR-FILE
           IF SUBJ-MSTR-STATUS = "00"
               SET SUBJ-MASTER-PRESENT TO TRUE
               PERFORM UNTIL SUBJ-MSTR-STATUS NOT = "00"
                       OR PAPER-COUNT = 30
                   READ SUBJ-MSTR-FILE
                       AT END MOVE "10" TO SUBJ-MSTR-STATUS
                       NOT AT END
                           ADD 1 TO PAPER-COUNT
                           MOVE SBJ-SUBJECT-CODE TO
                               PPR-SUBJECT-CODE(PAPER-COUNT)
                           MOVE SBJ-SUBJECT-NAME TO
                               PPR-SUBJECT-NAME(PAPER-COUNT)
                           MOVE 0 TO PPR-CANDIDATES(PAPER-COUNT)
                           MOVE 0 TO PPR-SESSION(PAPER-COUNT)
                           MOVE SPACES TO
                               PPR-UNPLACED-REASON(PAPER-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SUBJ-MSTR-FILE
           END-IF.

       LOAD-STUDENT-MASTER.
           OPEN INPUT STU-MSTR-FILE
           IF STU-MSTR-STATUS = "00"
               SET STU-MASTER-PRESENT TO TRUE
               PERFORM UNTIL STU-MSTR-STATUS NOT = "00"
                   READ STU-MSTR-FILE
                       AT END MOVE "10" TO STU-MSTR-STATUS
                       NOT AT END
                           IF STUDENT-COUNT < 2000
                               ADD 1 TO STUDENT-COUNT
                               MOVE SPACES TO
                                   STUDENT-ENTRY(STUDENT-COUNT)
                               MOVE STU-ROLL-NUMBER TO
                                   STT-ROLL(STUDENT-COUNT)
                               MOVE STU-NAME TO
                                   STT-NAME(STUDENT-COUNT)
                               MOVE STU-CLASS-SECTION TO
                                   STT-SECTION(STUDENT-COUNT)
                               MOVE STU-STATUS TO
                                   STT-STATUS(STUDENT-COUNT)
                               MOVE 0 TO
                                   STT-PAPER-COUNT(STUDENT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STU-MSTR-FILE
           END-IF.

      *    A SESSION NEEDS AN ID, A NUMERIC DATE AND AN AM OR PM
      *    PERIOD; ANYTHING ELSE IS LOGGED AND LEFT OUT.
       LOAD-EXAM-SESSIONS.
           OPEN INPUT EXAM-SESS-FILE
           IF EXAM-SESS-STATUS = "00"
               PERFORM UNTIL EXAM-SESS-STATUS NOT = "00"
                   READ EXAM-SESS-FILE
                       AT END MOVE "10" TO EXAM-SESS-STATUS
                       NOT AT END
                           IF EXS-SESSION-ID = SPACES
                                   OR EXS-EXAM-DATE NOT NUMERIC
                                   OR NOT EXS-PERIOD-VALID
                               MOVE SPACES TO EXC-LOG-RECORD
                               MOVE EXS-SESSION-ID TO EXC-KEY-VALUE
                               MOVE "EXAM SESSION ROW INVALID"
                                   TO REJECT-REASON
                               PERFORM WRITE-EXCEPTION
                           ELSE
                               IF SESSION-COUNT < 40
                                   ADD 1 TO SESSION-COUNT
                                   MOVE EXS-SESSION-ID TO
                                       SES-SESSION-ID(SESSION-COUNT)
                                   MOVE EXS-EXAM-DATE TO
                                       SES-EXAM-DATE(SESSION-COUNT)
                                   MOVE EXS-PERIOD TO
                                       SES-PERIOD(SESSION-COUNT)
                                   PERFORM VARYING HALL-INDEX
                                           FROM 1 BY 1
                                           UNTIL HALL-INDEX > 20
                                       MOVE 0 TO SES-HALL-USED
                                           (SESSION-COUNT, HALL-INDEX)
                                   END-PERFORM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXAM-SESS-FILE
           END-IF.

       LOAD-EXAM-HALLS.
           OPEN INPUT EXAM-HALL-FILE
           IF EXAM-HALL-STATUS = "00"
               PERFORM UNTIL EXAM-HALL-STATUS NOT = "00"
                   READ EXAM-HALL-FILE
                       AT END MOVE "10" TO EXAM-HALL-STATUS
                       NOT AT END
                           IF EXH-HALL-ID = SPACES
                                   OR EXH-CAPACITY NOT NUMERIC
                                   OR EXH-CAPACITY = 0
                               MOVE SPACES TO EXC-LOG-RECORD
                               MOVE EXH-HALL-ID TO EXC-KEY-VALUE
                               MOVE "EXAM HALL ROW INVALID"
                                   TO REJECT-REASON
                               PERFORM WRITE-EXCEPTION
                           ELSE
                               IF HALL-COUNT < 20
                                   ADD 1 TO HALL-COUNT
                                   MOVE EXH-HALL-ID TO
                                       HAL-HALL-ID(HALL-COUNT)
                                   MOVE EXH-HALL-NAME TO
                                       HAL-HALL-NAME(HALL-COUNT)
                                   MOVE EXH-CAPACITY TO
                                       HAL-CAPACITY(HALL-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXAM-HALL-FILE
           END-IF.

      *    ONE SEAT PER STUDENT PER PAPER FOR THE CURRENT TERM. A
      *    REPEATED ROW IS SEATED ONCE; A ROLL NOT ACTIVE ON THE
      *    STUDENT MASTER OR A SUBJECT NOT ON THE SUBJECT MASTER IS
      *    LOGGED AND NOT SEATED.
       LOAD-ENROLLMENTS.
           OPEN INPUT ENROLL-FILE
           IF ENROLL-STATUS = "00"
               PERFORM UNTIL ENROLL-STATUS NOT = "00"
                   READ ENROLL-FILE
                       AT END MOVE "10" TO ENROLL-STATUS
                       NOT AT END
                           IF ENR-TERM-ID = CURRENT-TERM-ID
                               ADD 1 TO ENROLL-READ-COUNT
                               PERFORM FILE-ONE-ENROLLMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF.

       FILE-ONE-ENROLLMENT.
           MOVE SPACES TO REJECT-REASON

           MOVE 0 TO PAPER-FOUND-INDEX
           PERFORM VARYING PAPER-INDEX FROM 1 BY 1
                   UNTIL PAPER-INDEX > PAPER-COUNT
                       OR PAPER-FOUND-INDEX > 0
               IF PPR-SUBJECT-CODE(PAPER-INDEX) = ENR-SUBJECT-CODE
                   MOVE PAPER-INDEX TO PAPER-FOUND-INDEX
               END-IF
           END-PERFORM
           IF PAPER-FOUND-INDEX = 0
               IF SUBJ-MASTER-PRESENT OR PAPER-COUNT = 30
                   MOVE "SUBJECT NOT ON SUBJECT MASTER"
                       TO REJECT-REASON
               ELSE
                   ADD 1 TO PAPER-COUNT
                   MOVE PAPER-COUNT TO PAPER-FOUND-INDEX
                   MOVE ENR-SUBJECT-CODE TO
                       PPR-SUBJECT-CODE(PAPER-COUNT)
                   MOVE SPACES TO PPR-SUBJECT-NAME(PAPER-COUNT)
                   MOVE 0 TO PPR-CANDIDATES(PAPER-COUNT)
                   MOVE 0 TO PPR-SESSION(PAPER-COUNT)
                   MOVE SPACES TO PPR-UNPLACED-REASON(PAPER-COUNT)
               END-IF
           END-IF

           IF REJECT-REASON = SPACES
               MOVE 0 TO STUDENT-FOUND-INDEX
               PERFORM VARYING STUDENT-INDEX FROM 1 BY 1
                       UNTIL STUDENT-INDEX > STUDENT-COUNT
                           OR STUDENT-FOUND-INDEX > 0
                   IF STT-ROLL(STUDENT-INDEX) = ENR-ROLL-NUMBER
                       MOVE STUDENT-INDEX TO STUDENT-FOUND-INDEX
                   END-IF
               END-PERFORM
               IF STU-MASTER-PRESENT
                   IF STUDENT-FOUND-INDEX = 0
                       MOVE "ROLL NOT ON STUDENT MASTER"
                           TO REJECT-REASON
                   ELSE
                       IF NOT STT-IS-ACTIVE(STUDENT-FOUND-INDEX)
                           MOVE "STUDENT IS NOT ACTIVE"
                               TO REJECT-REASON
                       END-IF
                   END-IF
               ELSE
                   IF STUDENT-FOUND-INDEX = 0
                       IF STUDENT-COUNT < 2000
                           ADD 1 TO STUDENT-COUNT
                           MOVE STUDENT-COUNT TO STUDENT-FOUND-INDEX
                           MOVE SPACES TO STUDENT-ENTRY(STUDENT-COUNT)
                           MOVE ENR-ROLL-NUMBER TO
                               STT-ROLL(STUDENT-COUNT)
                           MOVE "A" TO STT-STATUS(STUDENT-COUNT)
                           MOVE 0 TO STT-PAPER-COUNT(STUDENT-COUNT)
                       ELSE
                           MOVE "STUDENT TABLE FULL" TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF REJECT-REASON = SPACES
               MOVE "N" TO ENROLL-FOUND-SWITCH
               PERFORM VARYING ENROLL-INDEX FROM 1 BY 1
                       UNTIL ENROLL-INDEX > ENROLL-COUNT
                           OR ENROLLMENT-ON-FILE
                   IF ENT-PAPER(ENROLL-INDEX) = PAPER-FOUND-INDEX
                           AND ENT-STUDENT(ENROLL-INDEX)
                               = STUDENT-FOUND-INDEX
                       SET ENROLLMENT-ON-FILE TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ENROLLMENT-ON-FILE AND ENROLL-COUNT < 5000
                   ADD 1 TO ENROLL-COUNT
                   MOVE PAPER-FOUND-INDEX TO ENT-PAPER(ENROLL-COUNT)
                   MOVE STUDENT-FOUND-INDEX TO
                       ENT-STUDENT(ENROLL-COUNT)
                   MOVE 0 TO ENT-HALL(ENROLL-COUNT)
                   MOVE 0 TO ENT-SEAT(ENROLL-COUNT)
                   ADD 1 TO PPR-CANDIDATES(PAPER-FOUND-INDEX)
                   ADD 1 TO STT-PAPER-COUNT(STUDENT-FOUND-INDEX)
               END-IF
           ELSE
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE ENR-ROLL-NUMBER TO EXC-KEY-VALUE
               MOVE ENR-SUBJECT-CODE TO EXC-KEY-VALUE (12:4)
               PERFORM WRITE-EXCEPTION
           END-IF.

       ORDER-PAPERS-BY-SIZE.
           PERFORM VARYING ORDER-I FROM 1 BY 1
                   UNTIL ORDER-I > PAPER-COUNT
               MOVE ORDER-I TO ORDER-PAPER(ORDER-I)
           END-PERFORM
           IF PAPER-COUNT > 1
               PERFORM VARYING ORDER-I FROM 1 BY 1
                       UNTIL ORDER-I > PAPER-COUNT - 1
                   PERFORM VARYING ORDER-J FROM 1 BY 1
                           UNTIL ORDER-J > PAPER-COUNT - ORDER-I
                       IF PPR-CANDIDATES(ORDER-PAPER(ORDER-J)) <
                          PPR-CANDIDATES(ORDER-PAPER(ORDER-J + 1))
                           MOVE ORDER-PAPER(ORDER-J) TO ORDER-TEMP
                           MOVE ORDER-PAPER(ORDER-J + 1)
                               TO ORDER-PAPER(ORDER-J)
                           MOVE ORDER-TEMP TO ORDER-PAPER(ORDER-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      *    TRIES THE SESSIONS IN ORDER FOR PAPER-INDEX. THE REASON
      *    A PAPER FITS NOWHERE IS THE MORE USEFUL ONE: NO SESSIONS
      *    AT ALL, A CLEAR SESSION THAT LACKED SEATS, OR A CANDIDATE
      *    CLASH IN EVERY SESSION.
       PLACE-ONE-PAPER.
           MOVE "N" TO PLACED-SWITCH
           MOVE "N" TO CLEAR-SESSION-SWITCH
           PERFORM VARYING SESSION-INDEX FROM 1 BY 1
                   UNTIL SESSION-INDEX > SESSION-COUNT
                       OR PAPER-IS-PLACED
               PERFORM TRY-ONE-SESSION
           END-PERFORM

           IF PAPER-IS-PLACED
               ADD 1 TO PLACED-COUNT
           ELSE
               ADD 1 TO UNPLACED-COUNT
               EVALUATE TRUE
                   WHEN SESSION-COUNT = 0
                       MOVE "NO EXAM SESSIONS ON FILE"
                           TO PPR-UNPLACED-REASON(PAPER-INDEX)
                   WHEN CLEAR-SESSION-SEEN
                       MOVE "NOT ENOUGH HALL SEATS IN A CLEAR SESSION"
                           TO PPR-UNPLACED-REASON(PAPER-INDEX)
                   WHEN OTHER
                       MOVE "CANDIDATE CLASH IN EVERY SESSION"
                           TO PPR-UNPLACED-REASON(PAPER-INDEX)
               END-EVALUATE
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE PPR-SUBJECT-CODE(PAPER-INDEX) TO EXC-KEY-VALUE
               MOVE PPR-UNPLACED-REASON(PAPER-INDEX) TO REJECT-REASON
               PERFORM WRITE-EXCEPTION
           END-IF.

       TRY-ONE-SESSION.
           MOVE "N" TO CLASH-SWITCH
           PERFORM VARYING ENROLL-INDEX FROM 1 BY 1
                   UNTIL ENROLL-INDEX > ENROLL-COUNT
                       OR SESSION-CLASHES
               IF ENT-PAPER(ENROLL-INDEX) = PAPER-INDEX
                   IF STT-SESSION-BUSY(ENT-STUDENT(ENROLL-INDEX),
                           SESSION-INDEX) = "Y"
                       SET SESSION-CLASHES TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           IF NOT SESSION-CLASHES
               SET CLEAR-SESSION-SEEN TO TRUE
               MOVE 0 TO FREE-SEATS
               PERFORM VARYING HALL-INDEX FROM 1 BY 1
                       UNTIL HALL-INDEX > HALL-COUNT
                   COMPUTE FREE-SEATS = FREE-SEATS
                       + HAL-CAPACITY(HALL-INDEX)
                       - SES-HALL-USED(SESSION-INDEX, HALL-INDEX)
               END-PERFORM
               IF FREE-SEATS NOT < PPR-CANDIDATES(PAPER-INDEX)
                   PERFORM SEAT-ONE-PAPER
                   SET PAPER-IS-PLACED TO TRUE
               END-IF
           END-IF.

      *    SEATS EVERY CANDIDATE OF THE PAPER IN THE SESSION, FILLING
      *    THE HALLS IN FILE ORDER, AND MARKS THEM BUSY FOR IT.
       SEAT-ONE-PAPER.
           MOVE SESSION-INDEX TO PPR-SESSION(PAPER-INDEX)
           MOVE 1 TO HALL-INDEX
           PERFORM VARYING ENROLL-INDEX FROM 1 BY 1
                   UNTIL ENROLL-INDEX > ENROLL-COUNT
               IF ENT-PAPER(ENROLL-INDEX) = PAPER-INDEX
                   PERFORM UNTIL SES-HALL-USED(SESSION-INDEX,
                           HALL-INDEX) < HAL-CAPACITY(HALL-INDEX)
                       ADD 1 TO HALL-INDEX
                   END-PERFORM
                   ADD 1 TO SES-HALL-USED(SESSION-INDEX, HALL-INDEX)
                   MOVE HALL-INDEX TO ENT-HALL(ENROLL-INDEX)
                   MOVE SES-HALL-USED(SESSION-INDEX, HALL-INDEX)
                       TO ENT-SEAT(ENROLL-INDEX)
                   MOVE "Y" TO STT-SESSION-BUSY(ENT-STUDENT
                       (ENROLL-INDEX), SESSION-INDEX)
               END-IF
           END-PERFORM.

      *    SESSION BY SESSION, THE PAPERS SAT AND THE HALLS IN USE,
      *    THEN THE PAPERS THAT COULD NOT BE PLACED.
       WRITE-TIMETABLE.
           OPEN OUTPUT TIMETABLE-FILE
           MOVE SPACES TO TIMETABLE-RECORD
           STRING "EXAMINATION TIMETABLE  TERM " DELIMITED BY SIZE
               CURRENT-TERM-ID DELIMITED BY SIZE
               "  RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO TIMETABLE-RECORD
           END-STRING
           WRITE TIMETABLE-RECORD

           PERFORM VARYING SESSION-INDEX FROM 1 BY 1
                   UNTIL SESSION-INDEX > SESSION-COUNT
               MOVE SPACES TO TIMETABLE-RECORD
               WRITE TIMETABLE-RECORD
               MOVE SPACES TO TIMETABLE-RECORD
               STRING "SESSION " DELIMITED BY SIZE
                   SES-SESSION-ID(SESSION-INDEX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SES-EXAM-DATE(SESSION-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SES-PERIOD(SESSION-INDEX) DELIMITED BY SIZE
                   INTO TIMETABLE-RECORD
               END-STRING
               WRITE TIMETABLE-RECORD
               PERFORM VARYING PAPER-INDEX FROM 1 BY 1
                       UNTIL PAPER-INDEX > PAPER-COUNT
                   IF PPR-SESSION(PAPER-INDEX) = SESSION-INDEX
                       MOVE SPACES TO TIMETABLE-RECORD
                       STRING "  PAPER " DELIMITED BY SIZE
                           PPR-SUBJECT-CODE(PAPER-INDEX)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PPR-SUBJECT-NAME(PAPER-INDEX)
                               DELIMITED BY SIZE
                           "  CANDIDATES " DELIMITED BY SIZE
                           PPR-CANDIDATES(PAPER-INDEX)
                               DELIMITED BY SIZE
                           INTO TIMETABLE-RECORD
                       END-STRING
                       WRITE TIMETABLE-RECORD
                   END-IF
               END-PERFORM
               PERFORM VARYING HALL-INDEX FROM 1 BY 1
                       UNTIL HALL-INDEX > HALL-COUNT
                   IF SES-HALL-USED(SESSION-INDEX, HALL-INDEX) > 0
                       MOVE SPACES TO TIMETABLE-RECORD
                       STRING "  HALL " DELIMITED BY SIZE
                           HAL-HALL-ID(HALL-INDEX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           HAL-HALL-NAME(HALL-INDEX)
                               DELIMITED BY SIZE
                           "  SEATED " DELIMITED BY SIZE
                           SES-HALL-USED(SESSION-INDEX, HALL-INDEX)
                               DELIMITED BY SIZE
                           " OF " DELIMITED BY SIZE
                           HAL-CAPACITY(HALL-INDEX) DELIMITED BY SIZE
                           INTO TIMETABLE-RECORD
                       END-STRING
                       WRITE TIMETABLE-RECORD
                   END-IF
               END-PERFORM
           END-PERFORM

           IF UNPLACED-COUNT > 0
               MOVE SPACES TO TIMETABLE-RECORD
               WRITE TIMETABLE-RECORD
               MOVE "PAPERS NOT PLACED" TO TIMETABLE-RECORD
               WRITE TIMETABLE-RECORD
               PERFORM VARYING PAPER-INDEX FROM 1 BY 1
                       UNTIL PAPER-INDEX > PAPER-COUNT
                   IF PPR-CANDIDATES(PAPER-INDEX) > 0
                           AND PPR-SESSION(PAPER-INDEX) = 0
                       MOVE SPACES TO TIMETABLE-RECORD
                       STRING "  PAPER " DELIMITED BY SIZE
                           PPR-SUBJECT-CODE(PAPER-INDEX)
                               DELIMITED BY SIZE
                           " CANDIDATES " DELIMITED BY SIZE
                           PPR-CANDIDATES(PAPER-INDEX)
                               DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           PPR-UNPLACED-REASON(PAPER-INDEX)
                               DELIMITED BY SIZE
                           INTO TIMETABLE-RECORD
                       END-STRING
                       WRITE TIMETABLE-RECORD
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO TIMETABLE-RECORD
           WRITE TIMETABLE-RECORD
           MOVE SPACES TO TIMETABLE-RECORD
           STRING "ENROLLMENTS READ: " DELIMITED BY SIZE
               ENROLL-READ-COUNT DELIMITED BY SIZE
               "  PAPERS PLACED: " DELIMITED BY SIZE
               PLACED-COUNT DELIMITED BY SIZE
               "  NOT PLACED: " DELIMITED BY SIZE
               UNPLACED-COUNT DELIMITED BY SIZE
               INTO TIMETABLE-RECORD
           END-STRING
           WRITE TIMETABLE-RECORD
           CLOSE TIMETABLE-FILE.

      *    ONE TICKET PER STUDENT WITH PAPERS, IN STUDENT MASTER
      *    ORDER, RULED OFF TOP AND BOTTOM LIKE THE REPORT CARD. THE
      *    PAPERS PRINT IN SESSION ORDER; A PAPER NOT PLACED PRINTS
      *    AS NOT YET SCHEDULED.
       WRITE-HALL-TICKETS.
           OPEN OUTPUT HALL-TICKET-FILE
           PERFORM VARYING STUDENT-INDEX FROM 1 BY 1
                   UNTIL STUDENT-INDEX > STUDENT-COUNT
               IF STT-PAPER-COUNT(STUDENT-INDEX) > 0
                   PERFORM WRITE-ONE-HALL-TICKET
               END-IF
           END-PERFORM
           CLOSE HALL-TICKET-FILE.

       WRITE-ONE-HALL-TICKET.
           ADD 1 TO TICKET-COUNT
           MOVE TICKET-RULE TO HALL-TICKET-RECORD
           WRITE HALL-TICKET-RECORD
           MOVE SPACES TO HALL-TICKET-RECORD
           STRING "EXAMINATION HALL TICKET  TERM " DELIMITED BY SIZE
               CURRENT-TERM-ID DELIMITED BY SIZE
               INTO HALL-TICKET-RECORD
           END-STRING
           WRITE HALL-TICKET-RECORD
           MOVE SPACES TO HALL-TICKET-RECORD
           STRING "ROLL: " DELIMITED BY SIZE
               STT-ROLL(STUDENT-INDEX) DELIMITED BY SIZE
               "  NAME: " DELIMITED BY SIZE
               STT-NAME(STUDENT-INDEX) DELIMITED BY SIZE
               "  SECTION: " DELIMITED BY SIZE
               STT-SECTION(STUDENT-INDEX) DELIMITED BY SIZE
               INTO HALL-TICKET-RECORD
           END-STRING
           WRITE HALL-TICKET-RECORD
           MOVE "DATE     SES  PD SUBJ NAME         HALL HALL NAME"
               TO HALL-TICKET-RECORD
           MOVE "SEAT" TO HALL-TICKET-RECORD (63:4)
           WRITE HALL-TICKET-RECORD

           PERFORM VARYING SESSION-INDEX FROM 1 BY 1
                   UNTIL SESSION-INDEX > SESSION-COUNT
               PERFORM VARYING ENROLL-INDEX FROM 1 BY 1
                       UNTIL ENROLL-INDEX > ENROLL-COUNT
                   IF ENT-STUDENT(ENROLL-INDEX) = STUDENT-INDEX
                           AND PPR-SESSION(ENT-PAPER(ENROLL-INDEX))
                               = SESSION-INDEX
                       MOVE ENT-PAPER(ENROLL-INDEX) TO PAPER-INDEX
                       MOVE ENT-HALL(ENROLL-INDEX) TO HALL-INDEX
                       MOVE SPACES TO HALL-TICKET-RECORD
                       STRING SES-EXAM-DATE(SESSION-INDEX)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           SES-SESSION-ID(SESSION-INDEX)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           SES-PERIOD(SESSION-INDEX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PPR-SUBJECT-CODE(PAPER-INDEX)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PPR-SUBJECT-NAME(PAPER-INDEX)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           HAL-HALL-ID(HALL-INDEX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           HAL-HALL-NAME(HALL-INDEX) DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           ENT-SEAT(ENROLL-INDEX) DELIMITED BY SIZE
                           INTO HALL-TICKET-RECORD
                       END-STRING
                       WRITE HALL-TICKET-RECORD
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING ENROLL-INDEX FROM 1 BY 1
                   UNTIL ENROLL-INDEX > ENROLL-COUNT
               IF ENT-STUDENT(ENROLL-INDEX) = STUDENT-INDEX
                       AND PPR-SESSION(ENT-PAPER(ENROLL-INDEX)) = 0
                   MOVE ENT-PAPER(ENROLL-INDEX) TO PAPER-INDEX
                   MOVE SPACES TO HALL-TICKET-RECORD
                   STRING "NOT YET SCHEDULED " DELIMITED BY SIZE
                       PPR-SUBJECT-CODE(PAPER-INDEX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PPR-SUBJECT-NAME(PAPER-INDEX) DELIMITED BY SIZE
                       INTO HALL-TICKET-RECORD
                   END-STRING
                   WRITE HALL-TICKET-RECORD
               END-IF
           END-PERFORM

           MOVE TICKET-RULE TO HALL-TICKET-RECORD
           WRITE HALL-TICKET-RECORD.

      *    EVERY HALL IN USE IN EVERY SESSION, SEAT BY SEAT.
       WRITE-SEATING-PLAN.
           OPEN OUTPUT SEAT-PLAN-FILE
           MOVE SPACES TO SEAT-PLAN-RECORD
           STRING "EXAMINATION SEATING PLAN  TERM " DELIMITED BY SIZE
               CURRENT-TERM-ID DELIMITED BY SIZE
               INTO SEAT-PLAN-RECORD
           END-STRING
           WRITE SEAT-PLAN-RECORD
           PERFORM VARYING SESSION-INDEX FROM 1 BY 1
                   UNTIL SESSION-INDEX > SESSION-COUNT
               PERFORM VARYING HALL-INDEX FROM 1 BY 1
                       UNTIL HALL-INDEX > HALL-COUNT
                   IF SES-HALL-USED(SESSION-INDEX, HALL-INDEX) > 0
                       PERFORM WRITE-ONE-HALL-PLAN
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE SEAT-PLAN-FILE.

       WRITE-ONE-HALL-PLAN.
           MOVE SPACES TO SEAT-PLAN-RECORD
           WRITE SEAT-PLAN-RECORD
           MOVE SPACES TO SEAT-PLAN-RECORD
           STRING "SESSION " DELIMITED BY SIZE
               SES-SESSION-ID(SESSION-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SES-EXAM-DATE(SESSION-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SES-PERIOD(SESSION-INDEX) DELIMITED BY SIZE
               "  HALL " DELIMITED BY SIZE
               HAL-HALL-ID(HALL-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HAL-HALL-NAME(HALL-INDEX) DELIMITED BY SIZE
               "  CAPACITY " DELIMITED BY SIZE
               HAL-CAPACITY(HALL-INDEX) DELIMITED BY SIZE
               INTO SEAT-PLAN-RECORD
           END-STRING
           WRITE SEAT-PLAN-RECORD
           MOVE "SEAT ROLL       NAME                 SECT SUBJ"
               TO SEAT-PLAN-RECORD
           WRITE SEAT-PLAN-RECORD

           PERFORM VARYING SEAT-NUMBER FROM 1 BY 1
                   UNTIL SEAT-NUMBER >
                       SES-HALL-USED(SESSION-INDEX, HALL-INDEX)
               PERFORM VARYING ENROLL-INDEX FROM 1 BY 1
                       UNTIL ENROLL-INDEX > ENROLL-COUNT
                   IF ENT-HALL(ENROLL-INDEX) = HALL-INDEX
                           AND ENT-SEAT(ENROLL-INDEX) = SEAT-NUMBER
                           AND PPR-SESSION(ENT-PAPER(ENROLL-INDEX))
                               = SESSION-INDEX
                       MOVE ENT-STUDENT(ENROLL-INDEX)
                           TO STUDENT-INDEX
                       MOVE ENT-PAPER(ENROLL-INDEX) TO PAPER-INDEX
                       MOVE SPACES TO SEAT-PLAN-RECORD
                       STRING SEAT-NUMBER DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           STT-ROLL(STUDENT-INDEX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           STT-NAME(STUDENT-INDEX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           STT-SECTION(STUDENT-INDEX)
                               DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           PPR-SUBJECT-CODE(PAPER-INDEX)
                               DELIMITED BY SIZE
                           INTO SEAT-PLAN-RECORD
                       END-STRING
                       WRITE SEAT-PLAN-RECORD
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    FINISHES AND WRITES THE EXCEPTION ENTRY WHOSE KEY THE
      *    CALLER HAS ALREADY PLACED, WITH REJECT-REASON AS REASON.
       WRITE-EXCEPTION.
           MOVE "EXAM-TIMETABLE" TO EXC-PROGRAM-ID
           MOVE REJECT-REASON TO EXC-REASON
           MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
           MOVE RUN-DATE TO EXC-CYCLE-DATE
           WRITE EXC-LOG-RECORD
           ADD 1 TO EXCEPTION-COUNT.

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
           MOVE "EXAM-TIMETABLE" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE ENROLL-READ-COUNT TO AUD-RECORD-COUNT
           MOVE TICKET-COUNT TO AUD-OUTPUT-COUNT
           MOVE EXCEPTION-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "ENROLL/EXSESS/EXHALL" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.
