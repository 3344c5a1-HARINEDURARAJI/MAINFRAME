       IDENTIFICATION DIVISION.
       PROGRAM-ID. AT-RISK-WATCH.

      *    THE EARLY-WARNING RUN - SEEING A STRUGGLING STUDENT COMING
      *    BEFORE THE FAILURE RATHER THAN AFTER IT. EVERY ACTIVE
      *    STUDENT ON THE STUDENT MASTER IS SCORED AGAINST THE
      *    INDICATORS ALREADY ON FILE, EACH CARRYING A WEIGHT FROM THE
      *    PARAMETER LIBRARY (A WEIGHT OF ZERO SWITCHES IT OFF):
      *        AVERAGE DROP  - THE LATEST TERM AVERAGE ON GRDHIST HAS
      *                        FALLEN BY AVGDROP MARKS OR MORE SINCE
      *                        THE TERM BEFORE (WTDROP)
      *        ATTENDANCE    - ATTEND BELOW THE ATTWARN WARNING LEVEL,
      *                        COUNTED TWICE ONCE IT IS BELOW THE
      *                        GRADE RUN'S ATTPCT ELIGIBILITY BAR
      *                        (WTATTEND)
      *        DETENTION     - A DETENTION ON DETHIST (WTDETAIN)
      *        SUPPLEMENTARY - EACH RE-EXAM ON SUPIN (WTSUPP)
      *        REPEAT FAIL   - A SUBJECT FAILED TWICE: THE RE-EXAM
      *                        MARK STILL BELOW THE STUDENT'S PASS
      *                        MARK, OR A SECOND RE-EXAM IN IT
      *                        (WTREFAIL, PER SUBJECT)
      *        OPEN APPEAL   - AN APPEAL STILL OPEN (WTAPPEAL)
      *    A STUDENT SCORING MINSCORE OR MORE GOES ON THE WATCH LIST,
      *    PRINTED SECTION BY SECTION FOR THE CLASS TEACHERS, HIGHEST
      *    SCORE FIRST, WITH THE SCORE FROM THE PREVIOUS RUN AND
      *    WHICH WAY IT HAS MOVED. STUDENTS WHO WERE ON THE LIST LAST
      *    TIME AND ARE OFF IT NOW ARE LISTED SEPARATELY. EVERY
      *    STUDENT'S SCORE AND INDICATORS ARE APPENDED TO RSKHIST SO
      *    A COUNSELOR CAN SEE WHETHER AN INTERVENTION HELPED.

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
           SELECT ATTEND-FILE ASSIGN TO "ATTEND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ATTEND-STATUS.
           SELECT SUP-IN-FILE ASSIGN TO "SUPIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUP-IN-STATUS.
           SELECT DET-HIST-FILE ASSIGN TO "DETHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DET-HIST-STATUS.
           SELECT APPEALS-FILE ASSIGN TO "APPEALS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS APPEALS-STATUS.
           SELECT RSK-HIST-FILE ASSIGN TO "RSKHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RSK-HIST-STATUS.
           SELECT RSK-RPT-FILE ASSIGN TO "RSKRPT"
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

       FD  ATTEND-FILE.
       01  ATTEND-RECORD.
           05  ATT-ROLL-NUMBER    PIC X(10).
           05  ATT-PERCENTAGE     PIC 9(3).

       FD  SUP-IN-FILE.
       01  SUP-IN-RECORD.
           05  SUP-ROLL-NUMBER    PIC X(10).
           05  SUP-SUBJECT-SLOT   PIC 9.
           05  SUP-NEW-MARK       PIC 9(3).
           05  SUP-NEW-MARK-X REDEFINES SUP-NEW-MARK
                                  PIC X(3).

       FD  DET-HIST-FILE.
       01  DET-HIST-RECORD.
           COPY DETHISR.

       FD  APPEALS-FILE.
       01  APPEALS-RECORD.
           05  APL-ROLL-NUMBER    PIC X(10).
           05  APL-SUBJECT-SLOT   PIC 9.
           05  APL-OPEN-DATE      PIC 9(8).
           05  APL-STATUS         PIC X(6).
               88  APL-IS-OPEN        VALUE "OPEN".
           05  APL-DISPOSITION    PIC X(8).
           05  APL-NEW-MARK       PIC 9(3).

       FD  RSK-HIST-FILE.
       01  RSK-HIST-RECORD.
           COPY RSKHISR.

       FD  RSK-RPT-FILE.
       01  RSK-RPT-RECORD         PIC X(80).

      *    A DATED COPY OF THE WATCH LIST, CATALOGED AS EVERY REPORT
      *    IS.
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
       01  ATTEND-STATUS          PIC XX.
       01  SUP-IN-STATUS          PIC XX.
       01  DET-HIST-STATUS        PIC XX.
       01  APPEALS-STATUS         PIC XX.
       01  RSK-HIST-STATUS        PIC XX.
       01  ARC-CAT-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  STUDENTS-READ          PIC 9(7) VALUE 0.
       01  WATCH-COUNT            PIC 9(3) VALUE 0.
       01  LEFT-WATCH-COUNT       PIC 9(3) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  CURRENT-TERM-ID        PIC X(5).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE INDICATORS' THRESHOLDS AND WEIGHTS (PARAMETERS OF
      *    AT-RISK-WATCH), THE PASS MARK AS PROMOTION-RUN READS IT AND
      *    THE ELIGIBILITY BAR AS THE GRADE RUN READS IT.
       01  AVERAGE-DROP-LIMIT     PIC 9(3) VALUE 10.
       01  ATTEND-WARNING         PIC 9(3) VALUE 85.
       01  ATTEND-THRESHOLD       PIC 9(3) VALUE 75.
       01  MINIMUM-SCORE          PIC 9(3) VALUE 3.
       01  WEIGHT-DROP            PIC 9(3) VALUE 3.
       01  WEIGHT-ATTEND          PIC 9(3) VALUE 2.
       01  WEIGHT-DETAIN          PIC 9(3) VALUE 3.
       01  WEIGHT-SUPP            PIC 9(3) VALUE 1.
       01  WEIGHT-REFAIL          PIC 9(3) VALUE 3.
       01  WEIGHT-APPEAL          PIC 9(3) VALUE 1.
       01  PASS-MARK              PIC 9(3) VALUE 50.
       01  RULE-PROGRAM-ID        PIC X(20).
       01  RULE-PARM-NAME         PIC X(8).
       01  RULE-FOUND-SWITCH      PIC X.
           88  RULE-WAS-FOUND         VALUE "Y".
       01  VALUE-MARK-AREA.
           05  VALUE-MARK-X       PIC X(3).
           05  VALUE-MARK REDEFINES VALUE-MARK-X
                                  PIC 9(3).

      *    EVERY ACTIVE STUDENT AND THE EVIDENCE AGAINST EACH
      *    INDICATOR - THE LAST TWO TERM AVERAGES, ATTENDANCE,
      *    DETENTIONS, RE-EXAMS PER SUBJECT, OPEN APPEALS - AND THE
      *    SCORE FROM THE LATEST EARLIER RUN ON RSKHIST.
       01  STUD-COUNT             PIC 9(3) VALUE 0.
       01  STUDENT-TABLE.
           05  STUDENT-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON STUD-COUNT.
               10  STT-ROLL           PIC X(10).
               10  STT-NAME           PIC X(20).
               10  STT-SECTION        PIC X(3).
               10  STT-PASS-MARK      PIC 9(3).
               10  STT-TERMS          PIC 9(3).
               10  STT-LAST-TERM      PIC X(5).
               10  STT-LAST-AVERAGE   PIC 9(3)V99.
               10  STT-PRIOR-AVERAGE  PIC 9(3)V99.
               10  STT-AVERAGE-DROP   PIC 9(3)V99.
               10  STT-ATTENDANCE     PIC 9(3).
               10  STT-ATT-SWITCH     PIC X.
                   88  STT-HAS-ATTENDANCE VALUE "Y".
               10  STT-ATT-FLAG       PIC X.
               10  STT-DETENTIONS     PIC 9.
               10  STT-LAST-DETENTION PIC 9(8).
               10  STT-SUPP-ATTEMPTS  PIC 9.
               10  STT-SUBJECT-SUPPS  PIC 9 OCCURS 5 TIMES.
               10  STT-SUBJECT-REFAIL PIC X OCCURS 5 TIMES.
               10  STT-REPEAT-FAILS   PIC 9.
               10  STT-OPEN-APPEALS   PIC 9.
               10  STT-SCORE          PIC 9(4).
               10  STT-WATCH-SWITCH   PIC X.
                   88  STT-ON-WATCH       VALUE "Y".
               10  STT-PREV-SWITCH    PIC X.
                   88  STT-HAS-PREVIOUS   VALUE "Y".
               10  STT-PREV-DATE      PIC 9(8).
               10  STT-PREV-SCORE     PIC 9(4).
               10  STT-PREV-WATCH     PIC X.
                   88  STT-WAS-ON-WATCH   VALUE "Y".
       01  STUD-INDEX             PIC 9(3).
       01  STUD-MATCH-INDEX       PIC 9(3).
       01  SCAN-INDEX             PIC 9(3).
       01  LOOKUP-ROLL            PIC X(10).
       01  SUBJECT-INDEX          PIC 9.

      *    THE WATCH LIST - SECTION, THEN HIGHEST SCORE, THEN ROLL.
       01  WATCH-TABLE.
           05  WCH-STUDENT        PIC 9(3) OCCURS 999 TIMES.
       01  WATCH-I                PIC 9(3).
       01  WATCH-J                PIC 9(3).
       01  WATCH-TEMP             PIC 9(3).
       01  WATCH-A                PIC 9(3).
       01  WATCH-B                PIC 9(3).
       01  WATCH-SWAP-SWITCH      PIC X.
           88  WATCH-OUT-OF-ORDER     VALUE "Y".
       01  CURRENT-SECTION        PIC X(3).
       01  SECTION-WATCH-COUNT    PIC 9(3).

       01  INDICATOR-TEXT         PIC X(31).
       01  INDICATOR-POINTER      PIC 9(2).
       01  DISPLAY-SCORE          PIC ZZZ9.
       01  DISPLAY-AVERAGE        PIC ZZ9.99.
       01  DISPLAY-AVERAGE-2      PIC ZZ9.99.
       01  DISPLAY-ATTEND         PIC ZZ9.

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

           PERFORM RESOLVE-TERM-ID
           PERFORM LOAD-RISK-RULES
           PERFORM LOAD-ACTIVE-STUDENTS
           PERFORM LOAD-GRADE-HISTORY
           PERFORM LOAD-ATTENDANCE
           PERFORM LOAD-SUPPLEMENTARIES
           PERFORM LOAD-DETENTIONS
           PERFORM LOAD-OPEN-APPEALS
           PERFORM LOAD-PREVIOUS-SCORES

           PERFORM VARYING STUD-INDEX FROM 1 BY 1
                   UNTIL STUD-INDEX > STUD-COUNT
               PERFORM SCORE-ONE-STUDENT
           END-PERFORM
           PERFORM SORT-WATCH-LIST

           OPEN OUTPUT RSK-RPT-FILE
           MOVE SPACES TO RSK-RPT-RECORD
           STRING "AT-RISK-WATCH RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  TERM " DELIMITED BY SIZE
               CURRENT-TERM-ID DELIMITED BY SIZE
               "  WATCH AT SCORE " DELIMITED BY SIZE
               MINIMUM-SCORE DELIMITED BY SIZE
               " OR MORE" DELIMITED BY SIZE
               INTO RSK-RPT-RECORD
           END-STRING
           WRITE RSK-RPT-RECORD

           MOVE SPACES TO CURRENT-SECTION
           PERFORM VARYING WATCH-I FROM 1 BY 1
                   UNTIL WATCH-I > WATCH-COUNT
               MOVE WCH-STUDENT (WATCH-I) TO STUD-INDEX
               IF WATCH-I = 1 OR STT-SECTION (STUD-INDEX)
                       NOT = CURRENT-SECTION
                   IF WATCH-I > 1
                       PERFORM PRINT-SECTION-FOOTING
                   END-IF
                   PERFORM PRINT-SECTION-HEADING
               END-IF
               PERFORM PRINT-WATCH-LINE
           END-PERFORM
           IF WATCH-COUNT = 0
               MOVE SPACES TO RSK-RPT-RECORD
               WRITE RSK-RPT-RECORD
               MOVE "NO STUDENT REACHES THE WATCH SCORE" TO
                   RSK-RPT-RECORD
               WRITE RSK-RPT-RECORD
           ELSE
               PERFORM PRINT-SECTION-FOOTING
           END-IF

           PERFORM PRINT-LEFT-WATCH-LIST

           MOVE SPACES TO RSK-RPT-RECORD
           WRITE RSK-RPT-RECORD
           MOVE SPACES TO RSK-RPT-RECORD
           STRING "ACTIVE STUDENTS: " DELIMITED BY SIZE
               STUD-COUNT DELIMITED BY SIZE
               "  ON WATCH: " DELIMITED BY SIZE
               WATCH-COUNT DELIMITED BY SIZE
               "  OFF WATCH SINCE LAST RUN: " DELIMITED BY SIZE
               LEFT-WATCH-COUNT DELIMITED BY SIZE
               INTO RSK-RPT-RECORD
           END-STRING
           WRITE RSK-RPT-RECORD
           MOVE "INDICATORS: DROP AVERAGE DROP  ATT/ELIG ATTENDANCE"
               TO RSK-RPT-RECORD
           WRITE RSK-RPT-RECORD
           MOVE "  DET DETAINED  SUPN RE-EXAMS  REPN FAILED TWICE"
               TO RSK-RPT-RECORD
           WRITE RSK-RPT-RECORD
           MOVE "  APL OPEN APPEAL" TO RSK-RPT-RECORD
           WRITE RSK-RPT-RECORD

           PERFORM APPEND-RISK-HISTORY

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE RSK-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
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

      *    EVERY RULE IS A WHOLE NUMBER, RIGHT-ALIGNED; A MISSING OR
      *    UNREADABLE ROW LEAVES THE STANDING VALUE IN PLACE.
       LOAD-RISK-RULES.
           MOVE "AT-RISK-WATCH" TO RULE-PROGRAM-ID
           MOVE "AVGDROP" TO RULE-PARM-NAME
           PERFORM FETCH-RISK-RULE
           IF RULE-WAS-FOUND
               MOVE VALUE-MARK TO AVERAGE-DROP-LIMIT
           END-IF
           MOVE "ATTWARN" TO RULE-PARM-NAME
           PERFORM FETCH-RISK-RULE
           IF RULE-WAS-FOUND
               MOVE VALUE-MARK TO ATTEND-WARNING
           END-IF
           MOVE "MINSCORE" TO RULE-PARM-NAME
           PERFORM FETCH-RISK-RULE
           IF RULE-WAS-FOUND AND VALUE-MARK > 0
               MOVE VALUE-MARK TO MINIMUM-SCORE
           END-IF
           MOVE "WTDROP" TO RULE-PARM-NAME
           PERFORM FETCH-RISK-RULE
           IF RULE-WAS-FOUND
               MOVE VALUE-MARK TO WEIGHT-DROP
           END-IF
           MOVE "WTATTEND" TO RULE-PARM-NAME
           PERFORM FETCH-RISK-RULE
           IF RULE-WAS-FOUND
               MOVE VALUE-MARK TO WEIGHT-ATTEND
           END-IF
           MOVE "WTDETAIN" TO RULE-PARM-NAME
           PERFORM FETCH-RISK-RULE
           IF RULE-WAS-FOUND
               MOVE VALUE-MARK TO WEIGHT-DETAIN
           END-IF
           MOVE "WTSUPP" TO RULE-PARM-NAME
           PERFORM FETCH-RISK-RULE
           IF RULE-WAS-FOUND
               MOVE VALUE-MARK TO WEIGHT-SUPP
           END-IF
           MOVE "WTREFAIL" TO RULE-PARM-NAME
           PERFORM FETCH-RISK-RULE
           IF RULE-WAS-FOUND
               MOVE VALUE-MARK TO WEIGHT-REFAIL
           END-IF
           MOVE "WTAPPEAL" TO RULE-PARM-NAME
           PERFORM FETCH-RISK-RULE
           IF RULE-WAS-FOUND
               MOVE VALUE-MARK TO WEIGHT-APPEAL
           END-IF

           MOVE "PROMOTION-RUN" TO RULE-PROGRAM-ID
           MOVE "PASSMARK" TO RULE-PARM-NAME
           PERFORM FETCH-RISK-RULE
           IF RULE-WAS-FOUND AND VALUE-MARK > 0
               MOVE VALUE-MARK TO PASS-MARK
           END-IF

           MOVE "GRADE-CALCULATOR" TO RULE-PROGRAM-ID
           MOVE "ATTPCT" TO RULE-PARM-NAME
           PERFORM FETCH-RISK-RULE
           IF RULE-WAS-FOUND
               MOVE VALUE-MARK TO ATTEND-THRESHOLD
           END-IF.

       FETCH-RISK-RULE.
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

      *    WITHDRAWN STUDENTS ARE NOBODY'S CONCERN HERE.
       LOAD-ACTIVE-STUDENTS.
           OPEN INPUT STU-MSTR-FILE
           IF STU-MSTR-STATUS = "00"
               PERFORM UNTIL STU-MSTR-STATUS NOT = "00"
                   READ STU-MSTR-FILE NEXT RECORD
                       AT END MOVE "10" TO STU-MSTR-STATUS
                       NOT AT END
                           IF STU-IS-ACTIVE AND STUD-COUNT < 999
                               ADD 1 TO STUDENTS-READ
                               PERFORM FILE-ONE-STUDENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STU-MSTR-FILE
           END-IF.

       FILE-ONE-STUDENT.
           ADD 1 TO STUD-COUNT
           INITIALIZE STUDENT-ENTRY (STUD-COUNT)
           MOVE STU-ROLL-NUMBER TO STT-ROLL (STUD-COUNT)
           MOVE STU-NAME TO STT-NAME (STUD-COUNT)
           MOVE STU-CLASS-SECTION TO STT-SECTION (STUD-COUNT)

           MOVE SPACES TO GRADE-SCHEME-AREA
           SET GRSQ-REQ-RESOLVE TO TRUE
           MOVE STU-CLASS-SECTION TO GRSQ-SECTION-CODE
           CALL "GRADE-SCHEME" USING GRADE-SCHEME-AREA
           IF GRSQ-SCHEME-ID = "STD" OR GRSQ-PASS-MARK = 0
               MOVE PASS-MARK TO STT-PASS-MARK (STUD-COUNT)
           ELSE
               MOVE GRSQ-PASS-MARK TO STT-PASS-MARK (STUD-COUNT)
           END-IF.

      *    THE LAST TWO TERMS' AVERAGES. THE HISTORY ONLY EVER GROWS
      *    AT THE END, SO A LINE FOR A NEW TERM PUSHES THE LATEST
      *    DOWN TO PRIOR, AND A RERUN OF THE SAME TERM REPLACES IT.
      *    CORRECTION ENTRIES AND DAMAGED LINES FAIL THE NUMERIC
      *    TESTS AND ARE SKIPPED.
       LOAD-GRADE-HISTORY.
           OPEN INPUT GRD-HIST-FILE
           IF GRD-HIST-STATUS = "00"
               PERFORM UNTIL GRD-HIST-STATUS NOT = "00"
                   READ GRD-HIST-FILE
                       AT END MOVE "10" TO GRD-HIST-STATUS
                       NOT AT END
                           IF HIST-RUN-DATE NUMERIC
                                   AND HIST-AVERAGE NUMERIC
                                   AND HIST-GRADE NOT = SPACE
                               PERFORM FILE-ONE-TERM-AVERAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRD-HIST-FILE
           END-IF.

       FILE-ONE-TERM-AVERAGE.
           MOVE HIST-ROLL-NUMBER TO LOOKUP-ROLL
           PERFORM FIND-STUDENT
           IF STUD-MATCH-INDEX > 0
               IF STT-TERMS (STUD-MATCH-INDEX) > 0
                       AND HIST-TERM = STT-LAST-TERM (STUD-MATCH-INDEX)
                   MOVE HIST-AVERAGE-N
                       TO STT-LAST-AVERAGE (STUD-MATCH-INDEX)
               ELSE
                   ADD 1 TO STT-TERMS (STUD-MATCH-INDEX)
                   MOVE STT-LAST-AVERAGE (STUD-MATCH-INDEX)
                       TO STT-PRIOR-AVERAGE (STUD-MATCH-INDEX)
                   MOVE HIST-AVERAGE-N
                       TO STT-LAST-AVERAGE (STUD-MATCH-INDEX)
                   MOVE HIST-TERM TO STT-LAST-TERM (STUD-MATCH-INDEX)
               END-IF
           END-IF.

      *    THE STUDENT WHOSE ROLL IS IN LOOKUP-ROLL, OR ZERO.
       FIND-STUDENT.
           MOVE 0 TO STUD-MATCH-INDEX
           PERFORM VARYING SCAN-INDEX FROM 1 BY 1
                   UNTIL SCAN-INDEX > STUD-COUNT
                       OR STUD-MATCH-INDEX > 0
               IF STT-ROLL (SCAN-INDEX) = LOOKUP-ROLL
                   MOVE SCAN-INDEX TO STUD-MATCH-INDEX
               END-IF
           END-PERFORM.

      *    ATTENDANCE IS OPTIONAL, AS THE GRADE RUN TREATS IT - A
      *    STUDENT WITH NO ROW RAISES NO ATTENDANCE WARNING.
       LOAD-ATTENDANCE.
           OPEN INPUT ATTEND-FILE
           IF ATTEND-STATUS = "00"
               PERFORM UNTIL ATTEND-STATUS NOT = "00"
                   READ ATTEND-FILE
                       AT END MOVE "10" TO ATTEND-STATUS
                       NOT AT END
                           IF ATT-PERCENTAGE NUMERIC
                               MOVE ATT-ROLL-NUMBER TO LOOKUP-ROLL
                               PERFORM FIND-STUDENT
                               IF STUD-MATCH-INDEX > 0
                                   MOVE ATT-PERCENTAGE TO
                                       STT-ATTENDANCE (STUD-MATCH-INDEX)
                                   MOVE "Y" TO
                                       STT-ATT-SWITCH (STUD-MATCH-INDEX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTEND-FILE
           END-IF.

      *    EVERY RE-EXAM ON SUPIN COUNTS; A SUBJECT IS FAILED TWICE
      *    WHEN ITS RE-EXAM MARK IS STILL BELOW THE STUDENT'S PASS
      *    MARK OR IT IS BEING SAT A SECOND TIME.
       LOAD-SUPPLEMENTARIES.
           OPEN INPUT SUP-IN-FILE
           IF SUP-IN-STATUS = "00"
               PERFORM UNTIL SUP-IN-STATUS NOT = "00"
                   READ SUP-IN-FILE
                       AT END MOVE "10" TO SUP-IN-STATUS
                       NOT AT END
                           MOVE SUP-ROLL-NUMBER TO LOOKUP-ROLL
                           PERFORM FIND-STUDENT
                           IF STUD-MATCH-INDEX > 0
                                   AND SUP-SUBJECT-SLOT > 0
                                   AND SUP-SUBJECT-SLOT < 6
                               PERFORM FILE-ONE-SUPPLEMENTARY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUP-IN-FILE
           END-IF.

       FILE-ONE-SUPPLEMENTARY.
           MOVE SUP-SUBJECT-SLOT TO SUBJECT-INDEX
           IF STT-SUPP-ATTEMPTS (STUD-MATCH-INDEX) < 9
               ADD 1 TO STT-SUPP-ATTEMPTS (STUD-MATCH-INDEX)
           END-IF
           IF STT-SUBJECT-SUPPS (STUD-MATCH-INDEX SUBJECT-INDEX) < 9
               ADD 1 TO STT-SUBJECT-SUPPS (STUD-MATCH-INDEX
                   SUBJECT-INDEX)
           END-IF
           IF STT-SUBJECT-SUPPS (STUD-MATCH-INDEX SUBJECT-INDEX) > 1
               MOVE "Y" TO STT-SUBJECT-REFAIL (STUD-MATCH-INDEX
                   SUBJECT-INDEX)
           END-IF
           IF SUP-NEW-MARK-X NUMERIC
               IF SUP-NEW-MARK < STT-PASS-MARK (STUD-MATCH-INDEX)
                   MOVE "Y" TO STT-SUBJECT-REFAIL (STUD-MATCH-INDEX
                       SUBJECT-INDEX)
               END-IF
           END-IF.

       LOAD-DETENTIONS.
           OPEN INPUT DET-HIST-FILE
           IF DET-HIST-STATUS = "00"
               PERFORM UNTIL DET-HIST-STATUS NOT = "00"
                   READ DET-HIST-FILE
                       AT END MOVE "10" TO DET-HIST-STATUS
                       NOT AT END
                           MOVE DTH-ROLL-NUMBER TO LOOKUP-ROLL
                           PERFORM FIND-STUDENT
                           IF STUD-MATCH-INDEX > 0
                               IF STT-DETENTIONS (STUD-MATCH-INDEX) < 9
                                   ADD 1 TO
                                       STT-DETENTIONS (STUD-MATCH-INDEX)
                               END-IF
                               MOVE DTH-RUN-DATE TO
                                   STT-LAST-DETENTION (STUD-MATCH-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DET-HIST-FILE
           END-IF.

       LOAD-OPEN-APPEALS.
           OPEN INPUT APPEALS-FILE
           IF APPEALS-STATUS = "00"
               PERFORM UNTIL APPEALS-STATUS NOT = "00"
                   READ APPEALS-FILE
                       AT END MOVE "10" TO APPEALS-STATUS
                       NOT AT END
                           IF APL-IS-OPEN
                               MOVE APL-ROLL-NUMBER TO LOOKUP-ROLL
                               PERFORM FIND-STUDENT
                               IF STUD-MATCH-INDEX > 0 AND
                                   STT-OPEN-APPEALS (STUD-MATCH-INDEX)
                                       < 9
                                   ADD 1 TO
                                     STT-OPEN-APPEALS (STUD-MATCH-INDEX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPEALS-FILE
           END-IF.

      *    THE LATEST ROW FOR EACH STUDENT FROM AN EARLIER RUN DATE -
      *    A SECOND RUN THE SAME DAY COMPARES WITH THE DAY BEFORE,
      *    NOT WITH ITSELF.
       LOAD-PREVIOUS-SCORES.
           OPEN INPUT RSK-HIST-FILE
           IF RSK-HIST-STATUS = "00"
               PERFORM UNTIL RSK-HIST-STATUS NOT = "00"
                   READ RSK-HIST-FILE
                       AT END MOVE "10" TO RSK-HIST-STATUS
                       NOT AT END
                           IF RSK-RUN-DATE NUMERIC
                                   AND RSK-RUN-DATE < RUN-DATE
                                   AND RSK-SCORE NUMERIC
                               MOVE RSK-ROLL-NUMBER TO LOOKUP-ROLL
                               PERFORM FIND-STUDENT
                               IF STUD-MATCH-INDEX > 0
                                   PERFORM FILE-ONE-PREVIOUS-SCORE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RSK-HIST-FILE
           END-IF.

       FILE-ONE-PREVIOUS-SCORE.
           MOVE "Y" TO STT-PREV-SWITCH (STUD-MATCH-INDEX)
           MOVE RSK-RUN-DATE TO STT-PREV-DATE (STUD-MATCH-INDEX)
           MOVE RSK-SCORE TO STT-PREV-SCORE (STUD-MATCH-INDEX)
           MOVE RSK-ON-WATCH TO STT-PREV-WATCH (STUD-MATCH-INDEX).

      *    ONE STUDENT AGAINST EVERY INDICATOR.
       SCORE-ONE-STUDENT.
           MOVE 0 TO STT-SCORE (STUD-INDEX)

           IF STT-TERMS (STUD-INDEX) > 1 AND STT-LAST-AVERAGE
                   (STUD-INDEX) < STT-PRIOR-AVERAGE (STUD-INDEX)
               COMPUTE STT-AVERAGE-DROP (STUD-INDEX) =
                   STT-PRIOR-AVERAGE (STUD-INDEX)
                       - STT-LAST-AVERAGE (STUD-INDEX)
               IF AVERAGE-DROP-LIMIT > 0 AND STT-AVERAGE-DROP
                       (STUD-INDEX) NOT < AVERAGE-DROP-LIMIT
                   ADD WEIGHT-DROP TO STT-SCORE (STUD-INDEX)
               END-IF
           END-IF

           IF STT-HAS-ATTENDANCE (STUD-INDEX)
               IF STT-ATTENDANCE (STUD-INDEX) < ATTEND-WARNING
                   MOVE "W" TO STT-ATT-FLAG (STUD-INDEX)
                   ADD WEIGHT-ATTEND TO STT-SCORE (STUD-INDEX)
               END-IF
               IF STT-ATTENDANCE (STUD-INDEX) < ATTEND-THRESHOLD
                   MOVE "E" TO STT-ATT-FLAG (STUD-INDEX)
                   ADD WEIGHT-ATTEND TO STT-SCORE (STUD-INDEX)
               END-IF
           END-IF

           IF STT-DETENTIONS (STUD-INDEX) > 0
               ADD WEIGHT-DETAIN TO STT-SCORE (STUD-INDEX)
           END-IF

           COMPUTE STT-SCORE (STUD-INDEX) = STT-SCORE (STUD-INDEX)
               + WEIGHT-SUPP * STT-SUPP-ATTEMPTS (STUD-INDEX)

           MOVE 0 TO STT-REPEAT-FAILS (STUD-INDEX)
           PERFORM VARYING SUBJECT-INDEX FROM 1 BY 1
                   UNTIL SUBJECT-INDEX > 5
               IF STT-SUBJECT-REFAIL (STUD-INDEX SUBJECT-INDEX) = "Y"
                   ADD 1 TO STT-REPEAT-FAILS (STUD-INDEX)
                   ADD WEIGHT-REFAIL TO STT-SCORE (STUD-INDEX)
               END-IF
           END-PERFORM

           IF STT-OPEN-APPEALS (STUD-INDEX) > 0
               ADD WEIGHT-APPEAL TO STT-SCORE (STUD-INDEX)
           END-IF

           IF STT-SCORE (STUD-INDEX) > 0
                   AND STT-SCORE (STUD-INDEX) NOT < MINIMUM-SCORE
               MOVE "Y" TO STT-WATCH-SWITCH (STUD-INDEX)
               ADD 1 TO WATCH-COUNT
               MOVE STUD-INDEX TO WCH-STUDENT (WATCH-COUNT)
           ELSE
               MOVE "N" TO STT-WATCH-SWITCH (STUD-INDEX)
           END-IF.

      *    AN EXCHANGE SORT OF THE WATCH LIST - SECTION, THEN THE
      *    HIGHEST SCORE, THEN ROLL.
       SORT-WATCH-LIST.
           PERFORM VARYING WATCH-I FROM 1 BY 1
                   UNTIL WATCH-I NOT < WATCH-COUNT
               PERFORM VARYING WATCH-J FROM 1 BY 1
                       UNTIL WATCH-J > WATCH-COUNT - WATCH-I
                   MOVE WCH-STUDENT (WATCH-J) TO WATCH-A
                   MOVE WCH-STUDENT (WATCH-J + 1) TO WATCH-B
                   MOVE "N" TO WATCH-SWAP-SWITCH
                   EVALUATE TRUE
                       WHEN STT-SECTION (WATCH-A)
                               > STT-SECTION (WATCH-B)
                           MOVE "Y" TO WATCH-SWAP-SWITCH
                       WHEN STT-SECTION (WATCH-A)
                               < STT-SECTION (WATCH-B)
                           CONTINUE
                       WHEN STT-SCORE (WATCH-A) < STT-SCORE (WATCH-B)
                           MOVE "Y" TO WATCH-SWAP-SWITCH
                       WHEN STT-SCORE (WATCH-A) > STT-SCORE (WATCH-B)
                           CONTINUE
                       WHEN STT-ROLL (WATCH-A) > STT-ROLL (WATCH-B)
                           MOVE "Y" TO WATCH-SWAP-SWITCH
                   END-EVALUATE
                   IF WATCH-OUT-OF-ORDER
                       MOVE WATCH-A TO WCH-STUDENT (WATCH-J + 1)
                       MOVE WATCH-B TO WCH-STUDENT (WATCH-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-SECTION-HEADING.
           MOVE STT-SECTION (STUD-INDEX) TO CURRENT-SECTION
           MOVE 0 TO SECTION-WATCH-COUNT
           MOVE SPACES TO RSK-RPT-RECORD
           WRITE RSK-RPT-RECORD
           MOVE SPACES TO RSK-RPT-RECORD
           STRING "SECTION " DELIMITED BY SIZE
               CURRENT-SECTION DELIMITED BY SIZE
               " - WATCH LIST FOR THE CLASS TEACHER" DELIMITED BY SIZE
               INTO RSK-RPT-RECORD
           END-STRING
           WRITE RSK-RPT-RECORD
           MOVE SPACES TO RSK-RPT-RECORD
           MOVE "ROLL" TO RSK-RPT-RECORD (1:4)
           MOVE "NAME" TO RSK-RPT-RECORD (12:4)
           MOVE "SCORE" TO RSK-RPT-RECORD (32:5)
           MOVE "PREV" TO RSK-RPT-RECORD (38:4)
           MOVE "TREND" TO RSK-RPT-RECORD (43:5)
           MOVE "INDICATORS" TO RSK-RPT-RECORD (50:10)
           WRITE RSK-RPT-RECORD.

       PRINT-SECTION-FOOTING.
           MOVE SPACES TO RSK-RPT-RECORD
           STRING "SECTION " DELIMITED BY SIZE
               CURRENT-SECTION DELIMITED BY SIZE
               " ON WATCH: " DELIMITED BY SIZE
               SECTION-WATCH-COUNT DELIMITED BY SIZE
               INTO RSK-RPT-RECORD
           END-STRING
           WRITE RSK-RPT-RECORD.

      *    THE STUDENT, THE SCORE AGAINST THE LAST RUN'S, THE
      *    INDICATORS THAT MADE IT, AND BENEATH THEM THE FIGURES.
       PRINT-WATCH-LINE.
           ADD 1 TO SECTION-WATCH-COUNT
           MOVE SPACES TO RSK-RPT-RECORD
           MOVE STT-ROLL (STUD-INDEX) TO RSK-RPT-RECORD (1:10)
           MOVE STT-NAME (STUD-INDEX) TO RSK-RPT-RECORD (12:20)
           MOVE STT-SCORE (STUD-INDEX) TO DISPLAY-SCORE
           MOVE DISPLAY-SCORE TO RSK-RPT-RECORD (33:4)
           IF STT-HAS-PREVIOUS (STUD-INDEX)
               MOVE STT-PREV-SCORE (STUD-INDEX) TO DISPLAY-SCORE
               MOVE DISPLAY-SCORE TO RSK-RPT-RECORD (38:4)
               EVALUATE TRUE
                   WHEN STT-SCORE (STUD-INDEX)
                           < STT-PREV-SCORE (STUD-INDEX)
                       MOVE "BETTER" TO RSK-RPT-RECORD (43:6)
                   WHEN STT-SCORE (STUD-INDEX)
                           > STT-PREV-SCORE (STUD-INDEX)
                       MOVE "WORSE" TO RSK-RPT-RECORD (43:5)
                   WHEN OTHER
                       MOVE "SAME" TO RSK-RPT-RECORD (43:4)
               END-EVALUATE
           ELSE
               MOVE " NEW" TO RSK-RPT-RECORD (38:4)
           END-IF

           MOVE SPACES TO INDICATOR-TEXT
           MOVE 1 TO INDICATOR-POINTER
           IF AVERAGE-DROP-LIMIT > 0 AND STT-AVERAGE-DROP (STUD-INDEX)
                   NOT < AVERAGE-DROP-LIMIT
               STRING "DROP " DELIMITED BY SIZE
                   INTO INDICATOR-TEXT WITH POINTER INDICATOR-POINTER
               END-STRING
           END-IF
           EVALUATE STT-ATT-FLAG (STUD-INDEX)
               WHEN "W"
                   STRING "ATT " DELIMITED BY SIZE
                       INTO INDICATOR-TEXT
                       WITH POINTER INDICATOR-POINTER
                   END-STRING
               WHEN "E"
                   STRING "ELIG " DELIMITED BY SIZE
                       INTO INDICATOR-TEXT
                       WITH POINTER INDICATOR-POINTER
                   END-STRING
           END-EVALUATE
           IF STT-DETENTIONS (STUD-INDEX) > 0
               STRING "DET " DELIMITED BY SIZE
                   INTO INDICATOR-TEXT WITH POINTER INDICATOR-POINTER
               END-STRING
           END-IF
           IF STT-SUPP-ATTEMPTS (STUD-INDEX) > 0
               STRING "SUP" DELIMITED BY SIZE
                   STT-SUPP-ATTEMPTS (STUD-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO INDICATOR-TEXT WITH POINTER INDICATOR-POINTER
               END-STRING
           END-IF
           IF STT-REPEAT-FAILS (STUD-INDEX) > 0
               STRING "REP" DELIMITED BY SIZE
                   STT-REPEAT-FAILS (STUD-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO INDICATOR-TEXT WITH POINTER INDICATOR-POINTER
               END-STRING
           END-IF
           IF STT-OPEN-APPEALS (STUD-INDEX) > 0
               STRING "APL" DELIMITED BY SIZE
                   INTO INDICATOR-TEXT WITH POINTER INDICATOR-POINTER
               END-STRING
           END-IF
           MOVE INDICATOR-TEXT TO RSK-RPT-RECORD (50:31)
           WRITE RSK-RPT-RECORD

           MOVE SPACES TO RSK-RPT-RECORD
           MOVE 12 TO INDICATOR-POINTER
           IF STT-TERMS (STUD-INDEX) > 1
               MOVE STT-PRIOR-AVERAGE (STUD-INDEX) TO DISPLAY-AVERAGE
               MOVE STT-LAST-AVERAGE (STUD-INDEX) TO DISPLAY-AVERAGE-2
               STRING "AVERAGE " DELIMITED BY SIZE
                   DISPLAY-AVERAGE DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   DISPLAY-AVERAGE-2 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   INTO RSK-RPT-RECORD WITH POINTER INDICATOR-POINTER
               END-STRING
           END-IF
           IF STT-HAS-ATTENDANCE (STUD-INDEX)
               MOVE STT-ATTENDANCE (STUD-INDEX) TO DISPLAY-ATTEND
               STRING "ATTENDANCE " DELIMITED BY SIZE
                   DISPLAY-ATTEND DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   INTO RSK-RPT-RECORD WITH POINTER INDICATOR-POINTER
               END-STRING
           END-IF
           IF STT-DETENTIONS (STUD-INDEX) > 0
               STRING "DETAINED " DELIMITED BY SIZE
                   STT-LAST-DETENTION (STUD-INDEX) DELIMITED BY SIZE
                   INTO RSK-RPT-RECORD WITH POINTER INDICATOR-POINTER
               END-STRING
           END-IF
           IF INDICATOR-POINTER > 12
               WRITE RSK-RPT-RECORD
           END-IF.

      *    THOSE THE LAST RUN WATCHED WHO HAVE SINCE DROPPED BELOW
      *    THE WATCH SCORE - WHERE AN INTERVENTION SEEMS TO HAVE
      *    WORKED.
       PRINT-LEFT-WATCH-LIST.
           PERFORM VARYING STUD-INDEX FROM 1 BY 1
                   UNTIL STUD-INDEX > STUD-COUNT
               IF STT-WAS-ON-WATCH (STUD-INDEX)
                       AND NOT STT-ON-WATCH (STUD-INDEX)
                   IF LEFT-WATCH-COUNT = 0
                       MOVE SPACES TO RSK-RPT-RECORD
                       WRITE RSK-RPT-RECORD
                       MOVE "OFF THE WATCH LIST SINCE THE LAST RUN"
                           TO RSK-RPT-RECORD
                       WRITE RSK-RPT-RECORD
                   END-IF
                   ADD 1 TO LEFT-WATCH-COUNT
                   MOVE SPACES TO RSK-RPT-RECORD
                   MOVE STT-ROLL (STUD-INDEX) TO RSK-RPT-RECORD (1:10)
                   MOVE STT-NAME (STUD-INDEX) TO RSK-RPT-RECORD (12:20)
                   MOVE STT-SECTION (STUD-INDEX)
                       TO RSK-RPT-RECORD (33:3)
                   MOVE STT-SCORE (STUD-INDEX) TO DISPLAY-SCORE
                   MOVE "SCORE" TO RSK-RPT-RECORD (38:5)
                   MOVE DISPLAY-SCORE TO RSK-RPT-RECORD (44:4)
                   MOVE STT-PREV-SCORE (STUD-INDEX) TO DISPLAY-SCORE
                   MOVE "WAS" TO RSK-RPT-RECORD (50:3)
                   MOVE DISPLAY-SCORE TO RSK-RPT-RECORD (54:4)
                   MOVE "ON" TO RSK-RPT-RECORD (59:2)
                   MOVE STT-PREV-DATE (STUD-INDEX)
                       TO RSK-RPT-RECORD (62:8)
                   WRITE RSK-RPT-RECORD
               END-IF
           END-PERFORM.

      *    EVERY ACTIVE STUDENT'S ROW, WATCHED OR NOT, SO THE NEXT RUN
      *    CAN SEE WHO HAS COME OFF THE LIST.
       APPEND-RISK-HISTORY.
           OPEN EXTEND RSK-HIST-FILE
           IF RSK-HIST-STATUS NOT = "00"
               OPEN OUTPUT RSK-HIST-FILE
           END-IF
           PERFORM VARYING STUD-INDEX FROM 1 BY 1
                   UNTIL STUD-INDEX > STUD-COUNT
               MOVE SPACES TO RSK-HIST-RECORD
               MOVE STT-ROLL (STUD-INDEX) TO RSK-ROLL-NUMBER
               MOVE STT-SECTION (STUD-INDEX) TO RSK-SECTION-CODE
               MOVE CURRENT-TERM-ID TO RSK-TERM-ID
               MOVE RUN-DATE TO RSK-RUN-DATE
               MOVE STT-SCORE (STUD-INDEX) TO RSK-SCORE
               MOVE STT-AVERAGE-DROP (STUD-INDEX) TO RSK-AVERAGE-DROP
               MOVE STT-ATTENDANCE (STUD-INDEX) TO RSK-ATTENDANCE
               MOVE STT-ATT-FLAG (STUD-INDEX) TO RSK-ATT-FLAG
               MOVE STT-DETENTIONS (STUD-INDEX) TO RSK-DETENTIONS
               MOVE STT-SUPP-ATTEMPTS (STUD-INDEX) TO RSK-SUPP-ATTEMPTS
               MOVE STT-REPEAT-FAILS (STUD-INDEX) TO RSK-REPEAT-FAILS
               MOVE STT-OPEN-APPEALS (STUD-INDEX) TO RSK-OPEN-APPEALS
               MOVE STT-WATCH-SWITCH (STUD-INDEX) TO RSK-ON-WATCH
               WRITE RSK-HIST-RECORD
           END-PERFORM
           CLOSE RSK-HIST-FILE.

      *    COPIES THE JUST-CLOSED WATCH LIST TO A DATED ARCHIVE FILE
      *    AND CATALOGS IT, AS EVERY REPORT IS.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "RSKRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT RSK-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ RSK-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE RSK-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ RSK-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE RSK-RPT-FILE
           CLOSE ARC-FILE

           OPEN EXTEND ARC-CAT-FILE
           IF ARC-CAT-STATUS NOT = "00"
               OPEN OUTPUT ARC-CAT-FILE
           END-IF
           MOVE SPACES TO ARC-CAT-RECORD
           MOVE "AT-RISK-WATCH" TO CAT-PROGRAM-ID
           MOVE "RSKRPT" TO CAT-REPORT-NAME
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
           MOVE "AT-RISK-WATCH" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE STUDENTS-READ TO AUD-RECORD-COUNT
           MOVE WATCH-COUNT TO AUD-OUTPUT-COUNT
           MOVE 0 TO AUD-EXCEPTION-COUNT
           MOVE "STUMSTR/GRDHIST/ATTEND/SUPIN" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.
