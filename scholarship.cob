       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHOLARSHIP-RUN.

      *    THE SCHOLARSHIP AND MERIT-AWARD ELIGIBILITY RUN THAT USED
      *    TO BE DONE BY HAND FROM THE RANKING REPORT AND THE
      *    TRANSCRIPTS. EVERY STUDENT ON THE KEYED GRDIN RECORD IS
      *    MEASURED ONCE - CUMULATIVE GPA OVER THE GRDHIST TERMS (AS
      *    THE TRANSCRIPT COMPUTES IT), SCHOOL RANK AND PERCENTILE ON
      *    THE TOTAL (AS THE GRADE RUN'S RANKING REPORT ORDERS IT),
      *    ATTENDANCE FROM ATTEND, FAILED SUBJECTS AT THE PASS MARK
      *    PROMOTION-RUN JUDGES BY, AND WHETHER A SUPPLEMENTARY PAPER
      *    IS WAITING ON SUPIN - AND THEN TESTED AGAINST EVERY AWARD
      *    ON SCHRULE. THE ELIGIBLE ARE RANKED BY GPA, THEN TOTAL,
      *    THEN ROLL, AND THE AWARD'S PLACES GO DOWN THAT LIST; A
      *    STUDENT HOLDS ONE AWARD AT MOST, SO AWARDS FILL IN FILE
      *    ORDER. SCHRPT PRINTS EACH AWARD WITH THE EVIDENCE BEHIND
      *    EVERY DECISION AND THE NEAREST MISSES - ELIGIBLE STUDENTS
      *    THE PLACES RAN OUT FOR, THEN THOSE WHO FAILED ONE TEST
      *    ONLY, WITH THE TEST THEY FAILED. THE REPORT IS ARCHIVED
      *    UNDER ITS CYCLE DATE SO A CHALLENGED DECISION CAN BE SHOWN
      *    AS IT WAS MADE; SCHAWD HOLDS THE AWARDS THEMSELVES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCH-RULE-FILE ASSIGN TO "SCHRULE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SCH-RULE-STATUS.
           SELECT GRD-IN-FILE ASSIGN TO "GRDIN"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS IN-ROLL-NUMBER
               FILE STATUS IS GRD-IN-STATUS.
           SELECT GRD-HIST-FILE ASSIGN TO "GRDHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GRD-HIST-STATUS.
           SELECT ATTEND-FILE ASSIGN TO "ATTEND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ATTEND-STATUS.
           SELECT SUP-IN-FILE ASSIGN TO "SUPIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUP-IN-STATUS.
           SELECT SCH-AWD-FILE ASSIGN TO "SCHAWD"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SCH-RPT-FILE ASSIGN TO "SCHRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ARC-FILE ASSIGN TO DYNAMIC ARC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ARC-CAT-FILE ASSIGN TO "ARCCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARC-CAT-STATUS.
           SELECT EXC-LOG-FILE ASSIGN TO "EXCLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXC-LOG-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCH-RULE-FILE.
       01  SCH-RULE-RECORD.
           COPY SCHRULR.

       FD  GRD-IN-FILE.
       01  GRD-IN-RECORD.
           05  IN-ROLL-NUMBER     PIC X(10).
           05  IN-STUDENT-NAME    PIC X(20).
           05  IN-SUBJECT-MARKS   PIC 9(3) OCCURS 5 TIMES.
           05  IN-SECTION-CODE    PIC X(3).

      *    THE HISTORY LINE AS APPEND-GRADE-HISTORY LAYS IT DOWN.
       FD  GRD-HIST-FILE.
       01  GRD-HIST-RECORD.
           05  HIST-ROLL-NUMBER   PIC X(10).
           05  FILLER             PIC X.
           05  HIST-RUN-DATE      PIC X(8).
           05  FILLER             PIC X.
           05  HIST-AVERAGE       PIC X(5).
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

      *    SUPPLEMENTARY PAPERS AWAITING THE SUPPLEMENTARY RUN.
       FD  SUP-IN-FILE.
       01  SUP-IN-RECORD.
           05  SUP-ROLL-NUMBER    PIC X(10).
           05  SUP-SUBJECT-SLOT   PIC 9.
           05  SUP-NEW-MARK       PIC 9(3).

      *    ONE AWARD MADE - WHICH AWARD, TO WHOM, IN WHICH PLACE.
       FD  SCH-AWD-FILE.
       01  SCH-AWD-RECORD.
           05  SAW-AWARD-ID       PIC X(4).
           05  SAW-ROLL-NUMBER    PIC X(10).
           05  SAW-PLACE          PIC 9(3).
           05  SAW-GPA            PIC 9(2)V99.
           05  SAW-RUN-DATE       PIC 9(8).

       FD  SCH-RPT-FILE.
       01  SCH-RPT-RECORD         PIC X(80).

      *    A DATED COPY OF THE AWARD LIST, CATALOGED AS EVERY
      *    REPORT IS.
       FD  ARC-FILE.
       01  ARC-RECORD             PIC X(80).

       FD  ARC-CAT-FILE.
       01  ARC-CAT-RECORD.
           COPY ARCCATR.

       FD  EXC-LOG-FILE.
       01  EXC-LOG-RECORD.
           COPY EXCREC.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  SCH-RULE-STATUS        PIC XX.
       01  GRD-IN-STATUS          PIC XX.
       01  GRD-HIST-STATUS        PIC XX.
       01  ATTEND-STATUS          PIC XX.
       01  SUP-IN-STATUS          PIC XX.
       01  ARC-CAT-STATUS         PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  REJECT-REASON          PIC X(40).
       01  STUDENTS-READ          PIC 9(7) VALUE 0.
       01  AWARDS-MADE            PIC 9(7) VALUE 0.
       01  EXCEPTION-COUNT        PIC 9(7) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE PASS MARK A SUBJECT IS FAILED BELOW - PROMOTION-RUN'S
      *    PASSMARK PARAMETER FOR THE STANDARD SCHEME (FIFTY WHEN NO
      *    ROW IS ON FILE), THE SCHEME'S OWN FOR A SECTION ON ANOTHER.
       01  PASS-MARK              PIC 9(3) VALUE 50.
       01  STUDENT-PASS-MARK      PIC 9(3).
       01  VALUE-MARK-AREA.
           05  VALUE-MARK-X       PIC X(3).
           05  VALUE-MARK REDEFINES VALUE-MARK-X
                                  PIC 9(3).
       01  SUBJECT-INDEX          PIC 9.

      *    THE AWARDS, IN FILE ORDER, WITH THE PLACES EACH HAS FILLED.
       01  AWARD-COUNT            PIC 9(2) VALUE 0.
       01  AWARD-TABLE.
           05  AWARD-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON AWARD-COUNT.
               10  AWT-AWARD-ID       PIC X(4).
               10  AWT-AWARD-NAME     PIC X(20).
               10  AWT-PLACES         PIC 9(3).
               10  AWT-MIN-GPA        PIC 9(2)V99.
               10  AWT-MAX-RANK       PIC 9(3).
               10  AWT-MIN-PERCENTILE PIC 9(3)V99.
               10  AWT-MIN-ATTENDANCE PIC 9(3).
               10  AWT-CLEAN-RECORD   PIC X.
                   88  AWT-CLEAN-RECORD-WAIVED VALUE "N".
               10  AWT-SECTION-CODE   PIC X(3).
               10  AWT-AWARDED        PIC 9(3).
       01  AWARD-INDEX            PIC 9(2).

      *    EVERY GRADED STUDENT AND THE EVIDENCE EVERY AWARD IS
      *    DECIDED ON.
       01  STUD-COUNT             PIC 9(3) VALUE 0.
       01  STUDENT-TABLE.
           05  STUDENT-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON STUD-COUNT.
               10  STT-ROLL           PIC X(10).
               10  STT-NAME           PIC X(20).
               10  STT-SECTION        PIC X(3).
               10  STT-TOTAL          PIC 9(4).
               10  STT-RANK           PIC 9(3).
               10  STT-PERCENTILE     PIC 9(3)V99.
               10  STT-POINT-SUM      PIC 9(5).
               10  STT-TERMS          PIC 9(3).
               10  STT-GPA            PIC 9(2)V99.
               10  STT-ATTENDANCE     PIC 9(3).
               10  STT-ATT-SWITCH     PIC X.
                   88  STT-HAS-ATTENDANCE VALUE "Y".
               10  STT-FAILURES       PIC 9.
               10  STT-SUPP-SWITCH    PIC X.
                   88  STT-SUPP-PENDING   VALUE "Y".
               10  STT-AWARD          PIC X(4).
       01  STUD-INDEX             PIC 9(3).
       01  STUD-MATCH-INDEX       PIC 9(3).
       01  SCAN-INDEX             PIC 9(3).
       01  LOOKUP-ROLL            PIC X(10).

      *    ONE AWARD'S CANDIDATES - EVERY STUDENT WHO CLEARED THE BAR
      *    (E) OR MISSED IT ON ONE TEST ONLY (M) - IN MERIT ORDER.
      *    ALLOCATION TURNS AN E INTO A (AWARDED), H (HOLDS AN
      *    EARLIER AWARD) OR N (NO PLACE LEFT).
       01  CAND-COUNT             PIC 9(3) VALUE 0.
       01  CANDIDATE-TABLE.
           05  CANDIDATE-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON CAND-COUNT.
               10  CND-STUDENT        PIC 9(3).
               10  CND-STATUS         PIC X.
                   88  CND-ELIGIBLE       VALUE "E".
                   88  CND-AWARDED        VALUE "A".
                   88  CND-HOLDS-OTHER    VALUE "H".
                   88  CND-NO-PLACE       VALUE "N".
                   88  CND-ONE-MISS       VALUE "M".
               10  CND-REASON         PIC X(40).
       01  CAND-INDEX             PIC 9(3).
       01  CAND-J                 PIC 9(3).
       01  SWAP-CANDIDATE         PIC X(44).
       01  SWAP-SWITCH            PIC X.
           88  CANDIDATES-OUT-OF-ORDER VALUE "Y".

      *    THE TEST OF ONE STUDENT AGAINST ONE AWARD.
       01  MISS-COUNT             PIC 9.
       01  MISS-REASON            PIC X(40).
       01  NEAR-MISS-LIMIT        PIC 9(2) VALUE 10.
       01  NEAR-MISS-PRINTED      PIC 9(2).
       01  PLACE-NUMBER           PIC 9(3).

      *    GRADE POINTS FOR THE CUMULATIVE GPA, ON THE SCALE OF THE
      *    SCHEME THAT AWARDED EACH GRADE, AS THE TRANSCRIPT DOES IT.
       01  HIST-SCHEME-WORK       PIC X(6).

       01  DISPLAY-GPA            PIC Z9.99.
       01  DISPLAY-MIN-GPA        PIC Z9.99.
       01  DISPLAY-PERCENTILE     PIC ZZ9.99.
       01  DISPLAY-MIN-PCTILE     PIC ZZ9.99.
       01  DISPLAY-ATTENDANCE     PIC ZZ9.
       01  DISPLAY-POSITION       PIC ZZ9.
       01  AWARD-RULE             PIC X(80) VALUE ALL "-".

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT AND EXCEPTION
      *    RECORD THIS PROGRAM WRITES.
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

           PERFORM LOAD-PASS-MARK
           PERFORM OPEN-EXCEPTION-LOG
           PERFORM LOAD-SCHOLARSHIP-RULES
           PERFORM LOAD-GRADED-RESULTS
           PERFORM RANK-THE-SCHOOL
           PERFORM LOAD-GRADE-HISTORY
           PERFORM LOAD-ATTENDANCE
           PERFORM LOAD-PENDING-SUPPLEMENTARIES

           OPEN OUTPUT SCH-RPT-FILE
           OPEN OUTPUT SCH-AWD-FILE

           MOVE SPACES TO SCH-RPT-RECORD
           STRING "SCHOLARSHIP-RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  STUDENTS: " DELIMITED BY SIZE
               STUD-COUNT DELIMITED BY SIZE
               "  AWARDS: " DELIMITED BY SIZE
               AWARD-COUNT DELIMITED BY SIZE
               INTO SCH-RPT-RECORD
           END-STRING
           WRITE SCH-RPT-RECORD

           IF AWARD-COUNT = 0
               MOVE "NO SCHOLARSHIP RULES ON FILE - NOTHING AWARDED"
                   TO SCH-RPT-RECORD
               WRITE SCH-RPT-RECORD
           END-IF

           PERFORM VARYING AWARD-INDEX FROM 1 BY 1
                   UNTIL AWARD-INDEX > AWARD-COUNT
               PERFORM ALLOCATE-ONE-AWARD
           END-PERFORM

           MOVE AWARD-RULE TO SCH-RPT-RECORD
           WRITE SCH-RPT-RECORD
           MOVE SPACES TO SCH-RPT-RECORD
           STRING "STUDENTS CONSIDERED: " DELIMITED BY SIZE
               STUD-COUNT DELIMITED BY SIZE
               "  AWARDS MADE: " DELIMITED BY SIZE
               AWARDS-MADE DELIMITED BY SIZE
               "  RULES REJECTED: " DELIMITED BY SIZE
               EXCEPTION-COUNT DELIMITED BY SIZE
               INTO SCH-RPT-RECORD
           END-STRING
           WRITE SCH-RPT-RECORD

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE SCH-AWD-FILE
           CLOSE SCH-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE

           STOP RUN.

      *    THE SCHOOL'S PASS MARK, AS PROMOTION-RUN READS IT.
       LOAD-PASS-MARK.
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "PROMOTION-RUN" TO PLQ-PROGRAM-ID
           MOVE "PASSMARK" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (8:3) TO VALUE-MARK-X
               IF VALUE-MARK-X NUMERIC AND VALUE-MARK > 0
                   MOVE VALUE-MARK TO PASS-MARK
               END-IF
           END-IF.

      *    AN AWARD WITHOUT AN ID, WITH NO PLACES, OR WITH A
      *    THRESHOLD THAT IS NOT A NUMBER IS LOGGED AND SKIPPED.
       LOAD-SCHOLARSHIP-RULES.
           OPEN INPUT SCH-RULE-FILE
           IF SCH-RULE-STATUS = "00"
               PERFORM UNTIL SCH-RULE-STATUS NOT = "00"
                   READ SCH-RULE-FILE
                       AT END MOVE "10" TO SCH-RULE-STATUS
                       NOT AT END
                           PERFORM FILE-ONE-AWARD
                   END-READ
               END-PERFORM
               CLOSE SCH-RULE-FILE
           END-IF.

       FILE-ONE-AWARD.
           MOVE SPACES TO REJECT-REASON
           EVALUATE TRUE
               WHEN SCR-AWARD-ID = SPACES
                   MOVE "AWARD ID IS BLANK" TO REJECT-REASON
               WHEN SCR-PLACES NOT NUMERIC
                       OR SCR-MIN-GPA NOT NUMERIC
                       OR SCR-MAX-RANK NOT NUMERIC
                       OR SCR-MIN-PERCENTILE NOT NUMERIC
                       OR SCR-MIN-ATTENDANCE NOT NUMERIC
                   MOVE "AWARD THRESHOLD IS NOT NUMERIC"
                       TO REJECT-REASON
               WHEN SCR-PLACES = 0
                   MOVE "AWARD HAS NO PLACES" TO REJECT-REASON
               WHEN AWARD-COUNT NOT < 50
                   MOVE "AWARD TABLE FULL - AWARD SKIPPED"
                       TO REJECT-REASON
           END-EVALUATE
           IF REJECT-REASON NOT = SPACES
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE SCR-AWARD-ID TO EXC-KEY-VALUE
               PERFORM WRITE-EXCEPTION
           ELSE
               ADD 1 TO AWARD-COUNT
               MOVE SCR-AWARD-ID TO AWT-AWARD-ID (AWARD-COUNT)
               MOVE SCR-AWARD-NAME TO AWT-AWARD-NAME (AWARD-COUNT)
               MOVE SCR-PLACES TO AWT-PLACES (AWARD-COUNT)
               MOVE SCR-MIN-GPA TO AWT-MIN-GPA (AWARD-COUNT)
               MOVE SCR-MAX-RANK TO AWT-MAX-RANK (AWARD-COUNT)
               MOVE SCR-MIN-PERCENTILE
                   TO AWT-MIN-PERCENTILE (AWARD-COUNT)
               MOVE SCR-MIN-ATTENDANCE
                   TO AWT-MIN-ATTENDANCE (AWARD-COUNT)
               MOVE SCR-CLEAN-RECORD TO AWT-CLEAN-RECORD (AWARD-COUNT)
               MOVE SCR-SECTION-CODE TO AWT-SECTION-CODE (AWARD-COUNT)
               MOVE 0 TO AWT-AWARDED (AWARD-COUNT)
           END-IF.

      *    EVERY GRADED STUDENT, WITH THE TOTAL THE RANKING IS ON
      *    AND THE SUBJECTS FAILED AT THE STUDENT'S PASS MARK.
       LOAD-GRADED-RESULTS.
           OPEN INPUT GRD-IN-FILE
           IF GRD-IN-STATUS = "00"
               PERFORM UNTIL GRD-IN-STATUS NOT = "00"
                   READ GRD-IN-FILE NEXT RECORD
                       AT END MOVE "10" TO GRD-IN-STATUS
                       NOT AT END
                           ADD 1 TO STUDENTS-READ
                           IF STUD-COUNT < 999
                               PERFORM FILE-ONE-STUDENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRD-IN-FILE
           END-IF.

       FILE-ONE-STUDENT.
           ADD 1 TO STUD-COUNT
           MOVE IN-ROLL-NUMBER TO STT-ROLL (STUD-COUNT)
           MOVE IN-STUDENT-NAME TO STT-NAME (STUD-COUNT)
           MOVE IN-SECTION-CODE TO STT-SECTION (STUD-COUNT)
           MOVE 0 TO STT-TOTAL (STUD-COUNT) STT-RANK (STUD-COUNT)
               STT-PERCENTILE (STUD-COUNT) STT-POINT-SUM (STUD-COUNT)
               STT-TERMS (STUD-COUNT) STT-GPA (STUD-COUNT)
               STT-ATTENDANCE (STUD-COUNT) STT-FAILURES (STUD-COUNT)
           MOVE "N" TO STT-ATT-SWITCH (STUD-COUNT)
               STT-SUPP-SWITCH (STUD-COUNT)
           MOVE SPACES TO STT-AWARD (STUD-COUNT)

           MOVE SPACES TO GRADE-SCHEME-AREA
           SET GRSQ-REQ-RESOLVE TO TRUE
           MOVE IN-SECTION-CODE TO GRSQ-SECTION-CODE
           CALL "GRADE-SCHEME" USING GRADE-SCHEME-AREA
           IF GRSQ-SCHEME-ID = "STD" OR GRSQ-PASS-MARK = 0
               MOVE PASS-MARK TO STUDENT-PASS-MARK
           ELSE
               MOVE GRSQ-PASS-MARK TO STUDENT-PASS-MARK
           END-IF

           PERFORM VARYING SUBJECT-INDEX FROM 1 BY 1
                   UNTIL SUBJECT-INDEX > 5
               ADD IN-SUBJECT-MARKS (SUBJECT-INDEX)
                   TO STT-TOTAL (STUD-COUNT)
               IF IN-SUBJECT-MARKS (SUBJECT-INDEX) < STUDENT-PASS-MARK
                   ADD 1 TO STT-FAILURES (STUD-COUNT)
               END-IF
           END-PERFORM.

      *    RANK ON THE TOTAL, HIGHEST FIRST, EQUAL TOTALS IN ROLL
      *    ORDER, AS THE GRADE RUN'S RANKING REPORT DOES; THE
      *    PERCENTILE IS THE SHARE OF THE SCHOOL AT OR BELOW THE
      *    STUDENT, BY THE RANKING REPORT'S OWN FORMULA.
       RANK-THE-SCHOOL.
           PERFORM VARYING STUD-INDEX FROM 1 BY 1
                   UNTIL STUD-INDEX > STUD-COUNT
               MOVE 1 TO STT-RANK (STUD-INDEX)
               PERFORM VARYING SCAN-INDEX FROM 1 BY 1
                       UNTIL SCAN-INDEX > STUD-COUNT
                   IF STT-TOTAL (SCAN-INDEX) > STT-TOTAL (STUD-INDEX)
                       OR (STT-TOTAL (SCAN-INDEX)
                               = STT-TOTAL (STUD-INDEX)
                           AND STT-ROLL (SCAN-INDEX)
                               < STT-ROLL (STUD-INDEX))
                       ADD 1 TO STT-RANK (STUD-INDEX)
                   END-IF
               END-PERFORM
               COMPUTE STT-PERCENTILE (STUD-INDEX) ROUNDED =
                   (STUD-COUNT - STT-RANK (STUD-INDEX) + 1) * 100
                       / STUD-COUNT
           END-PERFORM.

      *    THE CUMULATIVE GPA, AS THE TRANSCRIPT COMPUTES IT - THE
      *    MEAN OF THE GRADE POINTS OF EVERY WELL-FORMED TERM RESULT,
      *    EACH UNDER THE SCHEME THAT AWARDED IT. CORRECTION ENTRIES
      *    AND DAMAGED LINES FAIL THE NUMERIC TESTS AND ARE SKIPPED.
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
                               PERFORM ADD-HISTORY-POINTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRD-HIST-FILE
           END-IF

           PERFORM VARYING STUD-INDEX FROM 1 BY 1
                   UNTIL STUD-INDEX > STUD-COUNT
               IF STT-TERMS (STUD-INDEX) > 0
                   COMPUTE STT-GPA (STUD-INDEX) ROUNDED =
                       STT-POINT-SUM (STUD-INDEX)
                           / STT-TERMS (STUD-INDEX)
               END-IF
           END-PERFORM.

       ADD-HISTORY-POINTS.
           MOVE HIST-ROLL-NUMBER TO LOOKUP-ROLL
           PERFORM FIND-STUDENT
           IF STUD-MATCH-INDEX > 0
               IF HIST-SCHEME-ID = SPACES
                   MOVE "STD" TO HIST-SCHEME-WORK
               ELSE
                   MOVE HIST-SCHEME-ID TO HIST-SCHEME-WORK
               END-IF
               MOVE SPACES TO GRADE-SCHEME-AREA
               SET GRSQ-REQ-POINTS TO TRUE
               MOVE HIST-SCHEME-WORK TO GRSQ-SCHEME-ID
               MOVE HIST-GRADE TO GRSQ-GRADE-LETTER
               CALL "GRADE-SCHEME" USING GRADE-SCHEME-AREA
               ADD 1 TO STT-TERMS (STUD-MATCH-INDEX)
               ADD GRSQ-GRADE-POINTS
                   TO STT-POINT-SUM (STUD-MATCH-INDEX)
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

      *    ATTENDANCE IS OPTIONAL, AS THE GRADE RUN TREATS IT - BUT
      *    A STUDENT WITH NO ROW CANNOT CLEAR AN ATTENDANCE BAR.
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

      *    A STUDENT WITH A PAPER STILL ON SUPIN HAS A SUPPLEMENTARY
      *    PENDING.
       LOAD-PENDING-SUPPLEMENTARIES.
           OPEN INPUT SUP-IN-FILE
           IF SUP-IN-STATUS = "00"
               PERFORM UNTIL SUP-IN-STATUS NOT = "00"
                   READ SUP-IN-FILE
                       AT END MOVE "10" TO SUP-IN-STATUS
                       NOT AT END
                           MOVE SUP-ROLL-NUMBER TO LOOKUP-ROLL
                           PERFORM FIND-STUDENT
                           IF STUD-MATCH-INDEX > 0
                               MOVE "Y" TO
                                   STT-SUPP-SWITCH (STUD-MATCH-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUP-IN-FILE
           END-IF.

      *    ONE AWARD - ITS BAR, ITS CANDIDATES IN MERIT ORDER, THE
      *    PLACES DEALT DOWN THE LIST, AND THE NEAREST MISSES.
       ALLOCATE-ONE-AWARD.
           PERFORM PRINT-AWARD-HEADING

           MOVE 0 TO CAND-COUNT
           PERFORM VARYING STUD-INDEX FROM 1 BY 1
                   UNTIL STUD-INDEX > STUD-COUNT
               IF AWT-SECTION-CODE (AWARD-INDEX) = SPACES
                       OR AWT-SECTION-CODE (AWARD-INDEX)
                           = STT-SECTION (STUD-INDEX)
                   PERFORM TEST-ONE-CANDIDATE
                   IF MISS-COUNT < 2
                       ADD 1 TO CAND-COUNT
                       MOVE STUD-INDEX TO CND-STUDENT (CAND-COUNT)
                       MOVE MISS-REASON TO CND-REASON (CAND-COUNT)
                       IF MISS-COUNT = 0
                           SET CND-ELIGIBLE (CAND-COUNT) TO TRUE
                       ELSE
                           SET CND-ONE-MISS (CAND-COUNT) TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           PERFORM SORT-CANDIDATES

           MOVE "POS ROLL       NAME                 SEC   GPA RNK"
               TO SCH-RPT-RECORD
           MOVE "PCTILE ATT FL SP" TO SCH-RPT-RECORD (51:16)
           WRITE SCH-RPT-RECORD

           MOVE 0 TO PLACE-NUMBER
           PERFORM VARYING CAND-INDEX FROM 1 BY 1
                   UNTIL CAND-INDEX > CAND-COUNT
               IF CND-ELIGIBLE (CAND-INDEX)
                   PERFORM PLACE-ONE-CANDIDATE
               END-IF
           END-PERFORM
           IF PLACE-NUMBER = 0
               MOVE "    NO ELIGIBLE CANDIDATE - AWARD NOT MADE"
                   TO SCH-RPT-RECORD
               WRITE SCH-RPT-RECORD
           END-IF

           MOVE "  NEAREST MISSES" TO SCH-RPT-RECORD
           WRITE SCH-RPT-RECORD
           MOVE 0 TO NEAR-MISS-PRINTED
           PERFORM VARYING CAND-INDEX FROM 1 BY 1
                   UNTIL CAND-INDEX > CAND-COUNT
                       OR NEAR-MISS-PRINTED NOT < NEAR-MISS-LIMIT
               IF CND-NO-PLACE (CAND-INDEX)
                   PERFORM PRINT-NEAR-MISS
               END-IF
           END-PERFORM
           PERFORM VARYING CAND-INDEX FROM 1 BY 1
                   UNTIL CAND-INDEX > CAND-COUNT
                       OR NEAR-MISS-PRINTED NOT < NEAR-MISS-LIMIT
               IF CND-ONE-MISS (CAND-INDEX)
                   PERFORM PRINT-NEAR-MISS
               END-IF
           END-PERFORM
           IF NEAR-MISS-PRINTED = 0
               MOVE "    NONE" TO SCH-RPT-RECORD
               WRITE SCH-RPT-RECORD
           END-IF.

       PRINT-AWARD-HEADING.
           MOVE AWARD-RULE TO SCH-RPT-RECORD
           WRITE SCH-RPT-RECORD
           MOVE SPACES TO SCH-RPT-RECORD
           STRING "AWARD " DELIMITED BY SIZE
               AWT-AWARD-ID (AWARD-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AWT-AWARD-NAME (AWARD-INDEX) DELIMITED BY SIZE
               "  PLACES " DELIMITED BY SIZE
               AWT-PLACES (AWARD-INDEX) DELIMITED BY SIZE
               "  SECTION " DELIMITED BY SIZE
               INTO SCH-RPT-RECORD
           END-STRING
           IF AWT-SECTION-CODE (AWARD-INDEX) = SPACES
               MOVE "ALL" TO SCH-RPT-RECORD (54:3)
           ELSE
               MOVE AWT-SECTION-CODE (AWARD-INDEX)
                   TO SCH-RPT-RECORD (54:3)
           END-IF
           WRITE SCH-RPT-RECORD

           MOVE AWT-MIN-GPA (AWARD-INDEX) TO DISPLAY-MIN-GPA
           MOVE AWT-MIN-PERCENTILE (AWARD-INDEX) TO DISPLAY-MIN-PCTILE
           MOVE SPACES TO SCH-RPT-RECORD
           STRING "  BAR: GPA " DELIMITED BY SIZE
               DISPLAY-MIN-GPA DELIMITED BY SIZE
               "  TOP " DELIMITED BY SIZE
               AWT-MAX-RANK (AWARD-INDEX) DELIMITED BY SIZE
               "  PERCENTILE " DELIMITED BY SIZE
               DISPLAY-MIN-PCTILE DELIMITED BY SIZE
               "  ATTENDANCE " DELIMITED BY SIZE
               AWT-MIN-ATTENDANCE (AWARD-INDEX) DELIMITED BY SIZE
               "  CLEAN " DELIMITED BY SIZE
               INTO SCH-RPT-RECORD
           END-STRING
           IF AWT-CLEAN-RECORD-WAIVED (AWARD-INDEX)
               MOVE "N" TO SCH-RPT-RECORD (69:1)
           ELSE
               MOVE "Y" TO SCH-RPT-RECORD (69:1)
           END-IF
           WRITE SCH-RPT-RECORD.

      *    EVERY TEST THE AWARD SETS; MISS-REASON KEEPS THE FIRST
      *    ONE FAILED, WHICH IS ALL A ONE-TEST MISS NEEDS TO SHOW.
       TEST-ONE-CANDIDATE.
           MOVE 0 TO MISS-COUNT
           MOVE SPACES TO MISS-REASON

           IF STT-GPA (STUD-INDEX) < AWT-MIN-GPA (AWARD-INDEX)
               ADD 1 TO MISS-COUNT
               MOVE STT-GPA (STUD-INDEX) TO DISPLAY-GPA
               MOVE AWT-MIN-GPA (AWARD-INDEX) TO DISPLAY-MIN-GPA
               STRING "GPA " DELIMITED BY SIZE
                   DISPLAY-GPA DELIMITED BY SIZE
                   " BELOW " DELIMITED BY SIZE
                   DISPLAY-MIN-GPA DELIMITED BY SIZE
                   INTO MISS-REASON
               END-STRING
           END-IF

           IF AWT-MAX-RANK (AWARD-INDEX) > 0
                   AND STT-RANK (STUD-INDEX)
                       > AWT-MAX-RANK (AWARD-INDEX)
               ADD 1 TO MISS-COUNT
               IF MISS-COUNT = 1
                   STRING "RANK " DELIMITED BY SIZE
                       STT-RANK (STUD-INDEX) DELIMITED BY SIZE
                       " NOT IN TOP " DELIMITED BY SIZE
                       AWT-MAX-RANK (AWARD-INDEX) DELIMITED BY SIZE
                       INTO MISS-REASON
                   END-STRING
               END-IF
           END-IF

           IF AWT-MIN-PERCENTILE (AWARD-INDEX) > 0
                   AND STT-PERCENTILE (STUD-INDEX)
                       < AWT-MIN-PERCENTILE (AWARD-INDEX)
               ADD 1 TO MISS-COUNT
               IF MISS-COUNT = 1
                   MOVE STT-PERCENTILE (STUD-INDEX)
                       TO DISPLAY-PERCENTILE
                   MOVE AWT-MIN-PERCENTILE (AWARD-INDEX)
                       TO DISPLAY-MIN-PCTILE
                   STRING "PERCENTILE " DELIMITED BY SIZE
                       DISPLAY-PERCENTILE DELIMITED BY SIZE
                       " BELOW " DELIMITED BY SIZE
                       DISPLAY-MIN-PCTILE DELIMITED BY SIZE
                       INTO MISS-REASON
                   END-STRING
               END-IF
           END-IF

           IF AWT-MIN-ATTENDANCE (AWARD-INDEX) > 0
               IF NOT STT-HAS-ATTENDANCE (STUD-INDEX)
                   ADD 1 TO MISS-COUNT
                   IF MISS-COUNT = 1
                       MOVE "NO ATTENDANCE ON FILE" TO MISS-REASON
                   END-IF
               ELSE
                   IF STT-ATTENDANCE (STUD-INDEX)
                           < AWT-MIN-ATTENDANCE (AWARD-INDEX)
                       ADD 1 TO MISS-COUNT
                       IF MISS-COUNT = 1
                           STRING "ATTENDANCE " DELIMITED BY SIZE
                               STT-ATTENDANCE (STUD-INDEX)
                                   DELIMITED BY SIZE
                               " BELOW " DELIMITED BY SIZE
                               AWT-MIN-ATTENDANCE (AWARD-INDEX)
                                   DELIMITED BY SIZE
                               INTO MISS-REASON
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF NOT AWT-CLEAN-RECORD-WAIVED (AWARD-INDEX)
               IF STT-FAILURES (STUD-INDEX) > 0
                   ADD 1 TO MISS-COUNT
                   IF MISS-COUNT = 1
                       STRING "FAILED SUBJECTS: " DELIMITED BY SIZE
                           STT-FAILURES (STUD-INDEX) DELIMITED BY SIZE
                           INTO MISS-REASON
                       END-STRING
                   END-IF
               END-IF
               IF STT-SUPP-PENDING (STUD-INDEX)
                   ADD 1 TO MISS-COUNT
                   IF MISS-COUNT = 1
                       MOVE "SUPPLEMENTARY PENDING" TO MISS-REASON
                   END-IF
               END-IF
           END-IF.

      *    MERIT ORDER - GPA DESCENDING, THEN TOTAL DESCENDING, THEN
      *    ROLL - BY THE SAME EXCHANGE SORT THE RANKING REPORT USES.
       SORT-CANDIDATES.
           PERFORM VARYING CAND-INDEX FROM 1 BY 1
                   UNTIL CAND-INDEX NOT < CAND-COUNT
               PERFORM VARYING CAND-J FROM 1 BY 1
                       UNTIL CAND-J > CAND-COUNT - CAND-INDEX
                   MOVE "N" TO SWAP-SWITCH
                   MOVE CND-STUDENT (CAND-J) TO STUD-INDEX
                   MOVE CND-STUDENT (CAND-J + 1) TO SCAN-INDEX
                   IF STT-GPA (STUD-INDEX) < STT-GPA (SCAN-INDEX)
                       MOVE "Y" TO SWAP-SWITCH
                   ELSE
                       IF STT-GPA (STUD-INDEX) = STT-GPA (SCAN-INDEX)
                           IF STT-TOTAL (STUD-INDEX)
                                   < STT-TOTAL (SCAN-INDEX)
                               OR (STT-TOTAL (STUD-INDEX)
                                       = STT-TOTAL (SCAN-INDEX)
                                   AND STT-ROLL (STUD-INDEX)
                                       > STT-ROLL (SCAN-INDEX))
                               MOVE "Y" TO SWAP-SWITCH
                           END-IF
                       END-IF
                   END-IF
                   IF CANDIDATES-OUT-OF-ORDER
                       MOVE CANDIDATE-ENTRY (CAND-J) TO SWAP-CANDIDATE
                       MOVE CANDIDATE-ENTRY (CAND-J + 1)
                           TO CANDIDATE-ENTRY (CAND-J)
                       MOVE SWAP-CANDIDATE
                           TO CANDIDATE-ENTRY (CAND-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    AN ELIGIBLE STUDENT TAKES THE NEXT PLACE UNLESS AN EARLIER
      *    AWARD HAS THEM OR THE PLACES ARE GONE.
       PLACE-ONE-CANDIDATE.
           MOVE CND-STUDENT (CAND-INDEX) TO STUD-INDEX
           EVALUATE TRUE
               WHEN STT-AWARD (STUD-INDEX) NOT = SPACES
                   SET CND-HOLDS-OTHER (CAND-INDEX) TO TRUE
                   PERFORM BUILD-EVIDENCE-LINE
                   MOVE "---" TO SCH-RPT-RECORD (1:3)
                   WRITE SCH-RPT-RECORD
                   MOVE SPACES TO SCH-RPT-RECORD
                   STRING "    PASSED OVER - HOLDS AWARD "
                           DELIMITED BY SIZE
                       STT-AWARD (STUD-INDEX) DELIMITED BY SIZE
                       INTO SCH-RPT-RECORD
                   END-STRING
                   WRITE SCH-RPT-RECORD
               WHEN AWT-AWARDED (AWARD-INDEX)
                       < AWT-PLACES (AWARD-INDEX)
                   SET CND-AWARDED (CAND-INDEX) TO TRUE
                   ADD 1 TO AWT-AWARDED (AWARD-INDEX)
                   ADD 1 TO PLACE-NUMBER
                   ADD 1 TO AWARDS-MADE
                   MOVE AWT-AWARD-ID (AWARD-INDEX)
                       TO STT-AWARD (STUD-INDEX)
                   PERFORM BUILD-EVIDENCE-LINE
                   MOVE PLACE-NUMBER TO DISPLAY-POSITION
                   MOVE DISPLAY-POSITION TO SCH-RPT-RECORD (1:3)
                   WRITE SCH-RPT-RECORD

                   MOVE SPACES TO SCH-AWD-RECORD
                   MOVE AWT-AWARD-ID (AWARD-INDEX) TO SAW-AWARD-ID
                   MOVE STT-ROLL (STUD-INDEX) TO SAW-ROLL-NUMBER
                   MOVE PLACE-NUMBER TO SAW-PLACE
                   MOVE STT-GPA (STUD-INDEX) TO SAW-GPA
                   MOVE RUN-DATE TO SAW-RUN-DATE
                   WRITE SCH-AWD-RECORD
               WHEN OTHER
                   SET CND-NO-PLACE (CAND-INDEX) TO TRUE
                   MOVE "ELIGIBLE - NO PLACE LEFT"
                       TO CND-REASON (CAND-INDEX)
           END-EVALUATE.

       PRINT-NEAR-MISS.
           ADD 1 TO NEAR-MISS-PRINTED
           MOVE CND-STUDENT (CAND-INDEX) TO STUD-INDEX
           PERFORM BUILD-EVIDENCE-LINE
           WRITE SCH-RPT-RECORD
           MOVE SPACES TO SCH-RPT-RECORD
           STRING "    MISSED ON: " DELIMITED BY SIZE
               CND-REASON (CAND-INDEX) DELIMITED BY SIZE
               INTO SCH-RPT-RECORD
           END-STRING
           WRITE SCH-RPT-RECORD.

      *    THE EVIDENCE FOR ONE STUDENT - GPA, RANK, PERCENTILE,
      *    ATTENDANCE, FAILED SUBJECTS AND SUPPLEMENTARY PENDING -
      *    WITH THE POSITION COLUMN LEFT FOR THE CALLER.
       BUILD-EVIDENCE-LINE.
           MOVE STT-GPA (STUD-INDEX) TO DISPLAY-GPA
           MOVE STT-PERCENTILE (STUD-INDEX) TO DISPLAY-PERCENTILE
           MOVE SPACES TO SCH-RPT-RECORD
           STRING "    " DELIMITED BY SIZE
               STT-ROLL (STUD-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STT-NAME (STUD-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STT-SECTION (STUD-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DISPLAY-GPA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STT-RANK (STUD-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DISPLAY-PERCENTILE DELIMITED BY SIZE
               INTO SCH-RPT-RECORD
           END-STRING
           IF STT-HAS-ATTENDANCE (STUD-INDEX)
               MOVE STT-ATTENDANCE (STUD-INDEX) TO DISPLAY-ATTENDANCE
               MOVE DISPLAY-ATTENDANCE TO SCH-RPT-RECORD (58:3)
           ELSE
               MOVE "N/A" TO SCH-RPT-RECORD (58:3)
           END-IF
           MOVE STT-FAILURES (STUD-INDEX) TO SCH-RPT-RECORD (62:1)
           MOVE STT-SUPP-SWITCH (STUD-INDEX) TO SCH-RPT-RECORD (65:1).

      *    FINISHES AND WRITES THE EXCEPTION ENTRY WHOSE KEY THE
      *    CALLER HAS ALREADY PLACED, WITH REJECT-REASON AS REASON.
       WRITE-EXCEPTION.
           MOVE "SCHOLARSHIP-RUN" TO EXC-PROGRAM-ID
           MOVE REJECT-REASON TO EXC-REASON
           MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
           MOVE RUN-DATE TO EXC-CYCLE-DATE
           WRITE EXC-LOG-RECORD
           ADD 1 TO EXCEPTION-COUNT.

      *    COPIES THE JUST-CLOSED AWARD LIST TO A DATED ARCHIVE FILE
      *    AND CATALOGS IT, AS EVERY REPORT IS.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "SCHRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT SCH-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ SCH-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE SCH-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ SCH-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE SCH-RPT-FILE
           CLOSE ARC-FILE

           OPEN EXTEND ARC-CAT-FILE
           IF ARC-CAT-STATUS NOT = "00"
               OPEN OUTPUT ARC-CAT-FILE
           END-IF
           MOVE SPACES TO ARC-CAT-RECORD
           MOVE "SCHOLARSHIP-RUN" TO CAT-PROGRAM-ID
           MOVE "SCHRPT" TO CAT-REPORT-NAME
           MOVE RUN-DATE TO CAT-CYCLE-DATE
           MOVE ARC-COPY-COUNT TO CAT-RECORD-COUNT
           MOVE ARC-FILE-NAME TO CAT-FILE-NAME
           WRITE ARC-CAT-RECORD
           CLOSE ARC-CAT-FILE.

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
           MOVE "SCHOLARSHIP-RUN" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE STUDENTS-READ TO AUD-RECORD-COUNT
           MOVE STUD-COUNT TO AUD-OUTPUT-COUNT
           MOVE 0 TO AUD-EXCEPTION-COUNT
           MOVE "GRDIN/GRDHIST/ATTEND/SCHRULE" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.
