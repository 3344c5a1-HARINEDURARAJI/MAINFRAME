       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJECT-ANALYSIS.

      *    SUBJECT DIFFICULTY AND DISCRIMINATION FOR THE EXAM
      *    COMMITTEE. OVER THE TERM'S MARKS ON THE KEYED GRDIN RECORD
      *    EACH OF THE FIVE SUBJECTS GETS ITS MEAN, MEDIAN, STANDARD
      *    DEVIATION, PASS RATE (AT EACH STUDENT'S OWN PASS MARK, AS
      *    PROMOTION-RUN JUDGES IT) AND MARKS DISTRIBUTION IN 10-MARK
      *    BANDS, AND ITS DISCRIMINATION - THE CORRELATION OF THE
      *    SUBJECT MARK WITH THE REST OF THE STUDENT'S TOTAL, SO A
      *    PAPER THAT DOES NOT SEPARATE STRONG STUDENTS FROM WEAK
      *    ONES SHOWS UP. EACH SUBJECT IS SET AGAINST ITS OWN LATEST
      *    PRIOR-TERM FIGURES ON SUBJHIST, AND ONE WHOSE MEAN HAS
      *    MOVED BY MORE THAN THE TOLERANCE (PARAMETER MEANTOL, FIVE
      *    MARKS WHEN NO ROW IS ON FILE) IS FLAGGED FOR MODERATION
      *    BEFORE RESULTS ARE PUBLISHED. THE TERM'S FIGURES ARE THEN
      *    APPENDED TO SUBJHIST FOR THE NEXT TERM TO COMPARE AGAINST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRD-IN-FILE ASSIGN TO "GRDIN"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS IN-ROLL-NUMBER
               FILE STATUS IS GRD-IN-STATUS.
           SELECT SUBJ-MSTR-FILE ASSIGN TO "SUBJMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUBJ-MSTR-STATUS.
           SELECT SUBJ-HIST-FILE ASSIGN TO "SUBJHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUBJ-HIST-STATUS.
           SELECT ANL-OUT-FILE ASSIGN TO "SUBJANL"
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
       FD  GRD-IN-FILE.
       01  GRD-IN-RECORD.
           05  IN-ROLL-NUMBER     PIC X(10).
           05  IN-STUDENT-NAME    PIC X(20).
           05  IN-SUBJECT-MARKS   PIC 9(3) OCCURS 5 TIMES.
           05  IN-SECTION-CODE    PIC X(3).

       FD  SUBJ-MSTR-FILE.
       01  SUBJ-MSTR-RECORD.
           05  SBJ-SUBJECT-CODE   PIC X(4).
           05  SBJ-SUBJECT-NAME   PIC X(12).
           05  SBJ-CREDIT-WEIGHT  PIC 9(2).

       FD  SUBJ-HIST-FILE.
       01  SUBJ-HIST-RECORD.
           COPY SBSTATR.

       FD  ANL-OUT-FILE.
       01  ANL-OUT-RECORD         PIC X(80).

      *    A DATED COPY OF THE ANALYSIS, CATALOGED AS EVERY REPORT IS.
       FD  ARC-FILE.
       01  ARC-RECORD             PIC X(80).

       FD  ARC-CAT-FILE.
       01  ARC-CAT-RECORD.
           COPY ARCCATR.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  GRD-IN-STATUS          PIC XX.
       01  SUBJ-MSTR-STATUS       PIC XX.
       01  SUBJ-HIST-STATUS       PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.
       01  ARC-READ-SWITCH        PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  STUDENTS-READ          PIC 9(7) VALUE 0.
       01  FLAGGED-COUNT          PIC 9(2) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  CURRENT-TERM-ID        PIC X(5).

      *    THE PASS MARK - PROMOTION-RUN'S PASSMARK FOR THE STANDARD
      *    SCHEME, THE SCHEME'S OWN FOR A SECTION ON ANOTHER - AND
      *    THE MEAN SHIFT THE COMMITTEE TOLERATES BETWEEN TERMS.
       01  PASS-MARK              PIC 9(3) VALUE 50.
       01  MEAN-TOLERANCE         PIC 9(3) VALUE 5.
       01  VALUE-MARK-AREA.
           05  VALUE-MARK-X       PIC X(3).
           05  VALUE-MARK REDEFINES VALUE-MARK-X
                                  PIC 9(3).

      *    THE FIVE SUBJECTS, NAMED FROM THE SUBJECT MASTER AS THE
      *    GRADE RUN NAMES THEM, WITH THE LATEST PRIOR-TERM FIGURES
      *    SUBJHIST HOLDS FOR EACH. A SLOT WITHOUT A SUBJECT CODE IS
      *    KEPT ON THE HISTORY AS SLT1 TO SLT5.
       01  SUBJECT-TABLE.
           05  SUBJECT-ENTRY OCCURS 5 TIMES.
               10  SUBJ-CODE          PIC X(4).
               10  SUBJ-NAME          PIC X(12).
               10  PRIOR-SWITCH       PIC X.
                   88  PRIOR-ON-FILE      VALUE "Y".
               10  PRIOR-TERM-ID      PIC X(5).
               10  PRIOR-STUDENTS     PIC 9(4).
               10  PRIOR-MEAN         PIC 9(3)V99.
               10  PRIOR-MEDIAN       PIC 9(3)V99.
               10  PRIOR-STD-DEV      PIC 9(3)V99.
               10  PRIOR-PASS-RATE    PIC 9(3)V99.
               10  PRIOR-DISC-SIGN    PIC X.
               10  PRIOR-DISC         PIC 9V9(4).
       01  SUBJ-LOAD-INDEX        PIC 9(2).
       01  SUBJECT-INDEX          PIC 9.

      *    EVERY STUDENT'S FIVE MARKS, TOTAL AND PASS MARK.
       01  STUD-COUNT             PIC 9(3) VALUE 0.
       01  STUDENT-TABLE.
           05  STUDENT-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON STUD-COUNT.
               10  STT-MARK           PIC 9(3) OCCURS 5 TIMES.
               10  STT-TOTAL          PIC 9(4).
               10  STT-PASS-MARK      PIC 9(3).
       01  STUD-INDEX             PIC 9(3).

      *    ONE SUBJECT'S MARKS IN ASCENDING ORDER, FOR THE MEDIAN.
       01  SORTED-MARKS.
           05  SORTED-MARK        PIC 9(3) OCCURS 999 TIMES.
       01  SORT-I                 PIC 9(3).
       01  SORT-J                 PIC 9(3).
       01  SORT-TEMP              PIC 9(3).
       01  MIDDLE-INDEX           PIC 9(3).
       01  MIDDLE-REMAINDER       PIC 9.

      *    THE SUBJECT IN HAND. X IS THE SUBJECT MARK, Y THE REST OF
      *    THE STUDENT'S TOTAL; THE S- FIGURES ARE THE SUMS OF
      *    SQUARES AND CROSS PRODUCTS, EACH SCALED BY THE COUNT.
       01  REST-OF-TOTAL          PIC 9(4).
       01  SUM-X                  PIC 9(7).
       01  SUM-XX                 PIC 9(10).
       01  SUM-Y                  PIC 9(7).
       01  SUM-YY                 PIC 9(11).
       01  SUM-XY                 PIC 9(11).
       01  S-XX                   PIC 9(13).
       01  S-YY                   PIC 9(14).
       01  S-XY                   PIC S9(14).
       01  ROOT-XX                PIC 9(14)V9(4).
       01  ROOT-YY                PIC 9(14)V9(4).
       01  PASS-COUNT             PIC 9(4).
       01  SUBJ-MEAN              PIC 9(3)V99.
       01  SUBJ-MEDIAN            PIC 9(3)V99.
       01  SUBJ-VARIANCE          PIC 9(7)V9(6).
       01  SUBJ-STD-DEV           PIC 9(3)V99.
       01  SUBJ-PASS-RATE         PIC 9(3)V99.
       01  SUBJ-DISC              PIC S9V9(4).
       01  MEAN-SHIFT             PIC S9(3)V99.
       01  MEAN-SHIFT-SIZE        PIC 9(3)V99.
       01  BAND-INDEX             PIC 9(2).
       01  BAND-TABLE.
           05  BAND-COUNT         PIC 9(4) OCCURS 10 TIMES.

      *    NEWTON'S METHOD FOR A SQUARE ROOT - SQRT-INPUT IN,
      *    SQRT-RESULT OUT - HALVING THE GAP UNTIL IT STOPS MOVING.
       01  SQRT-INPUT             PIC 9(14)V9(4).
       01  SQRT-RESULT            PIC 9(14)V9(4).
       01  SQRT-PREVIOUS          PIC 9(14)V9(4).
       01  SQRT-STEPS             PIC 9(3).

       01  DISPLAY-STAT           PIC ZZ9.99.
       01  DISPLAY-STAT-2         PIC ZZ9.99.
       01  DISPLAY-STAT-3         PIC ZZ9.99.
       01  DISPLAY-STAT-4         PIC ZZ9.99.
       01  DISPLAY-DISC           PIC -9.9999.
       01  DISPLAY-SHIFT          PIC -ZZ9.99.
       01  DISPLAY-BAND           PIC ZZZ9.
       01  BAND-LINE-COLUMN       PIC 9(2).
       01  ANALYSIS-RULE          PIC X(80) VALUE ALL "-".

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
           PERFORM LOAD-ANALYSIS-RULES
           PERFORM LOAD-SUBJECT-MASTER
           PERFORM LOAD-PRIOR-TERM-FIGURES
           PERFORM LOAD-GRADED-RESULTS

           OPEN OUTPUT ANL-OUT-FILE
           PERFORM OPEN-SUBJECT-HISTORY

           MOVE SPACES TO ANL-OUT-RECORD
           STRING "SUBJECT-ANALYSIS RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  TERM " DELIMITED BY SIZE
               CURRENT-TERM-ID DELIMITED BY SIZE
               "  STUDENTS " DELIMITED BY SIZE
               STUD-COUNT DELIMITED BY SIZE
               "  TOLERANCE " DELIMITED BY SIZE
               MEAN-TOLERANCE DELIMITED BY SIZE
               INTO ANL-OUT-RECORD
           END-STRING
           WRITE ANL-OUT-RECORD

           IF STUD-COUNT = 0
               MOVE "NO GRADED STUDENTS ON FILE - NOTHING TO ANALYSE"
                   TO ANL-OUT-RECORD
               WRITE ANL-OUT-RECORD
           ELSE
               PERFORM VARYING SUBJECT-INDEX FROM 1 BY 1
                       UNTIL SUBJECT-INDEX > 5
                   PERFORM ANALYSE-ONE-SUBJECT
               END-PERFORM
           END-IF

           MOVE ANALYSIS-RULE TO ANL-OUT-RECORD
           WRITE ANL-OUT-RECORD
           MOVE SPACES TO ANL-OUT-RECORD
           STRING "SUBJECTS FLAGGED FOR MODERATION: " DELIMITED BY SIZE
               FLAGGED-COUNT DELIMITED BY SIZE
               INTO ANL-OUT-RECORD
           END-STRING
           WRITE ANL-OUT-RECORD

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE SUBJ-HIST-FILE
           CLOSE ANL-OUT-FILE
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

      *    PROMOTION-RUN'S PASS MARK AND THIS PROGRAM'S MEANTOL,
      *    BOTH WHOLE MARKS, RIGHT-ALIGNED.
       LOAD-ANALYSIS-RULES.
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
           END-IF

           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "SUBJECT-ANALYSIS" TO PLQ-PROGRAM-ID
           MOVE "MEANTOL" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (8:3) TO VALUE-MARK-X
               IF VALUE-MARK-X NUMERIC
                   MOVE VALUE-MARK TO MEAN-TOLERANCE
               END-IF
           END-IF.

      *    THE FIRST FIVE SUBJECT MASTER ROWS NAME THE FIVE GRDIN
      *    SLOTS; WITHOUT THEM A SLOT IS "SUBJECT N".
       LOAD-SUBJECT-MASTER.
           PERFORM VARYING SUBJ-LOAD-INDEX FROM 1 BY 1
                   UNTIL SUBJ-LOAD-INDEX > 5
               MOVE SPACES TO SUBJ-CODE (SUBJ-LOAD-INDEX)
               STRING "SLT" DELIMITED BY SIZE
                   SUBJ-LOAD-INDEX (2:1) DELIMITED BY SIZE
                   INTO SUBJ-CODE (SUBJ-LOAD-INDEX)
               END-STRING
               MOVE SPACES TO SUBJ-NAME (SUBJ-LOAD-INDEX)
               STRING "SUBJECT " DELIMITED BY SIZE
                   SUBJ-LOAD-INDEX (2:1) DELIMITED BY SIZE
                   INTO SUBJ-NAME (SUBJ-LOAD-INDEX)
               END-STRING
               MOVE "N" TO PRIOR-SWITCH (SUBJ-LOAD-INDEX)
           END-PERFORM

           MOVE 0 TO SUBJ-LOAD-INDEX
           OPEN INPUT SUBJ-MSTR-FILE
           IF SUBJ-MSTR-STATUS = "00"
               PERFORM UNTIL SUBJ-MSTR-STATUS NOT = "00"
                       OR SUBJ-LOAD-INDEX = 5
                   READ SUBJ-MSTR-FILE
                       AT END MOVE "10" TO SUBJ-MSTR-STATUS
                       NOT AT END
                           ADD 1 TO SUBJ-LOAD-INDEX
                           IF SBJ-SUBJECT-CODE NOT = SPACES
                               MOVE SBJ-SUBJECT-CODE TO
                                   SUBJ-CODE (SUBJ-LOAD-INDEX)
                           END-IF
                           MOVE SBJ-SUBJECT-NAME TO
                               SUBJ-NAME (SUBJ-LOAD-INDEX)
                   END-READ
               END-PERFORM
               CLOSE SUBJ-MSTR-FILE
           END-IF.

      *    THE LATEST ROW FOR EACH SUBJECT FROM A TERM OTHER THAN
      *    THIS ONE - THE HISTORY ONLY EVER GROWS AT THE END, SO THE
      *    LAST SUCH ROW READ IS THE MOST RECENT.
       LOAD-PRIOR-TERM-FIGURES.
           OPEN INPUT SUBJ-HIST-FILE
           IF SUBJ-HIST-STATUS = "00"
               PERFORM UNTIL SUBJ-HIST-STATUS NOT = "00"
                   READ SUBJ-HIST-FILE
                       AT END MOVE "10" TO SUBJ-HIST-STATUS
                       NOT AT END
                           IF SBS-TERM-ID NOT = CURRENT-TERM-ID
                                   AND SBS-MEAN NUMERIC
                               PERFORM FILE-ONE-PRIOR-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJ-HIST-FILE
           END-IF.

       FILE-ONE-PRIOR-ROW.
           PERFORM VARYING SUBJECT-INDEX FROM 1 BY 1
                   UNTIL SUBJECT-INDEX > 5
               IF SUBJ-CODE (SUBJECT-INDEX) = SBS-SUBJECT-CODE
                   MOVE "Y" TO PRIOR-SWITCH (SUBJECT-INDEX)
                   MOVE SBS-TERM-ID TO PRIOR-TERM-ID (SUBJECT-INDEX)
                   MOVE SBS-STUDENTS TO PRIOR-STUDENTS (SUBJECT-INDEX)
                   MOVE SBS-MEAN TO PRIOR-MEAN (SUBJECT-INDEX)
                   MOVE SBS-MEDIAN TO PRIOR-MEDIAN (SUBJECT-INDEX)
                   MOVE SBS-STD-DEV TO PRIOR-STD-DEV (SUBJECT-INDEX)
                   MOVE SBS-PASS-RATE TO PRIOR-PASS-RATE (SUBJECT-INDEX)
                   MOVE SBS-DISC-SIGN TO PRIOR-DISC-SIGN (SUBJECT-INDEX)
                   MOVE SBS-DISCRIMINATION TO PRIOR-DISC (SUBJECT-INDEX)
               END-IF
           END-PERFORM.

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
           MOVE 0 TO STT-TOTAL (STUD-COUNT)
           PERFORM VARYING SUBJECT-INDEX FROM 1 BY 1
                   UNTIL SUBJECT-INDEX > 5
               MOVE IN-SUBJECT-MARKS (SUBJECT-INDEX)
                   TO STT-MARK (STUD-COUNT SUBJECT-INDEX)
               ADD IN-SUBJECT-MARKS (SUBJECT-INDEX)
                   TO STT-TOTAL (STUD-COUNT)
           END-PERFORM

           MOVE SPACES TO GRADE-SCHEME-AREA
           SET GRSQ-REQ-RESOLVE TO TRUE
           MOVE IN-SECTION-CODE TO GRSQ-SECTION-CODE
           CALL "GRADE-SCHEME" USING GRADE-SCHEME-AREA
           IF GRSQ-SCHEME-ID = "STD" OR GRSQ-PASS-MARK = 0
               MOVE PASS-MARK TO STT-PASS-MARK (STUD-COUNT)
           ELSE
               MOVE GRSQ-PASS-MARK TO STT-PASS-MARK (STUD-COUNT)
           END-IF.

      *    ONE SUBJECT - THE SUMS IN ONE PASS OVER THE STUDENTS, THEN
      *    THE FIGURES, THE PRINTED BLOCK, THE PRIOR-TERM COMPARISON
      *    AND THE HISTORY ROW.
       ANALYSE-ONE-SUBJECT.
           MOVE 0 TO SUM-X SUM-XX SUM-Y SUM-YY SUM-XY PASS-COUNT
           MOVE 0 TO BAND-COUNT (1) BAND-COUNT (2) BAND-COUNT (3)
               BAND-COUNT (4) BAND-COUNT (5) BAND-COUNT (6)
               BAND-COUNT (7) BAND-COUNT (8) BAND-COUNT (9)
               BAND-COUNT (10)

           PERFORM VARYING STUD-INDEX FROM 1 BY 1
                   UNTIL STUD-INDEX > STUD-COUNT
               MOVE STT-MARK (STUD-INDEX SUBJECT-INDEX)
                   TO SORTED-MARK (STUD-INDEX)
               COMPUTE REST-OF-TOTAL = STT-TOTAL (STUD-INDEX)
                   - STT-MARK (STUD-INDEX SUBJECT-INDEX)
               ADD STT-MARK (STUD-INDEX SUBJECT-INDEX) TO SUM-X
               COMPUTE SUM-XX = SUM-XX
                   + STT-MARK (STUD-INDEX SUBJECT-INDEX)
                   * STT-MARK (STUD-INDEX SUBJECT-INDEX)
               ADD REST-OF-TOTAL TO SUM-Y
               COMPUTE SUM-YY = SUM-YY + REST-OF-TOTAL * REST-OF-TOTAL
               COMPUTE SUM-XY = SUM-XY
                   + STT-MARK (STUD-INDEX SUBJECT-INDEX)
                   * REST-OF-TOTAL
               IF STT-MARK (STUD-INDEX SUBJECT-INDEX)
                       NOT < STT-PASS-MARK (STUD-INDEX)
                   ADD 1 TO PASS-COUNT
               END-IF
               DIVIDE STT-MARK (STUD-INDEX SUBJECT-INDEX) BY 10
                   GIVING BAND-INDEX
               ADD 1 TO BAND-INDEX
               IF BAND-INDEX > 10
                   MOVE 10 TO BAND-INDEX
               END-IF
               ADD 1 TO BAND-COUNT (BAND-INDEX)
           END-PERFORM

           COMPUTE SUBJ-MEAN ROUNDED = SUM-X / STUD-COUNT
           COMPUTE SUBJ-PASS-RATE ROUNDED =
               PASS-COUNT * 100 / STUD-COUNT
           COMPUTE S-XX = STUD-COUNT * SUM-XX - SUM-X * SUM-X
           COMPUTE S-YY = STUD-COUNT * SUM-YY - SUM-Y * SUM-Y
           COMPUTE S-XY = STUD-COUNT * SUM-XY - SUM-X * SUM-Y

           COMPUTE SUBJ-VARIANCE ROUNDED =
               S-XX / (STUD-COUNT * STUD-COUNT)
           MOVE SUBJ-VARIANCE TO SQRT-INPUT
           PERFORM COMPUTE-SQUARE-ROOT
           COMPUTE SUBJ-STD-DEV ROUNDED = SQRT-RESULT

      *    A SUBJECT EVERYONE SCORED THE SAME ON - OR A SCHOOL WHOSE
      *    OTHER SUBJECTS ALL TOTAL ALIKE - HAS NO CORRELATION TO
      *    SPEAK OF AND SHOWS ZERO.
           MOVE S-XX TO SQRT-INPUT
           PERFORM COMPUTE-SQUARE-ROOT
           MOVE SQRT-RESULT TO ROOT-XX
           MOVE S-YY TO SQRT-INPUT
           PERFORM COMPUTE-SQUARE-ROOT
           MOVE SQRT-RESULT TO ROOT-YY
           IF ROOT-XX = 0 OR ROOT-YY = 0
               MOVE 0 TO SUBJ-DISC
           ELSE
               COMPUTE SUBJ-DISC ROUNDED = S-XY / (ROOT-XX * ROOT-YY)
           END-IF

           PERFORM SORT-SUBJECT-MARKS
           DIVIDE STUD-COUNT BY 2 GIVING MIDDLE-INDEX
               REMAINDER MIDDLE-REMAINDER
           IF MIDDLE-REMAINDER = 1
               ADD 1 TO MIDDLE-INDEX
               MOVE SORTED-MARK (MIDDLE-INDEX) TO SUBJ-MEDIAN
           ELSE
               COMPUTE SUBJ-MEDIAN ROUNDED =
                   (SORTED-MARK (MIDDLE-INDEX)
                       + SORTED-MARK (MIDDLE-INDEX + 1)) / 2
           END-IF

           PERFORM PRINT-SUBJECT-FIGURES
           PERFORM COMPARE-WITH-PRIOR-TERM
           PERFORM APPEND-SUBJECT-HISTORY.

      *    AN EXCHANGE SORT, ASCENDING, OVER THE SUBJECT'S MARKS.
       SORT-SUBJECT-MARKS.
           PERFORM VARYING SORT-I FROM 1 BY 1
                   UNTIL SORT-I NOT < STUD-COUNT
               PERFORM VARYING SORT-J FROM 1 BY 1
                       UNTIL SORT-J > STUD-COUNT - SORT-I
                   IF SORTED-MARK (SORT-J) > SORTED-MARK (SORT-J + 1)
                       MOVE SORTED-MARK (SORT-J) TO SORT-TEMP
                       MOVE SORTED-MARK (SORT-J + 1)
                           TO SORTED-MARK (SORT-J)
                       MOVE SORT-TEMP TO SORTED-MARK (SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       COMPUTE-SQUARE-ROOT.
           IF SQRT-INPUT = 0
               MOVE 0 TO SQRT-RESULT
           ELSE
               IF SQRT-INPUT > 1
                   COMPUTE SQRT-RESULT = SQRT-INPUT / 2
               ELSE
                   MOVE 1 TO SQRT-RESULT
               END-IF
               MOVE 0 TO SQRT-PREVIOUS
               MOVE 0 TO SQRT-STEPS
               PERFORM UNTIL SQRT-RESULT = SQRT-PREVIOUS
                       OR SQRT-STEPS > 200
                   MOVE SQRT-RESULT TO SQRT-PREVIOUS
                   COMPUTE SQRT-RESULT ROUNDED =
                       (SQRT-PREVIOUS + SQRT-INPUT / SQRT-PREVIOUS) / 2
                   ADD 1 TO SQRT-STEPS
               END-PERFORM
           END-IF.

       PRINT-SUBJECT-FIGURES.
           MOVE ANALYSIS-RULE TO ANL-OUT-RECORD
           WRITE ANL-OUT-RECORD
           MOVE SPACES TO ANL-OUT-RECORD
           STRING "SUBJECT " DELIMITED BY SIZE
               SUBJ-CODE (SUBJECT-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SUBJ-NAME (SUBJECT-INDEX) DELIMITED BY SIZE
               "  STUDENTS " DELIMITED BY SIZE
               STUD-COUNT DELIMITED BY SIZE
               INTO ANL-OUT-RECORD
           END-STRING
           WRITE ANL-OUT-RECORD

           MOVE SUBJ-MEAN TO DISPLAY-STAT
           MOVE SUBJ-MEDIAN TO DISPLAY-STAT-2
           MOVE SUBJ-STD-DEV TO DISPLAY-STAT-3
           MOVE SUBJ-PASS-RATE TO DISPLAY-STAT-4
           MOVE SPACES TO ANL-OUT-RECORD
           STRING "  MEAN " DELIMITED BY SIZE
               DISPLAY-STAT DELIMITED BY SIZE
               "  MEDIAN " DELIMITED BY SIZE
               DISPLAY-STAT-2 DELIMITED BY SIZE
               "  STD DEV " DELIMITED BY SIZE
               DISPLAY-STAT-3 DELIMITED BY SIZE
               "  PASS RATE " DELIMITED BY SIZE
               DISPLAY-STAT-4 DELIMITED BY SIZE
               " PCT" DELIMITED BY SIZE
               INTO ANL-OUT-RECORD
           END-STRING
           WRITE ANL-OUT-RECORD

      *    0.40 AND OVER SEPARATES WELL, UNDER 0.20 HARDLY AT ALL -
      *    THE USUAL ITEM-ANALYSIS READING OF THE COEFFICIENT.
           MOVE SUBJ-DISC TO DISPLAY-DISC
           MOVE SPACES TO ANL-OUT-RECORD
           STRING "  DISCRIMINATION (R WITH REST OF TOTAL) "
                   DELIMITED BY SIZE
               DISPLAY-DISC DELIMITED BY SIZE
               INTO ANL-OUT-RECORD
           END-STRING
           EVALUATE TRUE
               WHEN SUBJ-DISC NOT < 0.40
                   MOVE "GOOD" TO ANL-OUT-RECORD (50:4)
               WHEN SUBJ-DISC NOT < 0.20
                   MOVE "FAIR" TO ANL-OUT-RECORD (50:4)
               WHEN SUBJ-DISC NOT < 0
                   MOVE "POOR - REVIEW THE PAPER"
                       TO ANL-OUT-RECORD (50:23)
               WHEN OTHER
                   MOVE "NEGATIVE - REVIEW THE PAPER"
                       TO ANL-OUT-RECORD (50:27)
           END-EVALUATE
           WRITE ANL-OUT-RECORD

           MOVE "  BAND    0-9 10-19 20-29 30-39 40-49 50-59 60-69"
               TO ANL-OUT-RECORD
           MOVE " 70-79 80-89   90+" TO ANL-OUT-RECORD (50:18)
           WRITE ANL-OUT-RECORD
           MOVE "  COUNT" TO ANL-OUT-RECORD
           MOVE 10 TO BAND-LINE-COLUMN
           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > 10
               MOVE BAND-COUNT (BAND-INDEX) TO DISPLAY-BAND
               MOVE DISPLAY-BAND
                   TO ANL-OUT-RECORD (BAND-LINE-COLUMN:4)
               ADD 6 TO BAND-LINE-COLUMN
           END-PERFORM
           WRITE ANL-OUT-RECORD.

      *    THE LATEST PRIOR TERM'S FIGURES UNDER THIS TERM'S, AND THE
      *    MODERATION FLAG WHEN THE MEAN HAS MOVED TOO FAR.
       COMPARE-WITH-PRIOR-TERM.
           IF NOT PRIOR-ON-FILE (SUBJECT-INDEX)
               MOVE "  NO PRIOR-TERM FIGURES ON FILE FOR THIS SUBJECT"
                   TO ANL-OUT-RECORD
               WRITE ANL-OUT-RECORD
           ELSE
               MOVE PRIOR-MEAN (SUBJECT-INDEX) TO DISPLAY-STAT
               MOVE PRIOR-MEDIAN (SUBJECT-INDEX) TO DISPLAY-STAT-2
               MOVE PRIOR-STD-DEV (SUBJECT-INDEX) TO DISPLAY-STAT-3
               MOVE PRIOR-PASS-RATE (SUBJECT-INDEX) TO DISPLAY-STAT-4
               IF PRIOR-DISC-SIGN (SUBJECT-INDEX) = "-"
                   COMPUTE DISPLAY-DISC = 0 - PRIOR-DISC (SUBJECT-INDEX)
               ELSE
                   MOVE PRIOR-DISC (SUBJECT-INDEX) TO DISPLAY-DISC
               END-IF
               MOVE SPACES TO ANL-OUT-RECORD
               STRING "  PRIOR " DELIMITED BY SIZE
                   PRIOR-TERM-ID (SUBJECT-INDEX) DELIMITED BY SIZE
                   " MEAN " DELIMITED BY SIZE
                   DISPLAY-STAT DELIMITED BY SIZE
                   " MEDIAN " DELIMITED BY SIZE
                   DISPLAY-STAT-2 DELIMITED BY SIZE
                   " SD " DELIMITED BY SIZE
                   DISPLAY-STAT-3 DELIMITED BY SIZE
                   " PASS " DELIMITED BY SIZE
                   DISPLAY-STAT-4 DELIMITED BY SIZE
                   " R" DELIMITED BY SIZE
                   DISPLAY-DISC DELIMITED BY SIZE
                   INTO ANL-OUT-RECORD
               END-STRING
               WRITE ANL-OUT-RECORD

               COMPUTE MEAN-SHIFT =
                   SUBJ-MEAN - PRIOR-MEAN (SUBJECT-INDEX)
               IF MEAN-SHIFT < 0
                   COMPUTE MEAN-SHIFT-SIZE = 0 - MEAN-SHIFT
               ELSE
                   MOVE MEAN-SHIFT TO MEAN-SHIFT-SIZE
               END-IF
               MOVE MEAN-SHIFT TO DISPLAY-SHIFT
               MOVE SPACES TO ANL-OUT-RECORD
               STRING "  MEAN SHIFT " DELIMITED BY SIZE
                   DISPLAY-SHIFT DELIMITED BY SIZE
                   INTO ANL-OUT-RECORD
               END-STRING
               IF MEAN-SHIFT-SIZE > MEAN-TOLERANCE
                   ADD 1 TO FLAGGED-COUNT
                   MOVE "*** BEYOND TOLERANCE - CONSIDER MODERATION"
                       TO ANL-OUT-RECORD (24:42)
               ELSE
                   MOVE "WITHIN TOLERANCE" TO ANL-OUT-RECORD (24:16)
               END-IF
               WRITE ANL-OUT-RECORD
           END-IF.

      *    APPENDS TO THE SUBJECT HISTORY IF IT ALREADY EXISTS, OR
      *    CREATES IT ON THE FIRST RUN.
       OPEN-SUBJECT-HISTORY.
           OPEN EXTEND SUBJ-HIST-FILE
           IF SUBJ-HIST-STATUS NOT = "00"
               OPEN OUTPUT SUBJ-HIST-FILE
           END-IF.

       APPEND-SUBJECT-HISTORY.
           MOVE SPACES TO SUBJ-HIST-RECORD
           MOVE SUBJ-CODE (SUBJECT-INDEX) TO SBS-SUBJECT-CODE
           MOVE CURRENT-TERM-ID TO SBS-TERM-ID
           MOVE RUN-DATE TO SBS-RUN-DATE
           MOVE STUD-COUNT TO SBS-STUDENTS
           MOVE SUBJ-MEAN TO SBS-MEAN
           MOVE SUBJ-MEDIAN TO SBS-MEDIAN
           MOVE SUBJ-STD-DEV TO SBS-STD-DEV
           MOVE SUBJ-PASS-RATE TO SBS-PASS-RATE
           IF SUBJ-DISC < 0
               MOVE "-" TO SBS-DISC-SIGN
           ELSE
               MOVE "+" TO SBS-DISC-SIGN
           END-IF
           MOVE SUBJ-DISC TO SBS-DISCRIMINATION
           WRITE SUBJ-HIST-RECORD.

      *    COPIES THE JUST-CLOSED ANALYSIS TO A DATED ARCHIVE FILE
      *    AND CATALOGS IT, AS EVERY REPORT IS.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "SUBJANL." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT ANL-OUT-FILE
           OPEN OUTPUT ARC-FILE

           READ ANL-OUT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE ANL-OUT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ ANL-OUT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE ANL-OUT-FILE
           CLOSE ARC-FILE

           OPEN EXTEND ARC-CAT-FILE
           IF ARC-CAT-STATUS NOT = "00"
               OPEN OUTPUT ARC-CAT-FILE
           END-IF
           MOVE SPACES TO ARC-CAT-RECORD
           MOVE "SUBJECT-ANALYSIS" TO CAT-PROGRAM-ID
           MOVE "SUBJANL" TO CAT-REPORT-NAME
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
           MOVE "SUBJECT-ANALYSIS" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE STUDENTS-READ TO AUD-RECORD-COUNT
           IF STUD-COUNT = 0
               MOVE 0 TO AUD-OUTPUT-COUNT
           ELSE
               MOVE 5 TO AUD-OUTPUT-COUNT
           END-IF
           MOVE 0 TO AUD-EXCEPTION-COUNT
           MOVE "GRDIN MARKS AND SUBJHIST" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.
