       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-SCHEME.

      *    THE SCHOOL'S GRADING SCHEMES. THE BOARD SETS DIFFERENT
      *    GRADE BOUNDARIES FOR JUNIOR AND SENIOR CLASSES AND CHANGES
      *    THEM BETWEEN TERMS; GRDSCHM HOLDS THEM, ONE ROW PER GRADE
      *    BAND - BOUNDARY MARK, LETTER, GRADE POINTS AND WHETHER THE
      *    LETTER PASSES - KEYED BY SCHEME ID, CLASS RANGE AND TERM.
      *    EVERY GRADING PROGRAM ASKS HERE INSTEAD OF CARRYING ITS
      *    OWN 90/80/70 LADDER, SO A STUDENT IS GRADED THE SAME WAY
      *    ON THE GRADE RUN, THE REPORT CARD, THE SUPPLEMENTARY AND
      *    PROMOTION RUNS, AND A HISTORY LINE NAMING ITS SCHEME
      *    REPRINTS ON THAT SCHEME'S SCALE LONG AFTER THE BOARD HAS
      *    MOVED ON. A SCHEME FOR THE EXACT TERM BEATS ONE FOR EVERY
      *    TERM; THE BUILT-IN STD SCHEME (THE ORIGINAL LADDER) GRADES
      *    WHATEVER NO ROW COVERS, AND A SITE MAY REDEFINE STD ON THE
      *    FILE. THE FILE IS LOADED ON FIRST CALL AND HELD ACROSS
      *    CALLS IN THE JOB STEP. SEE GRSREQ.CPY FOR THE PARAMETER
      *    AREA AND GRDSCHR.CPY FOR THE ROW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRD-SCHM-FILE ASSIGN TO "GRDSCHM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GRD-SCHM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRD-SCHM-FILE.
       01  GRD-SCHM-RECORD.
           COPY GRDSCHR.

       WORKING-STORAGE SECTION.
       01  GRD-SCHM-STATUS        PIC XX.
       01  LOADED-SWITCH          PIC X VALUE "N".
           88  SCHEMES-LOADED         VALUE "Y".
       01  FILE-PRESENT-SWITCH    PIC X VALUE "N".
           88  SCHEME-FILE-PRESENT    VALUE "Y".
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-GRD-SCHM        VALUE "Y".
       01  STD-ON-FILE-SWITCH     PIC X VALUE "N".
           88  STD-SCHEME-ON-FILE     VALUE "Y".

       01  BAND-COUNT             PIC 9(3) VALUE 0.
       01  BAND-TABLE.
           05  BAND-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON BAND-COUNT.
               10  BND-SCHEME-ID      PIC X(06).
               10  BND-CLASS-FROM     PIC 9(02).
               10  BND-CLASS-TO       PIC 9(02).
               10  BND-TERM-ID        PIC X(05).
               10  BND-MIN-MARK       PIC 9(03).
               10  BND-GRADE-LETTER   PIC X.
               10  BND-GRADE-POINTS   PIC 9(02).
               10  BND-PASS-FLAG      PIC X.
       01  BAND-INDEX             PIC 9(3).
       01  BEST-BAND-INDEX        PIC 9(3).
       01  LOWEST-BAND-INDEX      PIC 9(3).

      *    THE STUDENT'S CLASS - THE LEADING TWO DIGITS OF THE
      *    CLASS-SECTION, AS PROMOTION-RUN STEPS IT; A SECTION THAT
      *    DOES NOT START WITH TWO DIGITS COUNTS AS CLASS ZERO.
       01  CLASS-LEVEL-X          PIC X(2).
       01  CLASS-LEVEL            PIC 9(2).
       01  SCHEME-FOUND-SWITCH    PIC X.
           88  SCHEME-WAS-FOUND       VALUE "Y".

      *    ONE BUILT-IN BAND ON ITS WAY INTO THE TABLE.
       01  STD-LETTER             PIC X.
       01  STD-MIN-MARK           PIC 9(03).
       01  STD-POINTS             PIC 9(02).
       01  STD-PASS-FLAG          PIC X.

       01  TODAY-DATE             PIC 9(8).

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

       LINKAGE SECTION.
       01  GRADE-SCHEME-AREA.
           COPY GRSREQ.

       PROCEDURE DIVISION USING GRADE-SCHEME-AREA.
           IF NOT SCHEMES-LOADED
               PERFORM LOAD-SCHEME-FILE
               IF NOT STD-SCHEME-ON-FILE
                   PERFORM LOAD-STANDARD-SCHEME
               END-IF
               SET SCHEMES-LOADED TO TRUE
           END-IF

           IF SCHEME-FILE-PRESENT
               SET GRSQ-SVC-OK TO TRUE
           ELSE
               SET GRSQ-NO-SCHEME-FILE TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN GRSQ-REQ-RESOLVE
                   PERFORM RESOLVE-SCHEME
                   PERFORM FIND-PASS-MARK
               WHEN GRSQ-REQ-GRADE
                   PERFORM RESOLVE-SCHEME
                   PERFORM FIND-PASS-MARK
                   PERFORM GRADE-THE-AVERAGE
               WHEN GRSQ-REQ-POINTS
                   PERFORM CHECK-NAMED-SCHEME
                   PERFORM FIND-PASS-MARK
                   PERFORM FIND-LETTER-POINTS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           GOBACK.

      *    ONLY WELL-FORMED BANDS ARE TAKEN - A BAD ROW WOULD
      *    OTHERWISE GRADE A WHOLE CLASS WRONGLY WITHOUT A TRACE.
       LOAD-SCHEME-FILE.
           OPEN INPUT GRD-SCHM-FILE
           IF GRD-SCHM-STATUS = "00"
               SET SCHEME-FILE-PRESENT TO TRUE
               READ GRD-SCHM-FILE
                   AT END SET END-OF-GRD-SCHM TO TRUE
               END-READ

               PERFORM UNTIL END-OF-GRD-SCHM
                   IF BAND-COUNT < 300
                           AND GSC-SCHEME-ID NOT = SPACES
                           AND GSC-CLASS-FROM NUMERIC
                           AND GSC-CLASS-TO NUMERIC
                           AND GSC-MIN-MARK NUMERIC
                           AND GSC-GRADE-POINTS NUMERIC
                           AND GSC-GRADE-LETTER NOT = SPACE
                           AND (GSC-BAND-PASSES OR GSC-BAND-FAILS)
                       ADD 1 TO BAND-COUNT
                       MOVE GSC-SCHEME-ID
                           TO BND-SCHEME-ID (BAND-COUNT)
                       MOVE GSC-CLASS-FROM
                           TO BND-CLASS-FROM (BAND-COUNT)
                       MOVE GSC-CLASS-TO
                           TO BND-CLASS-TO (BAND-COUNT)
                       MOVE GSC-TERM-ID
                           TO BND-TERM-ID (BAND-COUNT)
                       MOVE GSC-MIN-MARK
                           TO BND-MIN-MARK (BAND-COUNT)
                       MOVE GSC-GRADE-LETTER
                           TO BND-GRADE-LETTER (BAND-COUNT)
                       MOVE GSC-GRADE-POINTS
                           TO BND-GRADE-POINTS (BAND-COUNT)
                       MOVE GSC-PASS-FLAG
                           TO BND-PASS-FLAG (BAND-COUNT)
                       IF GSC-SCHEME-ID = "STD"
                           SET STD-SCHEME-ON-FILE TO TRUE
                       END-IF
                   END-IF

                   READ GRD-SCHM-FILE
                       AT END SET END-OF-GRD-SCHM TO TRUE
                   END-READ
               END-PERFORM

               CLOSE GRD-SCHM-FILE
           END-IF.

      *    THE ORIGINAL LADDER EVERY GRADING PROGRAM CARRIED - A 90,
      *    B 80, C 70, D 60, E 50, F BELOW - ON THE TEN-POINT SCALE
      *    THE TRANSCRIPT SCORES, FOR EVERY CLASS AND TERM. IT SITS
      *    AFTER THE FILE'S ROWS SO ANY FILE SCHEME COVERING A CLASS
      *    IS FOUND FIRST.
       LOAD-STANDARD-SCHEME.
           MOVE "A" TO STD-LETTER
           MOVE 90 TO STD-MIN-MARK
           MOVE 10 TO STD-POINTS
           MOVE "P" TO STD-PASS-FLAG
           PERFORM ADD-STANDARD-BAND
           MOVE "B" TO STD-LETTER
           MOVE 80 TO STD-MIN-MARK
           MOVE 8 TO STD-POINTS
           PERFORM ADD-STANDARD-BAND
           MOVE "C" TO STD-LETTER
           MOVE 70 TO STD-MIN-MARK
           MOVE 7 TO STD-POINTS
           PERFORM ADD-STANDARD-BAND
           MOVE "D" TO STD-LETTER
           MOVE 60 TO STD-MIN-MARK
           MOVE 6 TO STD-POINTS
           PERFORM ADD-STANDARD-BAND
           MOVE "E" TO STD-LETTER
           MOVE 50 TO STD-MIN-MARK
           MOVE 5 TO STD-POINTS
           PERFORM ADD-STANDARD-BAND
           MOVE "F" TO STD-LETTER
           MOVE 0 TO STD-MIN-MARK
           MOVE 0 TO STD-POINTS
           MOVE "F" TO STD-PASS-FLAG
           PERFORM ADD-STANDARD-BAND.

       ADD-STANDARD-BAND.
           IF BAND-COUNT < 300
               ADD 1 TO BAND-COUNT
               MOVE "STD" TO BND-SCHEME-ID (BAND-COUNT)
               MOVE 0 TO BND-CLASS-FROM (BAND-COUNT)
               MOVE 99 TO BND-CLASS-TO (BAND-COUNT)
               MOVE SPACES TO BND-TERM-ID (BAND-COUNT)
               MOVE STD-MIN-MARK TO BND-MIN-MARK (BAND-COUNT)
               MOVE STD-LETTER TO BND-GRADE-LETTER (BAND-COUNT)
               MOVE STD-POINTS TO BND-GRADE-POINTS (BAND-COUNT)
               MOVE STD-PASS-FLAG TO BND-PASS-FLAG (BAND-COUNT)
           END-IF.

      *    THE SCHEME FOR THE CLASS AND TERM - FIRST A SCHEME NAMING
      *    THE TERM ITSELF, THEN ONE FOR EVERY TERM, THEN STD.
       RESOLVE-SCHEME.
           IF GRSQ-TERM-ID = SPACES
               PERFORM RESOLVE-CURRENT-TERM
           END-IF

           MOVE GRSQ-SECTION-CODE (1:2) TO CLASS-LEVEL-X
           IF CLASS-LEVEL-X NUMERIC
               MOVE CLASS-LEVEL-X TO CLASS-LEVEL
           ELSE
               MOVE 0 TO CLASS-LEVEL
           END-IF

           MOVE SPACES TO GRSQ-SCHEME-ID
           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > BAND-COUNT
                       OR GRSQ-SCHEME-ID NOT = SPACES
               IF BND-TERM-ID (BAND-INDEX) = GRSQ-TERM-ID
                       AND BND-CLASS-FROM (BAND-INDEX)
                           NOT > CLASS-LEVEL
                       AND BND-CLASS-TO (BAND-INDEX)
                           NOT < CLASS-LEVEL
                   MOVE BND-SCHEME-ID (BAND-INDEX) TO GRSQ-SCHEME-ID
               END-IF
           END-PERFORM

           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > BAND-COUNT
                       OR GRSQ-SCHEME-ID NOT = SPACES
               IF BND-TERM-ID (BAND-INDEX) = SPACES
                       AND BND-CLASS-FROM (BAND-INDEX)
                           NOT > CLASS-LEVEL
                       AND BND-CLASS-TO (BAND-INDEX)
                           NOT < CLASS-LEVEL
                   MOVE BND-SCHEME-ID (BAND-INDEX) TO GRSQ-SCHEME-ID
               END-IF
           END-PERFORM

           IF GRSQ-SCHEME-ID = SPACES
               MOVE "STD" TO GRSQ-SCHEME-ID
           END-IF.

      *    THE TERM OF RECORD, AS GRADE-CALCULATOR TAKES IT -
      *    PARAMETER TERMID, OR THE YEAR PLUS "T" WITHOUT ONE.
       RESOLVE-CURRENT-TERM.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "GRADE-CALCULATOR" TO PLQ-PROGRAM-ID
           MOVE "TERMID" TO PLQ-PARM-NAME
           MOVE TODAY-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND AND PLQ-PARM-VALUE (6:5) NOT = SPACES
               MOVE PLQ-PARM-VALUE (6:5) TO GRSQ-TERM-ID
           ELSE
               STRING TODAY-DATE (1:4) DELIMITED BY SIZE
                   "T" DELIMITED BY SIZE
                   INTO GRSQ-TERM-ID
               END-STRING
           END-IF.

      *    A HISTORY LINE FROM BEFORE SCHEMES EXISTED WAS GRADED ON
      *    STD; A SCHEME NO LONGER ON FILE IS REPORTED AND STD IS
      *    USED SO THE LINE STILL PRINTS.
       CHECK-NAMED-SCHEME.
           IF GRSQ-SCHEME-ID = SPACES
               MOVE "STD" TO GRSQ-SCHEME-ID
           END-IF

           MOVE "N" TO SCHEME-FOUND-SWITCH
           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > BAND-COUNT OR SCHEME-WAS-FOUND
               IF BND-SCHEME-ID (BAND-INDEX) = GRSQ-SCHEME-ID
                   SET SCHEME-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF NOT SCHEME-WAS-FOUND
               SET GRSQ-UNKNOWN-SCHEME TO TRUE
               MOVE "STD" TO GRSQ-SCHEME-ID
           END-IF.

      *    THE PASS MARK IS THE LOWEST BOUNDARY OF A PASSING BAND.
       FIND-PASS-MARK.
           MOVE 0 TO LOWEST-BAND-INDEX
           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > BAND-COUNT
               IF BND-SCHEME-ID (BAND-INDEX) = GRSQ-SCHEME-ID
                       AND BND-PASS-FLAG (BAND-INDEX) = "P"
                   IF LOWEST-BAND-INDEX = 0
                       MOVE BAND-INDEX TO LOWEST-BAND-INDEX
                   ELSE
                       IF BND-MIN-MARK (BAND-INDEX) <
                               BND-MIN-MARK (LOWEST-BAND-INDEX)
                           MOVE BAND-INDEX TO LOWEST-BAND-INDEX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF LOWEST-BAND-INDEX = 0
               MOVE 0 TO GRSQ-PASS-MARK
           ELSE
               MOVE BND-MIN-MARK (LOWEST-BAND-INDEX) TO GRSQ-PASS-MARK
           END-IF.

      *    THE BAND WITH THE HIGHEST BOUNDARY THE AVERAGE REACHES;
      *    AN AVERAGE BELOW EVERY BOUNDARY TAKES THE LOWEST BAND.
       GRADE-THE-AVERAGE.
           MOVE 0 TO BEST-BAND-INDEX
           MOVE 0 TO LOWEST-BAND-INDEX
           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > BAND-COUNT
               IF BND-SCHEME-ID (BAND-INDEX) = GRSQ-SCHEME-ID
                   IF BND-MIN-MARK (BAND-INDEX) NOT > GRSQ-AVERAGE
                       IF BEST-BAND-INDEX = 0
                           MOVE BAND-INDEX TO BEST-BAND-INDEX
                       ELSE
                           IF BND-MIN-MARK (BAND-INDEX) >
                                   BND-MIN-MARK (BEST-BAND-INDEX)
                               MOVE BAND-INDEX TO BEST-BAND-INDEX
                           END-IF
                       END-IF
                   END-IF
                   IF LOWEST-BAND-INDEX = 0
                       MOVE BAND-INDEX TO LOWEST-BAND-INDEX
                   ELSE
                       IF BND-MIN-MARK (BAND-INDEX) <
                               BND-MIN-MARK (LOWEST-BAND-INDEX)
                           MOVE BAND-INDEX TO LOWEST-BAND-INDEX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF BEST-BAND-INDEX = 0
               MOVE LOWEST-BAND-INDEX TO BEST-BAND-INDEX
           END-IF

           IF BEST-BAND-INDEX = 0
               MOVE "F" TO GRSQ-GRADE-LETTER
               MOVE 0 TO GRSQ-GRADE-POINTS
               SET GRSQ-GRADE-FAILS TO TRUE
           ELSE
               MOVE BND-GRADE-LETTER (BEST-BAND-INDEX)
                   TO GRSQ-GRADE-LETTER
               MOVE BND-GRADE-POINTS (BEST-BAND-INDEX)
                   TO GRSQ-GRADE-POINTS
               MOVE BND-PASS-FLAG (BEST-BAND-INDEX) TO GRSQ-PASS-FLAG
           END-IF.

      *    A LETTER THE SCHEME DOES NOT CARRY EARNS NOTHING AND
      *    DOES NOT PASS.
       FIND-LETTER-POINTS.
           MOVE 0 TO GRSQ-GRADE-POINTS
           SET GRSQ-GRADE-FAILS TO TRUE
           MOVE "N" TO SCHEME-FOUND-SWITCH
           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > BAND-COUNT OR SCHEME-WAS-FOUND
               IF BND-SCHEME-ID (BAND-INDEX) = GRSQ-SCHEME-ID
                       AND BND-GRADE-LETTER (BAND-INDEX)
                           = GRSQ-GRADE-LETTER
                   MOVE BND-GRADE-POINTS (BAND-INDEX)
                       TO GRSQ-GRADE-POINTS
                   MOVE BND-PASS-FLAG (BAND-INDEX) TO GRSQ-PASS-FLAG
                   SET SCHEME-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM.
