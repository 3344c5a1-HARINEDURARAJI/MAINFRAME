      *    THE ACADEMIC TERM THE RESULT BELONGS TO; BLANK ON LINES
      *    FROM BEFORE THE TERM EXISTED, WHICH PRINT UNDER "?????".
           05  HIST-TERM          PIC X(5).
           05  FILLER             PIC X(9).
      *    THE GRADING SCHEME THAT AWARDED THE GRADE; BLANK ON LINES
      *    FROM BEFORE SCHEMES EXISTED, WHICH WERE GRADED ON STD.
           05  HIST-SCHEME-ID     PIC X(6).

       FD  TRN-OUT-FILE.
       01  TRN-OUT-RECORD         PIC X(80).
               10  HT-AVERAGE         PIC 9(3)V99.
               10  HT-GRADE           PIC X.
               10  HT-TERM            PIC X(5).
               10  HT-SCHEME-ID       PIC X(6).
               10  HT-PRINTED-FLAG    PIC X.
                   88  HT-WAS-PRINTED     VALUE "Y".
       01  HISTORY-INDEX          PIC 9(4).
       01  SCAN-INDEX             PIC 9(4).
       01  CURRENT-ROLL           PIC X(10).

      *    GRADE POINTS FOR THE CUMULATIVE GPA, ON THE SCALE OF THE
      *    SCHEME THAT AWARDED EACH GRADE.
       01  GRADE-POINTS           PIC 9(2).
       01  TERM-COUNT             PIC 9(3).
       01  POINT-SUM              PIC 9(5).
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    THE SHARED GRADING-SCHEME LOOKUP.
       01  GRADE-SCHEME-AREA.
           COPY GRSREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

                       ELSE
                           MOVE HIST-TERM TO HT-TERM (HISTORY-COUNT)
                       END-IF
                       IF HIST-SCHEME-ID = SPACES
                           MOVE "STD" TO HT-SCHEME-ID (HISTORY-COUNT)
                       ELSE
                           MOVE HIST-SCHEME-ID
                               TO HT-SCHEME-ID (HISTORY-COUNT)
                       END-IF
                       MOVE "N" TO HT-PRINTED-FLAG (HISTORY-COUNT)
                   END-IF

           END-STRING
           WRITE TRN-OUT-RECORD

           MOVE "  TERM  DATE     AVERAGE GRADE GPA  CUM   SCHEME"
               TO TRN-OUT-RECORD
           WRITE TRN-OUT-RECORD

                       GRADE-POINTS DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       CUMULATIVE-GPA DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       HT-SCHEME-ID (SCAN-INDEX) DELIMITED BY SIZE
                       INTO TRN-OUT-RECORD
                   END-STRING
                   WRITE TRN-OUT-RECORD
           END-STRING
           WRITE TRN-OUT-RECORD.

      *    THE GRADE POINTS THE LETTER CARRIED UNDER THE SCHEME THAT
      *    AWARDED IT, SO AN OLD GRADE REPRINTS AS IT WAS EARNED.
       GRADE-TO-POINTS.
           MOVE SPACES TO GRADE-SCHEME-AREA
           SET GRSQ-REQ-POINTS TO TRUE
           MOVE HT-SCHEME-ID (SCAN-INDEX) TO GRSQ-SCHEME-ID
           MOVE HT-GRADE (SCAN-INDEX) TO GRSQ-GRADE-LETTER
           CALL "GRADE-SCHEME" USING GRADE-SCHEME-AREA
           MOVE GRSQ-GRADE-POINTS TO GRADE-POINTS.

      *    APPENDS TO THE SHARED AUDIT-TRAIL LOG IF IT ALREADY EXISTS,
      *    OR CREATES IT ON THE FIRST PROGRAM TO WRITE TO IT TODAY.
