       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKS-ENTRY.

      *    TAKES MARKS ONE STUDENT AND ONE SUBJECT AT A TIME, SO A
      *    STUDENT CAN CARRY AS MANY SUBJECTS AS THEY ARE ENROLLED
      *    IN INSTEAD OF THE FIVE FIXED SLOTS OF THE GRDIN RECORD.
      *    MRKTRAN CARRIES ROLL NUMBER, SUBJECT CODE, MARK AND AN
      *    OPTIONAL TERM (BLANK - THE CURRENT TERM, PARAMETER
      *    TERMID AS THE GRADE RUN READS IT). EVERY MARK IS
      *    VALIDATED - ROLL, CHECK DIGIT WHEN THE CHKPARM SWITCH IS
      *    ON, A WHOLE MARK OF 0 TO 100, THE SUBJECT ON THE SUBJECT
      *    MASTER AND THE STUDENT ENROLLED IN IT FOR THE TERM ON THE
      *    ENROLL FILE. ACCEPTED MARKS ARE APPENDED TO SUBJMRK FOR
      *    THE GRADE RUN, REJECTS GO TO THE SHARED EXCEPTION LOG,
      *    AND AN ACCEPTED/REJECTED REGISTER CARRIES CONTROL COUNTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRK-TRAN-FILE ASSIGN TO "MRKTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRK-TRAN-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "ENROLL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ENROLL-STATUS.
           SELECT SUBJ-MSTR-FILE ASSIGN TO "SUBJMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUBJ-MSTR-STATUS.
           SELECT SUBJ-MARK-FILE ASSIGN TO "SUBJMRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUBJ-MARK-STATUS.
           SELECT MRK-OUT-FILE ASSIGN TO "MRKOUT"
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
       FD  MRK-TRAN-FILE.
       01  MRK-TRAN-RECORD.
           05  MTR-ROLL-NUMBER    PIC X(10).
           05  MTR-SUBJECT-CODE   PIC X(4).
           05  MTR-MARK           PIC X(3).
           05  MTR-TERM-ID        PIC X(5).

       FD  ENROLL-FILE.
       01  ENROLL-RECORD.
           COPY ENRLREC.

       FD  SUBJ-MSTR-FILE.
       01  SUBJ-MSTR-RECORD.
           05  SBJ-SUBJECT-CODE   PIC X(4).
           05  SBJ-SUBJECT-NAME   PIC X(12).
           05  SBJ-CREDIT-WEIGHT  PIC 9(2).

       FD  SUBJ-MARK-FILE.
       01  SUBJ-MARK-RECORD.
           COPY SMKREC.

       FD  MRK-OUT-FILE.
       01  MRK-OUT-RECORD         PIC X(80).

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
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-MRK-TRAN        VALUE "Y".
       01  MRK-TRAN-STATUS        PIC XX.
       01  ENROLL-STATUS          PIC XX.
       01  SUBJ-MSTR-STATUS       PIC XX.
       01  SUBJ-MARK-STATUS       PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  CHK-PARM-STATUS        PIC XX.
       01  CHECK-DIGIT-SWITCH     PIC X VALUE "N".
           88  CHECK-DIGITS-ENFORCED  VALUE "Y".
           COPY CHKDGT.
       01  TRAN-COUNT             PIC 9(7) VALUE 0.
       01  ACCEPTED-COUNT         PIC 9(7) VALUE 0.
       01  REJECTED-COUNT         PIC 9(7) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).

      *    THE CURRENT TERM, AND THE TERM THE MARK IN HAND IS FOR.
       01  CURRENT-TERM-ID        PIC X(5).
       01  MARK-TERM-ID           PIC X(5).
       01  MARK-VALUE             PIC 9(3).

      *    THE SUBJECT MASTER'S CODES. WITHOUT THE FILE THE CODE IS
      *    NOT CHECKED HERE - THE ENROLLMENT CHECK STILL APPLIES.
       01  SUBJ-FILE-SWITCH       PIC X VALUE "N".
           88  SUBJ-MASTER-PRESENT    VALUE "Y".
       01  SUBJ-COUNT             PIC 9(2) VALUE 0.
       01  SUBJ-CODE-TABLE.
           05  SUBJ-CODE-ITEM     PIC X(4) OCCURS 30 TIMES.
       01  SUBJ-INDEX             PIC 9(2).
       01  SUBJ-FOUND-SWITCH      PIC X.
           88  SUBJECT-ON-MASTER      VALUE "Y".

      *    EVERY ENROLLMENT ON FILE, ALL TERMS - A TRANSACTION MAY
      *    NAME A TERM OTHER THAN THE CURRENT ONE.
       01  ENROLL-COUNT           PIC 9(4) VALUE 0.
       01  ENROLL-TABLE.
           05  ENROLL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ENROLL-COUNT.
               10  ENT-ROLL           PIC X(10).
               10  ENT-TERM-ID        PIC X(5).
               10  ENT-SUBJECT-CODE   PIC X(4).
       01  ENROLL-INDEX           PIC 9(4).
       01  ENROLL-FOUND-SWITCH    PIC X.
           88  STUDENT-IS-ENROLLED    VALUE "Y".

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

      *    ENTERING MARKS BUILDS THE RECORD OF RESULTS - UPDATE
      *    AUTHORITY REQUIRED.
           IF OPR-CAN-UPDATE
               PERFORM RUN-MARKS-ENTRY
           ELSE
               DISPLAY "OPERATOR " OPR-OPERATOR-ID
                   " LACKS UPDATE AUTHORITY - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
           END-IF.

           STOP RUN.

       RUN-MARKS-ENTRY.
           ACCEPT BATCH-START-TIME FROM TIME
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-CHECK-DIGIT-PARM
           PERFORM RESOLVE-TERM-ID
           PERFORM LOAD-SUBJECT-CODES
           PERFORM LOAD-ENROLLMENTS
           OPEN INPUT MRK-TRAN-FILE
           PERFORM OPEN-SUBJECT-MARKS
           OPEN OUTPUT MRK-OUT-FILE
           PERFORM OPEN-EXCEPTION-LOG

           MOVE SPACES TO MRK-OUT-RECORD
           STRING "MARKS-ENTRY RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  TERM " DELIMITED BY SIZE
               CURRENT-TERM-ID DELIMITED BY SIZE
               INTO MRK-OUT-RECORD
           END-STRING
           WRITE MRK-OUT-RECORD

           MOVE "ROLL       TERM  SUBJ MARK DISPOSITION"
               TO MRK-OUT-RECORD
           WRITE MRK-OUT-RECORD

           IF MRK-TRAN-STATUS = "00"
               READ MRK-TRAN-FILE
                   AT END SET END-OF-MRK-TRAN TO TRUE
               END-READ
           ELSE
               SET END-OF-MRK-TRAN TO TRUE
           END-IF

           PERFORM UNTIL END-OF-MRK-TRAN
               ADD 1 TO TRAN-COUNT
               PERFORM VALIDATE-MARK-TRAN

               IF INPUT-IS-VALID
                   PERFORM WRITE-SUBJECT-MARK
                   ADD 1 TO ACCEPTED-COUNT
                   PERFORM WRITE-ACCEPTED-LINE
               ELSE
                   ADD 1 TO REJECTED-COUNT
                   PERFORM WRITE-REJECTED-LINE

                   MOVE SPACES TO EXC-LOG-RECORD
                   MOVE "MARKS-ENTRY" TO EXC-PROGRAM-ID
                   MOVE MTR-ROLL-NUMBER TO EXC-KEY-VALUE
                   MOVE MTR-SUBJECT-CODE TO EXC-KEY-VALUE (12:4)
                   MOVE REJECT-REASON TO EXC-REASON
                   MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
                   MOVE RUN-DATE TO EXC-CYCLE-DATE
                   WRITE EXC-LOG-RECORD
               END-IF

               READ MRK-TRAN-FILE
                   AT END SET END-OF-MRK-TRAN TO TRUE
               END-READ
           END-PERFORM

           MOVE SPACES TO MRK-OUT-RECORD
           STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
               TRAN-COUNT DELIMITED BY SIZE
               "  ACCEPTED: " DELIMITED BY SIZE
               ACCEPTED-COUNT DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               REJECTED-COUNT DELIMITED BY SIZE
               INTO MRK-OUT-RECORD
           END-STRING
           WRITE MRK-OUT-RECORD

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           IF MRK-TRAN-STATUS = "00" OR MRK-TRAN-STATUS = "10"
               CLOSE MRK-TRAN-FILE
           END-IF
           CLOSE SUBJ-MARK-FILE
           CLOSE MRK-OUT-FILE
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

       LOAD-SUBJECT-CODES.
           OPEN INPUT SUBJ-MSTR-FILE
           IF SUBJ-MSTR-STATUS = "00"
               SET SUBJ-MASTER-PRESENT TO TRUE
               PERFORM UNTIL SUBJ-MSTR-STATUS NOT = "00"
                       OR SUBJ-COUNT = 30
                   READ SUBJ-MSTR-FILE
                       AT END MOVE "10" TO SUBJ-MSTR-STATUS
                       NOT AT END
                           ADD 1 TO SUBJ-COUNT
                           MOVE SBJ-SUBJECT-CODE TO
                               SUBJ-CODE-ITEM(SUBJ-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SUBJ-MSTR-FILE
           END-IF.

       LOAD-ENROLLMENTS.
           OPEN INPUT ENROLL-FILE
           IF ENROLL-STATUS = "00"
               PERFORM UNTIL ENROLL-STATUS NOT = "00"
                   READ ENROLL-FILE
                       AT END MOVE "10" TO ENROLL-STATUS
                       NOT AT END
                           IF ENROLL-COUNT < 5000
                               ADD 1 TO ENROLL-COUNT
                               MOVE ENR-ROLL-NUMBER TO
                                   ENT-ROLL(ENROLL-COUNT)
                               MOVE ENR-TERM-ID TO
                                   ENT-TERM-ID(ENROLL-COUNT)
                               MOVE ENR-SUBJECT-CODE TO
                                   ENT-SUBJECT-CODE(ENROLL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF.

      *    APPENDS TO THE MARKS FILE IF IT ALREADY EXISTS, OR
      *    CREATES IT ON THE FIRST RUN OF THE TERM.
       OPEN-SUBJECT-MARKS.
           OPEN EXTEND SUBJ-MARK-FILE
           IF SUBJ-MARK-STATUS NOT = "00"
               OPEN OUTPUT SUBJ-MARK-FILE
           END-IF.

       VALIDATE-MARK-TRAN.
           SET INPUT-IS-VALID TO TRUE
           MOVE SPACES TO REJECT-REASON
           IF MTR-TERM-ID = SPACES
               MOVE CURRENT-TERM-ID TO MARK-TERM-ID
           ELSE
               MOVE MTR-TERM-ID TO MARK-TERM-ID
           END-IF

           IF MTR-ROLL-NUMBER = SPACES
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "ROLL NUMBER IS BLANK" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND CHECK-DIGITS-ENFORCED
               MOVE MTR-ROLL-NUMBER TO CHKDGT-CANDIDATE
               PERFORM VALIDATE-CHECK-DIGIT
               IF NOT CHKDGT-IS-VALID
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "ROLL NUMBER FAILS CHECK DIGIT"
                       TO REJECT-REASON
               END-IF
           END-IF

           IF INPUT-IS-VALID
               IF MTR-MARK NOT NUMERIC
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "MARK IS NOT A WHOLE NUMBER"
                       TO REJECT-REASON
               ELSE
                   MOVE MTR-MARK TO MARK-VALUE
                   IF MARK-VALUE > 100
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "A SUBJECT MARK EXCEEDS 100"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF INPUT-IS-VALID AND MTR-SUBJECT-CODE = SPACES
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "SUBJECT CODE IS BLANK" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND SUBJ-MASTER-PRESENT
               MOVE "N" TO SUBJ-FOUND-SWITCH
               PERFORM VARYING SUBJ-INDEX FROM 1 BY 1
                       UNTIL SUBJ-INDEX > SUBJ-COUNT
                   IF SUBJ-CODE-ITEM(SUBJ-INDEX) = MTR-SUBJECT-CODE
                       SET SUBJECT-ON-MASTER TO TRUE
                   END-IF
               END-PERFORM
               IF NOT SUBJECT-ON-MASTER
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "SUBJECT NOT ON SUBJECT MASTER"
                       TO REJECT-REASON
               END-IF
           END-IF

           IF INPUT-IS-VALID
               MOVE "N" TO ENROLL-FOUND-SWITCH
               PERFORM VARYING ENROLL-INDEX FROM 1 BY 1
                       UNTIL ENROLL-INDEX > ENROLL-COUNT
                           OR STUDENT-IS-ENROLLED
                   IF ENT-ROLL(ENROLL-INDEX) = MTR-ROLL-NUMBER
                           AND ENT-TERM-ID(ENROLL-INDEX)
                               = MARK-TERM-ID
                           AND ENT-SUBJECT-CODE(ENROLL-INDEX)
                               = MTR-SUBJECT-CODE
                       SET STUDENT-IS-ENROLLED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT STUDENT-IS-ENROLLED
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "NOT ENROLLED IN SUBJECT FOR TERM"
                       TO REJECT-REASON
               END-IF
           END-IF.

       WRITE-SUBJECT-MARK.
           MOVE SPACES TO SUBJ-MARK-RECORD
           MOVE MTR-ROLL-NUMBER TO SMK-ROLL-NUMBER
           MOVE MARK-TERM-ID TO SMK-TERM-ID
           MOVE MTR-SUBJECT-CODE TO SMK-SUBJECT-CODE
           MOVE MARK-VALUE TO SMK-MARK
           MOVE RUN-DATE TO SMK-ENTRY-DATE
           MOVE OPR-OPERATOR-ID TO SMK-OPERATOR-ID
           WRITE SUBJ-MARK-RECORD.

       WRITE-ACCEPTED-LINE.
           MOVE SPACES TO MRK-OUT-RECORD
           STRING MTR-ROLL-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MARK-TERM-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MTR-SUBJECT-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MARK-VALUE DELIMITED BY SIZE
               "  ACCEPTED" DELIMITED BY SIZE
               INTO MRK-OUT-RECORD
           END-STRING
           WRITE MRK-OUT-RECORD.

       WRITE-REJECTED-LINE.
           MOVE SPACES TO MRK-OUT-RECORD
           STRING MTR-ROLL-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MARK-TERM-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MTR-SUBJECT-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MTR-MARK DELIMITED BY SIZE
               "  REJECTED - " DELIMITED BY SIZE
               REJECT-REASON DELIMITED BY SIZE
               INTO MRK-OUT-RECORD
           END-STRING
           WRITE MRK-OUT-RECORD.

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
           MOVE "MARKS-ENTRY" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE TRAN-COUNT TO AUD-RECORD-COUNT
           MOVE ACCEPTED-COUNT TO AUD-OUTPUT-COUNT
           MOVE REJECTED-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "MRKTRAN DETAIL FILE" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.
