           05  STN-CLASS-SECTION  PIC X(3).

      *    THE KEYED STUDENT MASTER - ROLL, NAME, CLASS-SECTION AND
      *    STANDING (A ACTIVE, W WITHDRAWN, L LEFT WITH A LEAVING OR
      *    TRANSFER CERTIFICATE). WITHDRAWN AND LEFT STUDENTS STAY
      *    ON FILE SO THEIR HISTORY KEEPS ITS OWNER.
       FD  STU-MSTR-FILE.
       01  STU-MSTR-RECORD.
           05  STU-ROLL-NUMBER    PIC X(10).
           05  STU-STATUS         PIC X.
               88  STU-IS-ACTIVE      VALUE "A".
               88  STU-IS-WITHDRAWN   VALUE "W".
               88  STU-HAS-LEFT       VALUE "L".

       FD  STU-OUT-FILE.
       01  STU-OUT-RECORD         PIC X(80).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).

      *    THE CHANGE-FREEZE GATE EVERY VALID TRANSACTION PASSES
      *    BEFORE THE MASTER IS TOUCHED - A FROZEN ONE IS PARKED FOR
      *    REPLAY, NOT REJECTED.
       01  CHANGE-FREEZE-AREA.
           COPY FRZREQ.
       01  DEFERRED-COUNT         PIC 9(7) VALUE 0.
       01  OVERRIDDEN-COUNT       PIC 9(7) VALUE 0.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT AND EXCEPTION
      *    RECORD THIS PROGRAM WRITES.
           PERFORM UNTIL END-OF-STU-TRAN
               ADD 1 TO TRAN-COUNT
               PERFORM VALIDATE-STUDENT-TRAN
               PERFORM CHECK-CHANGE-FREEZE

               IF FRZ-TRAN-DEFERRED
                   ADD 1 TO DEFERRED-COUNT
                   PERFORM WRITE-DEFERRED-LINE
               ELSE

               IF INPUT-IS-VALID
                   PERFORM APPLY-STUDENT-TRAN
               IF INPUT-IS-VALID
                   ADD 1 TO APPLIED-COUNT
                   PERFORM WRITE-APPLIED-LINE
                   IF FRZ-TRAN-OVERRIDDEN
                       ADD 1 TO OVERRIDDEN-COUNT
                       PERFORM WRITE-OVERRIDE-LINE
                   END-IF
               ELSE
                   ADD 1 TO REJECTED-COUNT
                   PERFORM WRITE-REJECTED-LINE
                   MOVE RUN-DATE TO EXC-CYCLE-DATE
                   WRITE EXC-LOG-RECORD
               END-IF
               END-IF

               READ STU-TRAN-FILE
                   AT END SET END-OF-STU-TRAN TO TRUE
           END-STRING
           WRITE STU-OUT-RECORD

           MOVE SPACES TO STU-OUT-RECORD
           STRING "DEFERRED BY FREEZE: " DELIMITED BY SIZE
               DEFERRED-COUNT DELIMITED BY SIZE
               "  APPLIED UNDER OVERRIDE: " DELIMITED BY SIZE
               OVERRIDDEN-COUNT DELIMITED BY SIZE
               INTO STU-OUT-RECORD
           END-STRING
           WRITE STU-OUT-RECORD

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

               END-IF
           END-IF.

      *    A TRANSACTION UNDER A CHANGE FREEZE IS PARKED ON FRZDEFER
      *    BY THE SHARED SERVICE AND REPLAYED ONTO STUTRAN WHEN THE
      *    FREEZE LIFTS; ONE THAT CANNOT BE PARKED IS REJECTED.
       CHECK-CHANGE-FREEZE.
           MOVE SPACES TO CHANGE-FREEZE-AREA
           IF INPUT-IS-VALID
               MOVE "CHECK" TO FRZQ-REQUEST
               MOVE "STUDENT-MAINTENANCE" TO FRZQ-PROGRAM-ID
               MOVE STN-ACTION TO FRZQ-TRAN-TYPE
               MOVE RUN-DATE TO FRZQ-CHECK-DATE
               MOVE OPR-OPERATOR-ID TO FRZQ-OPERATOR-ID
               MOVE OPR-AUTHORITY TO FRZQ-OPERATOR-AUTH
               MOVE "STUTRAN" TO FRZQ-TRAN-FILE
               MOVE STN-ROLL-NUMBER TO FRZQ-KEY-VALUE
               MOVE STU-TRAN-RECORD TO FRZQ-TRAN-IMAGE
               CALL "CHANGE-FREEZE" USING CHANGE-FREEZE-AREA
               IF FRZ-TRAN-REFUSED
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "FROZEN - DEFERRED FILE NOT WRITABLE"
                       TO REJECT-REASON
               END-IF
           END-IF.

       APPLY-STUDENT-TRAN.
           EVALUATE TRUE
               WHEN STN-ACTION-ADD
           IF STU-IS-WITHDRAWN
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "STUDENT ALREADY WITHDRAWN" TO REJECT-REASON
           ELSE
           IF STU-HAS-LEFT
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "STUDENT HAS LEFT - CERTIFICATE ISSUED"
                   TO REJECT-REASON
           ELSE
               MOVE "W" TO STU-STATUS
               REWRITE STU-MSTR-RECORD
           END-IF
           END-IF.

       WRITE-APPLIED-LINE.
           END-STRING
           WRITE STU-OUT-RECORD.

       WRITE-DEFERRED-LINE.
           MOVE SPACES TO STU-OUT-RECORD
           STRING STN-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STN-ROLL-NUMBER DELIMITED BY SIZE
               " DEFERRED - FREEZE " DELIMITED BY SIZE
               FRZQ-FREEZE-ID DELIMITED BY SIZE
               INTO STU-OUT-RECORD
           END-STRING
           WRITE STU-OUT-RECORD.

       WRITE-OVERRIDE-LINE.
           MOVE SPACES TO STU-OUT-RECORD
           STRING "    FREEZE " DELIMITED BY SIZE
               FRZQ-FREEZE-ID DELIMITED BY SIZE
               " OVERRIDDEN BY " DELIMITED BY SIZE
               OPR-OPERATOR-ID DELIMITED BY SIZE
               INTO STU-OUT-RECORD
           END-STRING
           WRITE STU-OUT-RECORD.

       WRITE-REJECTED-LINE.
           MOVE SPACES TO STU-OUT-RECORD
           STRING STN-ACTION DELIMITED BY SIZE
