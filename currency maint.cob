       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).

      *    THE CHANGE-FREEZE GATE EVERY VALID RATE ROW PASSES BEFORE
      *    IT IS APPENDED - A FROZEN ROW IS PARKED FOR REPLAY, NOT
      *    REJECTED.
       01  CHANGE-FREEZE-AREA.
           COPY FRZREQ.
       01  DEFERRED-COUNT         PIC 9(7) VALUE 0.
       01  OVERRIDDEN-COUNT       PIC 9(7) VALUE 0.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT AND EXCEPTION
      *    RECORD THIS PROGRAM WRITES.
           PERFORM UNTIL END-OF-CURR-TRAN
               ADD 1 TO TRAN-COUNT
               PERFORM VALIDATE-RATE-TRAN
               PERFORM CHECK-CHANGE-FREEZE

               IF FRZ-TRAN-DEFERRED
                   ADD 1 TO DEFERRED-COUNT
                   PERFORM WRITE-DEFERRED-LINE
               ELSE

               IF INPUT-IS-VALID
                   PERFORM APPEND-RATE-ROW
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

               READ CURR-TRAN-FILE
                   AT END SET END-OF-CURR-TRAN TO TRUE
                   TO REJECT-REASON
           END-IF.

      *    A CURRENCY UNDER A CHANGE FREEZE IS PARKED ON FRZDEFER BY
      *    THE SHARED SERVICE AND REPLAYED ONTO CURRTRAN WHEN THE
      *    FREEZE LIFTS; ONE THAT CANNOT BE PARKED IS REJECTED.
       CHECK-CHANGE-FREEZE.
           MOVE SPACES TO CHANGE-FREEZE-AREA
           IF INPUT-IS-VALID
               MOVE "CHECK" TO FRZQ-REQUEST
               MOVE "CURRENCY-RATE-MAINT" TO FRZQ-PROGRAM-ID
               MOVE CTR-CURR-CODE TO FRZQ-TRAN-TYPE
               MOVE RUN-DATE TO FRZQ-CHECK-DATE
               MOVE OPR-OPERATOR-ID TO FRZQ-OPERATOR-ID
               MOVE OPR-AUTHORITY TO FRZQ-OPERATOR-AUTH
               MOVE "CURRTRAN" TO FRZQ-TRAN-FILE
               MOVE CTR-CURR-CODE TO FRZQ-KEY-VALUE
               MOVE CURR-TRAN-RECORD TO FRZQ-TRAN-IMAGE
               CALL "CHANGE-FREEZE" USING CHANGE-FREEZE-AREA
               IF FRZ-TRAN-REFUSED
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "FROZEN - DEFERRED FILE NOT WRITABLE"
                       TO REJECT-REASON
               END-IF
           END-IF.

       APPEND-RATE-ROW.
           MOVE SPACES TO CURR-TABLE-RECORD
           MOVE CTR-CURR-CODE TO CURR-CODE
           END-STRING
           WRITE CURM-OUT-RECORD.

       WRITE-DEFERRED-LINE.
           MOVE SPACES TO CURM-OUT-RECORD
           STRING CTR-CURR-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CTR-RATE-TO-BASE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CTR-EFFECTIVE-DATE DELIMITED BY SIZE
               "  DEFERRED - FREEZE " DELIMITED BY SIZE
               FRZQ-FREEZE-ID DELIMITED BY SIZE
               INTO CURM-OUT-RECORD
           END-STRING
           WRITE CURM-OUT-RECORD.

       WRITE-OVERRIDE-LINE.
           MOVE SPACES TO CURM-OUT-RECORD
           STRING "    FREEZE " DELIMITED BY SIZE
               FRZQ-FREEZE-ID DELIMITED BY SIZE
               " OVERRIDDEN BY " DELIMITED BY SIZE
               OPR-OPERATOR-ID DELIMITED BY SIZE
               INTO CURM-OUT-RECORD
           END-STRING
           WRITE CURM-OUT-RECORD.

       WRITE-REJECTED-LINE.
           MOVE SPACES TO CURM-OUT-RECORD
           STRING CTR-CURR-CODE DELIMITED BY SIZE
               REJECTED-COUNT DELIMITED BY SIZE
               INTO CURM-OUT-RECORD
           END-STRING
           WRITE CURM-OUT-RECORD

           MOVE SPACES TO CURM-OUT-RECORD
           STRING "DEFERRED BY FREEZE: " DELIMITED BY SIZE
               DEFERRED-COUNT DELIMITED BY SIZE
               "  APPLIED UNDER OVERRIDE: " DELIMITED BY SIZE
               OVERRIDDEN-COUNT DELIMITED BY SIZE
               INTO CURM-OUT-RECORD
           END-STRING
           WRITE CURM-OUT-RECORD.

      *    APPENDS TO THE SHARED EXCEPTION LOG IF IT ALREADY EXISTS,
