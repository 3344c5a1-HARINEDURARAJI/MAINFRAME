       01  RUN-DATE               PIC 9(8).
       01  RUN-TIME               PIC 9(8).

      *    THE CHANGE-FREEZE GATE EVERY VALID CHANGE PASSES BEFORE
      *    IT REACHES PARMLIB - A FROZEN CHANGE IS PARKED FOR REPLAY,
      *    NOT REJECTED.
       01  CHANGE-FREEZE-AREA.
           COPY FRZREQ.
       01  DEFERRED-COUNT         PIC 9(5) VALUE 0.
       01  OVERRIDDEN-COUNT       PIC 9(5) VALUE 0.

      *    WHO IS MAKING THE CHANGE - FROM THE SHARED SIGN-ON, AND
      *    ONLY WITH UPDATE AUTHORITY.
       01  OPERATOR-SIGNON-AREA.
           END-STRING
           WRITE PARM-OUT-RECORD

           MOVE SPACES TO PARM-OUT-RECORD
           STRING "DEFERRED BY FREEZE: " DELIMITED BY SIZE
               DEFERRED-COUNT DELIMITED BY SIZE
               "  APPLIED UNDER OVERRIDE: " DELIMITED BY SIZE
               OVERRIDDEN-COUNT DELIMITED BY SIZE
               INTO PARM-OUT-RECORD
           END-STRING
           WRITE PARM-OUT-RECORD

           IF PARM-TRAN-STATUS = "00" OR PARM-TRAN-STATUS = "10"
               CLOSE PARM-TRAN-FILE
           END-IF
                   CONTINUE
           END-EVALUATE

           PERFORM CHECK-CHANGE-FREEZE

           IF FRZ-TRAN-DEFERRED
               ADD 1 TO DEFERRED-COUNT
               MOVE SPACES TO PARM-OUT-RECORD
               STRING PTR-PROGRAM-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PTR-PARM-NAME DELIMITED BY SIZE
                   " DEFERRED - FREEZE " DELIMITED BY SIZE
                   FRZQ-FREEZE-ID DELIMITED BY SIZE
                   INTO PARM-OUT-RECORD
               END-STRING
               WRITE PARM-OUT-RECORD
           ELSE

           IF REJECT-REASON = SPACES
               PERFORM APPEND-PARM-ROW
               PERFORM LOG-PARM-CHANGE
                   INTO PARM-OUT-RECORD
               END-STRING
               WRITE PARM-OUT-RECORD

               IF FRZ-TRAN-OVERRIDDEN
                   ADD 1 TO OVERRIDDEN-COUNT
                   MOVE SPACES TO PARM-OUT-RECORD
                   STRING "    FREEZE " DELIMITED BY SIZE
                       FRZQ-FREEZE-ID DELIMITED BY SIZE
                       " OVERRIDDEN BY " DELIMITED BY SIZE
                       OPR-OPERATOR-ID DELIMITED BY SIZE
                       INTO PARM-OUT-RECORD
                   END-STRING
                   WRITE PARM-OUT-RECORD
               END-IF
           ELSE
               ADD 1 TO REJECTED-COUNT
               MOVE SPACES TO PARM-OUT-RECORD
               MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
               MOVE RUN-DATE TO EXC-CYCLE-DATE
               WRITE EXC-LOG-RECORD
           END-IF
           END-IF.

      *    A PARAMETER UNDER A CHANGE FREEZE IS PARKED ON FRZDEFER BY
      *    THE SHARED SERVICE AND REPLAYED ONTO PARMTRAN WHEN THE
      *    FREEZE LIFTS; ONE THAT CANNOT BE PARKED IS REJECTED.
       CHECK-CHANGE-FREEZE.
           MOVE SPACES TO CHANGE-FREEZE-AREA
           IF REJECT-REASON = SPACES
               MOVE "CHECK" TO FRZQ-REQUEST
               MOVE "PARM-MAINT" TO FRZQ-PROGRAM-ID
               MOVE PTR-PARM-NAME TO FRZQ-TRAN-TYPE
               MOVE RUN-DATE TO FRZQ-CHECK-DATE
               MOVE OPR-OPERATOR-ID TO FRZQ-OPERATOR-ID
               MOVE OPR-AUTHORITY TO FRZQ-OPERATOR-AUTH
               MOVE "PARMTRAN" TO FRZQ-TRAN-FILE
               MOVE PTR-PROGRAM-ID TO FRZQ-KEY-VALUE
               MOVE PARM-TRAN-RECORD TO FRZQ-TRAN-IMAGE
               CALL "CHANGE-FREEZE" USING CHANGE-FREEZE-AREA
               IF FRZ-TRAN-REFUSED
                   MOVE "FROZEN - DEFERRED FILE NOT WRITABLE"
                       TO REJECT-REASON
               END-IF
           END-IF.

       APPEND-PARM-ROW.
