      *    THE CONSOLIDATED LEDGER TO PROVE THE MERGED CYCLE TOTAL
      *    EQUALS THE SUM OF THE STREAMS - A MISMATCH FAILS THE RUN
      *    SO THE BALANCER AND THE GL NEVER SEE A SHORT CYCLE.
      *    WHERE ODFACIL IS ON FILE, A SIMPLE-INTEREST STREAM ALSO
      *    HAS ITS ODEXCESS SLICE APPENDED AND ITS ODFACIL SLICE -
      *    THE FACILITY ROWS IN ITS OWN RANGE - LAID OVER ODFACIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT LEDGER-CHK-FILE ASSIGN TO "INTLEDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LEDGER-CHK-STATUS.
           SELECT OD-FACIL-FILE ASSIGN TO "ODFACIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OD-FACIL-STATUS.
           SELECT SMG-OUT-FILE ASSIGN TO "SMGOUT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
       01  LEDGER-CHK-RECORD.
           COPY LEDGREC.

      *    THE WHOLE-BOOK OVERDRAFT FACILITIES THE STREAMS' SLICES
      *    ARE LAID OVER.
       FD  OD-FACIL-FILE.
       01  OD-FACIL-RECORD.
           COPY ODFREC.

       FD  SMG-OUT-FILE.
       01  SMG-OUT-RECORD         PIC X(80).

       01  MERGE-OUT-STATUS       PIC XX.
       01  LEDGER-CHK-STATUS      PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  OD-FACIL-STATUS        PIC XX.
       01  EOF-SWITCH             PIC X.
           88  END-OF-SCAN            VALUE "Y".
       01  SLICE-IN-NAME          PIC X(20).
               10  SMT-RECORDS-COPIED PIC 9(7).
       01  STREAM-INDEX           PIC 9(2).

      *    ODFACIL HELD FOR THE OVERLAY. A SLICE ROW REPLACES THE
      *    NEXT ROW NOT YET OVERLAID FOR THE SAME ACCOUNT, SO AN
      *    ACCOUNT'S CANCELLED AND ACTIVE ROWS EACH MATCH THEIR OWN.
       01  OD-FACIL-COUNT         PIC 9(3) VALUE 0.
       01  OD-FACIL-TABLE.
           05  OD-FACIL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON OD-FACIL-COUNT.
               10  ODE-ROW            PIC X(62).
               10  ODE-OVERLAID       PIC X.
       01  OD-FACIL-INDEX         PIC 9(3).
       01  OD-FACIL-MATCH         PIC 9(3).
       01  OD-FACIL-CHANGED-SW    PIC X VALUE "N".
           88  OD-FACIL-WAS-CHANGED   VALUE "Y".

       01  SLICE-SUM-TOTAL        PIC 9(11)V99 VALUE 0.
       01  MERGED-TOTAL           PIC 9(11)V99 VALUE 0.
       01  PROOF-DIFFERENCE       PIC S9(11)V99.
           PERFORM CHECK-PROCESSING-CALENDAR
           IF CAL-RUN-REFUSED
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM RUN-CONSOLIDATION.
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

       RUN-CONSOLIDATION.
           ACCEPT BATCH-START-TIME FROM TIME
           WRITE SMG-OUT-RECORD

           PERFORM LOAD-STREAM-LIST
           PERFORM LOAD-OD-FACILITIES

           PERFORM VARYING STREAM-INDEX FROM 1 BY 1
                   UNTIL STREAM-INDEX > STREAM-COUNT
               PERFORM FOLD-IN-ONE-STREAM
           END-PERFORM

           IF OD-FACIL-WAS-CHANGED
               PERFORM REWRITE-OD-FACILITIES
           END-IF

           PERFORM PROVE-THE-MERGE

           CLOSE SMG-OUT-FILE
               CLOSE STREAMS-FILE
           END-IF.

      *    ONE STREAM'S SLICES - LEDGER FIRST (SUMMING ITS MONEY AS
      *    IT COPIES), THEN JOURNAL, THEN THE REPORT, THEN FOR A
      *    SIMPLE-INTEREST STREAM ITS OVERDRAFT EXCESS REPORT AND
      *    FACILITY ROWS.
       FOLD-IN-ONE-STREAM.
           MOVE SPACES TO SLICE-IN-NAME
           STRING "INTLEDG.S" DELIMITED BY SIZE
           END-IF
           PERFORM COPY-PLAIN-SLICE

           IF SMT-TARGET (STREAM-INDEX) = "SI"
                   AND OD-FACIL-COUNT > 0
               MOVE SPACES TO SLICE-IN-NAME
               STRING "ODEXCESS.S" DELIMITED BY SIZE
                   SMT-STREAM-ID (STREAM-INDEX) DELIMITED BY SIZE
                   INTO SLICE-IN-NAME
               END-STRING
               MOVE "ODEXCESS" TO MERGE-OUT-NAME
               PERFORM COPY-PLAIN-SLICE

               MOVE SPACES TO SLICE-IN-NAME
               STRING "ODFACIL.S" DELIMITED BY SIZE
                   SMT-STREAM-ID (STREAM-INDEX) DELIMITED BY SIZE
                   INTO SLICE-IN-NAME
               END-STRING
               PERFORM OVERLAY-FACILITY-SLICE
           END-IF

           MOVE SPACES TO SMG-OUT-RECORD
           STRING "STREAM " DELIMITED BY SIZE
               SMT-STREAM-ID (STREAM-INDEX) DELIMITED BY SIZE
               CLOSE MERGE-OUT-FILE
           END-IF.

      *    EVERY ODFACIL ROW, ACTIVE OR NOT, SO THE WRITE-BACK KEEPS
      *    THE CANCELLED ONES ON FILE. NO FILE MEANS NO FACILITIES,
      *    AND THE STREAMS WROTE NO FACILITY SLICES.
       LOAD-OD-FACILITIES.
           OPEN INPUT OD-FACIL-FILE
           IF OD-FACIL-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ OD-FACIL-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF OD-FACIL-COUNT < 500
                       ADD 1 TO OD-FACIL-COUNT
                       MOVE OD-FACIL-RECORD
                           TO ODE-ROW (OD-FACIL-COUNT)
                   END-IF
                   READ OD-FACIL-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OD-FACIL-FILE
           END-IF.

      *    ONE STREAM'S FACILITY ROWS OVER THE HELD ODFACIL. A
      *    MISSING SLICE, OR A ROW WHOSE ACCOUNT IS NOT ON ODFACIL,
      *    FAILS THE PROOF - A FACILITY CHANGE WOULD BE LOST.
       OVERLAY-FACILITY-SLICE.
           OPEN INPUT SLICE-IN-FILE
           IF SLICE-IN-STATUS NOT = "00"
               MOVE SPACES TO SMG-OUT-RECORD
               STRING "SLICE MISSING - " DELIMITED BY SIZE
                   SLICE-IN-NAME DELIMITED BY SIZE
                   INTO SMG-OUT-RECORD
               END-STRING
               WRITE SMG-OUT-RECORD
               MOVE "N" TO PROOF-SWITCH
           ELSE
               PERFORM VARYING OD-FACIL-INDEX FROM 1 BY 1
                       UNTIL OD-FACIL-INDEX > OD-FACIL-COUNT
                   MOVE "N" TO ODE-OVERLAID (OD-FACIL-INDEX)
               END-PERFORM
               MOVE "N" TO EOF-SWITCH
               READ SLICE-IN-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   PERFORM OVERLAY-ONE-FACILITY
                   READ SLICE-IN-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SLICE-IN-FILE
           END-IF.

       OVERLAY-ONE-FACILITY.
           MOVE 0 TO OD-FACIL-MATCH
           PERFORM VARYING OD-FACIL-INDEX FROM 1 BY 1
                   UNTIL OD-FACIL-INDEX > OD-FACIL-COUNT
                       OR OD-FACIL-MATCH > 0
               IF ODE-ROW (OD-FACIL-INDEX) (1:10)
                       = SLICE-IN-RECORD (1:10)
                       AND ODE-OVERLAID (OD-FACIL-INDEX) = "N"
                   MOVE OD-FACIL-INDEX TO OD-FACIL-MATCH
               END-IF
           END-PERFORM
           IF OD-FACIL-MATCH > 0
               MOVE SLICE-IN-RECORD TO ODE-ROW (OD-FACIL-MATCH)
               MOVE "Y" TO ODE-OVERLAID (OD-FACIL-MATCH)
               SET OD-FACIL-WAS-CHANGED TO TRUE
               ADD 1 TO RECORDS-COPIED
               ADD 1 TO SMT-RECORDS-COPIED (STREAM-INDEX)
           ELSE
               MOVE SPACES TO SMG-OUT-RECORD
               STRING "FACILITY NOT ON ODFACIL - " DELIMITED BY SIZE
                   SLICE-IN-RECORD (1:10) DELIMITED BY SIZE
                   " IN " DELIMITED BY SIZE
                   SLICE-IN-NAME DELIMITED BY SIZE
                   INTO SMG-OUT-RECORD
               END-STRING
               WRITE SMG-OUT-RECORD
               MOVE "N" TO PROOF-SWITCH
           END-IF.

       REWRITE-OD-FACILITIES.
           OPEN OUTPUT OD-FACIL-FILE
           PERFORM VARYING OD-FACIL-INDEX FROM 1 BY 1
                   UNTIL OD-FACIL-INDEX > OD-FACIL-COUNT
               MOVE ODE-ROW (OD-FACIL-INDEX) TO OD-FACIL-RECORD
               WRITE OD-FACIL-RECORD
           END-PERFORM
           CLOSE OD-FACIL-FILE.

      *    THE PROOF - THE CONSOLIDATED LEDGER'S MONEY FOR THE
      *    CYCLE DATE MUST AT LEAST EQUAL THE SUM OF THE SLICES
      *    JUST COPIED IN (A WHOLE-BOOK RUN'S OWN ENTRIES MAY SIT
