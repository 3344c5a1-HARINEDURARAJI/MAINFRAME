       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINANCE-STREAM.

      *    RUNS THE FINANCE NIGHT AS ONE JOB INSTEAD OF A STRING OF
      *    SEPARATE SUBMISSIONS - DEPOSIT-POSTING, THEN SIMPLE-
      *    INTEREST AND COMPOUND-INTEREST, STREAM-CONSOLIDATE,
      *    FEE-ASSESSMENT, MATURITY-PROCESSING, FINANCIAL-PROOF,
      *    CYCLE-BALANCER, AND LAST THE BUSINESS-DATE CLOSE. EACH
      *    PROGRAM STILL READS AND WRITES EXACTLY WHAT IT DOES WHEN
      *    RUN ON ITS OWN, AND STILL GUARDS ITSELF THROUGH THE
      *    PROCESSING CALENDAR AND THE OPERATOR'S AUTHORITY.
      *
      *    THE FINSTEP DEFINITION FILE LISTS THE STEPS IN RUN ORDER -
      *    THE PROGRAM, UP TO THREE PREDECESSORS THAT MUST HAVE
      *    COMPLETED FOR THE BUSINESS DATE FIRST, AND THE RETURN CODE
      *    AT OR ABOVE WHICH THE STEP FAILS AND THE STREAM STOPS
      *    (EIGHT WHEN NOT GIVEN). WITHOUT THE FILE THE STANDARD
      *    NIGHT ABOVE IS RUN. A PROGRAM NAMED ON FINSTEP MUST END
      *    WITH GOBACK, NOT STOP RUN, OR IT ENDS THE STREAM WITH IT.
      *
      *    EVERY STEP THAT COMPLETES IS APPENDED TO THE FINCTL FILE
      *    UNDER THE BUSINESS DATE, SO A RERUN AFTER A FAILURE SKIPS
      *    THE STEPS ALREADY DONE AND PICKS UP AT THE ONE THAT
      *    FAILED. THE FINSTRM LOG SHOWS EACH STEP'S OUTCOME, RETURN
      *    CODE, START AND END TIMES AND ELAPSED TIME. THE RUN-MODE
      *    CARDS THE INTEREST RUNS AND THE DATE CONTROLLER READ ARE
      *    WRITTEN BY THIS DRIVER BEFORE EACH OF THEM IS CALLED, SO
      *    NO STEP WAITS ON THE CONSOLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-DEF-FILE ASSIGN TO "FINSTEP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STEP-DEF-STATUS.
           SELECT STEP-CTL-FILE ASSIGN TO "FINCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STEP-CTL-STATUS.
           SELECT SI-PARM-FILE ASSIGN TO "SIPARM"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CI-PARM-FILE ASSIGN TO "CIPARM"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BD-PARM-FILE ASSIGN TO "BDPARM"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STREAM-LOG-FILE ASSIGN TO "FINSTRM"
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
      *    ONE STEP OF THE STREAM PER RECORD, IN RUN ORDER.
       FD  STEP-DEF-FILE.
       01  STEP-DEF-RECORD.
           05  FSD-STEP-NAME          PIC X(20).
           05  FSD-PREDECESSOR        PIC X(20) OCCURS 3 TIMES.
           05  FSD-STOP-RC-X          PIC X(2).
           05  FSD-STOP-RC REDEFINES FSD-STOP-RC-X
                                      PIC 9(2).

      *    ONE COMPLETED STEP PER RECORD - THE BUSINESS DATE IT RAN
      *    FOR, ITS RETURN CODE, WHEN IT RAN AND WHO RAN IT.
       FD  STEP-CTL-FILE.
       01  STEP-CTL-RECORD.
           05  FCT-BUSINESS-DATE      PIC 9(8).
           05  FCT-STEP-NAME          PIC X(20).
           05  FCT-RETURN-CODE        PIC 9(4).
           05  FCT-START-TIME         PIC 9(8).
           05  FCT-END-TIME           PIC 9(8).
           05  FCT-OPERATOR-ID        PIC X(8).

       FD  SI-PARM-FILE.
       01  SI-PARM-RECORD         PIC X.

       FD  CI-PARM-FILE.
       01  CI-PARM-RECORD         PIC X.

       FD  BD-PARM-FILE.
       01  BD-PARM-RECORD         PIC X(6).

       FD  STREAM-LOG-FILE.
       01  STREAM-LOG-RECORD      PIC X(80).

      *    A DATED COPY OF STREAM-LOG-FILE, WRITTEN AFTER THE LOG IS
      *    CLOSED, SO EACH NIGHT'S STREAM LOG IS RETAINED UNDER ITS
      *    OWN NAME INSTEAD OF BEING OVERWRITTEN BY THE NEXT RUN.
       FD  ARC-FILE.
       01  ARC-RECORD             PIC X(80).

      *    THE SHARED ARCHIVE CATALOG EVERY DATED COPY REGISTERS
      *    INTO, SO OLD REPORTS ARE FOUND BY LOOKUP, NOT BY GUESS.
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
       01  STEP-DEF-STATUS        PIC XX.
       01  STEP-CTL-STATUS        PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-SCAN            VALUE "Y".
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE STEPS IN RUN ORDER, WITH WHAT HAPPENED TO EACH.
      *    OUTCOME: D ALREADY DONE FOR THE DATE, C COMPLETED THIS
      *    RUN, F FAILED, H HELD FOR A PREDECESSOR, N NOT REACHED.
       01  STEP-COUNT             PIC 9(2) VALUE 0.
       01  STEP-TABLE.
           05  STEP-ENTRY OCCURS 1 TO 30 TIMES
                   DEPENDING ON STEP-COUNT.
               10  STEP-NAME          PIC X(20).
               10  STEP-PREDECESSOR   PIC X(20) OCCURS 3 TIMES.
               10  STEP-STOP-RC       PIC 9(2).
               10  STEP-DONE-FLAG     PIC X.
                   88  STEP-IS-DONE       VALUE "Y".
               10  STEP-OUTCOME       PIC X.
                   88  STEP-WAS-DONE-BEFORE   VALUE "D".
                   88  STEP-COMPLETED         VALUE "C".
                   88  STEP-FAILED            VALUE "F".
                   88  STEP-HELD              VALUE "H".
                   88  STEP-NOT-REACHED       VALUE "N".
               10  STEP-RETURN-CODE   PIC 9(4).
               10  STEP-START-TIME    PIC 9(8).
               10  STEP-END-TIME      PIC 9(8).
               10  STEP-ELAPSED       PIC 9(7).
       01  STEP-INDEX             PIC 9(2).
       01  SCAN-INDEX             PIC 9(2).
       01  PRED-INDEX             PIC 9.
       01  MISSING-PREDECESSOR    PIC X(20).
       01  STREAM-STOP-SWITCH     PIC X VALUE "N".
           88  STREAM-IS-STOPPED      VALUE "Y".
       01  CALL-FAILED-SWITCH     PIC X.
           88  CALL-WAS-NOT-FOUND     VALUE "Y".
       01  CALLED-PROGRAM         PIC X(20).
       01  STANDARD-STEP-NAME     PIC X(20).
       01  STANDARD-PREDECESSOR   PIC X(20).

       01  COMPLETED-COUNT        PIC 9(2) VALUE 0.
       01  SKIPPED-COUNT          PIC 9(2) VALUE 0.
       01  WARNING-COUNT          PIC 9(2) VALUE 0.
       01  PROBLEM-COUNT          PIC 9(2) VALUE 0.

      *    ELAPSED TIME IN HUNDREDTHS OF A SECOND FROM HHMMSSHH.
       01  CLOCK-TIME             PIC 9(8).
       01  CLOCK-PARTS REDEFINES CLOCK-TIME.
           05  CLK-HH             PIC 9(2).
           05  CLK-MM             PIC 9(2).
           05  CLK-SS             PIC 9(2).
           05  CLK-HS             PIC 9(2).
       01  CLOCK-HUNDREDTHS       PIC 9(7).
       01  START-HUNDREDTHS       PIC 9(7).
       01  ELAPSED-HUNDREDTHS     PIC 9(7).
       01  TOTAL-ELAPSED          PIC 9(7) VALUE 0.
       01  ELAPSED-WORK           PIC 9(7).
       01  ELAPSED-DISPLAY.
           05  ELD-HH             PIC 9(2).
           05  FILLER             PIC X VALUE ":".
           05  ELD-MM             PIC 9(2).
           05  FILLER             PIC X VALUE ":".
           05  ELD-SS             PIC 9(2).
           05  FILLER             PIC X VALUE ".".
           05  ELD-HS             PIC 9(2).
       01  OUTCOME-TEXT           PIC X(14).
       01  EDITED-RC              PIC ZZZ9.

      *    WHO IS RUNNING THE STREAM - THE SIGN-ON IS HELD FOR THE
      *    JOB, SO EVERY STEP RUNS UNDER THE SAME OPERATOR.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

      *    HOW THIS RUN RAISES OPERATOR ALERTS - THE SHARED WRITER
      *    GRADES THE FAILED-STEP COUNT AGAINST THE ALRTTHR
      *    THRESHOLD.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

           PERFORM RUN-FINANCE-STREAM.

      *    ZERO WHEN EVERY STEP IS DONE CLEAN, FOUR WHEN EVERY STEP
      *    IS DONE BUT ONE CAME BACK WITH WARNINGS, EIGHT WHEN THE
      *    STREAM STOPPED SHORT.
           EVALUATE TRUE
               WHEN STREAM-IS-STOPPED
                   MOVE 8 TO RETURN-CODE
               WHEN WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

      *    THE OFFICIAL BUSINESS DATE FROM THE CENTRAL PARAMETER
      *    LIBRARY (ROW BUSDATE PUBLISHED BY THE BUSINESS-DATE
      *    CONTROLLER), FALLING BACK TO THE MACHINE DATE AT A SITE
      *    THAT HAS NOT CONVERTED - SO ONE DATE GOVERNS THE SHOP.
      *    THE DATE IS TAKEN ONCE, SO EVERY STEP OF THE NIGHT IS
      *    RECORDED UNDER THE DAY IT STARTED ON.
       GET-BUSINESS-DATE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "BUSINESS-DATE" TO PLQ-PROGRAM-ID
           MOVE "BUSDATE" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
                   AND PLQ-PARM-VALUE (3:8) NUMERIC
               MOVE PLQ-PARM-VALUE (3:8) TO RUN-DATE
           END-IF.

       RUN-FINANCE-STREAM.
           ACCEPT BATCH-START-TIME FROM TIME
           DISPLAY "FINANCE STREAM - STARTING FOR " RUN-DATE

           PERFORM LOAD-STEP-DEFINITIONS
           PERFORM LOAD-COMPLETED-STEPS

           OPEN OUTPUT STREAM-LOG-FILE
           MOVE SPACES TO STREAM-LOG-RECORD
           STRING "FINANCE STREAM LOG  BUSINESS DATE: "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  OPERATOR: " DELIMITED BY SIZE
               OPR-OPERATOR-ID DELIMITED BY SIZE
               INTO STREAM-LOG-RECORD
           END-STRING
           WRITE STREAM-LOG-RECORD
           MOVE "STEP                 OUTCOME          RC START    END
      -        "      ELAPSED" TO STREAM-LOG-RECORD
           WRITE STREAM-LOG-RECORD

           PERFORM VARYING STEP-INDEX FROM 1 BY 1
                   UNTIL STEP-INDEX > STEP-COUNT
               IF STREAM-IS-STOPPED
                   SET STEP-NOT-REACHED (STEP-INDEX) TO TRUE
               ELSE
                   PERFORM RUN-ONE-STEP THRU RUN-ONE-STEP-EXIT
               END-IF
               PERFORM WRITE-STEP-LINE
           END-PERFORM

           PERFORM WRITE-STREAM-TOTALS
           CLOSE STREAM-LOG-FILE

      *    THE SHARED LOGS ARE OPENED ONLY NOW - EVERY STEP OPENS
      *    AND CLOSES THEM ITSELF WHILE THE STREAM RUNS.
           PERFORM OPEN-EXCEPTION-LOG
           PERFORM LOG-STEP-PROBLEMS
           PERFORM RAISE-EXCEPTION-ALERT

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE

           IF STREAM-IS-STOPPED
               DISPLAY "FINANCE STREAM - STOPPED; RERUN TO RESTART"
           ELSE
               DISPLAY "FINANCE STREAM - COMPLETE"
           END-IF.

      *    THE STEPS FROM FINSTEP, OR THE STANDARD NIGHT WHEN THE
      *    FILE IS NOT SUPPLIED.
       LOAD-STEP-DEFINITIONS.
           OPEN INPUT STEP-DEF-FILE
           IF STEP-DEF-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ STEP-DEF-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF FSD-STEP-NAME NOT = SPACES
                           AND STEP-COUNT < 30
                       ADD 1 TO STEP-COUNT
                       MOVE FSD-STEP-NAME TO STEP-NAME (STEP-COUNT)
                       PERFORM VARYING PRED-INDEX FROM 1 BY 1
                               UNTIL PRED-INDEX > 3
                           MOVE FSD-PREDECESSOR (PRED-INDEX)
                               TO STEP-PREDECESSOR
                                   (STEP-COUNT, PRED-INDEX)
                       END-PERFORM
                       IF FSD-STOP-RC-X NUMERIC AND FSD-STOP-RC > 0
                           MOVE FSD-STOP-RC
                               TO STEP-STOP-RC (STEP-COUNT)
                       ELSE
                           MOVE 8 TO STEP-STOP-RC (STEP-COUNT)
                       END-IF
                   END-IF
                   READ STEP-DEF-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE STEP-DEF-FILE
           END-IF

           IF STEP-COUNT = 0
               PERFORM LOAD-STANDARD-STREAM
           END-IF

           PERFORM VARYING STEP-INDEX FROM 1 BY 1
                   UNTIL STEP-INDEX > STEP-COUNT
               MOVE "N" TO STEP-DONE-FLAG (STEP-INDEX)
               MOVE SPACE TO STEP-OUTCOME (STEP-INDEX)
               MOVE 0 TO STEP-RETURN-CODE (STEP-INDEX)
               MOVE 0 TO STEP-START-TIME (STEP-INDEX)
               MOVE 0 TO STEP-END-TIME (STEP-INDEX)
               MOVE 0 TO STEP-ELAPSED (STEP-INDEX)
           END-PERFORM.

       LOAD-STANDARD-STREAM.
           MOVE "DEPOSIT-POSTING" TO STANDARD-STEP-NAME
           MOVE SPACES TO STANDARD-PREDECESSOR
           PERFORM ADD-STANDARD-STEP
           MOVE "SIMPLE-INTEREST" TO STANDARD-STEP-NAME
           MOVE "DEPOSIT-POSTING" TO STANDARD-PREDECESSOR
           PERFORM ADD-STANDARD-STEP
           MOVE "COMPOUND-INTEREST" TO STANDARD-STEP-NAME
           MOVE "DEPOSIT-POSTING" TO STANDARD-PREDECESSOR
           PERFORM ADD-STANDARD-STEP
           MOVE "STREAM-CONSOLIDATE" TO STANDARD-STEP-NAME
           MOVE "SIMPLE-INTEREST" TO STANDARD-PREDECESSOR
           PERFORM ADD-STANDARD-STEP
           MOVE "COMPOUND-INTEREST" TO STEP-PREDECESSOR (STEP-COUNT, 2)
           MOVE "FEE-ASSESSMENT" TO STANDARD-STEP-NAME
           MOVE "STREAM-CONSOLIDATE" TO STANDARD-PREDECESSOR
           PERFORM ADD-STANDARD-STEP
           MOVE "MATURITY-PROCESSING" TO STANDARD-STEP-NAME
           MOVE "FEE-ASSESSMENT" TO STANDARD-PREDECESSOR
           PERFORM ADD-STANDARD-STEP
           MOVE "FINANCIAL-PROOF" TO STANDARD-STEP-NAME
           MOVE "MATURITY-PROCESSING" TO STANDARD-PREDECESSOR
           PERFORM ADD-STANDARD-STEP
           MOVE "CYCLE-BALANCER" TO STANDARD-STEP-NAME
           MOVE "FINANCIAL-PROOF" TO STANDARD-PREDECESSOR
           PERFORM ADD-STANDARD-STEP
           MOVE "BUSINESS-DATE" TO STANDARD-STEP-NAME
           MOVE "CYCLE-BALANCER" TO STANDARD-PREDECESSOR
           PERFORM ADD-STANDARD-STEP
           MOVE "FINANCIAL-PROOF" TO STEP-PREDECESSOR (STEP-COUNT, 2).

       ADD-STANDARD-STEP.
           ADD 1 TO STEP-COUNT
           MOVE STANDARD-STEP-NAME TO STEP-NAME (STEP-COUNT)
           MOVE STANDARD-PREDECESSOR
               TO STEP-PREDECESSOR (STEP-COUNT, 1)
           MOVE SPACES TO STEP-PREDECESSOR (STEP-COUNT, 2)
           MOVE SPACES TO STEP-PREDECESSOR (STEP-COUNT, 3)
           MOVE 8 TO STEP-STOP-RC (STEP-COUNT).

      *    MARKS EVERY STEP FINCTL SHOWS COMPLETED FOR THE BUSINESS
      *    DATE, SO A RESTARTED STREAM SKIPS IT.
       LOAD-COMPLETED-STEPS.
           OPEN INPUT STEP-CTL-FILE
           IF STEP-CTL-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ STEP-CTL-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF FCT-BUSINESS-DATE = RUN-DATE
                       PERFORM VARYING SCAN-INDEX FROM 1 BY 1
                               UNTIL SCAN-INDEX > STEP-COUNT
                           IF STEP-NAME (SCAN-INDEX) = FCT-STEP-NAME
                               SET STEP-IS-DONE (SCAN-INDEX) TO TRUE
                               MOVE FCT-RETURN-CODE
                                   TO STEP-RETURN-CODE (SCAN-INDEX)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ STEP-CTL-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE STEP-CTL-FILE
           END-IF.

      *    ONE STEP - SKIPPED IF ALREADY DONE FOR THE DATE, HELD
      *    (AND THE STREAM STOPPED) IF A PREDECESSOR IS NOT DONE,
      *    OTHERWISE CALLED AND JUDGED AGAINST ITS STOP CODE.
       RUN-ONE-STEP.
           IF STEP-IS-DONE (STEP-INDEX)
               SET STEP-WAS-DONE-BEFORE (STEP-INDEX) TO TRUE
               ADD 1 TO SKIPPED-COUNT
               DISPLAY "  SKIPPING " STEP-NAME (STEP-INDEX)
                   " - ALREADY COMPLETE FOR THE DATE"
               GO TO RUN-ONE-STEP-EXIT
           END-IF

           PERFORM CHECK-PREDECESSORS
           IF MISSING-PREDECESSOR NOT = SPACES
               SET STEP-HELD (STEP-INDEX) TO TRUE
               SET STREAM-IS-STOPPED TO TRUE
               ADD 1 TO PROBLEM-COUNT
               DISPLAY "  HOLDING " STEP-NAME (STEP-INDEX)
                   " - PREDECESSOR " MISSING-PREDECESSOR
                   " NOT COMPLETE"
               GO TO RUN-ONE-STEP-EXIT
           END-IF

           DISPLAY "  RUNNING " STEP-NAME (STEP-INDEX)
           PERFORM PREPARE-STEP-CARDS
           ACCEPT STEP-START-TIME (STEP-INDEX) FROM TIME
           PERFORM CALL-STEP-PROGRAM
           ACCEPT STEP-END-TIME (STEP-INDEX) FROM TIME
           PERFORM COMPUTE-STEP-ELAPSED

           IF CALL-WAS-NOT-FOUND
                   OR STEP-RETURN-CODE (STEP-INDEX)
                       NOT < STEP-STOP-RC (STEP-INDEX)
               SET STEP-FAILED (STEP-INDEX) TO TRUE
               SET STREAM-IS-STOPPED TO TRUE
               ADD 1 TO PROBLEM-COUNT
               DISPLAY "  " STEP-NAME (STEP-INDEX)
                   " FAILED - RETURN CODE "
                   STEP-RETURN-CODE (STEP-INDEX)
           ELSE
               SET STEP-COMPLETED (STEP-INDEX) TO TRUE
               SET STEP-IS-DONE (STEP-INDEX) TO TRUE
               ADD 1 TO COMPLETED-COUNT
               IF STEP-RETURN-CODE (STEP-INDEX) > 0
                   ADD 1 TO WARNING-COUNT
               END-IF
               PERFORM RECORD-STEP-COMPLETE
           END-IF.

       RUN-ONE-STEP-EXIT.
           EXIT.

      *    THE FIRST PREDECESSOR NOT YET DONE FOR THE DATE, OR
      *    SPACES WHEN THEY ALL ARE. A PREDECESSOR THAT IS NOT A
      *    STEP OF THIS STREAM CAN NEVER BE DONE, SO IT HOLDS TOO.
       CHECK-PREDECESSORS.
           MOVE SPACES TO MISSING-PREDECESSOR
           PERFORM VARYING PRED-INDEX FROM 1 BY 1
                   UNTIL PRED-INDEX > 3
                      OR MISSING-PREDECESSOR NOT = SPACES
               IF STEP-PREDECESSOR (STEP-INDEX, PRED-INDEX)
                       NOT = SPACES
                   MOVE STEP-PREDECESSOR (STEP-INDEX, PRED-INDEX)
                       TO MISSING-PREDECESSOR
                   PERFORM VARYING SCAN-INDEX FROM 1 BY 1
                           UNTIL SCAN-INDEX > STEP-COUNT
                       IF STEP-NAME (SCAN-INDEX)
                               = STEP-PREDECESSOR
                                   (STEP-INDEX, PRED-INDEX)
                               AND STEP-IS-DONE (SCAN-INDEX)
                           MOVE SPACES TO MISSING-PREDECESSOR
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *    THE INTEREST RUNS TAKE THEIR BATCH RUN MODE, AND THE DATE
      *    CONTROLLER ITS CLOSE ACTION, FROM A ONE-LINE CARD - SO
      *    NEITHER FALLS BACK TO A CONSOLE PROMPT.
       PREPARE-STEP-CARDS.
           EVALUATE STEP-NAME (STEP-INDEX)
               WHEN "SIMPLE-INTEREST"
                   OPEN OUTPUT SI-PARM-FILE
                   MOVE "B" TO SI-PARM-RECORD
                   WRITE SI-PARM-RECORD
                   CLOSE SI-PARM-FILE
               WHEN "COMPOUND-INTEREST"
                   OPEN OUTPUT CI-PARM-FILE
                   MOVE "B" TO CI-PARM-RECORD
                   WRITE CI-PARM-RECORD
                   CLOSE CI-PARM-FILE
               WHEN "BUSINESS-DATE"
                   OPEN OUTPUT BD-PARM-FILE
                   MOVE "CLOSE" TO BD-PARM-RECORD
                   WRITE BD-PARM-RECORD
                   CLOSE BD-PARM-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    RETURN-CODE IS CLEARED BEFORE EACH CALL SO A STEP THAT
      *    NEVER SETS IT CANNOT INHERIT ITS PREDECESSOR'S VERDICT,
      *    AND CLEARED AFTER SO THE DRIVER'S OWN COMPLETION STAYS
      *    CLEAN. A PROGRAM THAT CANNOT BE FOUND FAILS THE STEP.
       CALL-STEP-PROGRAM.
           MOVE "N" TO CALL-FAILED-SWITCH
           MOVE STEP-NAME (STEP-INDEX) TO CALLED-PROGRAM
           MOVE 0 TO RETURN-CODE
           CALL CALLED-PROGRAM
               ON EXCEPTION
                   SET CALL-WAS-NOT-FOUND TO TRUE
           END-CALL
           IF CALL-WAS-NOT-FOUND
               MOVE 16 TO STEP-RETURN-CODE (STEP-INDEX)
           ELSE
               MOVE RETURN-CODE TO STEP-RETURN-CODE (STEP-INDEX)
           END-IF
           MOVE 0 TO RETURN-CODE.

      *    A STEP THAT RUNS PAST MIDNIGHT ENDS ON A SMALLER CLOCK
      *    THAN IT STARTED ON.
       COMPUTE-STEP-ELAPSED.
           MOVE STEP-START-TIME (STEP-INDEX) TO CLOCK-TIME
           PERFORM CLOCK-TO-HUNDREDTHS
           MOVE CLOCK-HUNDREDTHS TO START-HUNDREDTHS
           MOVE STEP-END-TIME (STEP-INDEX) TO CLOCK-TIME
           PERFORM CLOCK-TO-HUNDREDTHS
           IF CLOCK-HUNDREDTHS < START-HUNDREDTHS
               ADD 8640000 TO CLOCK-HUNDREDTHS
           END-IF
           COMPUTE ELAPSED-HUNDREDTHS =
               CLOCK-HUNDREDTHS - START-HUNDREDTHS
           MOVE ELAPSED-HUNDREDTHS TO STEP-ELAPSED (STEP-INDEX)
           ADD ELAPSED-HUNDREDTHS TO TOTAL-ELAPSED.

       CLOCK-TO-HUNDREDTHS.
           COMPUTE CLOCK-HUNDREDTHS =
               ((CLK-HH * 60 + CLK-MM) * 60 + CLK-SS) * 100 + CLK-HS.

       FORMAT-ELAPSED.
           DIVIDE ELAPSED-WORK BY 360000 GIVING ELD-HH
               REMAINDER ELAPSED-WORK
           DIVIDE ELAPSED-WORK BY 6000 GIVING ELD-MM
               REMAINDER ELAPSED-WORK
           DIVIDE ELAPSED-WORK BY 100 GIVING ELD-SS
               REMAINDER ELD-HS.

       RECORD-STEP-COMPLETE.
           OPEN EXTEND STEP-CTL-FILE
           IF STEP-CTL-STATUS NOT = "00"
               OPEN OUTPUT STEP-CTL-FILE
           END-IF
           MOVE SPACES TO STEP-CTL-RECORD
           MOVE RUN-DATE TO FCT-BUSINESS-DATE
           MOVE STEP-NAME (STEP-INDEX) TO FCT-STEP-NAME
           MOVE STEP-RETURN-CODE (STEP-INDEX) TO FCT-RETURN-CODE
           MOVE STEP-START-TIME (STEP-INDEX) TO FCT-START-TIME
           MOVE STEP-END-TIME (STEP-INDEX) TO FCT-END-TIME
           MOVE OPR-OPERATOR-ID TO FCT-OPERATOR-ID
           WRITE STEP-CTL-RECORD
           CLOSE STEP-CTL-FILE.

       WRITE-STEP-LINE.
           EVALUATE TRUE
               WHEN STEP-WAS-DONE-BEFORE (STEP-INDEX)
                   MOVE "DONE EARLIER" TO OUTCOME-TEXT
               WHEN STEP-COMPLETED (STEP-INDEX)
                   MOVE "COMPLETED" TO OUTCOME-TEXT
               WHEN STEP-FAILED (STEP-INDEX)
                   MOVE "FAILED" TO OUTCOME-TEXT
               WHEN STEP-HELD (STEP-INDEX)
                   MOVE "HELD" TO OUTCOME-TEXT
               WHEN OTHER
                   MOVE "NOT REACHED" TO OUTCOME-TEXT
           END-EVALUATE
           MOVE STEP-RETURN-CODE (STEP-INDEX) TO EDITED-RC
           MOVE STEP-ELAPSED (STEP-INDEX) TO ELAPSED-WORK
           PERFORM FORMAT-ELAPSED

           MOVE SPACES TO STREAM-LOG-RECORD
           IF STEP-COMPLETED (STEP-INDEX)
                   OR STEP-FAILED (STEP-INDEX)
               STRING STEP-NAME (STEP-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OUTCOME-TEXT DELIMITED BY SIZE
                   EDITED-RC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   STEP-START-TIME (STEP-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   STEP-END-TIME (STEP-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ELAPSED-DISPLAY DELIMITED BY SIZE
                   INTO STREAM-LOG-RECORD
               END-STRING
           ELSE IF STEP-HELD (STEP-INDEX)
               STRING STEP-NAME (STEP-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OUTCOME-TEXT DELIMITED BY SIZE
                   "WAITING FOR " DELIMITED BY SIZE
                   MISSING-PREDECESSOR DELIMITED BY SIZE
                   INTO STREAM-LOG-RECORD
               END-STRING
           ELSE
               STRING STEP-NAME (STEP-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OUTCOME-TEXT DELIMITED BY SIZE
                   EDITED-RC DELIMITED BY SIZE
                   INTO STREAM-LOG-RECORD
               END-STRING
           END-IF
           END-IF
           WRITE STREAM-LOG-RECORD.

       WRITE-STREAM-TOTALS.
           MOVE ALL "-" TO STREAM-LOG-RECORD
           WRITE STREAM-LOG-RECORD

           MOVE TOTAL-ELAPSED TO ELAPSED-WORK
           PERFORM FORMAT-ELAPSED
           MOVE SPACES TO STREAM-LOG-RECORD
           STRING "STEPS: " DELIMITED BY SIZE
               STEP-COUNT DELIMITED BY SIZE
               "  RUN: " DELIMITED BY SIZE
               COMPLETED-COUNT DELIMITED BY SIZE
               "  DONE EARLIER: " DELIMITED BY SIZE
               SKIPPED-COUNT DELIMITED BY SIZE
               "  ELAPSED THIS RUN: " DELIMITED BY SIZE
               ELAPSED-DISPLAY DELIMITED BY SIZE
               INTO STREAM-LOG-RECORD
           END-STRING
           WRITE STREAM-LOG-RECORD

           MOVE SPACES TO STREAM-LOG-RECORD
           IF STREAM-IS-STOPPED
               MOVE "STREAM STOPPED - RERUN RESTARTS AT THE STEP THAT DI
      -            "D NOT COMPLETE" TO STREAM-LOG-RECORD
           ELSE
               MOVE "STREAM COMPLETE FOR THE BUSINESS DATE"
                   TO STREAM-LOG-RECORD
           END-IF
           WRITE STREAM-LOG-RECORD.

      *    ONE EXCEPTION PER FAILED OR HELD STEP.
       LOG-STEP-PROBLEMS.
           PERFORM VARYING STEP-INDEX FROM 1 BY 1
                   UNTIL STEP-INDEX > STEP-COUNT
               IF STEP-FAILED (STEP-INDEX) OR STEP-HELD (STEP-INDEX)
                   MOVE SPACES TO EXC-LOG-RECORD
                   MOVE "FINANCE-STREAM" TO EXC-PROGRAM-ID
                   MOVE STEP-NAME (STEP-INDEX) TO EXC-KEY-VALUE
                   IF STEP-FAILED (STEP-INDEX)
                       MOVE "STEP FAILED - FINANCE STREAM STOPPED"
                           TO EXC-REASON
                   ELSE
                       MOVE "PREDECESSOR INCOMPLETE - STREAM STOPPED"
                           TO EXC-REASON
                   END-IF
                   MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
                   MOVE RUN-DATE TO EXC-CYCLE-DATE
                   WRITE EXC-LOG-RECORD
               END-IF
           END-PERFORM.

      *    COPIES THE JUST-CLOSED STREAM LOG TO A DATED ARCHIVE FILE
      *    NAMED FOR THE BUSINESS DATE AND CATALOGS IT.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "FINSTRM." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT STREAM-LOG-FILE
           OPEN OUTPUT ARC-FILE

           READ STREAM-LOG-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE STREAM-LOG-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ STREAM-LOG-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE STREAM-LOG-FILE
           CLOSE ARC-FILE
           PERFORM REGISTER-ARCHIVE-COPY.

      *    ONE CATALOG ENTRY PER DATED COPY - PROGRAM, REPORT, CYCLE
      *    DATE, LINE COUNT AND THE ARCHIVE FILE NAME.
       REGISTER-ARCHIVE-COPY.
           OPEN EXTEND ARC-CAT-FILE
           IF ARC-CAT-STATUS NOT = "00"
               OPEN OUTPUT ARC-CAT-FILE
           END-IF
           MOVE SPACES TO ARC-CAT-RECORD
           MOVE "FINANCE-STREAM" TO CAT-PROGRAM-ID
           MOVE "FINSTRM" TO CAT-REPORT-NAME
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
           MOVE "FINANCE-STREAM" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE STEP-COUNT TO AUD-RECORD-COUNT
           MOVE COMPLETED-COUNT TO AUD-OUTPUT-COUNT
           MOVE PROBLEM-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "FINSTEP FINCTL" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

      *    HANDS THE FAILED AND HELD STEP COUNT TO THE SHARED ALERT
      *    WRITER - NOTHING FOR A CLEAN NIGHT, WARN OR CRITICAL PER
      *    THE CONFIGURED THRESHOLD.
       RAISE-EXCEPTION-ALERT.
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-EXCCOUNT TO TRUE
           MOVE "FINANCE-STREAM" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           MOVE PROBLEM-COUNT TO ALQ-EXC-COUNT
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
