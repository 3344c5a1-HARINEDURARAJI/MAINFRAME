       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-RECERT.

      *    THE QUARTERLY RECERTIFICATION OF THE OPAUTH AUTHORITY
      *    TABLE. EVERY OPERATOR ROW NAMES THE SUPERVISOR WHO MUST
      *    VOUCH FOR IT AND THE DATE IT WAS LAST CERTIFIED; A ROW
      *    CERTIFIED BEFORE THE FIRST DAY OF THE CURRENT CALENDAR
      *    QUARTER IS DUE AGAIN. EACH RUN -
      *      - APPLIES THE SUPERVISORS' DECISIONS FROM RECTRAN: C
      *        CONFIRMS THE OPERATOR AT THEIR PRESENT LEVEL, D
      *        DOWNGRADES THEM (TO THE LEVEL GIVEN, INQUIRY WHEN NONE
      *        IS), R REVOKES THEM - THE ROW LEAVES OPAUTH AND THE
      *        OPERATOR SIGNS ON AS AN UNKNOWN OPERATOR WOULD;
      *      - ONCE THE DEADLINE (RECERTDAYS IN THE PARAMETER
      *        LIBRARY, THIRTY DAYS INTO THE QUARTER WHEN NOT SET)
      *        HAS PASSED, DOWNGRADES TO INQUIRY EVERY UPDATE OR
      *        SUPERVISOR OPERATOR STILL NOT CERTIFIED THIS QUARTER;
      *      - LISTS, SUPERVISOR BY SUPERVISOR, EACH OPERATOR'S
      *        LEVEL, LAST SIGN-ON FROM SECLOG AND RUNS THIS QUARTER
      *        FROM AUDITLOG, SO THE REVIEW CAN BE DONE ON PAPER.
      *    EVERY CHANGE TO OPAUTH IS LOGGED TO SECLOG FOR THE
      *    SECURITY REPORT. A DECISION IS ONLY TAKEN FROM A
      *    SUPERVISOR-LEVEL OPERATOR, NEVER FOR THEIR OWN ROW, AND
      *    WHERE THE ROW NAMES A SUPERVISOR ONLY FROM THAT ONE.
      *    SUPERVISOR AUTHORITY IS REQUIRED TO RUN IT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-AUTH-FILE ASSIGN TO "OPAUTH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPER-AUTH-STATUS.
           SELECT REC-TRAN-FILE ASSIGN TO "RECTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REC-TRAN-STATUS.
           SELECT SEC-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SEC-LOG-STATUS.
           SELECT REC-RPT-FILE ASSIGN TO "RECRPT"
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
       FD  OPER-AUTH-FILE.
       01  OPER-AUTH-RECORD.
           05  AUT-OPERATOR-ID        PIC X(8).
           05  AUT-AUTHORITY          PIC X.
           05  AUT-OPERATOR-NAME      PIC X(20).
           05  AUT-SUPERVISOR-ID      PIC X(8).
           05  AUT-CERTIFIED-DATE     PIC X(8).
           05  AUT-CERTIFIED-BY       PIC X(8).

      *    ONE SUPERVISOR DECISION - THE OPERATOR, C/D/R, THE LEVEL
      *    A DOWNGRADE TAKES THEM TO, AND THE SUPERVISOR DECIDING.
       FD  REC-TRAN-FILE.
       01  REC-TRAN-RECORD.
           05  RCT-OPERATOR-ID        PIC X(8).
           05  RCT-DECISION           PIC X.
               88  RCT-CONFIRM            VALUE "C".
               88  RCT-DOWNGRADE          VALUE "D".
               88  RCT-REVOKE             VALUE "R".
           05  RCT-NEW-AUTHORITY      PIC X.
           05  RCT-SUPERVISOR-ID      PIC X(8).

       FD  SEC-LOG-FILE.
       01  SEC-LOG-RECORD.
           05  SEC-EVENT-DATE         PIC 9(8).
           05  SEC-EVENT-TIME         PIC 9(8).
           05  SEC-OPERATOR-ID        PIC X(8).
           05  SEC-EVENT-TYPE         PIC X(8).
           05  SEC-EVENT-DETAIL       PIC X(20).

       FD  REC-RPT-FILE.
       01  REC-RPT-RECORD         PIC X(80).

      *    A DATED COPY OF REC-RPT-FILE, WRITTEN AFTER THE REPORT IS
      *    CLOSED, SO THE CURRENT CYCLE'S OUTPUT IS RETAINED UNDER ITS
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
       01  OPER-AUTH-STATUS       PIC XX.
       01  REC-TRAN-STATUS        PIC XX.
       01  SEC-LOG-STATUS         PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  RUN-TIME               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE WHOLE AUTHORITY TABLE - LOADED, DECIDED, WRITTEN BACK.
      *    A REVOKED ROW IS FLAGGED AND LEFT OUT OF THE REWRITE.
       01  OPERATOR-COUNT         PIC 9(3) VALUE 0.
       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON OPERATOR-COUNT.
               10  OPT-OPERATOR-ID    PIC X(8).
               10  OPT-AUTHORITY      PIC X.
               10  OPT-OPERATOR-NAME  PIC X(20).
               10  OPT-SUPERVISOR-ID  PIC X(8).
               10  OPT-CERTIFIED-DATE PIC X(8).
               10  OPT-CERTIFIED-BY   PIC X(8).
               10  OPT-REVOKED-FLAG   PIC X.
               10  OPT-LAST-SIGNON    PIC 9(8).
               10  OPT-RUN-COUNT      PIC 9(5).
               10  OPT-LAST-RUN       PIC 9(8).
               10  OPT-LISTED-FLAG    PIC X.
       01  OPERATOR-INDEX         PIC 9(3).
       01  OPERATOR-MATCH         PIC 9(3).
       01  LOOKUP-OPERATOR-ID     PIC X(8).
       01  SUPERVISOR-MATCH       PIC 9(3).
       01  GROUP-INDEX            PIC 9(3).
       01  TABLE-FULL-COUNT       PIC 9(5) VALUE 0.

      *    THE QUARTER UNDER REVIEW AND ITS DEADLINE.
       01  RECERT-DAYS            PIC 9(5) VALUE 30.
       01  VALUE-DAYS-AREA.
           05  VALUE-DAYS-X       PIC X(5).
           05  VALUE-DAYS REDEFINES VALUE-DAYS-X
                                  PIC 9(5).
       01  QUARTER-START-DATE     PIC 9(8).
       01  DEADLINE-DATE          PIC 9(8).
       01  DEADLINE-STEP          PIC 9(5).
       01  DEADLINE-SWITCH        PIC X VALUE "N".
           88  DEADLINE-PASSED        VALUE "Y".
       01  DWK-YYYY               PIC 9(4).
       01  DWK-MM                 PIC 9(2).
       01  DWK-DD                 PIC 9(2).
       01  DWK-MONTH-LENGTH       PIC 9(2).
       01  DWK-QUOTIENT           PIC 9(4).
       01  DWK-REMAINDER          PIC 9(4).

      *    THE DECISION IN HAND.
       01  REJECT-REASON          PIC X(40).
       01  OLD-AUTHORITY          PIC X.
       01  NEW-AUTHORITY          PIC X.
       01  CERTIFIED-SWITCH       PIC X.
           88  CERTIFIED-THIS-QUARTER VALUE "Y".
       01  REPORT-STATE           PIC X(12).
       01  EDITED-COUNT           PIC ZZZZ9.

       01  TRAN-COUNT             PIC 9(5) VALUE 0.
       01  CONFIRMED-COUNT        PIC 9(5) VALUE 0.
       01  DOWNGRADED-COUNT       PIC 9(5) VALUE 0.
       01  REVOKED-COUNT          PIC 9(5) VALUE 0.
       01  AUTO-DOWNGRADE-COUNT   PIC 9(5) VALUE 0.
       01  REJECTED-COUNT         PIC 9(5) VALUE 0.
       01  OUTSTANDING-COUNT      PIC 9(5) VALUE 0.
       01  CHANGE-COUNT           PIC 9(5) VALUE 0.

      *    WHO IS RUNNING THIS JOB - CHANGING AUTHORITY LEVELS IS
      *    SUPERVISOR ONLY, AS RESETTING A PASSWORD IS.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

      *    HOW THIS RUN RAISES OPERATOR ALERTS - THE REJECTED
      *    DECISIONS ARE GRADED AGAINST THE ALRTTHR THRESHOLD.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

           IF OPR-AUTH-SUPERVISOR
               PERFORM RUN-ACCESS-RECERT
               IF REJECTED-COUNT > 0 OR AUTO-DOWNGRADE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "OPERATOR " OPR-OPERATOR-ID
                   " LACKS SUPERVISOR AUTHORITY - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    THE OFFICIAL BUSINESS DATE FROM THE CENTRAL PARAMETER
      *    LIBRARY (ROW BUSDATE PUBLISHED BY THE BUSINESS-DATE
      *    CONTROLLER), FALLING BACK TO THE MACHINE DATE AT A SITE
      *    THAT HAS NOT CONVERTED - SO ONE DATE GOVERNS THE SHOP.
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

       RUN-ACCESS-RECERT.
           ACCEPT BATCH-START-TIME FROM TIME
           ACCEPT RUN-TIME FROM TIME
           PERFORM SET-REVIEW-QUARTER

           PERFORM LOAD-AUTHORITY-TABLE
           PERFORM LOAD-LAST-SIGNONS
           PERFORM LOAD-RUN-ACTIVITY

           OPEN OUTPUT REC-RPT-FILE
           PERFORM OPEN-EXCEPTION-LOG

           MOVE SPACES TO REC-RPT-RECORD
           STRING "OPAUTH RECERTIFICATION  QUARTER FROM "
                   DELIMITED BY SIZE
               QUARTER-START-DATE DELIMITED BY SIZE
               "  DEADLINE " DELIMITED BY SIZE
               DEADLINE-DATE DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REC-RPT-RECORD
           END-STRING
           WRITE REC-RPT-RECORD
           MOVE SPACES TO REC-RPT-RECORD
           WRITE REC-RPT-RECORD
           MOVE "DECISIONS RECEIVED" TO REC-RPT-RECORD
           WRITE REC-RPT-RECORD

           IF TABLE-FULL-COUNT = 0
               OPEN INPUT REC-TRAN-FILE
           ELSE
               MOVE "35" TO REC-TRAN-STATUS
           END-IF
           IF REC-TRAN-STATUS = "00"
               PERFORM UNTIL REC-TRAN-STATUS NOT = "00"
                   READ REC-TRAN-FILE
                       AT END MOVE "10" TO REC-TRAN-STATUS
                       NOT AT END
                           ADD 1 TO TRAN-COUNT
                           PERFORM APPLY-ONE-DECISION
                   END-READ
               END-PERFORM
               CLOSE REC-TRAN-FILE
           END-IF

           IF DEADLINE-PASSED AND TABLE-FULL-COUNT = 0
               MOVE SPACES TO REC-RPT-RECORD
               WRITE REC-RPT-RECORD
               MOVE "NOT CERTIFIED BY THE DEADLINE - SET TO INQUIRY"
                   TO REC-RPT-RECORD
               WRITE REC-RPT-RECORD
               PERFORM VARYING OPERATOR-INDEX FROM 1 BY 1
                       UNTIL OPERATOR-INDEX > OPERATOR-COUNT
                   PERFORM DOWNGRADE-IF-UNCERTIFIED
               END-PERFORM
           END-IF

           PERFORM REWRITE-AUTHORITY-TABLE
           PERFORM WRITE-REVIEW-LIST
           PERFORM WRITE-RUN-TOTALS
           PERFORM RAISE-EXCEPTION-ALERT

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE REC-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

      *    THE QUARTER RUNS FROM THE FIRST OF JANUARY, APRIL, JULY OR
      *    OCTOBER; THE DEADLINE FALLS RECERTDAYS DAYS INTO IT (FIVE
      *    DIGITS IN POSITIONS 6-10 OF THE PARAMETER ROW).
       SET-REVIEW-QUARTER.
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "ACCESS-RECERT" TO PLQ-PROGRAM-ID
           MOVE "RECERTDAYS" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (6:5) TO VALUE-DAYS-X
               IF VALUE-DAYS-X NUMERIC AND VALUE-DAYS > 0
                   MOVE VALUE-DAYS TO RECERT-DAYS
               END-IF
           END-IF

           MOVE RUN-DATE (1:4) TO DWK-YYYY
           MOVE RUN-DATE (5:2) TO DWK-MM
           DIVIDE DWK-MM BY 3 GIVING DWK-QUOTIENT
               REMAINDER DWK-REMAINDER
           IF DWK-REMAINDER = 0
               SUBTRACT 1 FROM DWK-QUOTIENT
           END-IF
           COMPUTE DWK-MM = DWK-QUOTIENT * 3 + 1
           MOVE 1 TO DWK-DD
           COMPUTE QUARTER-START-DATE =
               DWK-YYYY * 10000 + DWK-MM * 100 + DWK-DD

           PERFORM VARYING DEADLINE-STEP FROM 1 BY 1
                   UNTIL DEADLINE-STEP > RECERT-DAYS
               PERFORM STEP-TO-NEXT-DAY
           END-PERFORM
           COMPUTE DEADLINE-DATE =
               DWK-YYYY * 10000 + DWK-MM * 100 + DWK-DD
           IF RUN-DATE > DEADLINE-DATE
               SET DEADLINE-PASSED TO TRUE
           END-IF.

      *    THE CALENDAR DAY AFTER DWK-YYYY/MM/DD, MONTH LENGTHS AND
      *    THE LEAP-YEAR RULE RESPECTED.
       STEP-TO-NEXT-DAY.
           PERFORM SET-MONTH-LENGTH
           IF DWK-DD < DWK-MONTH-LENGTH
               ADD 1 TO DWK-DD
           ELSE
               MOVE 1 TO DWK-DD
               IF DWK-MM < 12
                   ADD 1 TO DWK-MM
               ELSE
                   MOVE 1 TO DWK-MM
                   ADD 1 TO DWK-YYYY
               END-IF
           END-IF.

       SET-MONTH-LENGTH.
           EVALUATE DWK-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DWK-MONTH-LENGTH
               WHEN 2
                   MOVE 28 TO DWK-MONTH-LENGTH
                   DIVIDE DWK-YYYY BY 4 GIVING DWK-QUOTIENT
                       REMAINDER DWK-REMAINDER
                   IF DWK-REMAINDER = 0
                       MOVE 29 TO DWK-MONTH-LENGTH
                       DIVIDE DWK-YYYY BY 100 GIVING DWK-QUOTIENT
                           REMAINDER DWK-REMAINDER
                       IF DWK-REMAINDER = 0
                           DIVIDE DWK-YYYY BY 400
                               GIVING DWK-QUOTIENT
                               REMAINDER DWK-REMAINDER
                           IF DWK-REMAINDER NOT = 0
                               MOVE 28 TO DWK-MONTH-LENGTH
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DWK-MONTH-LENGTH
           END-EVALUATE.

       LOAD-AUTHORITY-TABLE.
           OPEN INPUT OPER-AUTH-FILE
           IF OPER-AUTH-STATUS = "00"
               PERFORM UNTIL OPER-AUTH-STATUS NOT = "00"
                   READ OPER-AUTH-FILE
                       AT END MOVE "10" TO OPER-AUTH-STATUS
                       NOT AT END
                           PERFORM HOLD-ONE-OPERATOR
                   END-READ
               END-PERFORM
               CLOSE OPER-AUTH-FILE
           END-IF.

       HOLD-ONE-OPERATOR.
           IF OPERATOR-COUNT < 500
               ADD 1 TO OPERATOR-COUNT
               MOVE AUT-OPERATOR-ID TO OPT-OPERATOR-ID (OPERATOR-COUNT)
               MOVE AUT-AUTHORITY TO OPT-AUTHORITY (OPERATOR-COUNT)
               MOVE AUT-OPERATOR-NAME
                   TO OPT-OPERATOR-NAME (OPERATOR-COUNT)
               MOVE AUT-SUPERVISOR-ID
                   TO OPT-SUPERVISOR-ID (OPERATOR-COUNT)
               MOVE AUT-CERTIFIED-DATE
                   TO OPT-CERTIFIED-DATE (OPERATOR-COUNT)
               MOVE AUT-CERTIFIED-BY
                   TO OPT-CERTIFIED-BY (OPERATOR-COUNT)
               MOVE "N" TO OPT-REVOKED-FLAG (OPERATOR-COUNT)
               MOVE "N" TO OPT-LISTED-FLAG (OPERATOR-COUNT)
               MOVE 0 TO OPT-LAST-SIGNON (OPERATOR-COUNT)
               MOVE 0 TO OPT-RUN-COUNT (OPERATOR-COUNT)
               MOVE 0 TO OPT-LAST-RUN (OPERATOR-COUNT)
           ELSE
      *    A ROW THAT WILL NOT FIT WOULD BE LOST ON THE REWRITE, SO
      *    A FULL TABLE TAKES NO DECISIONS AND LEAVES OPAUTH AS IT
      *    STANDS.
               ADD 1 TO TABLE-FULL-COUNT
           END-IF.

      *    THE LATEST SIGNON EVENT ON SECLOG FOR EACH OPERATOR.
       LOAD-LAST-SIGNONS.
           OPEN INPUT SEC-LOG-FILE
           IF SEC-LOG-STATUS = "00"
               PERFORM UNTIL SEC-LOG-STATUS NOT = "00"
                   READ SEC-LOG-FILE
                       AT END MOVE "10" TO SEC-LOG-STATUS
                       NOT AT END
                           IF SEC-EVENT-TYPE = "SIGNON"
                               MOVE SEC-OPERATOR-ID
                                   TO LOOKUP-OPERATOR-ID
                               PERFORM FIND-OPERATOR
                               IF OPERATOR-MATCH > 0
                                   AND SEC-EVENT-DATE >
                                   OPT-LAST-SIGNON (OPERATOR-MATCH)
                                   MOVE SEC-EVENT-DATE
                                       TO OPT-LAST-SIGNON
                                           (OPERATOR-MATCH)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEC-LOG-FILE
           END-IF.

      *    THE AUDIT-TRAIL RUNS EACH OPERATOR SUBMITTED THIS QUARTER
      *    AND THE CYCLE DATE OF THE LATEST.
       LOAD-RUN-ACTIVITY.
           OPEN INPUT AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS = "00"
               PERFORM UNTIL AUDIT-LOG-STATUS NOT = "00"
                   READ AUDIT-LOG-FILE
                       AT END MOVE "10" TO AUDIT-LOG-STATUS
                       NOT AT END
                           IF AUD-CYCLE-DATE NUMERIC
                               AND AUD-CYCLE-DATE
                                   NOT < QUARTER-START-DATE
                               MOVE AUD-OPERATOR-ID
                                   TO LOOKUP-OPERATOR-ID
                               PERFORM FIND-OPERATOR
                               IF OPERATOR-MATCH > 0
                                   PERFORM COUNT-ONE-RUN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       COUNT-ONE-RUN.
           ADD 1 TO OPT-RUN-COUNT (OPERATOR-MATCH)
           IF AUD-CYCLE-DATE > OPT-LAST-RUN (OPERATOR-MATCH)
               MOVE AUD-CYCLE-DATE TO OPT-LAST-RUN (OPERATOR-MATCH)
           END-IF.

      *    THE TABLE ROW FOR LOOKUP-OPERATOR-ID, ZERO WHEN THERE IS
      *    NONE.
       FIND-OPERATOR.
           MOVE 0 TO OPERATOR-MATCH
           PERFORM VARYING OPERATOR-INDEX FROM 1 BY 1
                   UNTIL OPERATOR-INDEX > OPERATOR-COUNT
                      OR OPERATOR-MATCH > 0
               IF OPT-OPERATOR-ID (OPERATOR-INDEX)
                       = LOOKUP-OPERATOR-ID
                   AND OPT-REVOKED-FLAG (OPERATOR-INDEX) = "N"
                   MOVE OPERATOR-INDEX TO OPERATOR-MATCH
               END-IF
           END-PERFORM.

      *    ONE SUPERVISOR DECISION - VETTED, APPLIED, LOGGED.
       APPLY-ONE-DECISION.
           MOVE SPACES TO REJECT-REASON
           MOVE RCT-OPERATOR-ID TO LOOKUP-OPERATOR-ID
           PERFORM FIND-OPERATOR

      *    THE DECIDING SUPERVISOR MUST HOLD SUPERVISOR AUTHORITY
      *    ON THE TABLE AS IT STANDS.
           MOVE 0 TO SUPERVISOR-MATCH
           PERFORM VARYING OPERATOR-INDEX FROM 1 BY 1
                   UNTIL OPERATOR-INDEX > OPERATOR-COUNT
               IF OPT-OPERATOR-ID (OPERATOR-INDEX) = RCT-SUPERVISOR-ID
                   AND OPT-REVOKED-FLAG (OPERATOR-INDEX) = "N"
                   AND OPT-AUTHORITY (OPERATOR-INDEX) = "S"
                   MOVE OPERATOR-INDEX TO SUPERVISOR-MATCH
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN OPERATOR-MATCH = 0
                   MOVE "OPERATOR NOT ON OPAUTH" TO REJECT-REASON
               WHEN NOT RCT-CONFIRM AND NOT RCT-DOWNGRADE
                       AND NOT RCT-REVOKE
                   MOVE "DECISION NOT C, D OR R" TO REJECT-REASON
               WHEN SUPERVISOR-MATCH = 0
                   MOVE "DECIDER LACKS SUPERVISOR AUTHORITY"
                       TO REJECT-REASON
               WHEN RCT-SUPERVISOR-ID = RCT-OPERATOR-ID
                   MOVE "SUPERVISOR MAY NOT CERTIFY THEMSELVES"
                       TO REJECT-REASON
               WHEN OPT-SUPERVISOR-ID (OPERATOR-MATCH) NOT = SPACES
                       AND OPT-SUPERVISOR-ID (OPERATOR-MATCH)
                           NOT = RCT-SUPERVISOR-ID
                   MOVE "NOT THE OPERATOR'S REVIEWING SUPERVISOR"
                       TO REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF REJECT-REASON = SPACES AND RCT-DOWNGRADE
               MOVE OPT-AUTHORITY (OPERATOR-MATCH) TO OLD-AUTHORITY
               MOVE RCT-NEW-AUTHORITY TO NEW-AUTHORITY
               IF NEW-AUTHORITY = SPACE
                   MOVE "I" TO NEW-AUTHORITY
               END-IF
               IF NOT ((OLD-AUTHORITY = "S"
                           AND (NEW-AUTHORITY = "U"
                                OR NEW-AUTHORITY = "I"))
                       OR (OLD-AUTHORITY = "U"
                           AND NEW-AUTHORITY = "I"))
                   MOVE "DOWNGRADE IS NOT TO A LOWER LEVEL"
                       TO REJECT-REASON
               END-IF
           END-IF

           IF REJECT-REASON NOT = SPACES
               PERFORM REJECT-THE-DECISION
           ELSE
               EVALUATE TRUE
                   WHEN RCT-CONFIRM
                       PERFORM CONFIRM-THE-OPERATOR
                   WHEN RCT-DOWNGRADE
                       PERFORM DOWNGRADE-THE-OPERATOR
                   WHEN OTHER
                       PERFORM REVOKE-THE-OPERATOR
               END-EVALUATE
           END-IF.

       CONFIRM-THE-OPERATOR.
           ADD 1 TO CONFIRMED-COUNT
           PERFORM STAMP-CERTIFICATION
           MOVE "RECERT" TO SEC-EVENT-TYPE
           MOVE SPACES TO SEC-EVENT-DETAIL
           STRING OPT-AUTHORITY (OPERATOR-MATCH) DELIMITED BY SIZE
               " KEPT BY " DELIMITED BY SIZE
               RCT-SUPERVISOR-ID DELIMITED BY SIZE
               INTO SEC-EVENT-DETAIL
           END-STRING
           PERFORM APPEND-SECURITY-EVENT
           MOVE "CONFIRMED" TO REPORT-STATE
           PERFORM WRITE-DECISION-LINE.

       DOWNGRADE-THE-OPERATOR.
           ADD 1 TO DOWNGRADED-COUNT
           ADD 1 TO CHANGE-COUNT
           MOVE NEW-AUTHORITY TO OPT-AUTHORITY (OPERATOR-MATCH)
           PERFORM STAMP-CERTIFICATION
           MOVE "DOWNGRAD" TO SEC-EVENT-TYPE
           MOVE SPACES TO SEC-EVENT-DETAIL
           STRING OLD-AUTHORITY DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               NEW-AUTHORITY DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               RCT-SUPERVISOR-ID DELIMITED BY SIZE
               INTO SEC-EVENT-DETAIL
           END-STRING
           PERFORM APPEND-SECURITY-EVENT
           MOVE "DOWNGRADED" TO REPORT-STATE
           PERFORM WRITE-DECISION-LINE.

       REVOKE-THE-OPERATOR.
           ADD 1 TO REVOKED-COUNT
           ADD 1 TO CHANGE-COUNT
           MOVE "Y" TO OPT-REVOKED-FLAG (OPERATOR-MATCH)
           MOVE "REVOKE" TO SEC-EVENT-TYPE
           MOVE SPACES TO SEC-EVENT-DETAIL
           STRING OPT-AUTHORITY (OPERATOR-MATCH) DELIMITED BY SIZE
               " REMOVED BY " DELIMITED BY SIZE
               RCT-SUPERVISOR-ID DELIMITED BY SIZE
               INTO SEC-EVENT-DETAIL
           END-STRING
           PERFORM APPEND-SECURITY-EVENT
           MOVE "REVOKED" TO REPORT-STATE
           PERFORM WRITE-DECISION-LINE.

       STAMP-CERTIFICATION.
           MOVE RUN-DATE TO OPT-CERTIFIED-DATE (OPERATOR-MATCH)
           MOVE RCT-SUPERVISOR-ID TO OPT-CERTIFIED-BY (OPERATOR-MATCH).

       REJECT-THE-DECISION.
           ADD 1 TO REJECTED-COUNT
           MOVE SPACES TO EXC-LOG-RECORD
           MOVE "ACCESS-RECERT" TO EXC-PROGRAM-ID
           MOVE RCT-OPERATOR-ID TO EXC-KEY-VALUE
           MOVE REJECT-REASON TO EXC-REASON
           MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
           MOVE RUN-DATE TO EXC-CYCLE-DATE
           WRITE EXC-LOG-RECORD
           MOVE SPACES TO REC-RPT-RECORD
           STRING "  " DELIMITED BY SIZE
               RCT-OPERATOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCT-DECISION DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               RCT-SUPERVISOR-ID DELIMITED BY SIZE
               " REJECTED - " DELIMITED BY SIZE
               REJECT-REASON DELIMITED BY SIZE
               INTO REC-RPT-RECORD
           END-STRING
           WRITE REC-RPT-RECORD.

       WRITE-DECISION-LINE.
           MOVE SPACES TO REC-RPT-RECORD
           STRING "  " DELIMITED BY SIZE
               RCT-OPERATOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCT-DECISION DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               RCT-SUPERVISOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REPORT-STATE DELIMITED BY SIZE
               " LEVEL NOW " DELIMITED BY SIZE
               OPT-AUTHORITY (OPERATOR-MATCH) DELIMITED BY SIZE
               INTO REC-RPT-RECORD
           END-STRING
           WRITE REC-RPT-RECORD.

      *    PAST THE DEADLINE AN UPDATE OR SUPERVISOR OPERATOR NOBODY
      *    HAS CERTIFIED THIS QUARTER DROPS TO INQUIRY. THE ROW
      *    STAYS UNCERTIFIED, SO ITS SUPERVISOR CAN STILL CONFIRM IT
      *    AT INQUIRY OR REVOKE IT; A HIGHER LEVEL TAKES A NEW GRANT.
       DOWNGRADE-IF-UNCERTIFIED.
           MOVE OPERATOR-INDEX TO OPERATOR-MATCH
           PERFORM TEST-CERTIFIED
           IF OPT-REVOKED-FLAG (OPERATOR-MATCH) = "N"
                   AND NOT CERTIFIED-THIS-QUARTER
                   AND (OPT-AUTHORITY (OPERATOR-MATCH) = "U"
                        OR OPT-AUTHORITY (OPERATOR-MATCH) = "S")
               ADD 1 TO AUTO-DOWNGRADE-COUNT
               ADD 1 TO CHANGE-COUNT
               MOVE OPT-AUTHORITY (OPERATOR-MATCH) TO OLD-AUTHORITY
               MOVE "I" TO OPT-AUTHORITY (OPERATOR-MATCH)
               MOVE OPT-OPERATOR-ID (OPERATOR-MATCH)
                   TO LOOKUP-OPERATOR-ID
               MOVE "DOWNGRAD" TO SEC-EVENT-TYPE
               MOVE SPACES TO SEC-EVENT-DETAIL
               STRING OLD-AUTHORITY DELIMITED BY SIZE
                   " TO I NOT CERTIFIED" DELIMITED BY SIZE
                   INTO SEC-EVENT-DETAIL
               END-STRING
               PERFORM APPEND-SECURITY-EVENT
               MOVE SPACES TO REC-RPT-RECORD
               STRING "  " DELIMITED BY SIZE
                   OPT-OPERATOR-ID (OPERATOR-MATCH) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OPT-OPERATOR-NAME (OPERATOR-MATCH)
                       DELIMITED BY SIZE
                   " WAS " DELIMITED BY SIZE
                   OLD-AUTHORITY DELIMITED BY SIZE
                   "  SUPERVISOR " DELIMITED BY SIZE
                   OPT-SUPERVISOR-ID (OPERATOR-MATCH)
                       DELIMITED BY SIZE
                   INTO REC-RPT-RECORD
               END-STRING
               WRITE REC-RPT-RECORD
           END-IF.

       TEST-CERTIFIED.
           MOVE "N" TO CERTIFIED-SWITCH
           IF OPT-CERTIFIED-DATE (OPERATOR-MATCH) NUMERIC
               IF OPT-CERTIFIED-DATE (OPERATOR-MATCH)
                       NOT < QUARTER-START-DATE
                   SET CERTIFIED-THIS-QUARTER TO TRUE
               END-IF
           END-IF.

      *    THE TABLE GOES BACK WHOLE, LESS THE REVOKED ROWS. A TABLE
      *    TOO BIG TO HOLD IS NEVER WRITTEN BACK.
       REWRITE-AUTHORITY-TABLE.
           IF TABLE-FULL-COUNT > 0
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "ACCESS-RECERT" TO EXC-PROGRAM-ID
               MOVE "OPAUTH" TO EXC-KEY-VALUE
               MOVE "TABLE FULL - OPAUTH NOT REWRITTEN"
                   TO EXC-REASON
               MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
               MOVE RUN-DATE TO EXC-CYCLE-DATE
               WRITE EXC-LOG-RECORD
               ADD 1 TO REJECTED-COUNT
           ELSE
               OPEN OUTPUT OPER-AUTH-FILE
               PERFORM VARYING OPERATOR-INDEX FROM 1 BY 1
                       UNTIL OPERATOR-INDEX > OPERATOR-COUNT
                   IF OPT-REVOKED-FLAG (OPERATOR-INDEX) = "N"
                       MOVE SPACES TO OPER-AUTH-RECORD
                       MOVE OPT-OPERATOR-ID (OPERATOR-INDEX)
                           TO AUT-OPERATOR-ID
                       MOVE OPT-AUTHORITY (OPERATOR-INDEX)
                           TO AUT-AUTHORITY
                       MOVE OPT-OPERATOR-NAME (OPERATOR-INDEX)
                           TO AUT-OPERATOR-NAME
                       MOVE OPT-SUPERVISOR-ID (OPERATOR-INDEX)
                           TO AUT-SUPERVISOR-ID
                       MOVE OPT-CERTIFIED-DATE (OPERATOR-INDEX)
                           TO AUT-CERTIFIED-DATE
                       MOVE OPT-CERTIFIED-BY (OPERATOR-INDEX)
                           TO AUT-CERTIFIED-BY
                       WRITE OPER-AUTH-RECORD
                   END-IF
               END-PERFORM
               CLOSE OPER-AUTH-FILE
           END-IF.

      *    ONE GROUP PER REVIEWING SUPERVISOR, IN THE ORDER EACH
      *    FIRST APPEARS ON OPAUTH; ROWS NAMING NO SUPERVISOR COME
      *    UNDER THEIR OWN HEADING.
       WRITE-REVIEW-LIST.
           MOVE SPACES TO REC-RPT-RECORD
           WRITE REC-RPT-RECORD
           MOVE "REVIEW LIST BY SUPERVISOR" TO REC-RPT-RECORD
           WRITE REC-RPT-RECORD
           PERFORM VARYING GROUP-INDEX FROM 1 BY 1
                   UNTIL GROUP-INDEX > OPERATOR-COUNT
               IF OPT-REVOKED-FLAG (GROUP-INDEX) = "N"
                   AND OPT-LISTED-FLAG (GROUP-INDEX) = "N"
                   PERFORM WRITE-ONE-SUPERVISOR-GROUP
               END-IF
           END-PERFORM.

       WRITE-ONE-SUPERVISOR-GROUP.
           MOVE SPACES TO REC-RPT-RECORD
           WRITE REC-RPT-RECORD
           MOVE SPACES TO REC-RPT-RECORD
           IF OPT-SUPERVISOR-ID (GROUP-INDEX) = SPACES
               MOVE "SUPERVISOR: NONE ASSIGNED" TO REC-RPT-RECORD
           ELSE
               STRING "SUPERVISOR: " DELIMITED BY SIZE
                   OPT-SUPERVISOR-ID (GROUP-INDEX) DELIMITED BY SIZE
                   INTO REC-RPT-RECORD
               END-STRING
           END-IF
           WRITE REC-RPT-RECORD
           MOVE "  OPERATOR NAME                 LVL LAST-SIGNON RUNS LA
      -        "ST-RUN  STATUS" TO REC-RPT-RECORD
           WRITE REC-RPT-RECORD
           PERFORM VARYING OPERATOR-INDEX FROM GROUP-INDEX BY 1
                   UNTIL OPERATOR-INDEX > OPERATOR-COUNT
               IF OPT-REVOKED-FLAG (OPERATOR-INDEX) = "N"
                   AND OPT-SUPERVISOR-ID (OPERATOR-INDEX)
                       = OPT-SUPERVISOR-ID (GROUP-INDEX)
                   MOVE "Y" TO OPT-LISTED-FLAG (OPERATOR-INDEX)
                   PERFORM WRITE-ONE-REVIEW-LINE
               END-IF
           END-PERFORM.

       WRITE-ONE-REVIEW-LINE.
           MOVE OPERATOR-INDEX TO OPERATOR-MATCH
           PERFORM TEST-CERTIFIED
           IF CERTIFIED-THIS-QUARTER
               MOVE "CERTIFIED" TO REPORT-STATE
           ELSE
               MOVE "DUE" TO REPORT-STATE
               ADD 1 TO OUTSTANDING-COUNT
           END-IF
           MOVE OPT-RUN-COUNT (OPERATOR-INDEX) TO EDITED-COUNT
           MOVE SPACES TO REC-RPT-RECORD
           STRING "  " DELIMITED BY SIZE
               OPT-OPERATOR-ID (OPERATOR-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OPT-OPERATOR-NAME (OPERATOR-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OPT-AUTHORITY (OPERATOR-INDEX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               OPT-LAST-SIGNON (OPERATOR-INDEX) DELIMITED BY SIZE
               EDITED-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OPT-LAST-RUN (OPERATOR-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REPORT-STATE DELIMITED BY SIZE
               INTO REC-RPT-RECORD
           END-STRING
           WRITE REC-RPT-RECORD.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO REC-RPT-RECORD
           WRITE REC-RPT-RECORD
           MOVE SPACES TO REC-RPT-RECORD
           STRING "DECISIONS: " DELIMITED BY SIZE
               TRAN-COUNT DELIMITED BY SIZE
               "  CONFIRMED: " DELIMITED BY SIZE
               CONFIRMED-COUNT DELIMITED BY SIZE
               "  DOWNGRADED: " DELIMITED BY SIZE
               DOWNGRADED-COUNT DELIMITED BY SIZE
               "  REVOKED: " DELIMITED BY SIZE
               REVOKED-COUNT DELIMITED BY SIZE
               INTO REC-RPT-RECORD
           END-STRING
           WRITE REC-RPT-RECORD
           MOVE SPACES TO REC-RPT-RECORD
           STRING "REJECTED: " DELIMITED BY SIZE
               REJECTED-COUNT DELIMITED BY SIZE
               "  DOWNGRADED AT DEADLINE: " DELIMITED BY SIZE
               AUTO-DOWNGRADE-COUNT DELIMITED BY SIZE
               "  STILL DUE: " DELIMITED BY SIZE
               OUTSTANDING-COUNT DELIMITED BY SIZE
               INTO REC-RPT-RECORD
           END-STRING
           WRITE REC-RPT-RECORD.

      *    APPENDS TO THE SECURITY EVENT LOG IF IT ALREADY EXISTS,
      *    OR CREATES IT ON THE FIRST EVENT OF THE DAY. THE EVENT
      *    TYPE AND DETAIL ARE SET BY THE CALLER; THE OPERATOR IS
      *    THE ONE WHOSE AUTHORITY CHANGED.
       APPEND-SECURITY-EVENT.
           OPEN EXTEND SEC-LOG-FILE
           IF SEC-LOG-STATUS NOT = "00"
               OPEN OUTPUT SEC-LOG-FILE
           END-IF
           MOVE RUN-DATE TO SEC-EVENT-DATE
           MOVE RUN-TIME TO SEC-EVENT-TIME
           MOVE LOOKUP-OPERATOR-ID TO SEC-OPERATOR-ID
           WRITE SEC-LOG-RECORD
           CLOSE SEC-LOG-FILE.

      *    COPIES THE JUST-CLOSED OUTPUT REPORT TO A DATED ARCHIVE
      *    FILE NAMED FOR TODAY'S RUN AND CATALOGS IT.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "RECRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT REC-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ REC-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE REC-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ REC-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE REC-RPT-FILE
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
           MOVE "ACCESS-RECERT" TO CAT-PROGRAM-ID
           MOVE "RECRPT" TO CAT-REPORT-NAME
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
           MOVE "ACCESS-RECERT" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE TRAN-COUNT TO AUD-RECORD-COUNT
           MOVE CHANGE-COUNT TO AUD-OUTPUT-COUNT
           MOVE REJECTED-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "OPAUTH RECTRAN SECLOG AUDITLOG" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

      *    HANDS THE REJECTED-DECISION COUNT TO THE SHARED ALERT
      *    WRITER - NOTHING WHEN ALL WERE TAKEN, WARN OR CRITICAL
      *    PER THE CONFIGURED THRESHOLD.
       RAISE-EXCEPTION-ALERT.
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-EXCCOUNT TO TRUE
           MOVE "ACCESS-RECERT" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           MOVE REJECTED-COUNT TO ALQ-EXC-COUNT
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
