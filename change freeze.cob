       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGE-FREEZE.

      *    THE SHOP'S CHANGE-FREEZE GATE. DURING MONTH-END AND AUDIT
      *    PERIODS MANAGEMENT DECLARES A FREEZE ON THE FRZCAL
      *    CALENDAR - A DATE RANGE, THE MAINTENANCE PROGRAMS AND
      *    TRANSACTION TYPES IT COVERS, AND WHO MAY OVERRIDE IT. A
      *    MAINTENANCE PROGRAM ASKS BEFORE EVERY UPDATE; A FROZEN
      *    TRANSACTION IS PARKED ON THE FRZDEFER JOURNAL FOR
      *    FREEZE-REPLAY TO PUT BACK ONCE THE FREEZE LIFTS, AND AN
      *    OVERRIDE IS LOGGED THERE TOO, SO THE FREEZE REPORT SHOWS
      *    EVERYTHING THE FREEZE HELD OR LET THROUGH. THE CALENDAR IS
      *    LOADED ON FIRST CALL AND HELD ACROSS CALLS IN THE JOB
      *    STEP. SEE FRZREQ.CPY FOR THE PARAMETER AREA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRZ-CAL-FILE ASSIGN TO "FRZCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FRZ-CAL-STATUS.
           SELECT FRZ-DEFER-FILE ASSIGN TO "FRZDEFER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FRZ-DEFER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRZ-CAL-FILE.
       01  FRZ-CAL-RECORD.
           COPY FRZCALR.

       FD  FRZ-DEFER-FILE.
       01  FRZ-DEFER-RECORD.
           COPY FRZDEFR.

       WORKING-STORAGE SECTION.
       01  FRZ-CAL-STATUS         PIC XX.
       01  FRZ-DEFER-STATUS       PIC XX.
       01  LOADED-SWITCH          PIC X VALUE "N".
           88  FREEZES-LOADED         VALUE "Y".
       01  FILE-PRESENT-SWITCH    PIC X VALUE "N".
           88  FREEZE-FILE-PRESENT    VALUE "Y".
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-FRZ-CAL         VALUE "Y".

       01  FREEZE-COUNT           PIC 9(3) VALUE 0.
       01  FREEZE-TABLE.
           05  FREEZE-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON FREEZE-COUNT.
               10  FZT-FREEZE-ID      PIC X(08).
               10  FZT-START-DATE     PIC 9(08).
               10  FZT-END-DATE       PIC 9(08).
               10  FZT-PROGRAM-ID     PIC X(20).
               10  FZT-TRAN-TYPE      PIC X(10).
               10  FZT-OVERRIDE-BY    PIC X(08) OCCURS 3 TIMES.
       01  FREEZE-INDEX           PIC 9(3).
       01  OVERRIDE-INDEX         PIC 9.

      *    THE FIRST COVERING FREEZE THIS OPERATOR CANNOT OVERRIDE,
      *    AND THE FIRST ONE THEY CAN. ANY OF THE FORMER DEFERS THE
      *    TRANSACTION, WHATEVER OVERRIDES THE OTHERS ALLOW.
       01  HOLDING-FREEZE-ID      PIC X(08).
       01  OVERRIDABLE-FREEZE-ID  PIC X(08).
       01  OPERATOR-MAY-OVERRIDE  PIC X.
           88  OVERRIDE-PERMITTED     VALUE "Y".

      *    JOURNAL ROWS WRITTEN IN THIS JOB STEP - THE TIE-BREAKER
      *    IN EACH ROW'S ENTRY KEY.
       01  ENTRY-SEQ              PIC 9(5) VALUE 0.
       01  ENTRY-TIME             PIC 9(8).

       LINKAGE SECTION.
       01  CHANGE-FREEZE-AREA.
           COPY FRZREQ.

       PROCEDURE DIVISION USING CHANGE-FREEZE-AREA.
           IF NOT FREEZES-LOADED
               PERFORM LOAD-FREEZE-CALENDAR
               SET FREEZES-LOADED TO TRUE
           END-IF

           IF FREEZE-FILE-PRESENT
               SET FRZQ-SVC-OK TO TRUE
           ELSE
               SET FRZQ-NO-CALENDAR TO TRUE
           END-IF
           MOVE SPACES TO FRZQ-FREEZE-ID

           EVALUATE TRUE
               WHEN FRZQ-REQ-CHECK
                   PERFORM FIND-COVERING-FREEZES
                   PERFORM ANSWER-CHECK-REQUEST
               WHEN FRZQ-REQ-INQUIRE
                   PERFORM FIND-COVERING-FREEZES
                   PERFORM ANSWER-INQUIRE-REQUEST
               WHEN OTHER
                   SET FRZ-TRAN-OPEN TO TRUE
           END-EVALUATE

           GOBACK.

       LOAD-FREEZE-CALENDAR.
           OPEN INPUT FRZ-CAL-FILE
           IF FRZ-CAL-STATUS = "00"
               SET FREEZE-FILE-PRESENT TO TRUE
               READ FRZ-CAL-FILE
                   AT END SET END-OF-FRZ-CAL TO TRUE
               END-READ

               PERFORM UNTIL END-OF-FRZ-CAL
                   IF FREEZE-COUNT < 300
                           AND FZC-START-DATE NUMERIC
                           AND FZC-END-DATE NUMERIC
                       ADD 1 TO FREEZE-COUNT
                       MOVE FZC-FREEZE-ID
                           TO FZT-FREEZE-ID (FREEZE-COUNT)
                       MOVE FZC-START-DATE
                           TO FZT-START-DATE (FREEZE-COUNT)
                       MOVE FZC-END-DATE
                           TO FZT-END-DATE (FREEZE-COUNT)
                       MOVE FZC-PROGRAM-ID
                           TO FZT-PROGRAM-ID (FREEZE-COUNT)
                       MOVE FZC-TRAN-TYPE
                           TO FZT-TRAN-TYPE (FREEZE-COUNT)
                       PERFORM VARYING OVERRIDE-INDEX FROM 1 BY 1
                               UNTIL OVERRIDE-INDEX > 3
                           MOVE FZC-OVERRIDE-BY (OVERRIDE-INDEX)
                               TO FZT-OVERRIDE-BY
                                   (FREEZE-COUNT, OVERRIDE-INDEX)
                       END-PERFORM
                   END-IF

                   READ FRZ-CAL-FILE
                       AT END SET END-OF-FRZ-CAL TO TRUE
                   END-READ
               END-PERFORM

               CLOSE FRZ-CAL-FILE
           END-IF.

      *    A ROW COVERS THE REQUEST WHEN THE DATE FALLS IN ITS RANGE
      *    AND ITS PROGRAM AND TYPE ARE BLANK OR MATCH.
       FIND-COVERING-FREEZES.
           MOVE SPACES TO HOLDING-FREEZE-ID
           MOVE SPACES TO OVERRIDABLE-FREEZE-ID
           PERFORM VARYING FREEZE-INDEX FROM 1 BY 1
                   UNTIL FREEZE-INDEX > FREEZE-COUNT
               IF FZT-START-DATE (FREEZE-INDEX) NOT > FRZQ-CHECK-DATE
                   AND FZT-END-DATE (FREEZE-INDEX)
                       NOT < FRZQ-CHECK-DATE
                   AND (FZT-PROGRAM-ID (FREEZE-INDEX) = SPACES
                       OR FZT-PROGRAM-ID (FREEZE-INDEX)
                           = FRZQ-PROGRAM-ID)
                   AND (FZT-TRAN-TYPE (FREEZE-INDEX) = SPACES
                       OR FZT-TRAN-TYPE (FREEZE-INDEX)
                           = FRZQ-TRAN-TYPE)
                   PERFORM JUDGE-OPERATOR-OVERRIDE
                   IF OVERRIDE-PERMITTED AND FRZQ-REQ-CHECK
                       IF OVERRIDABLE-FREEZE-ID = SPACES
                           MOVE FZT-FREEZE-ID (FREEZE-INDEX)
                               TO OVERRIDABLE-FREEZE-ID
                       END-IF
                   ELSE
                       IF HOLDING-FREEZE-ID = SPACES
                           MOVE FZT-FREEZE-ID (FREEZE-INDEX)
                               TO HOLDING-FREEZE-ID
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       JUDGE-OPERATOR-OVERRIDE.
           MOVE "N" TO OPERATOR-MAY-OVERRIDE
           PERFORM VARYING OVERRIDE-INDEX FROM 1 BY 1
                   UNTIL OVERRIDE-INDEX > 3
               IF FZT-OVERRIDE-BY (FREEZE-INDEX, OVERRIDE-INDEX)
                       NOT = SPACES
                   IF FZT-OVERRIDE-BY (FREEZE-INDEX, OVERRIDE-INDEX)
                           = FRZQ-OPERATOR-ID
                       SET OVERRIDE-PERMITTED TO TRUE
                   END-IF
                   IF FZT-OVERRIDE-BY (FREEZE-INDEX, OVERRIDE-INDEX)
                           = "*SUPV*"
                           AND FRZQ-OPERATOR-AUTH = "S"
                       SET OVERRIDE-PERMITTED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *    HELD BEATS OVERRIDDEN BEATS OPEN. THE PARKED OR OVERRIDE
      *    ROW IS ON THE JOURNAL BEFORE THE ANSWER GOES BACK; A
      *    FROZEN TRANSACTION THAT CANNOT BE PARKED IS REFUSED SO THE
      *    CALLER REJECTS IT INSTEAD OF DROPPING IT.
       ANSWER-CHECK-REQUEST.
           EVALUATE TRUE
               WHEN HOLDING-FREEZE-ID NOT = SPACES
                   MOVE HOLDING-FREEZE-ID TO FRZQ-FREEZE-ID
                   SET FRZ-TRAN-DEFERRED TO TRUE
                   PERFORM WRITE-JOURNAL-ROW
               WHEN OVERRIDABLE-FREEZE-ID NOT = SPACES
                   MOVE OVERRIDABLE-FREEZE-ID TO FRZQ-FREEZE-ID
                   SET FRZ-TRAN-OVERRIDDEN TO TRUE
                   PERFORM WRITE-JOURNAL-ROW
               WHEN OTHER
                   SET FRZ-TRAN-OPEN TO TRUE
           END-EVALUATE.

       ANSWER-INQUIRE-REQUEST.
           IF HOLDING-FREEZE-ID NOT = SPACES
               MOVE HOLDING-FREEZE-ID TO FRZQ-FREEZE-ID
               SET FRZ-TRAN-DEFERRED TO TRUE
           ELSE
               SET FRZ-TRAN-OPEN TO TRUE
           END-IF.

       WRITE-JOURNAL-ROW.
           OPEN EXTEND FRZ-DEFER-FILE
           IF FRZ-DEFER-STATUS NOT = "00"
               OPEN OUTPUT FRZ-DEFER-FILE
           END-IF
           IF FRZ-DEFER-STATUS NOT = "00"
               SET FRZ-TRAN-REFUSED TO TRUE
           ELSE
               ACCEPT ENTRY-TIME FROM TIME
               ADD 1 TO ENTRY-SEQ
               MOVE SPACES TO FRZ-DEFER-RECORD
               IF FRZ-TRAN-DEFERRED
                   SET FZD-PARKED TO TRUE
               ELSE
                   SET FZD-OVERRIDDEN TO TRUE
               END-IF
               MOVE FRZQ-CHECK-DATE TO FZD-ENTRY-DATE
               MOVE ENTRY-TIME TO FZD-ENTRY-TIME
               MOVE ENTRY-SEQ TO FZD-ENTRY-SEQ
               MOVE FRZQ-FREEZE-ID TO FZD-FREEZE-ID
               MOVE FRZQ-PROGRAM-ID TO FZD-PROGRAM-ID
               MOVE FRZQ-TRAN-TYPE TO FZD-TRAN-TYPE
               MOVE FRZQ-TRAN-FILE TO FZD-TRAN-FILE
               MOVE FRZQ-KEY-VALUE TO FZD-KEY-VALUE
               MOVE FRZQ-OPERATOR-ID TO FZD-OPERATOR-ID
               MOVE FRZQ-CHECK-DATE TO FZD-ACTION-DATE
               MOVE FRZQ-TRAN-IMAGE TO FZD-TRAN-IMAGE
               WRITE FRZ-DEFER-RECORD
               IF FRZ-DEFER-STATUS NOT = "00"
                   SET FRZ-TRAN-REFUSED TO TRUE
               END-IF
               CLOSE FRZ-DEFER-FILE
           END-IF.
