       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-RECON.

      *    RECONCILES THE OUTBOUND PAYOUT INSTRUCTION FILE AGAINST
      *    THE PAYMENTS SYSTEM'S CONFIRMATION FILE, IN THE PATTERN
      *    GL-ACK-RECON USES FOR THE GL JOURNAL. EVERY BATCH ON
      *    PAYOUT IS FIRST PROVED AGAINST ITS TRAILER; THEN EVERY
      *    INSTRUCTION IS MATCHED BY REFERENCE TO PAYCONF AND
      *    REPORTED PAID, REJECTED, PAID AT THE WRONG AMOUNT, OR
      *    STILL UNPAID. AN UNPAID INSTRUCTION IS ONLY AN EXCEPTION
      *    ONCE ITS VALUE DATE IS MORE THAN THE CUT-OFF (PARAMETER
      *    PAYCUTDAYS, ONE DAY WHEN NO ROW IS ON FILE) BEHIND THE
      *    BUSINESS DATE, SO LAST NIGHT'S FILE STILL IN TRANSIT DOES
      *    NOT CRY WOLF. EVERY EXCEPTION GOES TO THE EXCEPTION LOG
      *    FOR THE PAYMENTS DESK TO CHASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-OUT-FILE ASSIGN TO "PAYOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PAY-OUT-STATUS.
           SELECT PAY-CONF-FILE ASSIGN TO "PAYCONF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PAY-CONF-STATUS.
           SELECT PRC-RPT-FILE ASSIGN TO "PAYRECR"
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
       FD  PAY-OUT-FILE.
       01  PAY-OUT-RECORD.
           COPY PAYOREC.

      *    ONE CONFIRMATION FROM THE PAYMENTS SYSTEM - THE
      *    INSTRUCTION REFERENCE WE SENT, P FOR PAID OR R FOR
      *    REJECTED, THE DATE AND AMOUNT IT WENT OUT AT AND, ON A
      *    REJECTION, THE SYSTEM'S REASON.
       FD  PAY-CONF-FILE.
       01  PAY-CONF-RECORD.
           05  PCF-INSTR-REF          PIC X(18).
           05  PCF-STATUS             PIC X.
               88  PCF-PAID               VALUE "P".
               88  PCF-REJECTED           VALUE "R".
           05  PCF-PAID-DATE          PIC 9(8).
           05  PCF-AMOUNT             PIC 9(9)V99.
           05  PCF-REASON             PIC X(20).

       FD  PRC-RPT-FILE.
       01  PRC-RPT-RECORD         PIC X(80).

      *    A DATED COPY OF PRC-RPT-FILE, WRITTEN AFTER THE REPORT IS
      *    CLOSED, SO THE CURRENT CYCLE'S OUTPUT IS RETAINED UNDER ITS
      *    OWN NAME INSTEAD OF BEING OVERWRITTEN BY TOMORROW'S RUN.
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
       01  PAY-OUT-STATUS         PIC XX.
       01  PAY-CONF-STATUS        PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  OUT-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-PAY-OUT         VALUE "Y".
       01  CONF-EOF-SWITCH        PIC X VALUE "N".
           88  END-OF-PAY-CONF        VALUE "Y".
       01  CAPACITY-SWITCH        PIC X VALUE "N".
           88  CAPACITY-EXCEEDED      VALUE "Y".

      *    EVERY INSTRUCTION SENT, FLAGGED AS PAYCONF ANSWERS IT.
       01  INSTR-COUNT            PIC 9(5) VALUE 0.
       01  INSTR-TABLE.
           05  INSTR-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON INSTR-COUNT.
               10  INT-INSTR-REF          PIC X(18).
               10  INT-EVENT              PIC X(4).
               10  INT-ORIG-ACCT          PIC X(10).
               10  INT-AMOUNT             PIC 9(9)V99.
               10  INT-VALUE-DATE         PIC 9(8).
               10  INT-CONF-FLAG          PIC X.
                   88  INT-WAS-PAID           VALUE "P".
                   88  INT-WAS-REJECTED       VALUE "R".
                   88  INT-PAID-WRONG-AMOUNT  VALUE "D".
                   88  INT-IS-UNPAID          VALUE "N".
               10  INT-CONF-AMOUNT        PIC 9(9)V99.
               10  INT-CONF-REASON        PIC X(20).
       01  INSTR-INDEX            PIC 9(5).
       01  INSTR-MATCH            PIC 9(5).

      *    THE RUNNING COUNT AND TOTAL OF EACH BATCH STILL OPEN ON
      *    PAYOUT - KEYED BY SOURCE, BATCH ID AND CYCLE SO BATCHES
      *    WRITTEN SIDE BY SIDE BY CONCURRENT STREAMS PROVE APART.
       01  OPEN-BATCH-COUNT       PIC 9(3) VALUE 0.
       01  OPEN-BATCH-TABLE.
           05  OPEN-BATCH-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON OPEN-BATCH-COUNT.
               10  OBT-SOURCE             PIC X(02).
               10  OBT-BATCH-ID           PIC X(02).
               10  OBT-CYCLE-DATE         PIC 9(8).
               10  OBT-DETAIL-COUNT       PIC 9(7).
               10  OBT-AMOUNT-TOTAL       PIC 9(11)V99.
       01  OPEN-BATCH-INDEX       PIC 9(3).
       01  OPEN-BATCH-MATCH       PIC 9(3).

       01  BATCHES-PROVED         PIC 9(5) VALUE 0.
       01  BATCH-MISMATCH-COUNT   PIC 9(5) VALUE 0.
       01  UNCLOSED-BATCH-COUNT   PIC 9(5) VALUE 0.
       01  PAID-COUNT             PIC 9(5) VALUE 0.
       01  REJECTED-COUNT         PIC 9(5) VALUE 0.
       01  DISCREPANT-COUNT       PIC 9(5) VALUE 0.
       01  PENDING-COUNT          PIC 9(5) VALUE 0.
       01  OVERDUE-COUNT          PIC 9(5) VALUE 0.
       01  UNKNOWN-CONF-COUNT     PIC 9(5) VALUE 0.
       01  EXCEPTION-COUNT        PIC 9(7) VALUE 0.
       01  TOTAL-PAID             PIC 9(11)V99 VALUE 0.
       01  TOTAL-OUTSTANDING      PIC 9(11)V99 VALUE 0.
       01  EXCEPTION-TEXT         PIC X(40).

      *    HOW LONG PAST ITS VALUE DATE AN INSTRUCTION MAY STAY
      *    UNCONFIRMED, AND THE SERIAL-DAY FIELDS THAT AGE IT.
       01  CUT-OFF-DAYS           PIC 9(3) VALUE 1.
       01  VALUE-DAYS-AREA.
           05  VALUE-DAYS-X       PIC X(3).
           05  VALUE-DAYS REDEFINES VALUE-DAYS-X
                                  PIC 9(3).
       01  SERIAL-WORK-AREA.
           05  SER-DATE           PIC 9(8).
           05  SER-YYYY           PIC 9(4).
           05  SER-MM             PIC 9(2).
           05  SER-DD             PIC 9(2).
           05  SER-ADJ-YYYY       PIC 9(4).
           05  SER-ADJ-MM         PIC 9(2).
           05  SER-DAY-NUMBER     PIC 9(7).
       01  SERIAL-RUN-DATE        PIC 9(7).
       01  INSTR-AGE-DAYS         PIC S9(7).

       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT AND EXCEPTION
      *    RECORD THIS PROGRAM WRITES.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    HOW THIS RUN RAISES OPERATOR ALERTS - THE SHARED WRITER
      *    GRADES THE EXCEPTION COUNT AGAINST THE ALRTTHR THRESHOLD.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

           PERFORM RUN-PAYMENT-RECON.

           PERFORM SET-COMPLETION-CODE.

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

       RUN-PAYMENT-RECON.
           ACCEPT BATCH-START-TIME FROM TIME

           PERFORM LOAD-CUT-OFF-DAYS
           MOVE RUN-DATE TO SER-DATE
           PERFORM COMPUTE-SERIAL-DAY
           MOVE SER-DAY-NUMBER TO SERIAL-RUN-DATE

           OPEN OUTPUT PRC-RPT-FILE
           PERFORM OPEN-EXCEPTION-LOG

           MOVE SPACES TO PRC-RPT-RECORD
           STRING "PAYMENT-RECON RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  CUT-OFF DAYS: " DELIMITED BY SIZE
               CUT-OFF-DAYS DELIMITED BY SIZE
               INTO PRC-RPT-RECORD
           END-STRING
           WRITE PRC-RPT-RECORD

           PERFORM LOAD-SENT-INSTRUCTIONS
           PERFORM REPORT-UNCLOSED-BATCHES
           PERFORM MATCH-CONFIRMATIONS
           PERFORM REPORT-INSTRUCTIONS
           PERFORM WRITE-CONTROL-TOTALS

           COMPUTE EXCEPTION-COUNT = BATCH-MISMATCH-COUNT
               + UNCLOSED-BATCH-COUNT + REJECTED-COUNT
               + DISCREPANT-COUNT + OVERDUE-COUNT
               + UNKNOWN-CONF-COUNT
           PERFORM RAISE-EXCEPTION-ALERT

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE PRC-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

      *    EVERY DETAIL IS HELD FOR MATCHING AND ADDED INTO ITS
      *    BATCH'S RUNNING FIGURES; EVERY TRAILER PROVES THOSE
      *    FIGURES AND CLOSES THE BATCH.
       LOAD-SENT-INSTRUCTIONS.
           OPEN INPUT PAY-OUT-FILE
           IF PAY-OUT-STATUS = "00"
               READ PAY-OUT-FILE
                   AT END SET END-OF-PAY-OUT TO TRUE
               END-READ

               PERFORM UNTIL END-OF-PAY-OUT
                   PERFORM FIND-OPEN-BATCH
                   IF POI-DETAIL
                       PERFORM HOLD-ONE-INSTRUCTION
                   END-IF
                   IF POI-TRAILER
                       PERFORM PROVE-ONE-BATCH
                   END-IF

                   READ PAY-OUT-FILE
                       AT END SET END-OF-PAY-OUT TO TRUE
                   END-READ
               END-PERFORM

               CLOSE PAY-OUT-FILE
           END-IF.

       FIND-OPEN-BATCH.
           MOVE 0 TO OPEN-BATCH-MATCH
           PERFORM VARYING OPEN-BATCH-INDEX FROM 1 BY 1
                   UNTIL OPEN-BATCH-INDEX > OPEN-BATCH-COUNT
                       OR OPEN-BATCH-MATCH > 0
               IF OBT-SOURCE (OPEN-BATCH-INDEX) = POI-SOURCE
                       AND OBT-BATCH-ID (OPEN-BATCH-INDEX)
                           = POI-BATCH-ID
                       AND OBT-CYCLE-DATE (OPEN-BATCH-INDEX)
                           = POI-CYCLE-DATE
                   MOVE OPEN-BATCH-INDEX TO OPEN-BATCH-MATCH
               END-IF
           END-PERFORM.

       HOLD-ONE-INSTRUCTION.
           IF OPEN-BATCH-MATCH = 0
               IF OPEN-BATCH-COUNT < 200
                   ADD 1 TO OPEN-BATCH-COUNT
                   MOVE OPEN-BATCH-COUNT TO OPEN-BATCH-MATCH
                   MOVE POI-SOURCE TO OBT-SOURCE (OPEN-BATCH-MATCH)
                   MOVE POI-BATCH-ID
                       TO OBT-BATCH-ID (OPEN-BATCH-MATCH)
                   MOVE POI-CYCLE-DATE
                       TO OBT-CYCLE-DATE (OPEN-BATCH-MATCH)
                   MOVE 0 TO OBT-DETAIL-COUNT (OPEN-BATCH-MATCH)
                   MOVE 0 TO OBT-AMOUNT-TOTAL (OPEN-BATCH-MATCH)
               ELSE
                   SET CAPACITY-EXCEEDED TO TRUE
               END-IF
           END-IF
           IF OPEN-BATCH-MATCH > 0
               ADD 1 TO OBT-DETAIL-COUNT (OPEN-BATCH-MATCH)
               ADD POI-AMOUNT TO OBT-AMOUNT-TOTAL (OPEN-BATCH-MATCH)
           END-IF

           IF INSTR-COUNT < 5000
               ADD 1 TO INSTR-COUNT
               MOVE POI-INSTR-REF TO INT-INSTR-REF (INSTR-COUNT)
               MOVE POI-EVENT TO INT-EVENT (INSTR-COUNT)
               MOVE POI-ORIG-ACCT TO INT-ORIG-ACCT (INSTR-COUNT)
               MOVE POI-AMOUNT TO INT-AMOUNT (INSTR-COUNT)
               MOVE POI-VALUE-DATE TO INT-VALUE-DATE (INSTR-COUNT)
               MOVE "N" TO INT-CONF-FLAG (INSTR-COUNT)
               MOVE 0 TO INT-CONF-AMOUNT (INSTR-COUNT)
               MOVE SPACES TO INT-CONF-REASON (INSTR-COUNT)
           ELSE
               SET CAPACITY-EXCEEDED TO TRUE
           END-IF.

      *    A TRAILER WITH NO DETAILS BEFORE IT, OR WHOSE COUNT OR
      *    TOTAL DISAGREES WITH THEM, IS A BROKEN BATCH. THE BATCH'S
      *    ENTRY IS EMPTIED EITHER WAY SO THE NEXT BATCH UNDER THE
      *    SAME KEY STARTS CLEAN.
       PROVE-ONE-BATCH.
           IF OPEN-BATCH-MATCH = 0
               MOVE "TRAILER WITH NO INSTRUCTIONS"
                   TO EXCEPTION-TEXT
               PERFORM REPORT-BATCH-MISMATCH
           ELSE
               IF OBT-DETAIL-COUNT (OPEN-BATCH-MATCH)
                       NOT = POI-TRL-DETAIL-COUNT
                   OR OBT-AMOUNT-TOTAL (OPEN-BATCH-MATCH)
                       NOT = POI-TRL-AMOUNT-TOTAL
                   MOVE "BATCH TRAILER DOES NOT AGREE"
                       TO EXCEPTION-TEXT
                   PERFORM REPORT-BATCH-MISMATCH
               ELSE
                   ADD 1 TO BATCHES-PROVED
               END-IF
               MOVE 0 TO OBT-DETAIL-COUNT (OPEN-BATCH-MATCH)
               MOVE 0 TO OBT-AMOUNT-TOTAL (OPEN-BATCH-MATCH)
           END-IF.

       REPORT-BATCH-MISMATCH.
           ADD 1 TO BATCH-MISMATCH-COUNT
           MOVE SPACES TO PRC-RPT-RECORD
           STRING "BATCH " DELIMITED BY SIZE
               POI-SOURCE DELIMITED BY SIZE
               POI-BATCH-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POI-CYCLE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXCEPTION-TEXT DELIMITED BY SIZE
               INTO PRC-RPT-RECORD
           END-STRING
           WRITE PRC-RPT-RECORD

           MOVE SPACES TO EXC-LOG-RECORD
           MOVE "PAYMENT-RECON" TO EXC-PROGRAM-ID
           STRING POI-SOURCE DELIMITED BY SIZE
               POI-BATCH-ID DELIMITED BY SIZE
               POI-CYCLE-DATE DELIMITED BY SIZE
               INTO EXC-KEY-VALUE
           END-STRING
           MOVE EXCEPTION-TEXT TO EXC-REASON
           MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
           MOVE RUN-DATE TO EXC-CYCLE-DATE
           WRITE EXC-LOG-RECORD.

      *    DETAILS LEFT OVER AT END OF FILE BELONG TO A BATCH WHOSE
      *    TRAILER WAS NEVER WRITTEN - A RUN THAT DID NOT FINISH.
       REPORT-UNCLOSED-BATCHES.
           PERFORM VARYING OPEN-BATCH-INDEX FROM 1 BY 1
                   UNTIL OPEN-BATCH-INDEX > OPEN-BATCH-COUNT
               IF OBT-DETAIL-COUNT (OPEN-BATCH-INDEX) > 0
                   MOVE OBT-SOURCE (OPEN-BATCH-INDEX) TO POI-SOURCE
                   MOVE OBT-BATCH-ID (OPEN-BATCH-INDEX)
                       TO POI-BATCH-ID
                   MOVE OBT-CYCLE-DATE (OPEN-BATCH-INDEX)
                       TO POI-CYCLE-DATE
                   MOVE "BATCH HAS NO TRAILER" TO EXCEPTION-TEXT
                   PERFORM REPORT-BATCH-MISMATCH
                   SUBTRACT 1 FROM BATCH-MISMATCH-COUNT
                   ADD 1 TO UNCLOSED-BATCH-COUNT
               END-IF
           END-PERFORM.

      *    EVERY CONFIRMATION SETTLES ITS INSTRUCTION; ONE FOR A
      *    REFERENCE WE NEVER SENT IS COUNTED AND REPORTED, SINCE IT
      *    MEANS THE PAYMENTS SYSTEM AND OUR FILE HAVE DRIFTED.
       MATCH-CONFIRMATIONS.
           OPEN INPUT PAY-CONF-FILE
           IF PAY-CONF-STATUS = "00"
               READ PAY-CONF-FILE
                   AT END SET END-OF-PAY-CONF TO TRUE
               END-READ

               PERFORM UNTIL END-OF-PAY-CONF
                   PERFORM MATCH-ONE-CONFIRMATION

                   READ PAY-CONF-FILE
                       AT END SET END-OF-PAY-CONF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE PAY-CONF-FILE
           END-IF.

       MATCH-ONE-CONFIRMATION.
           MOVE 0 TO INSTR-MATCH
           PERFORM VARYING INSTR-INDEX FROM 1 BY 1
                   UNTIL INSTR-INDEX > INSTR-COUNT
                       OR INSTR-MATCH > 0
               IF INT-INSTR-REF (INSTR-INDEX) = PCF-INSTR-REF
                   MOVE INSTR-INDEX TO INSTR-MATCH
               END-IF
           END-PERFORM

           IF INSTR-MATCH = 0
               ADD 1 TO UNKNOWN-CONF-COUNT
               MOVE SPACES TO PRC-RPT-RECORD
               STRING PCF-INSTR-REF DELIMITED BY SIZE
                   " CONFIRMED BUT NEVER SENT" DELIMITED BY SIZE
                   INTO PRC-RPT-RECORD
               END-STRING
               WRITE PRC-RPT-RECORD
               MOVE "CONFIRMATION FOR UNKNOWN REFERENCE"
                   TO EXCEPTION-TEXT
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "PAYMENT-RECON" TO EXC-PROGRAM-ID
               MOVE PCF-INSTR-REF TO EXC-KEY-VALUE
               MOVE EXCEPTION-TEXT TO EXC-REASON
               MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
               MOVE RUN-DATE TO EXC-CYCLE-DATE
               WRITE EXC-LOG-RECORD
           ELSE
               MOVE PCF-REASON TO INT-CONF-REASON (INSTR-MATCH)
               EVALUATE TRUE
                   WHEN PCF-REJECTED
                       MOVE "R" TO INT-CONF-FLAG (INSTR-MATCH)
                   WHEN PCF-PAID AND PCF-AMOUNT NUMERIC
                           AND PCF-AMOUNT = INT-AMOUNT (INSTR-MATCH)
                       MOVE "P" TO INT-CONF-FLAG (INSTR-MATCH)
                   WHEN PCF-PAID
                       MOVE "D" TO INT-CONF-FLAG (INSTR-MATCH)
                       IF PCF-AMOUNT NUMERIC
                           MOVE PCF-AMOUNT
                               TO INT-CONF-AMOUNT (INSTR-MATCH)
                       END-IF
               END-EVALUATE
           END-IF.

      *    PAID INSTRUCTIONS ARE COUNTED, NOT LISTED. EVERYTHING
      *    ELSE GETS A LINE: REJECTED AND WRONG-AMOUNT ITEMS ALWAYS,
      *    UNPAID ONES ONCE THEY ARE PAST THE CUT-OFF (THE REST ARE
      *    COUNTED AS PENDING).
       REPORT-INSTRUCTIONS.
           MOVE "REFERENCE          EVNT ACCOUNT    AMOUNT       STATUS"
               TO PRC-RPT-RECORD
           WRITE PRC-RPT-RECORD

           PERFORM VARYING INSTR-INDEX FROM 1 BY 1
                   UNTIL INSTR-INDEX > INSTR-COUNT
               PERFORM REPORT-ONE-INSTRUCTION
           END-PERFORM.

       REPORT-ONE-INSTRUCTION.
           MOVE SPACES TO EXCEPTION-TEXT
           EVALUATE TRUE
               WHEN INT-WAS-PAID (INSTR-INDEX)
                   ADD 1 TO PAID-COUNT
                   ADD INT-AMOUNT (INSTR-INDEX) TO TOTAL-PAID
               WHEN INT-WAS-REJECTED (INSTR-INDEX)
                   ADD 1 TO REJECTED-COUNT
                   ADD INT-AMOUNT (INSTR-INDEX) TO TOTAL-OUTSTANDING
                   STRING "REJECTED " DELIMITED BY SIZE
                       INT-CONF-REASON (INSTR-INDEX)
                           DELIMITED BY SIZE
                       INTO EXCEPTION-TEXT
                   END-STRING
               WHEN INT-PAID-WRONG-AMOUNT (INSTR-INDEX)
                   ADD 1 TO DISCREPANT-COUNT
                   STRING "PAID AT " DELIMITED BY SIZE
                       INT-CONF-AMOUNT (INSTR-INDEX)
                           DELIMITED BY SIZE
                       INTO EXCEPTION-TEXT
                   END-STRING
               WHEN OTHER
                   ADD INT-AMOUNT (INSTR-INDEX) TO TOTAL-OUTSTANDING
                   MOVE INT-VALUE-DATE (INSTR-INDEX) TO SER-DATE
                   PERFORM COMPUTE-SERIAL-DAY
                   COMPUTE INSTR-AGE-DAYS =
                       SERIAL-RUN-DATE - SER-DAY-NUMBER
                   IF INSTR-AGE-DAYS > CUT-OFF-DAYS
                       ADD 1 TO OVERDUE-COUNT
                       MOVE "UNPAID AFTER CUT-OFF" TO EXCEPTION-TEXT
                   ELSE
                       ADD 1 TO PENDING-COUNT
                   END-IF
           END-EVALUATE

           IF EXCEPTION-TEXT NOT = SPACES
               MOVE SPACES TO PRC-RPT-RECORD
               STRING INT-INSTR-REF (INSTR-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INT-EVENT (INSTR-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INT-ORIG-ACCT (INSTR-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INT-AMOUNT (INSTR-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EXCEPTION-TEXT DELIMITED BY SIZE
                   INTO PRC-RPT-RECORD
               END-STRING
               WRITE PRC-RPT-RECORD

               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "PAYMENT-RECON" TO EXC-PROGRAM-ID
               MOVE INT-INSTR-REF (INSTR-INDEX) TO EXC-KEY-VALUE
               MOVE EXCEPTION-TEXT TO EXC-REASON
               MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
               MOVE RUN-DATE TO EXC-CYCLE-DATE
               WRITE EXC-LOG-RECORD
           END-IF.

       WRITE-CONTROL-TOTALS.
           MOVE ALL "-" TO PRC-RPT-RECORD
           WRITE PRC-RPT-RECORD

           MOVE SPACES TO PRC-RPT-RECORD
           STRING "BATCHES PROVED: " DELIMITED BY SIZE
               BATCHES-PROVED DELIMITED BY SIZE
               "  BROKEN: " DELIMITED BY SIZE
               BATCH-MISMATCH-COUNT DELIMITED BY SIZE
               "  NO TRAILER: " DELIMITED BY SIZE
               UNCLOSED-BATCH-COUNT DELIMITED BY SIZE
               INTO PRC-RPT-RECORD
           END-STRING
           WRITE PRC-RPT-RECORD

           MOVE SPACES TO PRC-RPT-RECORD
           STRING "INSTRUCTIONS: " DELIMITED BY SIZE
               INSTR-COUNT DELIMITED BY SIZE
               "  PAID: " DELIMITED BY SIZE
               PAID-COUNT DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               REJECTED-COUNT DELIMITED BY SIZE
               "  WRONG AMOUNT: " DELIMITED BY SIZE
               DISCREPANT-COUNT DELIMITED BY SIZE
               INTO PRC-RPT-RECORD
           END-STRING
           WRITE PRC-RPT-RECORD

           MOVE SPACES TO PRC-RPT-RECORD
           STRING "PENDING: " DELIMITED BY SIZE
               PENDING-COUNT DELIMITED BY SIZE
               "  UNPAID AFTER CUT-OFF: " DELIMITED BY SIZE
               OVERDUE-COUNT DELIMITED BY SIZE
               "  UNKNOWN CONFIRMATIONS: " DELIMITED BY SIZE
               UNKNOWN-CONF-COUNT DELIMITED BY SIZE
               INTO PRC-RPT-RECORD
           END-STRING
           WRITE PRC-RPT-RECORD

           MOVE SPACES TO PRC-RPT-RECORD
           STRING "TOTAL PAID: " DELIMITED BY SIZE
               TOTAL-PAID DELIMITED BY SIZE
               "  TOTAL OUTSTANDING: " DELIMITED BY SIZE
               TOTAL-OUTSTANDING DELIMITED BY SIZE
               INTO PRC-RPT-RECORD
           END-STRING
           WRITE PRC-RPT-RECORD

           IF CAPACITY-EXCEEDED
               MOVE "TABLE CAPACITY EXCEEDED - RECON INCOMPLETE"
                   TO PRC-RPT-RECORD
               WRITE PRC-RPT-RECORD
           END-IF.

      *    THE OPERATOR'S VERDICT ON THE RUN - ZERO WHEN EVERYTHING
      *    IS PAID OR STILL INSIDE THE CUT-OFF, FOUR FOR
      *    CONFIRMATIONS NOBODY SENT, EIGHT FOR A BROKEN OR
      *    UNFINISHED BATCH, A REJECTED, WRONG-AMOUNT OR OVERDUE
      *    PAYMENT, OR A FILE TOO BIG TO RECONCILE IN FULL.
       SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN CAPACITY-EXCEEDED
                   MOVE 8 TO RETURN-CODE
               WHEN BATCH-MISMATCH-COUNT > 0
                       OR UNCLOSED-BATCH-COUNT > 0
                       OR REJECTED-COUNT > 0
                       OR DISCREPANT-COUNT > 0
                       OR OVERDUE-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN UNKNOWN-CONF-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *    THE CUT-OFF COMES FROM THE CENTRAL PARAMETER LIBRARY
      *    (PARAMETER PAYCUTDAYS), DEFAULTING TO ONE DAY.
       LOAD-CUT-OFF-DAYS.
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "PAYMENT-RECON" TO PLQ-PROGRAM-ID
           MOVE "PAYCUTDAYS" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (8:3) TO VALUE-DAYS-X
               IF VALUE-DAYS-X NUMERIC
                   MOVE VALUE-DAYS TO CUT-OFF-DAYS
               END-IF
           END-IF.

      *    THE STANDARD CIVIL-CALENDAR DAY NUMBER FOR SER-DATE -
      *    MARCH-BASED SO THE LEAP DAY FALLS AT YEAR END, GIVING A
      *    SPAN IN DAYS BY SIMPLE SUBTRACTION OF TWO NUMBERS.
       COMPUTE-SERIAL-DAY.
           MOVE SER-DATE (1:4) TO SER-YYYY
           MOVE SER-DATE (5:2) TO SER-MM
           MOVE SER-DATE (7:2) TO SER-DD
           IF SER-MM > 2
               MOVE SER-YYYY TO SER-ADJ-YYYY
               COMPUTE SER-ADJ-MM = SER-MM - 3
           ELSE
               COMPUTE SER-ADJ-YYYY = SER-YYYY - 1
               COMPUTE SER-ADJ-MM = SER-MM + 9
           END-IF
           COMPUTE SER-DAY-NUMBER =
               365 * SER-ADJ-YYYY + SER-ADJ-YYYY / 4
                   - SER-ADJ-YYYY / 100 + SER-ADJ-YYYY / 400
                   + (SER-ADJ-MM * 306 + 5) / 10 + SER-DD.

      *    COPIES THE JUST-CLOSED OUTPUT REPORT TO A DATED ARCHIVE
      *    FILE NAMED FOR TODAY'S RUN, SO EACH DAY'S REPORT SURVIVES
      *    UNDER ITS OWN FILE NAME INSTEAD OF BEING OVERWRITTEN THE
      *    NEXT TIME THIS JOB RUNS.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "PAYRECR." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT PRC-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ PRC-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE PRC-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ PRC-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE PRC-RPT-FILE
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
           MOVE "PAYMENT-RECON" TO CAT-PROGRAM-ID
           MOVE "PAYRECR" TO CAT-REPORT-NAME
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
           MOVE "PAYMENT-RECON" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE INSTR-COUNT TO AUD-RECORD-COUNT
           MOVE PAID-COUNT TO AUD-OUTPUT-COUNT
           MOVE EXCEPTION-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "PAYOUT VS PAYCONF" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

      *    HANDS THE RUN'S EXCEPTION COUNT TO THE SHARED ALERT
      *    WRITER - NOTHING FOR A CLEAN RUN, WARN OR CRITICAL PER
      *    THE CONFIGURED THRESHOLD.
       RAISE-EXCEPTION-ALERT.
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-EXCCOUNT TO TRUE
           MOVE "PAYMENT-RECON" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           MOVE EXCEPTION-COUNT TO ALQ-EXC-COUNT
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
