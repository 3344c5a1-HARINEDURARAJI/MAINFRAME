       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-SUBLEDGER.

      *    OUR OWN BOOK OF THE GL JOURNAL. EVERY DETAIL APPENDED TO
      *    GLJRNL SINCE THE LAST RUN IS POSTED TO THE GLSUBBAL ROW
      *    FOR ITS GL ACCOUNT, CURRENCY AND ACCOUNTING PERIOD (THE
      *    YEAR AND MONTH OF ITS CYCLE DATE), SO THE RUNNING BALANCE
      *    OF EVERY GL ACCOUNT IS KNOWN ON THIS SIDE OF THE
      *    INTERFACE. HOW FAR GLJRNL HAS BEEN POSTED IS KEPT ON
      *    GLSUBCTL BY RECORD POSITION, AS ALERT-ACK TRACKS ALERTS,
      *    SO A RERUN NEVER POSTS A DETAIL TWICE.
      *
      *    A PERIOD IS CLOSED BY A GLCLOSE CARD NAMING IT (SUPERVISOR
      *    AUTHORITY; ONLY A PERIOD ALREADY ENDED, AND AFTER THE
      *    DAY'S JOURNAL HAS BEEN POSTED). ON GLPERIOD IT IS THEN
      *    LOCKED: A LATE DETAIL DATED INTO IT - A FEE-ASSESSMENT OR
      *    LOAN-PREPAYMENT JOURNAL RUN AFTER MONTH END, SAY - IS
      *    ROLLED INTO THE NEXT OPEN PERIOD, OR, WHEN PARAMETER
      *    GLLATEACT IS "REJECT", LEFT OUT OF THE SUBLEDGER FOR A
      *    MANUAL JOURNAL. EITHER WAY IT IS LISTED AND LOGGED, AND
      *    A CLOSED MONTH NEVER CHANGES.
      *
      *    THE RUN ENDS WITH A TRIAL BALANCE ON GLTBRPT FOR THE
      *    PERIOD JUST CLOSED, OR THE CURRENT PERIOD - EACH ACCOUNT'S
      *    PERIOD DEBITS AND CREDITS AND ITS CLOSING BALANCE, PROVED
      *    BY CURRENCY THAT DEBITS EQUAL CREDITS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-JRNL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GL-JRNL-STATUS.
           SELECT GL-SUB-FILE ASSIGN TO "GLSUBBAL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS GSB-KEY
               FILE STATUS IS GL-SUB-STATUS.
           SELECT GL-SUB-CTL-FILE ASSIGN TO "GLSUBCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GL-SUB-CTL-STATUS.
           SELECT GL-PERIOD-FILE ASSIGN TO "GLPERIOD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GL-PERIOD-STATUS.
           SELECT GL-CLOSE-FILE ASSIGN TO "GLCLOSE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GL-CLOSE-STATUS.
           SELECT TB-RPT-FILE ASSIGN TO "GLTBRPT"
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
       FD  GL-JRNL-FILE.
       01  GL-JRNL-RECORD.
           COPY GLJREC.

       FD  GL-SUB-FILE.
       01  GL-SUB-RECORD.
           COPY GSBREC.

      *    HOW MANY GLJRNL RECORDS HAVE BEEN POSTED, AND WHEN.
       FD  GL-SUB-CTL-FILE.
       01  GL-SUB-CTL-RECORD.
           05  GSC-RECORDS-POSTED     PIC 9(9).
           05  GSC-LAST-RUN-DATE      PIC 9(8).

       FD  GL-PERIOD-FILE.
       01  GL-PERIOD-RECORD.
           COPY GLPREC.

      *    THE PERIOD-CLOSE REQUEST - ACTION CLOSE AND THE YEAR AND
      *    MONTH TO LOCK.
       FD  GL-CLOSE-FILE.
       01  GL-CLOSE-RECORD.
           05  GLC-ACTION             PIC X(5).
               88  GLC-CLOSE-PERIOD       VALUE "CLOSE".
           05  GLC-PERIOD             PIC 9(6).

       FD  TB-RPT-FILE.
       01  TB-RPT-RECORD          PIC X(80).

      *    A DATED COPY OF TB-RPT-FILE, WRITTEN AFTER THE REPORT IS
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
       01  GL-JRNL-STATUS         PIC XX.
       01  GL-SUB-STATUS          PIC XX.
       01  GL-SUB-CTL-STATUS      PIC XX.
       01  GL-PERIOD-STATUS       PIC XX.
       01  GL-CLOSE-STATUS        PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-SCAN            VALUE "Y".
       01  CAPACITY-SWITCH        PIC X VALUE "N".
           88  CAPACITY-EXCEEDED      VALUE "Y".
       01  POSITION-SWITCH        PIC X VALUE "N".
           88  JOURNAL-POSITION-LOST  VALUE "Y".

       01  RECORDS-ALREADY-POSTED PIC 9(9) VALUE 0.
       01  JOURNAL-POSITION       PIC 9(9) VALUE 0.
       01  DETAILS-POSTED         PIC 9(7) VALUE 0.
       01  DETAILS-ROLLED         PIC 9(7) VALUE 0.
       01  DETAILS-REJECTED       PIC 9(7) VALUE 0.
       01  EXCEPTION-COUNT        PIC 9(7) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  RUN-PERIOD             PIC 9(6).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    WHAT TO DO WITH A DETAIL DATED INTO A CLOSED PERIOD
      *    (PARAMETER GLLATEACT, ROLL WHEN NO ROW IS ON FILE).
       01  LATE-ACTION            PIC X(6) VALUE "ROLL".
           88  LATE-IS-REJECTED       VALUE "REJECT".

      *    THE ACCOUNTING PERIODS ON FILE.
       01  PERIOD-COUNT           PIC 9(4) VALUE 0.
       01  PERIOD-TABLE.
           05  PERIOD-ENTRY OCCURS 1 TO 600 TIMES
                   DEPENDING ON PERIOD-COUNT.
               10  PDT-PERIOD             PIC 9(06).
               10  PDT-STATUS             PIC X.
                   88  PDT-CLOSED             VALUE "C".
               10  PDT-CLOSED-DATE        PIC 9(08).
               10  PDT-CLOSED-BY          PIC X(08).
       01  PERIOD-INDEX           PIC 9(4).
       01  PERIOD-MATCH           PIC 9(4).

      *    ONE DETAIL BEING POSTED, AND THE PERIOD IT LANDS IN.
       01  DETAIL-PERIOD          PIC 9(6).
       01  POSTING-PERIOD         PIC 9(6).
       01  PERIOD-WORK.
           05  PWK-YYYY           PIC 9(4).
           05  PWK-MM             PIC 9(2).
       01  PERIOD-WORK-NUMBER REDEFINES PERIOD-WORK
                                  PIC 9(6).
       01  CLOSED-SWITCH          PIC X.
           88  PERIOD-IS-CLOSED       VALUE "Y".
       01  EXCEPTION-TEXT         PIC X(40).

      *    THE PERIOD-CLOSE REQUEST FOR THIS RUN, IF ANY.
       01  CLOSE-REQUEST-SWITCH   PIC X VALUE "N".
           88  CLOSE-REQUESTED        VALUE "Y".
       01  CLOSE-DONE-SWITCH      PIC X VALUE "N".
           88  CLOSE-WAS-DONE         VALUE "Y".
       01  REQUESTED-PERIOD       PIC 9(6) VALUE 0.
       01  TRIAL-PERIOD           PIC 9(6).

      *    THE TRIAL BALANCE - THE ACCOUNT AND CURRENCY BEING
      *    SUMMED, AND THE PROOF TOTALS BY CURRENCY.
       01  TB-GL-ACCOUNT          PIC X(20).
       01  TB-CURRENCY-CODE       PIC X(03).
       01  TB-PERIOD-DEBITS       PIC 9(13)V99.
       01  TB-PERIOD-CREDITS      PIC 9(13)V99.
       01  TB-BALANCE             PIC S9(13)V99.
       01  TB-ACCOUNT-LINES       PIC 9(5) VALUE 0.
       01  PROOF-COUNT            PIC 9(3) VALUE 0.
       01  PROOF-TABLE.
           05  PROOF-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON PROOF-COUNT.
               10  PRF-CURRENCY-CODE      PIC X(03).
               10  PRF-PERIOD-DEBITS      PIC 9(13)V99.
               10  PRF-PERIOD-CREDITS     PIC 9(13)V99.
               10  PRF-BALANCE            PIC S9(13)V99.
       01  PROOF-INDEX            PIC 9(3).
       01  PROOF-MATCH            PIC 9(3).
       01  OUT-OF-BALANCE-COUNT   PIC 9(3) VALUE 0.
       01  EDITED-AMOUNT-1        PIC Z(11)9.99.
       01  EDITED-AMOUNT-2        PIC Z(11)9.99.
       01  EDITED-BALANCE         PIC -(12)9.99.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT AND EXCEPTION
      *    RECORD THIS PROGRAM WRITES.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    HOW THIS RUN RAISES OPERATOR ALERTS - THE SHARED WRITER
      *    GRADES THE EXCEPTION COUNT AGAINST THE ALRTTHR THRESHOLD.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

      *    THE SUBLEDGER IS A MASTER - UPDATE AUTHORITY IS REQUIRED,
      *    AS FOR EVERY MAINTENANCE RUN. A RERUN IS HARMLESS, SINCE
      *    GLSUBCTL ONLY LETS EACH JOURNAL RECORD POST ONCE.
           IF NOT OPR-CAN-UPDATE
               DISPLAY "OPERATOR " OPR-OPERATOR-ID
                   " LACKS UPDATE AUTHORITY - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM RUN-GL-SUBLEDGER
               PERFORM SET-COMPLETION-CODE
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

       RUN-GL-SUBLEDGER.
           ACCEPT BATCH-START-TIME FROM TIME
           MOVE RUN-DATE (1:6) TO RUN-PERIOD

           PERFORM LOAD-LATE-ACTION
           PERFORM LOAD-PERIOD-TABLE
           PERFORM READ-CLOSE-REQUEST

           OPEN OUTPUT TB-RPT-FILE
           PERFORM OPEN-EXCEPTION-LOG

           MOVE SPACES TO TB-RPT-RECORD
           STRING "GL-SUBLEDGER RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  LATE JOURNALS: " DELIMITED BY SIZE
               LATE-ACTION DELIMITED BY SIZE
               INTO TB-RPT-RECORD
           END-STRING
           WRITE TB-RPT-RECORD

           PERFORM OPEN-SUBLEDGER
           PERFORM POST-NEW-JOURNAL
           CLOSE GL-SUB-FILE

           IF CLOSE-REQUESTED
               PERFORM CLOSE-ACCOUNTING-PERIOD
           END-IF

           IF CLOSE-WAS-DONE
               MOVE REQUESTED-PERIOD TO TRIAL-PERIOD
           ELSE
               MOVE RUN-PERIOD TO TRIAL-PERIOD
           END-IF
           PERFORM WRITE-TRIAL-BALANCE
           PERFORM WRITE-CONTROL-TOTALS

           COMPUTE EXCEPTION-COUNT = EXCEPTION-COUNT
               + DETAILS-ROLLED + DETAILS-REJECTED
               + OUT-OF-BALANCE-COUNT
           PERFORM RAISE-EXCEPTION-ALERT

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE TB-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

      *    ROLL (THE DEFAULT) OR REJECT, FROM THE CENTRAL PARAMETER
      *    LIBRARY.
       LOAD-LATE-ACTION.
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "GL-SUBLEDGER" TO PLQ-PROGRAM-ID
           MOVE "GLLATEACT" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
                   AND PLQ-PARM-VALUE (1:6) = "REJECT"
               MOVE "REJECT" TO LATE-ACTION
           END-IF.

       LOAD-PERIOD-TABLE.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT GL-PERIOD-FILE
           IF GL-PERIOD-STATUS = "00"
               READ GL-PERIOD-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF PERIOD-COUNT < 600
                       ADD 1 TO PERIOD-COUNT
                       MOVE GLP-PERIOD TO PDT-PERIOD (PERIOD-COUNT)
                       MOVE GLP-STATUS TO PDT-STATUS (PERIOD-COUNT)
                       MOVE GLP-CLOSED-DATE
                           TO PDT-CLOSED-DATE (PERIOD-COUNT)
                       MOVE GLP-CLOSED-BY
                           TO PDT-CLOSED-BY (PERIOD-COUNT)
                   ELSE
                       SET CAPACITY-EXCEEDED TO TRUE
                   END-IF
                   READ GL-PERIOD-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GL-PERIOD-FILE
           END-IF.

       READ-CLOSE-REQUEST.
           OPEN INPUT GL-CLOSE-FILE
           IF GL-CLOSE-STATUS = "00"
               READ GL-CLOSE-FILE
                   AT END MOVE SPACES TO GL-CLOSE-RECORD
               END-READ
               CLOSE GL-CLOSE-FILE
               IF GLC-CLOSE-PERIOD
                   SET CLOSE-REQUESTED TO TRUE
                   MOVE GLC-PERIOD TO REQUESTED-PERIOD
               END-IF
           END-IF.

      *    OPENS THE SUBLEDGER FOR UPDATE, OR CREATES IT EMPTY ON THE
      *    VERY FIRST RUN. THE BOOTSTRAP IS ONLY TAKEN FOR STATUS 35
      *    (FILE NOT FOUND) - ANY OTHER OPEN FAILURE MEANS A DAMAGED
      *    OR HELD FILE, AND OPENING IT FOR OUTPUT WOULD WIPE IT.
       OPEN-SUBLEDGER.
           OPEN I-O GL-SUB-FILE
           IF GL-SUB-STATUS = "35"
               OPEN OUTPUT GL-SUB-FILE
               CLOSE GL-SUB-FILE
               OPEN I-O GL-SUB-FILE
           END-IF.

      *    SKIPS THE RECORDS POSTED BY EARLIER RUNS AND POSTS EVERY
      *    DETAIL AFTER THEM; TRAILERS CARRY NO MONEY OF THEIR OWN.
      *    A JOURNAL SHORTER THAN THE POSITION ALREADY POSTED HAS
      *    BEEN REPLACED UNDERNEATH US - NOTHING IS POSTED AND THE
      *    POSITION IS LEFT FOR SOMEONE TO SET RIGHT.
       POST-NEW-JOURNAL.
           OPEN INPUT GL-SUB-CTL-FILE
           IF GL-SUB-CTL-STATUS = "00"
               READ GL-SUB-CTL-FILE
                   AT END MOVE 0 TO GSC-RECORDS-POSTED
               END-READ
               IF GSC-RECORDS-POSTED NUMERIC
                   MOVE GSC-RECORDS-POSTED TO RECORDS-ALREADY-POSTED
               END-IF
               CLOSE GL-SUB-CTL-FILE
           END-IF

           MOVE "N" TO EOF-SWITCH
           OPEN INPUT GL-JRNL-FILE
           IF GL-JRNL-STATUS = "00"
               READ GL-JRNL-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   ADD 1 TO JOURNAL-POSITION
                   IF JOURNAL-POSITION > RECORDS-ALREADY-POSTED
                           AND GLJ-DETAIL
                       PERFORM POST-ONE-DETAIL
                   END-IF
                   READ GL-JRNL-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GL-JRNL-FILE
           END-IF

           IF JOURNAL-POSITION < RECORDS-ALREADY-POSTED
               SET JOURNAL-POSITION-LOST TO TRUE
               ADD 1 TO EXCEPTION-COUNT
               MOVE "GLJRNL SHORTER THAN POSITION ALREADY POSTED"
                   TO TB-RPT-RECORD
               WRITE TB-RPT-RECORD
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "GL-SUBLEDGER" TO EXC-PROGRAM-ID
               MOVE "GLSUBCTL" TO EXC-KEY-VALUE
               MOVE "GLJRNL SHORTER THAN POSITION POSTED"
                   TO EXC-REASON
               MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
               MOVE RUN-DATE TO EXC-CYCLE-DATE
               WRITE EXC-LOG-RECORD
           ELSE
               OPEN OUTPUT GL-SUB-CTL-FILE
               MOVE JOURNAL-POSITION TO GSC-RECORDS-POSTED
               MOVE RUN-DATE TO GSC-LAST-RUN-DATE
               WRITE GL-SUB-CTL-RECORD
               CLOSE GL-SUB-CTL-FILE
           END-IF.

      *    A DETAIL DATED INTO A CLOSED PERIOD IS ROLLED FORWARD TO
      *    THE FIRST OPEN PERIOD AFTER IT, OR REJECTED, PER GLLATEACT.
       POST-ONE-DETAIL.
           MOVE GLJ-CYCLE-DATE (1:6) TO DETAIL-PERIOD
           MOVE DETAIL-PERIOD TO POSTING-PERIOD
           PERFORM CHECK-PERIOD-CLOSED

           IF PERIOD-IS-CLOSED
               IF LATE-IS-REJECTED
                   ADD 1 TO DETAILS-REJECTED
                   MOVE "LATE JOURNAL REJECTED - PERIOD CLOSED"
                       TO EXCEPTION-TEXT
                   PERFORM REPORT-LATE-DETAIL
               ELSE
                   PERFORM UNTIL NOT PERIOD-IS-CLOSED
                       PERFORM STEP-TO-NEXT-PERIOD
                       PERFORM CHECK-PERIOD-CLOSED
                   END-PERFORM
                   ADD 1 TO DETAILS-ROLLED
                   MOVE SPACES TO EXCEPTION-TEXT
                   STRING "LATE JOURNAL ROLLED INTO "
                           DELIMITED BY SIZE
                       POSTING-PERIOD DELIMITED BY SIZE
                       INTO EXCEPTION-TEXT
                   END-STRING
                   PERFORM REPORT-LATE-DETAIL
                   PERFORM APPLY-TO-SUBLEDGER
               END-IF
           ELSE
               PERFORM APPLY-TO-SUBLEDGER
           END-IF.

       CHECK-PERIOD-CLOSED.
           MOVE "N" TO CLOSED-SWITCH
           PERFORM VARYING PERIOD-INDEX FROM 1 BY 1
                   UNTIL PERIOD-INDEX > PERIOD-COUNT
               IF PDT-PERIOD (PERIOD-INDEX) = POSTING-PERIOD
                       AND PDT-CLOSED (PERIOD-INDEX)
                   SET PERIOD-IS-CLOSED TO TRUE
               END-IF
           END-PERFORM.

       STEP-TO-NEXT-PERIOD.
           MOVE POSTING-PERIOD TO PERIOD-WORK-NUMBER
           IF PWK-MM < 12
               ADD 1 TO PWK-MM
           ELSE
               MOVE 1 TO PWK-MM
               ADD 1 TO PWK-YYYY
           END-IF
           MOVE PERIOD-WORK-NUMBER TO POSTING-PERIOD.

       APPLY-TO-SUBLEDGER.
           MOVE GLJ-GL-ACCOUNT TO GSB-GL-ACCOUNT
           MOVE GLJ-CURRENCY-CODE TO GSB-CURRENCY-CODE
           MOVE POSTING-PERIOD TO GSB-PERIOD
           READ GL-SUB-FILE
               INVALID KEY
                   MOVE 0 TO GSB-DEBIT-TOTAL
                   MOVE 0 TO GSB-CREDIT-TOTAL
                   MOVE 0 TO GSB-ENTRY-COUNT
                   PERFORM ADD-DETAIL-TO-ROW
                   WRITE GL-SUB-RECORD
               NOT INVALID KEY
                   PERFORM ADD-DETAIL-TO-ROW
                   REWRITE GL-SUB-RECORD
           END-READ
           ADD 1 TO DETAILS-POSTED.

       ADD-DETAIL-TO-ROW.
           IF GLJ-IS-DEBIT
               ADD GLJ-AMOUNT TO GSB-DEBIT-TOTAL
           ELSE
               ADD GLJ-AMOUNT TO GSB-CREDIT-TOTAL
           END-IF
           ADD 1 TO GSB-ENTRY-COUNT
           MOVE GLJ-CYCLE-DATE TO GSB-LAST-CYCLE-DATE.

       REPORT-LATE-DETAIL.
           MOVE GLJ-AMOUNT TO EDITED-AMOUNT-1
           MOVE SPACES TO TB-RPT-RECORD
           STRING GLJ-SOURCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GLJ-CYCLE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GLJ-GL-ACCOUNT DELIMITED BY SIZE
               GLJ-DEBIT-CREDIT DELIMITED BY SIZE
               EDITED-AMOUNT-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXCEPTION-TEXT DELIMITED BY SIZE
               INTO TB-RPT-RECORD
           END-STRING
           WRITE TB-RPT-RECORD

           MOVE SPACES TO EXC-LOG-RECORD
           MOVE "GL-SUBLEDGER" TO EXC-PROGRAM-ID
           STRING GLJ-SOURCE DELIMITED BY SIZE
               GLJ-CYCLE-DATE DELIMITED BY SIZE
               INTO EXC-KEY-VALUE
           END-STRING
           MOVE EXCEPTION-TEXT TO EXC-REASON
           MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
           MOVE RUN-DATE TO EXC-CYCLE-DATE
           WRITE EXC-LOG-RECORD.

      *    LOCKS THE REQUESTED PERIOD. ONLY A SUPERVISOR MAY CLOSE
      *    THE BOOKS, ONLY A PERIOD THAT HAS ALREADY ENDED CAN BE
      *    CLOSED, AND CLOSING ONE ALREADY CLOSED IS REFUSED.
       CLOSE-ACCOUNTING-PERIOD.
           MOVE SPACES TO EXCEPTION-TEXT
           MOVE REQUESTED-PERIOD TO PERIOD-WORK-NUMBER
           MOVE REQUESTED-PERIOD TO POSTING-PERIOD
           PERFORM CHECK-PERIOD-CLOSED
           EVALUATE TRUE
               WHEN NOT OPR-AUTH-SUPERVISOR
                   MOVE "PERIOD CLOSE NEEDS SUPERVISOR AUTHORITY"
                       TO EXCEPTION-TEXT
               WHEN PWK-MM < 1 OR PWK-MM > 12
                   MOVE "PERIOD TO CLOSE IS NOT A VALID MONTH"
                       TO EXCEPTION-TEXT
               WHEN REQUESTED-PERIOD NOT < RUN-PERIOD
                   MOVE "PERIOD TO CLOSE HAS NOT ENDED"
                       TO EXCEPTION-TEXT
               WHEN PERIOD-IS-CLOSED
                   MOVE "PERIOD IS ALREADY CLOSED" TO EXCEPTION-TEXT
               WHEN PERIOD-COUNT NOT < 600
                   MOVE "PERIOD TABLE FULL" TO EXCEPTION-TEXT
           END-EVALUATE

           IF EXCEPTION-TEXT NOT = SPACES
               ADD 1 TO EXCEPTION-COUNT
               MOVE SPACES TO TB-RPT-RECORD
               STRING "CLOSE OF " DELIMITED BY SIZE
                   REQUESTED-PERIOD DELIMITED BY SIZE
                   " REFUSED - " DELIMITED BY SIZE
                   EXCEPTION-TEXT DELIMITED BY SIZE
                   INTO TB-RPT-RECORD
               END-STRING
               WRITE TB-RPT-RECORD
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "GL-SUBLEDGER" TO EXC-PROGRAM-ID
               MOVE REQUESTED-PERIOD TO EXC-KEY-VALUE
               MOVE EXCEPTION-TEXT TO EXC-REASON
               MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
               MOVE RUN-DATE TO EXC-CYCLE-DATE
               WRITE EXC-LOG-RECORD
           ELSE
               MOVE 0 TO PERIOD-MATCH
               PERFORM VARYING PERIOD-INDEX FROM 1 BY 1
                       UNTIL PERIOD-INDEX > PERIOD-COUNT
                   IF PDT-PERIOD (PERIOD-INDEX) = REQUESTED-PERIOD
                       MOVE PERIOD-INDEX TO PERIOD-MATCH
                   END-IF
               END-PERFORM
               IF PERIOD-MATCH = 0
                   ADD 1 TO PERIOD-COUNT
                   MOVE PERIOD-COUNT TO PERIOD-MATCH
                   MOVE REQUESTED-PERIOD TO PDT-PERIOD (PERIOD-MATCH)
               END-IF
               MOVE "C" TO PDT-STATUS (PERIOD-MATCH)
               MOVE RUN-DATE TO PDT-CLOSED-DATE (PERIOD-MATCH)
               MOVE OPR-OPERATOR-ID TO PDT-CLOSED-BY (PERIOD-MATCH)
               PERFORM REWRITE-PERIOD-FILE
               SET CLOSE-WAS-DONE TO TRUE
               MOVE SPACES TO TB-RPT-RECORD
               STRING "PERIOD " DELIMITED BY SIZE
                   REQUESTED-PERIOD DELIMITED BY SIZE
                   " CLOSED BY " DELIMITED BY SIZE
                   OPR-OPERATOR-ID DELIMITED BY SIZE
                   INTO TB-RPT-RECORD
               END-STRING
               WRITE TB-RPT-RECORD
           END-IF.

       REWRITE-PERIOD-FILE.
           OPEN OUTPUT GL-PERIOD-FILE
           PERFORM VARYING PERIOD-INDEX FROM 1 BY 1
                   UNTIL PERIOD-INDEX > PERIOD-COUNT
               MOVE PDT-PERIOD (PERIOD-INDEX) TO GLP-PERIOD
               MOVE PDT-STATUS (PERIOD-INDEX) TO GLP-STATUS
               MOVE PDT-CLOSED-DATE (PERIOD-INDEX) TO GLP-CLOSED-DATE
               MOVE PDT-CLOSED-BY (PERIOD-INDEX) TO GLP-CLOSED-BY
               WRITE GL-PERIOD-RECORD
           END-PERFORM
           CLOSE GL-PERIOD-FILE.

      *    ONE LINE PER GL ACCOUNT AND CURRENCY WITH A BALANCE OR
      *    MOVEMENT IN THE PERIOD - THE PERIOD'S DEBITS AND CREDITS
      *    AND THE BALANCE CARRIED TO ITS END. THE FILE IS READ IN
      *    KEY ORDER, SO EACH ACCOUNT'S PERIODS ARRIVE TOGETHER.
       WRITE-TRIAL-BALANCE.
           MOVE SPACES TO TB-RPT-RECORD
           WRITE TB-RPT-RECORD
           MOVE SPACES TO TB-RPT-RECORD
           STRING "TRIAL BALANCE FOR PERIOD " DELIMITED BY SIZE
               TRIAL-PERIOD DELIMITED BY SIZE
               INTO TB-RPT-RECORD
           END-STRING
           WRITE TB-RPT-RECORD
           MOVE SPACES TO TB-RPT-RECORD
           MOVE "GL ACCOUNT           CCY" TO TB-RPT-RECORD (1:24)
           MOVE "PERIOD DEBITS" TO TB-RPT-RECORD (29:13)
           MOVE "PERIOD CREDITS" TO TB-RPT-RECORD (44:14)
           MOVE "CLOSING BALANCE" TO TB-RPT-RECORD (61:15)
           WRITE TB-RPT-RECORD

           MOVE SPACES TO TB-GL-ACCOUNT
           MOVE SPACES TO TB-CURRENCY-CODE
           MOVE 0 TO TB-PERIOD-DEBITS
           MOVE 0 TO TB-PERIOD-CREDITS
           MOVE 0 TO TB-BALANCE

           MOVE "N" TO EOF-SWITCH
           OPEN INPUT GL-SUB-FILE
           IF GL-SUB-STATUS = "00"
               READ GL-SUB-FILE NEXT RECORD
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF GSB-GL-ACCOUNT NOT = TB-GL-ACCOUNT
                           OR GSB-CURRENCY-CODE NOT = TB-CURRENCY-CODE
                       PERFORM WRITE-TRIAL-LINE
                       MOVE GSB-GL-ACCOUNT TO TB-GL-ACCOUNT
                       MOVE GSB-CURRENCY-CODE TO TB-CURRENCY-CODE
                   END-IF
                   IF GSB-PERIOD NOT > TRIAL-PERIOD
                       COMPUTE TB-BALANCE = TB-BALANCE
                           + GSB-DEBIT-TOTAL - GSB-CREDIT-TOTAL
                   END-IF
                   IF GSB-PERIOD = TRIAL-PERIOD
                       ADD GSB-DEBIT-TOTAL TO TB-PERIOD-DEBITS
                       ADD GSB-CREDIT-TOTAL TO TB-PERIOD-CREDITS
                   END-IF
                   READ GL-SUB-FILE NEXT RECORD
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               PERFORM WRITE-TRIAL-LINE
               CLOSE GL-SUB-FILE
           END-IF

           PERFORM WRITE-CURRENCY-PROOF.

      *    PRINTS THE ACCOUNT JUST FINISHED (IF IT HAD ANYTHING TO
      *    SHOW) AND ADDS IT TO ITS CURRENCY'S PROOF, THEN CLEARS
      *    THE ACCUMULATORS FOR THE NEXT.
       WRITE-TRIAL-LINE.
           IF TB-GL-ACCOUNT NOT = SPACES
                   AND (TB-PERIOD-DEBITS NOT = 0
                       OR TB-PERIOD-CREDITS NOT = 0
                       OR TB-BALANCE NOT = 0)
               ADD 1 TO TB-ACCOUNT-LINES
               MOVE TB-PERIOD-DEBITS TO EDITED-AMOUNT-1
               MOVE TB-PERIOD-CREDITS TO EDITED-AMOUNT-2
               MOVE TB-BALANCE TO EDITED-BALANCE
               MOVE SPACES TO TB-RPT-RECORD
               STRING TB-GL-ACCOUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TB-CURRENCY-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EDITED-AMOUNT-1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EDITED-AMOUNT-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EDITED-BALANCE DELIMITED BY SIZE
                   INTO TB-RPT-RECORD
               END-STRING
               WRITE TB-RPT-RECORD

               MOVE 0 TO PROOF-MATCH
               PERFORM VARYING PROOF-INDEX FROM 1 BY 1
                       UNTIL PROOF-INDEX > PROOF-COUNT
                   IF PRF-CURRENCY-CODE (PROOF-INDEX)
                           = TB-CURRENCY-CODE
                       MOVE PROOF-INDEX TO PROOF-MATCH
                   END-IF
               END-PERFORM
               IF PROOF-MATCH = 0
                   IF PROOF-COUNT < 50
                       ADD 1 TO PROOF-COUNT
                       MOVE PROOF-COUNT TO PROOF-MATCH
                       INITIALIZE PROOF-ENTRY (PROOF-MATCH)
                       MOVE TB-CURRENCY-CODE
                           TO PRF-CURRENCY-CODE (PROOF-MATCH)
                   ELSE
                       SET CAPACITY-EXCEEDED TO TRUE
                   END-IF
               END-IF
               IF PROOF-MATCH > 0
                   ADD TB-PERIOD-DEBITS
                       TO PRF-PERIOD-DEBITS (PROOF-MATCH)
                   ADD TB-PERIOD-CREDITS
                       TO PRF-PERIOD-CREDITS (PROOF-MATCH)
                   ADD TB-BALANCE TO PRF-BALANCE (PROOF-MATCH)
               END-IF
           END-IF
           MOVE 0 TO TB-PERIOD-DEBITS
           MOVE 0 TO TB-PERIOD-CREDITS
           MOVE 0 TO TB-BALANCE.

      *    EVERY JOURNAL PAIR IS BALANCED, SO IN EACH CURRENCY THE
      *    PERIOD'S DEBITS MUST EQUAL ITS CREDITS AND THE BALANCES
      *    MUST NET TO ZERO. A CURRENCY THAT DOES NOT IS OUT OF
      *    BALANCE AND FAILS THE RUN.
       WRITE-CURRENCY-PROOF.
           MOVE ALL "-" TO TB-RPT-RECORD
           WRITE TB-RPT-RECORD
           PERFORM VARYING PROOF-INDEX FROM 1 BY 1
                   UNTIL PROOF-INDEX > PROOF-COUNT
               MOVE PRF-PERIOD-DEBITS (PROOF-INDEX) TO EDITED-AMOUNT-1
               MOVE PRF-PERIOD-CREDITS (PROOF-INDEX)
                   TO EDITED-AMOUNT-2
               MOVE PRF-BALANCE (PROOF-INDEX) TO EDITED-BALANCE
               MOVE SPACES TO TB-RPT-RECORD
               STRING "TOTAL                " DELIMITED BY SIZE
                   PRF-CURRENCY-CODE (PROOF-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EDITED-AMOUNT-1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EDITED-AMOUNT-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EDITED-BALANCE DELIMITED BY SIZE
                   INTO TB-RPT-RECORD
               END-STRING
               WRITE TB-RPT-RECORD
               IF PRF-PERIOD-DEBITS (PROOF-INDEX)
                       NOT = PRF-PERIOD-CREDITS (PROOF-INDEX)
                   OR PRF-BALANCE (PROOF-INDEX) NOT = 0
                   ADD 1 TO OUT-OF-BALANCE-COUNT
                   MOVE SPACES TO TB-RPT-RECORD
                   STRING "*** " DELIMITED BY SIZE
                       PRF-CURRENCY-CODE (PROOF-INDEX)
                           DELIMITED BY SIZE
                       " OUT OF BALANCE ***" DELIMITED BY SIZE
                       INTO TB-RPT-RECORD
                   END-STRING
                   WRITE TB-RPT-RECORD
                   MOVE SPACES TO EXC-LOG-RECORD
                   MOVE "GL-SUBLEDGER" TO EXC-PROGRAM-ID
                   MOVE PRF-CURRENCY-CODE (PROOF-INDEX)
                       TO EXC-KEY-VALUE
                   MOVE "TRIAL BALANCE OUT OF BALANCE" TO EXC-REASON
                   MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
                   MOVE RUN-DATE TO EXC-CYCLE-DATE
                   WRITE EXC-LOG-RECORD
               END-IF
           END-PERFORM.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO TB-RPT-RECORD
           WRITE TB-RPT-RECORD
           MOVE SPACES TO TB-RPT-RECORD
           STRING "JOURNAL RECORDS READ: " DELIMITED BY SIZE
               JOURNAL-POSITION DELIMITED BY SIZE
               "  ALREADY POSTED: " DELIMITED BY SIZE
               RECORDS-ALREADY-POSTED DELIMITED BY SIZE
               INTO TB-RPT-RECORD
           END-STRING
           WRITE TB-RPT-RECORD
           MOVE SPACES TO TB-RPT-RECORD
           STRING "DETAILS POSTED: " DELIMITED BY SIZE
               DETAILS-POSTED DELIMITED BY SIZE
               "  ROLLED FORWARD: " DELIMITED BY SIZE
               DETAILS-ROLLED DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               DETAILS-REJECTED DELIMITED BY SIZE
               INTO TB-RPT-RECORD
           END-STRING
           WRITE TB-RPT-RECORD
           MOVE SPACES TO TB-RPT-RECORD
           STRING "ACCOUNT LINES: " DELIMITED BY SIZE
               TB-ACCOUNT-LINES DELIMITED BY SIZE
               "  CURRENCIES OUT OF BALANCE: " DELIMITED BY SIZE
               OUT-OF-BALANCE-COUNT DELIMITED BY SIZE
               INTO TB-RPT-RECORD
           END-STRING
           WRITE TB-RPT-RECORD
           IF CAPACITY-EXCEEDED
               MOVE "TABLE CAPACITY EXCEEDED - FIGURES INCOMPLETE"
                   TO TB-RPT-RECORD
               WRITE TB-RPT-RECORD
           END-IF.

      *    THE OPERATOR'S VERDICT ON THE RUN - ZERO FOR A CLEAN
      *    POSTING, FOUR WHEN LATE JOURNALS WERE ROLLED OR REJECTED
      *    OR A CLOSE WAS REFUSED, EIGHT WHEN THE TRIAL BALANCE DOES
      *    NOT BALANCE OR THE JOURNAL POSITION WAS LOST.
       SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN OUT-OF-BALANCE-COUNT > 0
                       OR JOURNAL-POSITION-LOST
                       OR CAPACITY-EXCEEDED
                   MOVE 8 TO RETURN-CODE
               WHEN EXCEPTION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *    COPIES THE JUST-CLOSED OUTPUT REPORT TO A DATED ARCHIVE
      *    FILE NAMED FOR TODAY'S RUN AND CATALOGS IT.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "GLTBRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT TB-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ TB-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE TB-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ TB-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE TB-RPT-FILE
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
           MOVE "GL-SUBLEDGER" TO CAT-PROGRAM-ID
           MOVE "GLTBRPT" TO CAT-REPORT-NAME
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
           MOVE "GL-SUBLEDGER" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE JOURNAL-POSITION TO AUD-RECORD-COUNT
           MOVE DETAILS-POSTED TO AUD-OUTPUT-COUNT
           MOVE EXCEPTION-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "GLJRNL GLPERIOD GLCLOSE" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

      *    HANDS THE RUN'S EXCEPTION COUNT TO THE SHARED ALERT
      *    WRITER - NOTHING FOR A CLEAN RUN, WARN OR CRITICAL PER
      *    THE CONFIGURED THRESHOLD.
       RAISE-EXCEPTION-ALERT.
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-EXCCOUNT TO TRUE
           MOVE "GL-SUBLEDGER" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           MOVE EXCEPTION-COUNT TO ALQ-EXC-COUNT
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
