       IDENTIFICATION DIVISION.
       PROGRAM-ID. AML-MONITOR.

      *    THE NIGHTLY ANTI-MONEY-LAUNDERING WATCH OVER BALHIST.
      *    EVERY CUSTOMER DEPOSIT AND WITHDRAWAL INSIDE A ROLLING
      *    WINDOW IS HELD AGAINST FOUR RULES - CASH JUST UNDER THE
      *    REPORTING THRESHOLD REPEATED ACROSS SEVERAL DAYS
      *    (STRUCTURING), ANY MOVEMENT ON AN ACCOUNT DORMANCY-REVIEW
      *    HAS MARKED DORMANT OR PRE-ESCHEATMENT, A DEPOSIT DRAWN
      *    NEARLY ALL THE WAY BACK OUT WITHIN A FEW DAYS, AND
      *    TURNOVER FAR ABOVE WHAT THE ACCOUNT'S OWN EARLIER HISTORY
      *    WOULD PREDICT. EACH HIT OPENS A SCORED CASE ON THE AMLCASE
      *    FILE FOR THE COMPLIANCE WORKLIST. THE WINDOW, THRESHOLD
      *    AND EVERY RULE LIMIT COME FROM THE CENTRAL PARAMETER
      *    LIBRARY. THE SAME ACTIVITY IS NEVER RAISED TWICE - A RULE
      *    ALREADY OPEN ON THE ACCOUNT IS LEFT TO THE ANALYST, AND A
      *    CASE CLOSED ON OR AFTER THE LATEST TRIGGERING MOVEMENT
      *    HAS ALREADY BEEN DECIDED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAL-HIST-FILE ASSIGN TO "BALHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BAL-HIST-STATUS.
           SELECT DORM-STATE-FILE ASSIGN TO "DORMST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DORM-STATE-STATUS.
           SELECT AML-CASE-FILE ASSIGN TO "AMLCASE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AML-CASE-STATUS.
           SELECT AML-RPT-FILE ASSIGN TO "AMLRPT"
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
       FD  BAL-HIST-FILE.
       01  BAL-HIST-RECORD.
           COPY BALHREC.

      *    THE DORMANCY STATE DORMANCY-REVIEW CARRIES PER ACCOUNT.
       FD  DORM-STATE-FILE.
       01  DORM-STATE-RECORD.
           05  DST-ACCT-NUMBER        PIC X(10).
           05  DST-PRODUCT            PIC X(2).
           05  DST-STATE              PIC X.
               88  DST-STATE-ACTIVE       VALUE "A".
               88  DST-STATE-DORMANT      VALUE "D".
               88  DST-STATE-PRE-ESCHEAT  VALUE "P".
           05  DST-LAST-ACTIVITY      PIC 9(8).
           05  DST-STATE-DATE         PIC 9(8).

       FD  AML-CASE-FILE.
       01  AML-CASE-RECORD.
           COPY AMLCREC.

       FD  AML-RPT-FILE.
       01  AML-RPT-RECORD         PIC X(80).

      *    A DATED COPY OF AML-RPT-FILE, WRITTEN AFTER THE REPORT IS
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
       01  BAL-HIST-STATUS        PIC XX.
       01  DORM-STATE-STATUS      PIC XX.
       01  AML-CASE-STATUS        PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-SCAN            VALUE "Y".
       01  OVERFLOW-SWITCH        PIC X VALUE "N".
           88  TABLES-OVERFLOWED      VALUE "Y".
       01  CASE-LOAD-SWITCH       PIC X VALUE "N".
           88  CASE-FILE-INCOMPLETE   VALUE "Y".

       01  MOVEMENTS-READ         PIC 9(7) VALUE 0.
       01  WINDOW-MOVEMENTS       PIC 9(7) VALUE 0.
       01  ACCOUNTS-MONITORED     PIC 9(7) VALUE 0.
       01  CASES-OPENED           PIC 9(7) VALUE 0.
       01  HITS-ALREADY-HELD      PIC 9(7) VALUE 0.
       01  EXCEPTION-COUNT        PIC 9(7) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE RULE LIMITS, DEFAULTED HERE AND OVERRIDDEN FROM THE
      *    PARAMETER LIBRARY - AMLWINDOW DAYS OF HISTORY WATCHED,
      *    THE CASHTHRESH REPORTING THRESHOLD AND THE NEARPCT BAND
      *    BELOW IT THAT COUNTS AS "JUST UNDER", STRUCTCNT SUCH
      *    MOVEMENTS ACROSS AT LEAST STRUCTDAYS DIFFERENT DAYS, A
      *    DEPOSIT WITH DRAINPCT OF IT WITHDRAWN INSIDE DRAINDAYS,
      *    AND TURNOVER OF VELOCMULT TIMES THE ACCOUNT'S HISTORY.
       01  AML-WINDOW-DAYS        PIC 9(5) VALUE 30.
       01  CASH-THRESHOLD         PIC 9(8)V99 VALUE 10000.00.
       01  NEAR-PERCENT           PIC 9(3)V99 VALUE 10.00.
       01  STRUCTURE-COUNT        PIC 9(5) VALUE 3.
       01  STRUCTURE-DAYS         PIC 9(5) VALUE 2.
       01  DRAIN-DAYS             PIC 9(5) VALUE 5.
       01  DRAIN-PERCENT          PIC 9(3)V99 VALUE 90.00.
       01  VELOCITY-MULTIPLE      PIC 9(3)V99 VALUE 5.00.
       01  NEAR-FLOOR             PIC 9(8)V99.
       01  VALUE-DAYS-AREA.
           05  VALUE-DAYS-X       PIC X(5).
           05  VALUE-DAYS REDEFINES VALUE-DAYS-X
                                  PIC 9(5).
       01  VALUE-RATE-AREA.
           05  VALUE-RATE-X       PIC X(5).
           05  VALUE-RATE REDEFINES VALUE-RATE-X
                                  PIC 9(3)V99.
       01  VALUE-AMOUNT-AREA.
           05  VALUE-AMOUNT-X     PIC X(10).
           05  VALUE-AMOUNT REDEFINES VALUE-AMOUNT-X
                                  PIC 9(8)V99.

      *    SERIAL-DAY ARITHMETIC FOR THE WINDOW AND THE DRAIN SPAN.
       01  SERIAL-WORK-AREA.
           05  SER-DATE           PIC 9(8).
           05  SER-YYYY           PIC 9(4).
           05  SER-MM             PIC 9(2).
           05  SER-DD             PIC 9(2).
           05  SER-ADJ-YYYY       PIC 9(4).
           05  SER-ADJ-MM         PIC 9(2).
           05  SER-DAY-NUMBER     PIC 9(7).
       01  RUN-DAY-NUMBER         PIC 9(7).
       01  WINDOW-START-DAY       PIC 9(7).
       01  HISTORY-SPAN           PIC S9(7).

      *    EVERY CUSTOMER MOVEMENT INSIDE THE WINDOW, IN BALHIST
      *    ORDER - WHICH IS POSTING ORDER - SO "LATER" IN THE TABLE
      *    IS LATER IN TIME.
       01  MOVE-COUNT             PIC 9(5) VALUE 0.
       01  MOVE-TABLE.
           05  MOVE-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON MOVE-COUNT.
               10  MVT-ACCT-NUMBER        PIC X(10).
               10  MVT-PRODUCT            PIC X(02).
               10  MVT-POST-DATE          PIC 9(8).
               10  MVT-DAY-NUMBER         PIC 9(7).
               10  MVT-TRAN-TYPE          PIC X(03).
               10  MVT-AMOUNT             PIC 9(5)V99.
               10  MVT-CHANNEL            PIC X.
       01  MOVE-INDEX             PIC 9(5).
       01  LATER-INDEX            PIC 9(5).

      *    ONE ENTRY PER ACCOUNT SEEN ON BALHIST - ITS TURNOVER
      *    BEFORE THE WINDOW (THE BASELINE) AND INSIDE IT, AND WHERE
      *    ITS FIRST WINDOW MOVEMENT SITS IN THE MOVEMENT TABLE.
       01  ACCT-COUNT             PIC 9(4) VALUE 0.
       01  ACCT-TABLE.
           05  ACCT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON ACCT-COUNT.
               10  ACT-ACCT-NUMBER        PIC X(10).
               10  ACT-PRODUCT            PIC X(02).
               10  ACT-HISTORY-FIRST-DAY  PIC 9(7).
               10  ACT-HISTORY-TOTAL      PIC 9(11)V99.
               10  ACT-WINDOW-TOTAL       PIC 9(11)V99.
               10  ACT-WINDOW-COUNT       PIC 9(5).
               10  ACT-WINDOW-LAST-DATE   PIC 9(8).
               10  ACT-FIRST-MOVE         PIC 9(5).
       01  ACCT-INDEX             PIC 9(4).
       01  ACCT-MATCH             PIC 9(4).

      *    THE ACCOUNTS DORMANCY-REVIEW HOLDS DORMANT OR
      *    PRE-ESCHEATMENT, WITH THE DATE THEY ENTERED THAT STATE.
       01  DORMANT-COUNT          PIC 9(4) VALUE 0.
       01  DORMANT-TABLE.
           05  DORMANT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON DORMANT-COUNT.
               10  DRT-ACCT-NUMBER        PIC X(10).
               10  DRT-PRODUCT            PIC X(02).
               10  DRT-STATE              PIC X.
               10  DRT-STATE-DATE         PIC 9(8).
       01  DORMANT-INDEX          PIC 9(4).
       01  DORMANT-MATCH          PIC 9(4).

      *    THE WHOLE CASE FILE - PRIOR CASES LOADED, NEW CASES
      *    ADDED, THE WHOLE SET WRITTEN BACK.
       01  CASE-COUNT             PIC 9(4) VALUE 0.
       01  CASE-TABLE.
           03  CASE-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON CASE-COUNT.
               COPY AMLCREC REPLACING LEADING ==AMC== BY ==CST==.
       01  CASE-INDEX             PIC 9(4).
       01  LAST-CASE-NUMBER       PIC 9(7) VALUE 0.
       01  CASE-HELD-SWITCH       PIC X.
           88  CASE-ALREADY-HELD      VALUE "Y".

      *    ONE RULE HIT ON THE ACCOUNT UNDER REVIEW.
       01  CUR-ACCT-NUMBER        PIC X(10).
       01  CUR-PRODUCT            PIC X(02).
       01  HIT-RULE               PIC X(04).
       01  HIT-SCORE              PIC 9(5).
       01  HIT-DATE               PIC 9(8).
       01  HIT-AMOUNT             PIC 9(9)V99.
       01  HIT-COUNT              PIC 9(5).
       01  DISTINCT-DAYS          PIC 9(5).
       01  LAST-HIT-DAY           PIC 9(7).
       01  DRAIN-LIMIT-DAY        PIC 9(7).
       01  DRAINED-AMOUNT         PIC 9(11)V99.
       01  DRAIN-NEEDED           PIC 9(9)V99.
       01  BEST-DRAIN-AMOUNT      PIC 9(9)V99.
       01  BEST-DRAIN-DATE        PIC 9(8).
       01  BEST-DRAINED-ALL       PIC X.
       01  BASELINE-TURNOVER      PIC 9(11)V99.
       01  TURNOVER-RATIO         PIC 9(5)V99.

      *    CASES OPENED PER RULE FOR THE CONTROL TOTALS.
       01  RULE-NAME-VALUES.
           05  FILLER             PIC X(4) VALUE "STRC".
           05  FILLER             PIC X(4) VALUE "DORM".
           05  FILLER             PIC X(4) VALUE "DRAN".
           05  FILLER             PIC X(4) VALUE "VELO".
       01  RULE-NAME-TABLE REDEFINES RULE-NAME-VALUES.
           05  RLN-NAME           PIC X(4) OCCURS 4 TIMES.
       01  RULE-OPENED-TABLE.
           05  RULE-OPENED        PIC 9(5) OCCURS 4 TIMES.
       01  RULE-INDEX             PIC 9.

       01  EDITED-AMOUNT          PIC Z(8)9.99.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT AND EXCEPTION
      *    RECORD THIS PROGRAM WRITES.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    THE PROCESSING CALENDAR'S ANSWER FOR THIS CYCLE, AND THE
      *    NAME THIS PROGRAM'S CYCLES ARE TRACKED UNDER.
       01  CALENDAR-PROGRAM-NAME  PIC X(20) VALUE "AML-MONITOR".
       01  PROCESSING-CAL-AREA.
           COPY CALREQ.

      *    HOW THIS RUN RAISES OPERATOR ALERTS - NEW CASES GO UP AS
      *    A WARN SO COMPLIANCE KNOWS THE WORKLIST HAS GROWN, AND THE
      *    EXCEPTION COUNT IS GRADED AGAINST THE ALRTTHR THRESHOLD.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

           PERFORM CHECK-PROCESSING-CALENDAR
           IF CAL-RUN-REFUSED
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM RUN-AML-MONITOR
               PERFORM SET-COMPLETION-CODE
               IF RETURN-CODE < 8
                   PERFORM MARK-CALENDAR-COMPLETE
               END-IF
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

       RUN-AML-MONITOR.
           ACCEPT BATCH-START-TIME FROM TIME
           MOVE RUN-DATE TO SER-DATE
           PERFORM COMPUTE-SERIAL-DAY
           MOVE SER-DAY-NUMBER TO RUN-DAY-NUMBER

           PERFORM LOAD-RULE-LIMITS
           COMPUTE WINDOW-START-DAY =
               RUN-DAY-NUMBER - AML-WINDOW-DAYS + 1
           COMPUTE NEAR-FLOOR ROUNDED =
               CASH-THRESHOLD * (100 - NEAR-PERCENT) / 100
           MOVE 0 TO RULE-OPENED (1) RULE-OPENED (2)
               RULE-OPENED (3) RULE-OPENED (4)

           OPEN OUTPUT AML-RPT-FILE
           PERFORM OPEN-EXCEPTION-LOG

           MOVE SPACES TO AML-RPT-RECORD
           STRING "AML-MONITOR NEW CASES  RUN DATE: "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  WINDOW DAYS: " DELIMITED BY SIZE
               AML-WINDOW-DAYS DELIMITED BY SIZE
               INTO AML-RPT-RECORD
           END-STRING
           WRITE AML-RPT-RECORD
           MOVE "CASE    PRD ACCOUNT    RULE SCORE TRIGGERED"
               TO AML-RPT-RECORD
           MOVE "AMOUNT HITS" TO AML-RPT-RECORD (50:11)
           WRITE AML-RPT-RECORD

           PERFORM LOAD-AML-CASES
           PERFORM LOAD-DORMANT-ACCOUNTS
           PERFORM LOAD-BALANCE-HISTORY

      *    A CASE FILE THAT COULD NOT BE LOADED WHOLE MUST NOT BE
      *    WRITTEN BACK FROM A PART - NOTHING IS OPENED UNTIL THE
      *    FILE IS SPLIT OR ARCHIVED.
           IF NOT CASE-FILE-INCOMPLETE
               PERFORM VARYING ACCT-INDEX FROM 1 BY 1
                       UNTIL ACCT-INDEX > ACCT-COUNT
                   IF ACT-WINDOW-COUNT (ACCT-INDEX) > 0
                       PERFORM MONITOR-ONE-ACCOUNT
                   END-IF
               END-PERFORM
               PERFORM REWRITE-AML-CASES
           END-IF

           PERFORM WRITE-CONTROL-TOTALS
           PERFORM RAISE-NEW-CASE-ALERT
           PERFORM RAISE-EXCEPTION-ALERT

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE AML-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

      *    EVERY RULE LIMIT FROM THE CENTRAL PARAMETER LIBRARY -
      *    DAYS AND COUNTS AS FIVE DIGITS AND PERCENTAGES AS 999V99
      *    IN POSITIONS 6-10, THE THRESHOLD AS A FULL TEN-DIGIT
      *    AMOUNT. A MISSING OR UNREADABLE ROW KEEPS THE DEFAULT.
       LOAD-RULE-LIMITS.
           MOVE "AMLWINDOW" TO PLQ-PARM-NAME
           PERFORM FETCH-AML-PARM
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (6:5) TO VALUE-DAYS-X
               IF VALUE-DAYS-X NUMERIC AND VALUE-DAYS > 0
                   MOVE VALUE-DAYS TO AML-WINDOW-DAYS
               END-IF
           END-IF

           MOVE "CASHTHRESH" TO PLQ-PARM-NAME
           PERFORM FETCH-AML-PARM
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE TO VALUE-AMOUNT-X
               IF VALUE-AMOUNT-X NUMERIC AND VALUE-AMOUNT > 0
                   MOVE VALUE-AMOUNT TO CASH-THRESHOLD
               END-IF
           END-IF

           MOVE "NEARPCT" TO PLQ-PARM-NAME
           PERFORM FETCH-AML-PARM
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (6:5) TO VALUE-RATE-X
               IF VALUE-RATE-X NUMERIC AND VALUE-RATE < 100
                   MOVE VALUE-RATE TO NEAR-PERCENT
               END-IF
           END-IF

           MOVE "STRUCTCNT" TO PLQ-PARM-NAME
           PERFORM FETCH-AML-PARM
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (6:5) TO VALUE-DAYS-X
               IF VALUE-DAYS-X NUMERIC AND VALUE-DAYS > 0
                   MOVE VALUE-DAYS TO STRUCTURE-COUNT
               END-IF
           END-IF

           MOVE "STRUCTDAYS" TO PLQ-PARM-NAME
           PERFORM FETCH-AML-PARM
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (6:5) TO VALUE-DAYS-X
               IF VALUE-DAYS-X NUMERIC AND VALUE-DAYS > 0
                   MOVE VALUE-DAYS TO STRUCTURE-DAYS
               END-IF
           END-IF

           MOVE "DRAINDAYS" TO PLQ-PARM-NAME
           PERFORM FETCH-AML-PARM
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (6:5) TO VALUE-DAYS-X
               IF VALUE-DAYS-X NUMERIC AND VALUE-DAYS > 0
                   MOVE VALUE-DAYS TO DRAIN-DAYS
               END-IF
           END-IF

           MOVE "DRAINPCT" TO PLQ-PARM-NAME
           PERFORM FETCH-AML-PARM
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (6:5) TO VALUE-RATE-X
               IF VALUE-RATE-X NUMERIC AND VALUE-RATE > 0
                   MOVE VALUE-RATE TO DRAIN-PERCENT
               END-IF
           END-IF

           MOVE "VELOCMULT" TO PLQ-PARM-NAME
           PERFORM FETCH-AML-PARM
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (6:5) TO VALUE-RATE-X
               IF VALUE-RATE-X NUMERIC AND VALUE-RATE > 0
                   MOVE VALUE-RATE TO VELOCITY-MULTIPLE
               END-IF
           END-IF.

      *    ONE LOOKUP UNDER THIS PROGRAM'S NAME FOR THE PARAMETER
      *    NAMED IN PLQ-PARM-NAME.
       FETCH-AML-PARM.
           MOVE "AML-MONITOR" TO PLQ-PROGRAM-ID
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           MOVE SPACES TO PLQ-PARM-VALUE
           MOVE SPACE TO PLQ-STATUS
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA.

      *    EVERY CASE EVER OPENED, OPEN OR DECIDED - THE DECIDED
      *    ONES ARE WHAT STOP THE SAME ACTIVITY BEING RAISED AGAIN,
      *    AND THE HIGHEST NUMBER ON FILE NUMBERS THE NEXT CASE.
       LOAD-AML-CASES.
           OPEN INPUT AML-CASE-FILE
           IF AML-CASE-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ AML-CASE-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF CASE-COUNT < 5000
                       ADD 1 TO CASE-COUNT
                       MOVE AML-CASE-RECORD
                           TO CASE-ENTRY (CASE-COUNT)
                       IF AMC-CASE-NUMBER > LAST-CASE-NUMBER
                           MOVE AMC-CASE-NUMBER TO LAST-CASE-NUMBER
                       END-IF
                   ELSE
                       IF NOT CASE-FILE-INCOMPLETE
                           SET CASE-FILE-INCOMPLETE TO TRUE
                           SET TABLES-OVERFLOWED TO TRUE
                           MOVE SPACES TO EXC-LOG-RECORD
                           MOVE "AMLCASE" TO EXC-KEY-VALUE
                           MOVE "CASE FILE EXCEEDS TABLE - NONE OPENED"
                               TO EXC-REASON
                           PERFORM LOG-MONITOR-EXCEPTION
                       END-IF
                   END-IF
                   READ AML-CASE-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AML-CASE-FILE
           END-IF.

       LOAD-DORMANT-ACCOUNTS.
           OPEN INPUT DORM-STATE-FILE
           IF DORM-STATE-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ DORM-STATE-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF (DST-STATE-DORMANT OR DST-STATE-PRE-ESCHEAT)
                           AND DORMANT-COUNT < 2000
                       ADD 1 TO DORMANT-COUNT
                       MOVE DST-ACCT-NUMBER
                           TO DRT-ACCT-NUMBER (DORMANT-COUNT)
                       MOVE DST-PRODUCT TO DRT-PRODUCT (DORMANT-COUNT)
                       MOVE DST-STATE TO DRT-STATE (DORMANT-COUNT)
                       MOVE DST-STATE-DATE
                           TO DRT-STATE-DATE (DORMANT-COUNT)
                   END-IF
                   READ DORM-STATE-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DORM-STATE-FILE
           END-IF.

      *    ONLY CUSTOMER DEPOSITS AND WITHDRAWALS ARE WATCHED - FEES
      *    AND OTHER BANK-INITIATED ENTRIES SAY NOTHING ABOUT WHAT
      *    THE CUSTOMER IS DOING. MOVEMENTS BEFORE THE WINDOW ONLY
      *    BUILD THE ACCOUNT'S BASELINE TURNOVER.
       LOAD-BALANCE-HISTORY.
           OPEN INPUT BAL-HIST-FILE
           IF BAL-HIST-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ BAL-HIST-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF (BHR-DEPOSIT OR BHR-WITHDRAWAL)
                           AND BHR-POST-DATE NUMERIC
                           AND BHR-POST-DATE NOT > RUN-DATE
                       ADD 1 TO MOVEMENTS-READ
                       PERFORM FOLD-IN-MOVEMENT
                   END-IF
                   READ BAL-HIST-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BAL-HIST-FILE
           END-IF.

       FOLD-IN-MOVEMENT.
           MOVE BHR-POST-DATE TO SER-DATE
           PERFORM COMPUTE-SERIAL-DAY

           MOVE 0 TO ACCT-MATCH
           PERFORM VARYING ACCT-INDEX FROM 1 BY 1
                   UNTIL ACCT-INDEX > ACCT-COUNT
                      OR ACCT-MATCH > 0
               IF ACT-ACCT-NUMBER (ACCT-INDEX) = BHR-ACCT-NUMBER
                       AND ACT-PRODUCT (ACCT-INDEX) = BHR-PRODUCT
                   MOVE ACCT-INDEX TO ACCT-MATCH
               END-IF
           END-PERFORM

           IF ACCT-MATCH = 0
               IF ACCT-COUNT < 2000
                   ADD 1 TO ACCT-COUNT
                   MOVE ACCT-COUNT TO ACCT-MATCH
                   MOVE BHR-ACCT-NUMBER
                       TO ACT-ACCT-NUMBER (ACCT-MATCH)
                   MOVE BHR-PRODUCT TO ACT-PRODUCT (ACCT-MATCH)
                   MOVE SER-DAY-NUMBER
                       TO ACT-HISTORY-FIRST-DAY (ACCT-MATCH)
                   MOVE 0 TO ACT-HISTORY-TOTAL (ACCT-MATCH)
                   MOVE 0 TO ACT-WINDOW-TOTAL (ACCT-MATCH)
                   MOVE 0 TO ACT-WINDOW-COUNT (ACCT-MATCH)
                   MOVE 0 TO ACT-WINDOW-LAST-DATE (ACCT-MATCH)
                   MOVE 0 TO ACT-FIRST-MOVE (ACCT-MATCH)
               ELSE
                   IF NOT TABLES-OVERFLOWED
                       SET TABLES-OVERFLOWED TO TRUE
                       MOVE SPACES TO EXC-LOG-RECORD
                       MOVE BHR-ACCT-NUMBER TO EXC-KEY-VALUE
                       MOVE "ACCOUNT TABLE FULL - RULES INCOMPLETE"
                           TO EXC-REASON
                       PERFORM LOG-MONITOR-EXCEPTION
                   END-IF
               END-IF
           END-IF

           IF ACCT-MATCH > 0
               IF SER-DAY-NUMBER < WINDOW-START-DAY
                   ADD BHR-AMOUNT TO ACT-HISTORY-TOTAL (ACCT-MATCH)
                   IF SER-DAY-NUMBER <
                           ACT-HISTORY-FIRST-DAY (ACCT-MATCH)
                       MOVE SER-DAY-NUMBER
                           TO ACT-HISTORY-FIRST-DAY (ACCT-MATCH)
                   END-IF
               ELSE
                   PERFORM HOLD-WINDOW-MOVEMENT
               END-IF
           END-IF.

       HOLD-WINDOW-MOVEMENT.
           IF MOVE-COUNT < 5000
               ADD 1 TO MOVE-COUNT
               ADD 1 TO WINDOW-MOVEMENTS
               MOVE BHR-ACCT-NUMBER TO MVT-ACCT-NUMBER (MOVE-COUNT)
               MOVE BHR-PRODUCT TO MVT-PRODUCT (MOVE-COUNT)
               MOVE BHR-POST-DATE TO MVT-POST-DATE (MOVE-COUNT)
               MOVE SER-DAY-NUMBER TO MVT-DAY-NUMBER (MOVE-COUNT)
               MOVE BHR-TRAN-TYPE TO MVT-TRAN-TYPE (MOVE-COUNT)
               MOVE BHR-AMOUNT TO MVT-AMOUNT (MOVE-COUNT)
               MOVE BHR-CHANNEL TO MVT-CHANNEL (MOVE-COUNT)
               IF ACT-FIRST-MOVE (ACCT-MATCH) = 0
                   MOVE MOVE-COUNT TO ACT-FIRST-MOVE (ACCT-MATCH)
               END-IF
               ADD 1 TO ACT-WINDOW-COUNT (ACCT-MATCH)
               ADD BHR-AMOUNT TO ACT-WINDOW-TOTAL (ACCT-MATCH)
               IF BHR-POST-DATE > ACT-WINDOW-LAST-DATE (ACCT-MATCH)
                   MOVE BHR-POST-DATE
                       TO ACT-WINDOW-LAST-DATE (ACCT-MATCH)
               END-IF
           ELSE
               IF NOT TABLES-OVERFLOWED
                   SET TABLES-OVERFLOWED TO TRUE
                   MOVE SPACES TO EXC-LOG-RECORD
                   MOVE BHR-ACCT-NUMBER TO EXC-KEY-VALUE
                   MOVE "MOVEMENT TABLE FULL - RULES INCOMPLETE"
                       TO EXC-REASON
                   PERFORM LOG-MONITOR-EXCEPTION
               END-IF
           END-IF.

      *    THE FOUR RULES, EACH JUDGED ON ITS OWN, SO ONE ACCOUNT
      *    CAN OPEN MORE THAN ONE CASE IN A NIGHT.
       MONITOR-ONE-ACCOUNT.
           ADD 1 TO ACCOUNTS-MONITORED
           MOVE ACT-ACCT-NUMBER (ACCT-INDEX) TO CUR-ACCT-NUMBER
           MOVE ACT-PRODUCT (ACCT-INDEX) TO CUR-PRODUCT
           PERFORM CHECK-STRUCTURING
           PERFORM CHECK-DORMANT-ACTIVITY
           PERFORM CHECK-RAPID-DRAIN
           PERFORM CHECK-VELOCITY.

      *    CASH IN OR OUT BETWEEN THE FLOOR OF THE "JUST UNDER" BAND
      *    AND THE THRESHOLD, STRUCTCNT TIMES OR MORE ON AT LEAST
      *    STRUCTDAYS DIFFERENT DAYS. EACH MOVEMENT BEYOND THE
      *    MINIMUM ADDS TO THE SCORE.
       CHECK-STRUCTURING.
           MOVE 0 TO HIT-COUNT HIT-AMOUNT HIT-DATE DISTINCT-DAYS
               LAST-HIT-DAY
           PERFORM VARYING MOVE-INDEX
                   FROM ACT-FIRST-MOVE (ACCT-INDEX) BY 1
                   UNTIL MOVE-INDEX > MOVE-COUNT
               IF MVT-ACCT-NUMBER (MOVE-INDEX) = CUR-ACCT-NUMBER
                       AND MVT-PRODUCT (MOVE-INDEX) = CUR-PRODUCT
                       AND MVT-CHANNEL (MOVE-INDEX) = "C"
                       AND MVT-AMOUNT (MOVE-INDEX) NOT < NEAR-FLOOR
                       AND MVT-AMOUNT (MOVE-INDEX) < CASH-THRESHOLD
                   ADD 1 TO HIT-COUNT
                   ADD MVT-AMOUNT (MOVE-INDEX) TO HIT-AMOUNT
                   IF MVT-DAY-NUMBER (MOVE-INDEX) NOT = LAST-HIT-DAY
                       ADD 1 TO DISTINCT-DAYS
                       MOVE MVT-DAY-NUMBER (MOVE-INDEX)
                           TO LAST-HIT-DAY
                   END-IF
                   IF MVT-POST-DATE (MOVE-INDEX) > HIT-DATE
                       MOVE MVT-POST-DATE (MOVE-INDEX) TO HIT-DATE
                   END-IF
               END-IF
           END-PERFORM

           IF HIT-COUNT NOT < STRUCTURE-COUNT
                   AND DISTINCT-DAYS NOT < STRUCTURE-DAYS
               MOVE "STRC" TO HIT-RULE
               COMPUTE HIT-SCORE =
                   40 + 10 * (HIT-COUNT - STRUCTURE-COUNT)
               PERFORM OPEN-CASE-FOR-HIT
           END-IF.

      *    ANY CUSTOMER MOVEMENT DATED AFTER THE ACCOUNT ENTERED THE
      *    DORMANT OR PRE-ESCHEATMENT STATE. A PRE-ESCHEATMENT
      *    ACCOUNT COMING BACK TO LIFE SCORES HIGHER.
       CHECK-DORMANT-ACTIVITY.
           MOVE 0 TO DORMANT-MATCH
           PERFORM VARYING DORMANT-INDEX FROM 1 BY 1
                   UNTIL DORMANT-INDEX > DORMANT-COUNT
                      OR DORMANT-MATCH > 0
               IF DRT-ACCT-NUMBER (DORMANT-INDEX) = CUR-ACCT-NUMBER
                       AND DRT-PRODUCT (DORMANT-INDEX) = CUR-PRODUCT
                   MOVE DORMANT-INDEX TO DORMANT-MATCH
               END-IF
           END-PERFORM

           IF DORMANT-MATCH > 0
               MOVE 0 TO HIT-COUNT HIT-AMOUNT HIT-DATE
               PERFORM VARYING MOVE-INDEX
                       FROM ACT-FIRST-MOVE (ACCT-INDEX) BY 1
                       UNTIL MOVE-INDEX > MOVE-COUNT
                   IF MVT-ACCT-NUMBER (MOVE-INDEX) = CUR-ACCT-NUMBER
                           AND MVT-PRODUCT (MOVE-INDEX) = CUR-PRODUCT
                           AND MVT-POST-DATE (MOVE-INDEX) >
                               DRT-STATE-DATE (DORMANT-MATCH)
                       ADD 1 TO HIT-COUNT
                       ADD MVT-AMOUNT (MOVE-INDEX) TO HIT-AMOUNT
                       IF MVT-POST-DATE (MOVE-INDEX) > HIT-DATE
                           MOVE MVT-POST-DATE (MOVE-INDEX)
                               TO HIT-DATE
                       END-IF
                   END-IF
               END-PERFORM
               IF HIT-COUNT > 0
                   MOVE "DORM" TO HIT-RULE
                   COMPUTE HIT-SCORE = 25 + 5 * HIT-COUNT
                   IF DRT-STATE (DORMANT-MATCH) = "P"
                       ADD 15 TO HIT-SCORE
                   END-IF
                   PERFORM OPEN-CASE-FOR-HIT
               END-IF
           END-IF.

      *    A DEPOSIT FOLLOWED, WITHIN DRAINDAYS, BY WITHDRAWALS OF AT
      *    LEAST DRAINPCT OF IT. THE LARGEST SUCH DEPOSIT IS THE ONE
      *    REPORTED; ONE DRAWN OUT IN FULL SCORES HIGHER.
       CHECK-RAPID-DRAIN.
           MOVE 0 TO HIT-COUNT BEST-DRAIN-AMOUNT BEST-DRAIN-DATE
           MOVE "N" TO BEST-DRAINED-ALL
           PERFORM VARYING MOVE-INDEX
                   FROM ACT-FIRST-MOVE (ACCT-INDEX) BY 1
                   UNTIL MOVE-INDEX > MOVE-COUNT
               IF MVT-ACCT-NUMBER (MOVE-INDEX) = CUR-ACCT-NUMBER
                       AND MVT-PRODUCT (MOVE-INDEX) = CUR-PRODUCT
                       AND MVT-TRAN-TYPE (MOVE-INDEX) = "DEP"
                   PERFORM MEASURE-ONE-DRAIN
               END-IF
           END-PERFORM

           IF HIT-COUNT > 0
               MOVE "DRAN" TO HIT-RULE
               MOVE BEST-DRAIN-AMOUNT TO HIT-AMOUNT
               MOVE BEST-DRAIN-DATE TO HIT-DATE
               COMPUTE HIT-SCORE = 35 + 5 * (HIT-COUNT - 1)
               IF BEST-DRAINED-ALL = "Y"
                   ADD 15 TO HIT-SCORE
               END-IF
               PERFORM OPEN-CASE-FOR-HIT
           END-IF.

       MEASURE-ONE-DRAIN.
           COMPUTE DRAIN-LIMIT-DAY =
               MVT-DAY-NUMBER (MOVE-INDEX) + DRAIN-DAYS
           COMPUTE DRAIN-NEEDED ROUNDED =
               MVT-AMOUNT (MOVE-INDEX) * DRAIN-PERCENT / 100
           MOVE 0 TO DRAINED-AMOUNT HIT-DATE
           PERFORM VARYING LATER-INDEX FROM MOVE-INDEX BY 1
                   UNTIL LATER-INDEX > MOVE-COUNT
               IF MVT-ACCT-NUMBER (LATER-INDEX) = CUR-ACCT-NUMBER
                       AND MVT-PRODUCT (LATER-INDEX) = CUR-PRODUCT
                       AND MVT-TRAN-TYPE (LATER-INDEX) = "WDR"
                       AND MVT-DAY-NUMBER (LATER-INDEX) NOT >
                           DRAIN-LIMIT-DAY
                   ADD MVT-AMOUNT (LATER-INDEX) TO DRAINED-AMOUNT
                   MOVE MVT-POST-DATE (LATER-INDEX) TO HIT-DATE
               END-IF
           END-PERFORM

           IF MVT-AMOUNT (MOVE-INDEX) > 0
                   AND DRAINED-AMOUNT NOT < DRAIN-NEEDED
               ADD 1 TO HIT-COUNT
               IF MVT-AMOUNT (MOVE-INDEX) > BEST-DRAIN-AMOUNT
                   MOVE MVT-AMOUNT (MOVE-INDEX) TO BEST-DRAIN-AMOUNT
                   MOVE HIT-DATE TO BEST-DRAIN-DATE
                   IF DRAINED-AMOUNT NOT < MVT-AMOUNT (MOVE-INDEX)
                       MOVE "Y" TO BEST-DRAINED-ALL
                   ELSE
                       MOVE "N" TO BEST-DRAINED-ALL
                   END-IF
               END-IF
           END-IF.

      *    WINDOW TURNOVER AGAINST WHAT THE ACCOUNT'S EARLIER HISTORY
      *    WOULD PUT IN A WINDOW OF THE SAME LENGTH. AN ACCOUNT
      *    WITHOUT A FULL WINDOW OF HISTORY HAS NO BASELINE AND IS
      *    NOT JUDGED. EVERY WHOLE MULTIPLE ABOVE VELOCMULT ADDS TO
      *    THE SCORE.
       CHECK-VELOCITY.
           IF ACT-HISTORY-TOTAL (ACCT-INDEX) > 0
               COMPUTE HISTORY-SPAN = WINDOW-START-DAY
                   - ACT-HISTORY-FIRST-DAY (ACCT-INDEX)
               IF HISTORY-SPAN NOT < AML-WINDOW-DAYS
                   COMPUTE BASELINE-TURNOVER ROUNDED =
                       ACT-HISTORY-TOTAL (ACCT-INDEX)
                           * AML-WINDOW-DAYS / HISTORY-SPAN
                   IF BASELINE-TURNOVER > 0
                       COMPUTE TURNOVER-RATIO =
                           ACT-WINDOW-TOTAL (ACCT-INDEX)
                               / BASELINE-TURNOVER
                           ON SIZE ERROR
                               MOVE 999.99 TO TURNOVER-RATIO
                       END-COMPUTE
                       IF TURNOVER-RATIO > VELOCITY-MULTIPLE
                           MOVE "VELO" TO HIT-RULE
                           MOVE ACT-WINDOW-TOTAL (ACCT-INDEX)
                               TO HIT-AMOUNT
                           MOVE ACT-WINDOW-LAST-DATE (ACCT-INDEX)
                               TO HIT-DATE
                           MOVE ACT-WINDOW-COUNT (ACCT-INDEX)
                               TO HIT-COUNT
                           COMPUTE HIT-SCORE = 30 + 5 *
                               (TURNOVER-RATIO - VELOCITY-MULTIPLE)
                               ON SIZE ERROR
                                   MOVE 99 TO HIT-SCORE
                           END-COMPUTE
                           PERFORM OPEN-CASE-FOR-HIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    A HIT BECOMES A CASE UNLESS THE SAME RULE IS ALREADY OPEN
      *    ON THE ACCOUNT, OR A CASE FOR IT WAS DECIDED ON OR AFTER
      *    THE LATEST MOVEMENT BEHIND THIS HIT. ANOTHER RULE ALREADY
      *    OPEN ON THE ACCOUNT RAISES THE SCORE; NO SCORE PASSES 99.
       OPEN-CASE-FOR-HIT.
           MOVE "N" TO CASE-HELD-SWITCH
           PERFORM VARYING CASE-INDEX FROM 1 BY 1
                   UNTIL CASE-INDEX > CASE-COUNT
               IF CST-ACCT-NUMBER (CASE-INDEX) = CUR-ACCT-NUMBER
                       AND CST-PRODUCT (CASE-INDEX) = CUR-PRODUCT
                   IF CST-RULE (CASE-INDEX) = HIT-RULE
                       IF CST-IS-OPEN (CASE-INDEX)
                           SET CASE-ALREADY-HELD TO TRUE
                       END-IF
                       IF NOT CST-IS-OPEN (CASE-INDEX)
                               AND CST-DECISION-DATE (CASE-INDEX)
                                   NOT < HIT-DATE
                           SET CASE-ALREADY-HELD TO TRUE
                       END-IF
                   ELSE
                       IF CST-IS-OPEN (CASE-INDEX)
                           ADD 10 TO HIT-SCORE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF HIT-SCORE > 99
               MOVE 99 TO HIT-SCORE
           END-IF

           IF CASE-ALREADY-HELD
               ADD 1 TO HITS-ALREADY-HELD
           ELSE
               IF CASE-COUNT < 5000
                   PERFORM ADD-NEW-CASE
               ELSE
                   IF NOT TABLES-OVERFLOWED
                       SET TABLES-OVERFLOWED TO TRUE
                       MOVE SPACES TO EXC-LOG-RECORD
                       MOVE CUR-ACCT-NUMBER TO EXC-KEY-VALUE
                       MOVE "CASE TABLE FULL - HIT NOT OPENED"
                           TO EXC-REASON
                       PERFORM LOG-MONITOR-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       ADD-NEW-CASE.
           ADD 1 TO CASE-COUNT
           ADD 1 TO LAST-CASE-NUMBER
           ADD 1 TO CASES-OPENED
           MOVE SPACES TO AML-CASE-RECORD
           MOVE LAST-CASE-NUMBER TO AMC-CASE-NUMBER
           MOVE CUR-ACCT-NUMBER TO AMC-ACCT-NUMBER
           MOVE CUR-PRODUCT TO AMC-PRODUCT
           MOVE HIT-RULE TO AMC-RULE
           MOVE HIT-SCORE TO AMC-SCORE
           MOVE RUN-DATE TO AMC-OPEN-DATE
           MOVE HIT-DATE TO AMC-TRIGGER-DATE
           MOVE HIT-AMOUNT TO AMC-TRIGGER-AMOUNT
           MOVE HIT-COUNT TO AMC-HIT-COUNT
           SET AMC-IS-OPEN TO TRUE
           MOVE 0 TO AMC-DECISION-DATE
           MOVE AML-CASE-RECORD TO CASE-ENTRY (CASE-COUNT)

           PERFORM VARYING RULE-INDEX FROM 1 BY 1
                   UNTIL RULE-INDEX > 4
               IF RLN-NAME (RULE-INDEX) = HIT-RULE
                   ADD 1 TO RULE-OPENED (RULE-INDEX)
               END-IF
           END-PERFORM

           MOVE HIT-AMOUNT TO EDITED-AMOUNT
           MOVE SPACES TO AML-RPT-RECORD
           STRING AMC-CASE-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMC-PRODUCT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMC-ACCT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMC-RULE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMC-SCORE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               AMC-TRIGGER-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-AMOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMC-HIT-COUNT DELIMITED BY SIZE
               INTO AML-RPT-RECORD
           END-STRING
           WRITE AML-RPT-RECORD.

       REWRITE-AML-CASES.
           OPEN OUTPUT AML-CASE-FILE
           PERFORM VARYING CASE-INDEX FROM 1 BY 1
                   UNTIL CASE-INDEX > CASE-COUNT
               MOVE CASE-ENTRY (CASE-INDEX) TO AML-CASE-RECORD
               WRITE AML-CASE-RECORD
           END-PERFORM
           CLOSE AML-CASE-FILE.

       LOG-MONITOR-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT
           MOVE "AML-MONITOR" TO EXC-PROGRAM-ID
           MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
           MOVE RUN-DATE TO EXC-CYCLE-DATE
           WRITE EXC-LOG-RECORD.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO AML-RPT-RECORD
           STRING "MOVEMENTS READ: " DELIMITED BY SIZE
               MOVEMENTS-READ DELIMITED BY SIZE
               "  IN WINDOW: " DELIMITED BY SIZE
               WINDOW-MOVEMENTS DELIMITED BY SIZE
               "  ACCOUNTS: " DELIMITED BY SIZE
               ACCOUNTS-MONITORED DELIMITED BY SIZE
               INTO AML-RPT-RECORD
           END-STRING
           WRITE AML-RPT-RECORD

           MOVE SPACES TO AML-RPT-RECORD
           STRING "CASES OPENED: " DELIMITED BY SIZE
               CASES-OPENED DELIMITED BY SIZE
               "  STRC " DELIMITED BY SIZE
               RULE-OPENED (1) DELIMITED BY SIZE
               " DORM " DELIMITED BY SIZE
               RULE-OPENED (2) DELIMITED BY SIZE
               " DRAN " DELIMITED BY SIZE
               RULE-OPENED (3) DELIMITED BY SIZE
               " VELO " DELIMITED BY SIZE
               RULE-OPENED (4) DELIMITED BY SIZE
               INTO AML-RPT-RECORD
           END-STRING
           WRITE AML-RPT-RECORD

           MOVE SPACES TO AML-RPT-RECORD
           STRING "HITS ALREADY OPEN OR DECIDED: " DELIMITED BY SIZE
               HITS-ALREADY-HELD DELIMITED BY SIZE
               "  EXCEPTIONS: " DELIMITED BY SIZE
               EXCEPTION-COUNT DELIMITED BY SIZE
               INTO AML-RPT-RECORD
           END-STRING
           WRITE AML-RPT-RECORD

           IF TABLES-OVERFLOWED
               MOVE "MONITORING INCOMPLETE - SEE EXCEPTION LOG"
                   TO AML-RPT-RECORD
               WRITE AML-RPT-RECORD
           END-IF.

      *    ZERO FOR A CLEAN RUN, EIGHT WHEN A TABLE FILLED AND SOME
      *    ACTIVITY WENT UNWATCHED - THE RERUN MUST NOT BE SKIPPED.
       SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN TABLES-OVERFLOWED
                   MOVE 8 TO RETURN-CODE
               WHEN EXCEPTION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

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
      *    FILE NAMED FOR TODAY'S RUN AND CATALOGS IT.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "AMLRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT AML-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ AML-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE AML-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ AML-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE AML-RPT-FILE
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
           MOVE "AML-MONITOR" TO CAT-PROGRAM-ID
           MOVE "AMLRPT" TO CAT-REPORT-NAME
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
           MOVE "AML-MONITOR" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE MOVEMENTS-READ TO AUD-RECORD-COUNT
           MOVE CASES-OPENED TO AUD-OUTPUT-COUNT
           MOVE EXCEPTION-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "BALHIST DORMST AMLCASE" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

       CHECK-PROCESSING-CALENDAR.
           MOVE SPACES TO PROCESSING-CAL-AREA
           SET CALQ-REQ-CHECK TO TRUE
           MOVE CALENDAR-PROGRAM-NAME TO CALQ-PROGRAM-ID
           MOVE RUN-DATE TO CALQ-CYCLE-DATE
           CALL "PROCESSING-CALENDAR" USING PROCESSING-CAL-AREA
           IF CAL-RUN-REFUSED
               DISPLAY CALENDAR-PROGRAM-NAME
                   " ALREADY COMPLETE FOR " CALQ-CYCLE-DATE
                   " - RUN REFUSED"
           END-IF
           IF CAL-RUN-WARNED
               DISPLAY CALENDAR-PROGRAM-NAME
                   " RUNNING ON A NON-BUSINESS OR UNLISTED DATE"
           END-IF.

      *    ONE COMPLETION MARK PER CLEAN END-OF-JOB.
       MARK-CALENDAR-COMPLETE.
           SET CALQ-REQ-COMPLETE TO TRUE
           MOVE CALENDAR-PROGRAM-NAME TO CALQ-PROGRAM-ID
           MOVE RUN-DATE TO CALQ-CYCLE-DATE
           CALL "PROCESSING-CALENDAR" USING PROCESSING-CAL-AREA.

      *    NEW CASES GO UP AS A WARN ALERT SO THE WORKLIST IS
      *    WORKED, NOT JUST FILED.
       RAISE-NEW-CASE-ALERT.
           IF CASES-OPENED > 0
               MOVE SPACES TO ALERT-REQUEST-AREA
               SET ALQ-REQ-RAISE TO TRUE
               SET ALQ-SEV-WARN TO TRUE
               MOVE "AML-MONITOR" TO ALQ-PROGRAM-ID
               MOVE RUN-DATE TO ALQ-CYCLE-DATE
               MOVE SPACES TO ALQ-MESSAGE
               STRING "NEW AML CASES OPENED: " DELIMITED BY SIZE
                   CASES-OPENED DELIMITED BY SIZE
                   INTO ALQ-MESSAGE
               END-STRING
               CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA
           END-IF.

      *    HANDS THE RUN'S EXCEPTION COUNT TO THE SHARED ALERT
      *    WRITER - NOTHING FOR A CLEAN RUN, WARN OR CRITICAL PER
      *    THE CONFIGURED THRESHOLD.
       RAISE-EXCEPTION-ALERT.
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-EXCCOUNT TO TRUE
           MOVE "AML-MONITOR" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           MOVE EXCEPTION-COUNT TO ALQ-EXC-COUNT
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
