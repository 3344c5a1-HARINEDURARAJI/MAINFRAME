       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PROVISION.

      *    THE MONTH-END LOAN-LOSS PROVISION THAT FINANCE USED TO
      *    WORK OUT IN A SPREADSHEET. EVERY DELINQUENT SIACCT
      *    ACCOUNT, EVERY DRAWN ARRANGED OVERDRAFT AND EVERY OPEN
      *    CIACCT LOAN IS PLACED IN A DAYS-PAST-DUE BUCKET - CURRENT,
      *    30, 60, 90 AND 180 PLUS - BY THE SAME ARITHMETIC THE
      *    COLLECTIONS WORKLIST USES, AND AN ACCOUNT CARRYING A
      *    BROKEN PROMISE TO PAY ON THE COLLECT MASTER IS MOVED ONE
      *    BUCKET WORSE. EACH BUCKET'S PROVISION PERCENTAGE COMES
      *    FROM THE CENTRAL PARAMETER LIBRARY. THE PROVISION IS
      *    SCHEDULED BY BRANCH AND CURRENCY, COMPARED WITH THE
      *    PROVISION BOOKED LAST TIME (PROVBAL), AND ONLY THE
      *    MOVEMENT IS POSTED TO GLJRNL AS EVENT "V" - A RISE
      *    CHARGES PROVISION EXPENSE, A FALL RELEASES IT - SO THE
      *    ALLOWANCE ON THE LEDGER ALWAYS EQUALS THE SCHEDULE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SI-ACCT-FILE ASSIGN TO "SIACCT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS SIA-ACCT-NUMBER
               FILE STATUS IS SI-ACCT-STATUS.
           SELECT CI-ACCT-FILE ASSIGN TO "CIACCT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS CIA-ACCT-NUMBER
               FILE STATUS IS CI-ACCT-STATUS.
           SELECT PENALTY-PARM-FILE ASSIGN TO "SIPENALTY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PENALTY-PARM-STATUS.
           SELECT COLLECT-FILE ASSIGN TO "COLLECT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS COLLECT-STATUS.
           SELECT OD-FACIL-FILE ASSIGN TO "ODFACIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OD-FACIL-STATUS.
           SELECT PROV-BAL-FILE ASSIGN TO "PROVBAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PROV-BAL-STATUS.
           SELECT GL-JRNL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GL-JRNL-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GL-MAP-STATUS.
           SELECT PROV-RPT-FILE ASSIGN TO "PROVRPT"
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
      *    MIRRORS THE SIACCT RECORD (ACCTMSTR.CPY PLUS SIMPLE-
      *    INTEREST'S DAY-COUNT EXTENSION) FIELD FOR FIELD UNDER ITS
      *    OWN PREFIX, SINCE THIS PROGRAM HOLDS BOTH MASTERS OPEN AT
      *    ONCE AND THE SHARED COPY CAN ONLY SUPPLY ONE SET OF NAMES.
       FD  SI-ACCT-FILE.
       01  SI-ACCT-RECORD.
           05  SIA-ACCT-NUMBER        PIC X(10).
           05  SIA-CURRENCY-CODE      PIC X(03).
           05  SIA-PRINCIPAL          PIC 9(5)V99.
           05  SIA-RATE               PIC 9(3)V99.
           05  SIA-TIME               PIC 9(3).
           05  SIA-STATUS             PIC X.
               88  SIA-ACCOUNT-ACTIVE     VALUE "A".
           05  SIA-LAST-RUN-DATE      PIC 9(8).
           05  SIA-CUSTOMER-NUMBER    PIC X(10).
           05  SIA-BRANCH-CODE        PIC X(03).
           05  SIA-DAY-COUNT-BASIS    PIC X.
               88  SIA-ACTUAL-360         VALUE "3".
               88  SIA-ACTUAL-365         VALUE "5".
               88  SIA-NO-DAY-COUNT       VALUE "N".
           05  SIA-ACCRUAL-DAYS       PIC 9(5).
           05  SIA-PRODUCT-CODE       PIC X(06).

      *    MIRRORS THE CIACCT RECORD (ACCTMSTR.CPY PLUS COMPOUND-
      *    INTEREST'S COMPOUNDING-FREQUENCY EXTENSION) THE SAME WAY.
       FD  CI-ACCT-FILE.
       01  CI-ACCT-RECORD.
           05  CIA-ACCT-NUMBER        PIC X(10).
           05  CIA-CURRENCY-CODE      PIC X(03).
           05  CIA-PRINCIPAL          PIC 9(5)V99.
           05  CIA-RATE               PIC 9(3)V99.
           05  CIA-TIME               PIC 9(3).
           05  CIA-STATUS             PIC X.
               88  CIA-ACCOUNT-ACTIVE     VALUE "A".
           05  CIA-LAST-RUN-DATE      PIC 9(8).
           05  CIA-CUSTOMER-NUMBER    PIC X(10).
           05  CIA-BRANCH-CODE        PIC X(03).
           05  CIA-COMPOUND-FREQ      PIC 9(2).
           05  CIA-ACCRUED-INTEREST   PIC 9(7)V99.
           05  CIA-LOAN-FLAG          PIC X.
               88  CIA-ACCOUNT-IS-LOAN    VALUE "L".
           05  CIA-PRODUCT-CODE       PIC X(06).

       FD  PENALTY-PARM-FILE.
       01  PENALTY-PARM-RECORD.
           05  PNL-GRACE-DAYS     PIC 9(3).
           05  PNL-PENALTY-RATE   PIC 9(3)V99.

      *    THE COLLECTIONS MASTER AS COLLECTIONS WRITES IT - ONLY
      *    THE BROKEN PROMISES MATTER HERE.
       FD  COLLECT-FILE.
       01  COLLECT-RECORD.
           05  COL-ACCT-NUMBER    PIC X(10).
           05  COL-ITEM-TYPE      PIC X.
               88  COL-ITEM-PROMISE   VALUE "P".
           05  COL-OPEN-DATE      PIC 9(8).
           05  COL-AMOUNT         PIC 9(5)V99.
           05  COL-PROMISE-DATE   PIC 9(8).
           05  COL-STATUS         PIC X(6).
               88  COL-IS-BROKEN      VALUE "BROKEN".
           05  COL-COMMENT        PIC X(20).

       FD  OD-FACIL-FILE.
       01  OD-FACIL-RECORD.
           COPY ODFREC.

      *    THE PROVISION BOOKED BY THE LAST RUN, ONE ROW PER BRANCH
      *    AND CURRENCY, REWRITTEN WHOLE BY EVERY CLEAN RUN - THE
      *    FIGURE THIS MONTH'S SCHEDULE IS COMPARED AGAINST.
       FD  PROV-BAL-FILE.
       01  PROV-BAL-RECORD.
           05  PRB-PERIOD         PIC 9(6).
           05  PRB-BRANCH-CODE    PIC X(03).
           05  PRB-CURRENCY-CODE  PIC X(03).
           05  PRB-PROVISION      PIC 9(11)V99.

       FD  GL-JRNL-FILE.
       01  GL-JRNL-RECORD.
           COPY GLJREC.

      *    THE OPTIONAL GL MAPPING TABLE; THE "LP" SOURCE, EVENT "V"
      *    ROWS NAME THE PROVISION EXPENSE AND ALLOWANCE ACCOUNTS.
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05  GLM-SOURCE         PIC X(2).
           05  GLM-EVENT-TYPE     PIC X.
           05  GLM-CURRENCY-CODE  PIC X(3).
           05  GLM-DEBIT-ACCOUNT  PIC X(20).
           05  GLM-CREDIT-ACCOUNT PIC X(20).

       FD  PROV-RPT-FILE.
       01  PROV-RPT-RECORD        PIC X(80).

      *    A DATED COPY OF PROV-RPT-FILE, WRITTEN AFTER THE REPORT IS
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
       01  SI-ACCT-STATUS         PIC XX.
       01  CI-ACCT-STATUS         PIC XX.
       01  PENALTY-PARM-STATUS    PIC XX.
       01  COLLECT-STATUS         PIC XX.
       01  OD-FACIL-STATUS        PIC XX.
       01  PROV-BAL-STATUS        PIC XX.
       01  GL-JRNL-STATUS         PIC XX.
       01  GL-MAP-STATUS          PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-SCAN            VALUE "Y".
       01  OVERFLOW-SWITCH        PIC X VALUE "N".
           88  SCHEDULE-OVERFLOWED    VALUE "Y".

       01  ACCOUNTS-READ          PIC 9(7) VALUE 0.
       01  PROVISIONED-COUNT      PIC 9(7) VALUE 0.
       01  EXCEPTION-COUNT        PIC 9(7) VALUE 0.
       01  BROKEN-BUMP-COUNT      PIC 9(7) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE DELINQUENCY ARITHMETIC, AS COLLECTIONS CARRIES IT.
       01  PENALTY-GRACE-DAYS     PIC 9(3) VALUE 0.
       01  TERM-DAYS              PIC 9(7).
       01  OVERDUE-DAYS           PIC S9(7).
       01  RUN-DAY-NUMBER         PIC 9(7).
       01  SERIAL-WORK-AREA.
           05  SER-DATE           PIC 9(8).
           05  SER-YYYY           PIC 9(4).
           05  SER-MM             PIC 9(2).
           05  SER-DD             PIC 9(2).
           05  SER-ADJ-YYYY       PIC 9(4).
           05  SER-ADJ-MM         PIC 9(2).
           05  SER-DAY-NUMBER     PIC 9(7).

      *    THE ACCOUNT BEING BUCKETED.
       01  CUR-ACCT-NUMBER        PIC X(10).
       01  CUR-BRANCH-CODE        PIC X(03).
       01  CUR-CURRENCY-CODE      PIC X(03).
       01  CUR-EXPOSURE           PIC 9(7)V99.
       01  CUR-DAYS-PAST-DUE      PIC 9(7).
       01  CUR-BUCKET             PIC 9.
       01  CUR-PROVISION          PIC 9(9)V99.

      *    THE FIVE BUCKETS - THEIR NAMES, THE DAYS PAST DUE EACH
      *    STARTS AT, AND THE PROVISION PERCENTAGE EACH CARRIES,
      *    DEFAULTED HERE AND OVERRIDDEN FROM THE PARAMETER LIBRARY
      *    (PROVCUR, PROV030, PROV060, PROV090 AND PROV180).
       01  BUCKET-NAME-VALUES.
           05  FILLER             PIC X(7) VALUE "CURRENT".
           05  FILLER             PIC X(7) VALUE "30-59".
           05  FILLER             PIC X(7) VALUE "60-89".
           05  FILLER             PIC X(7) VALUE "90-179".
           05  FILLER             PIC X(7) VALUE "180+".
       01  BUCKET-NAME-TABLE REDEFINES BUCKET-NAME-VALUES.
           05  BKN-NAME           PIC X(7) OCCURS 5 TIMES.
       01  BUCKET-PARM-VALUES.
           05  FILLER             PIC X(10) VALUE "PROVCUR".
           05  FILLER             PIC X(10) VALUE "PROV030".
           05  FILLER             PIC X(10) VALUE "PROV060".
           05  FILLER             PIC X(10) VALUE "PROV090".
           05  FILLER             PIC X(10) VALUE "PROV180".
       01  BUCKET-PARM-TABLE REDEFINES BUCKET-PARM-VALUES.
           05  BKP-PARM-NAME      PIC X(10) OCCURS 5 TIMES.
       01  BUCKET-PCT-TABLE.
           05  BKT-PERCENT        PIC 9(3)V99 OCCURS 5 TIMES.
       01  BUCKET-INDEX           PIC 9.
       01  VALUE-RATE-AREA.
           05  VALUE-RATE-X       PIC X(5).
           05  VALUE-RATE REDEFINES VALUE-RATE-X
                                  PIC 9(3)V99.

      *    THE BROKEN PROMISES ON THE COLLECT MASTER, BY ACCOUNT.
       01  BROKEN-COUNT           PIC 9(3) VALUE 0.
       01  BROKEN-TABLE.
           05  BROKEN-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON BROKEN-COUNT.
               10  BRK-ACCT-NUMBER    PIC X(10).
       01  BROKEN-INDEX           PIC 9(3).
       01  BROKEN-SWITCH          PIC X VALUE "N".
           88  ACCOUNT-HAS-BROKEN     VALUE "Y".

      *    THE DRAWN ARRANGED OVERDRAFTS, BY ACCOUNT.
       01  OD-FACIL-COUNT         PIC 9(3) VALUE 0.
       01  OD-FACIL-TABLE.
           05  OD-FACIL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON OD-FACIL-COUNT.
               10  ODE-ROW            PIC X(62).
       01  OD-FACIL-INDEX         PIC 9(3).

      *    THE SCHEDULE - ONE ENTRY PER BRANCH AND CURRENCY, WITH
      *    THE ACCOUNTS, EXPOSURE AND PROVISION IN EACH BUCKET AND
      *    THE PROVISION BOOKED LAST TIME. A BRANCH AND CURRENCY
      *    THAT HAD A PROVISION LAST TIME BUT NO EXPOSURE NOW STAYS
      *    ON THE SCHEDULE SO ITS RELEASE IS POSTED.
       01  SCHEDULE-COUNT         PIC 9(3) VALUE 0.
       01  SCHEDULE-TABLE.
           05  SCHEDULE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON SCHEDULE-COUNT.
               10  SCH-BRANCH-CODE    PIC X(03).
               10  SCH-CURRENCY-CODE  PIC X(03).
               10  SCH-BUCKET OCCURS 5 TIMES.
                   15  SCH-ACCOUNTS       PIC 9(5).
                   15  SCH-EXPOSURE       PIC 9(11)V99.
                   15  SCH-PROVISION      PIC 9(11)V99.
               10  SCH-TOTAL-PROVISION    PIC 9(11)V99.
               10  SCH-PRIOR-PROVISION    PIC 9(11)V99.
               10  SCH-PRIOR-PERIOD       PIC 9(6).
       01  SCHEDULE-INDEX         PIC 9(3).
       01  SCHEDULE-MATCH         PIC 9(3).
       01  MOVEMENT               PIC S9(11)V99.
       01  TOTAL-EXPOSURE         PIC 9(11)V99 VALUE 0.
       01  TOTAL-PROVISION        PIC 9(11)V99 VALUE 0.
       01  TOTAL-PRIOR            PIC 9(11)V99 VALUE 0.
       01  TOTAL-MOVEMENT         PIC S9(11)V99 VALUE 0.
       01  EDITED-MOVEMENT        PIC -(11)9.99.

      *    THE MOVEMENT NETTED PER CURRENCY FOR THE GL JOURNAL, AND
      *    THE EVENT "V" MAPPING ROWS.
       01  GL-TOTALS-COUNT        PIC 9(3) VALUE 0.
       01  GL-TOTALS-TABLE.
           05  GL-TOTALS-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON GL-TOTALS-COUNT.
               10  GLT-CURRENCY-CODE      PIC X(03).
               10  GLT-MOVEMENT           PIC S9(11)V99.
       01  GL-TOTALS-INDEX        PIC 9(3).
       01  GL-ENTRY-FOUND-SWITCH  PIC X VALUE "N".
           88  GL-ENTRY-WAS-FOUND     VALUE "Y".
       01  GL-HASH-TOTAL          PIC 9(11)V99.
       01  GL-DETAIL-COUNT        PIC 9(7).
       01  GL-MAP-LOADED-SWITCH   PIC X VALUE "N".
           88  GL-MAP-IS-LOADED       VALUE "Y".
       01  GL-MAP-COUNT           PIC 9(3) VALUE 0.
       01  GL-MAP-TABLE.
           05  GL-MAP-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON GL-MAP-COUNT.
               10  GLM-T-CURRENCY         PIC X(3).
               10  GLM-T-DEBIT-ACCOUNT    PIC X(20).
               10  GLM-T-CREDIT-ACCOUNT   PIC X(20).
       01  GL-MAP-INDEX           PIC 9(3).
       01  GL-MAPPED-DEBIT        PIC X(20).
       01  GL-MAPPED-CREDIT       PIC X(20).

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
       01  CALENDAR-PROGRAM-NAME  PIC X(20)
                                  VALUE "LOAN-PROVISION".
       01  PROCESSING-CAL-AREA.
           COPY CALREQ.

      *    HOW THIS RUN RAISES OPERATOR ALERTS - THE SHARED WRITER
      *    GRADES THE EXCEPTION COUNT AGAINST THE ALRTTHR THRESHOLD.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

      *    BOOKING A PROVISION POSTS TO THE GENERAL LEDGER - UPDATE
      *    AUTHORITY IS REQUIRED, AS FOR EVERY POSTING RUN.
           IF NOT OPR-CAN-UPDATE
               DISPLAY "OPERATOR " OPR-OPERATOR-ID
                   " LACKS UPDATE AUTHORITY - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM CHECK-PROCESSING-CALENDAR
               IF CAL-RUN-REFUSED
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM RUN-LOAN-PROVISION
                   PERFORM SET-COMPLETION-CODE
                   IF RETURN-CODE < 8
                       PERFORM MARK-CALENDAR-COMPLETE
                   END-IF
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

       RUN-LOAN-PROVISION.
           ACCEPT BATCH-START-TIME FROM TIME
           MOVE RUN-DATE TO SER-DATE
           PERFORM COMPUTE-SERIAL-DAY
           MOVE SER-DAY-NUMBER TO RUN-DAY-NUMBER

           PERFORM LOAD-PROVISION-PERCENTS
           PERFORM LOAD-PENALTY-PARMS
           PERFORM LOAD-BROKEN-PROMISES
           PERFORM LOAD-OD-FACILITIES
           PERFORM LOAD-PRIOR-PROVISION
           PERFORM LOAD-GL-MAP-TABLE

           OPEN OUTPUT PROV-RPT-FILE
           PERFORM OPEN-EXCEPTION-LOG

           MOVE SPACES TO PROV-RPT-RECORD
           STRING "LOAN-PROVISION SCHEDULE  RUN DATE: "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO PROV-RPT-RECORD
           END-STRING
           WRITE PROV-RPT-RECORD

           PERFORM SCAN-SI-ACCOUNTS
           PERFORM SCAN-CI-LOANS
           PERFORM WRITE-PROVISION-SCHEDULE

      *    A SCHEDULE THAT COULD NOT HOLD EVERY BRANCH AND CURRENCY
      *    IS INCOMPLETE - NOTHING IS BOOKED FROM IT, AND THE LAST
      *    BOOKED FIGURES STAND FOR THE RERUN TO COMPARE AGAINST.
           IF NOT SCHEDULE-OVERFLOWED
               IF GL-TOTALS-COUNT > 0
                   PERFORM WRITE-GL-JOURNAL
               END-IF
               PERFORM REWRITE-PRIOR-PROVISION
           END-IF
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM RAISE-EXCEPTION-ALERT

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE PROV-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

       LOAD-PROVISION-PERCENTS.
           MOVE 1.00 TO BKT-PERCENT (1)
           MOVE 5.00 TO BKT-PERCENT (2)
           MOVE 25.00 TO BKT-PERCENT (3)
           MOVE 50.00 TO BKT-PERCENT (4)
           MOVE 100.00 TO BKT-PERCENT (5)
           PERFORM VARYING BUCKET-INDEX FROM 1 BY 1
                   UNTIL BUCKET-INDEX > 5
               MOVE SPACES TO PARM-LIBRARY-AREA
               MOVE "LOAN-PROVISION" TO PLQ-PROGRAM-ID
               MOVE BKP-PARM-NAME (BUCKET-INDEX) TO PLQ-PARM-NAME
               MOVE RUN-DATE TO PLQ-AS-OF-DATE
               CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
               IF PLQ-PARM-FOUND
                   MOVE PLQ-PARM-VALUE (6:5) TO VALUE-RATE-X
                   IF VALUE-RATE-X NUMERIC
                       MOVE VALUE-RATE TO BKT-PERCENT (BUCKET-INDEX)
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-PENALTY-PARMS.
           OPEN INPUT PENALTY-PARM-FILE
           IF PENALTY-PARM-STATUS = "00"
               READ PENALTY-PARM-FILE
                   AT END CONTINUE
               END-READ
               IF PNL-GRACE-DAYS NUMERIC
                   MOVE PNL-GRACE-DAYS TO PENALTY-GRACE-DAYS
               END-IF
               CLOSE PENALTY-PARM-FILE
           END-IF.

      *    EVERY ACCOUNT WITH A PROMISE COLLECTIONS HAS MARKED
      *    BROKEN, WHETHER OR NOT IT HAS SINCE BEEN CLOSED OFF.
       LOAD-BROKEN-PROMISES.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT COLLECT-FILE
           IF COLLECT-STATUS = "00"
               READ COLLECT-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF COL-ITEM-PROMISE AND COL-IS-BROKEN
                           AND BROKEN-COUNT < 500
                       ADD 1 TO BROKEN-COUNT
                       MOVE COL-ACCT-NUMBER
                           TO BRK-ACCT-NUMBER (BROKEN-COUNT)
                   END-IF
                   READ COLLECT-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE COLLECT-FILE
           END-IF.

       LOAD-OD-FACILITIES.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT OD-FACIL-FILE
           IF OD-FACIL-STATUS = "00"
               READ OD-FACIL-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF ODF-IS-ACTIVE AND ODF-DRAWN-AMOUNT NUMERIC
                           AND ODF-DRAWN-AMOUNT > 0
                           AND OD-FACIL-COUNT < 500
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

      *    LAST TIME'S BOOKED PROVISION SEEDS THE SCHEDULE, SO EVERY
      *    BRANCH AND CURRENCY IT COVERED IS CARRIED FORWARD.
       LOAD-PRIOR-PROVISION.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT PROV-BAL-FILE
           IF PROV-BAL-STATUS = "00"
               READ PROV-BAL-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF PRB-PROVISION NUMERIC
                       MOVE PRB-BRANCH-CODE TO CUR-BRANCH-CODE
                       MOVE PRB-CURRENCY-CODE TO CUR-CURRENCY-CODE
                       PERFORM FIND-SCHEDULE-ENTRY
                       IF SCHEDULE-MATCH > 0
                           ADD PRB-PROVISION TO
                               SCH-PRIOR-PROVISION (SCHEDULE-MATCH)
                           MOVE PRB-PERIOD TO
                               SCH-PRIOR-PERIOD (SCHEDULE-MATCH)
                       END-IF
                   END-IF
                   READ PROV-BAL-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PROV-BAL-FILE
           END-IF.

      *    SIACCT - EVERY ACCOUNT RUN PAST ITS TERM PLUS GRACE, BY
      *    THE COLLECTIONS ARITHMETIC, AND EVERY ACCOUNT DRAWN ON AN
      *    ARRANGED OVERDRAFT, AGED FROM THE DAY THE FACILITY WENT
      *    OUT OF ORDER (CURRENT WHILE IT IS IN ORDER).
       SCAN-SI-ACCOUNTS.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT SI-ACCT-FILE
           IF SI-ACCT-STATUS = "00"
               READ SI-ACCT-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF SIA-ACCOUNT-ACTIVE
                       PERFORM CHECK-SI-DELINQUENCY
                       PERFORM CHECK-SI-OVERDRAFT
                   END-IF
                   READ SI-ACCT-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SI-ACCT-FILE
           END-IF.

       CHECK-SI-DELINQUENCY.
           IF NOT SIA-NO-DAY-COUNT
                   AND SIA-DAY-COUNT-BASIS NOT = SPACE
               IF SIA-ACTUAL-360
                   COMPUTE TERM-DAYS = SIA-TIME * 360
               ELSE
                   COMPUTE TERM-DAYS = SIA-TIME * 365
               END-IF
               COMPUTE OVERDUE-DAYS = SIA-ACCRUAL-DAYS
                   - TERM-DAYS - PENALTY-GRACE-DAYS
               IF OVERDUE-DAYS > 0 AND SIA-PRINCIPAL > 0
                   MOVE SIA-ACCT-NUMBER TO CUR-ACCT-NUMBER
                   MOVE SIA-BRANCH-CODE TO CUR-BRANCH-CODE
                   MOVE SIA-CURRENCY-CODE TO CUR-CURRENCY-CODE
                   MOVE SIA-PRINCIPAL TO CUR-EXPOSURE
                   MOVE OVERDUE-DAYS TO CUR-DAYS-PAST-DUE
                   PERFORM PROVISION-ONE-ACCOUNT
               END-IF
           END-IF.

       CHECK-SI-OVERDRAFT.
           PERFORM VARYING OD-FACIL-INDEX FROM 1 BY 1
                   UNTIL OD-FACIL-INDEX > OD-FACIL-COUNT
               MOVE ODE-ROW (OD-FACIL-INDEX) TO OD-FACIL-RECORD
               IF ODF-ACCT-NUMBER = SIA-ACCT-NUMBER
                   MOVE SIA-ACCT-NUMBER TO CUR-ACCT-NUMBER
                   MOVE SIA-BRANCH-CODE TO CUR-BRANCH-CODE
                   MOVE SIA-CURRENCY-CODE TO CUR-CURRENCY-CODE
                   MOVE ODF-DRAWN-AMOUNT TO CUR-EXPOSURE
                   MOVE 0 TO CUR-DAYS-PAST-DUE
                   IF ODF-EXCESS-SINCE NUMERIC
                           AND ODF-EXCESS-SINCE > 0
                       MOVE ODF-EXCESS-SINCE TO SER-DATE
                       PERFORM COMPUTE-SERIAL-DAY
                       IF RUN-DAY-NUMBER > SER-DAY-NUMBER
                           COMPUTE CUR-DAYS-PAST-DUE =
                               RUN-DAY-NUMBER - SER-DAY-NUMBER
                       END-IF
                   END-IF
                   PERFORM PROVISION-ONE-ACCOUNT
               END-IF
           END-PERFORM.

      *    CIACCT - EVERY OPEN LOAN. A LOAN PAYS ON ITS SCHEDULE, SO
      *    IT IS CURRENT UNLESS COLLECTIONS HAS A BROKEN PROMISE ON
      *    IT; ITS OUTSTANDING PRINCIPAL IS THE EXPOSURE.
       SCAN-CI-LOANS.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT CI-ACCT-FILE
           IF CI-ACCT-STATUS = "00"
               READ CI-ACCT-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF CIA-ACCOUNT-ACTIVE AND CIA-ACCOUNT-IS-LOAN
                           AND CIA-PRINCIPAL > 0
                       MOVE CIA-ACCT-NUMBER TO CUR-ACCT-NUMBER
                       MOVE CIA-BRANCH-CODE TO CUR-BRANCH-CODE
                       MOVE CIA-CURRENCY-CODE TO CUR-CURRENCY-CODE
                       MOVE CIA-PRINCIPAL TO CUR-EXPOSURE
                       MOVE 0 TO CUR-DAYS-PAST-DUE
                       PERFORM PROVISION-ONE-ACCOUNT
                   END-IF
                   READ CI-ACCT-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CI-ACCT-FILE
           END-IF.

      *    BUCKETS ONE EXPOSURE AND ADDS ITS PROVISION TO THE
      *    SCHEDULE. A BROKEN PROMISE IS EVIDENCE THE DEBT IS WORSE
      *    THAN ITS DAYS ALONE SHOW, SO IT MOVES THE ACCOUNT ONE
      *    BUCKET ON (180 PLUS STAYS WHERE IT IS).
       PROVISION-ONE-ACCOUNT.
           ADD 1 TO ACCOUNTS-READ
           EVALUATE TRUE
               WHEN CUR-DAYS-PAST-DUE < 30
                   MOVE 1 TO CUR-BUCKET
               WHEN CUR-DAYS-PAST-DUE < 60
                   MOVE 2 TO CUR-BUCKET
               WHEN CUR-DAYS-PAST-DUE < 90
                   MOVE 3 TO CUR-BUCKET
               WHEN CUR-DAYS-PAST-DUE < 180
                   MOVE 4 TO CUR-BUCKET
               WHEN OTHER
                   MOVE 5 TO CUR-BUCKET
           END-EVALUATE

           MOVE "N" TO BROKEN-SWITCH
           PERFORM VARYING BROKEN-INDEX FROM 1 BY 1
                   UNTIL BROKEN-INDEX > BROKEN-COUNT
               IF BRK-ACCT-NUMBER (BROKEN-INDEX) = CUR-ACCT-NUMBER
                   SET ACCOUNT-HAS-BROKEN TO TRUE
               END-IF
           END-PERFORM
           IF ACCOUNT-HAS-BROKEN AND CUR-BUCKET < 5
               ADD 1 TO CUR-BUCKET
               ADD 1 TO BROKEN-BUMP-COUNT
           END-IF

           COMPUTE CUR-PROVISION ROUNDED =
               CUR-EXPOSURE * BKT-PERCENT (CUR-BUCKET) / 100

           PERFORM FIND-SCHEDULE-ENTRY
           IF SCHEDULE-MATCH = 0
               ADD 1 TO EXCEPTION-COUNT
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "LOAN-PROVISION" TO EXC-PROGRAM-ID
               MOVE CUR-ACCT-NUMBER TO EXC-KEY-VALUE
               MOVE "PROVISION SCHEDULE FULL - NOT PROVIDED"
                   TO EXC-REASON
               MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
               MOVE RUN-DATE TO EXC-CYCLE-DATE
               WRITE EXC-LOG-RECORD
           ELSE
               ADD 1 TO PROVISIONED-COUNT
               ADD 1 TO SCH-ACCOUNTS (SCHEDULE-MATCH, CUR-BUCKET)
               ADD CUR-EXPOSURE
                   TO SCH-EXPOSURE (SCHEDULE-MATCH, CUR-BUCKET)
               ADD CUR-PROVISION
                   TO SCH-PROVISION (SCHEDULE-MATCH, CUR-BUCKET)
               ADD CUR-PROVISION
                   TO SCH-TOTAL-PROVISION (SCHEDULE-MATCH)
           END-IF.

      *    THE SCHEDULE ENTRY FOR CUR-BRANCH-CODE AND
      *    CUR-CURRENCY-CODE, ADDED IF NEW; ZERO WHEN THE TABLE IS
      *    FULL, WHICH MARKS THE RUN'S SCHEDULE INCOMPLETE.
       FIND-SCHEDULE-ENTRY.
           MOVE 0 TO SCHEDULE-MATCH
           PERFORM VARYING SCHEDULE-INDEX FROM 1 BY 1
                   UNTIL SCHEDULE-INDEX > SCHEDULE-COUNT
               IF SCH-BRANCH-CODE (SCHEDULE-INDEX) = CUR-BRANCH-CODE
                       AND SCH-CURRENCY-CODE (SCHEDULE-INDEX)
                           = CUR-CURRENCY-CODE
                   MOVE SCHEDULE-INDEX TO SCHEDULE-MATCH
               END-IF
           END-PERFORM

           IF SCHEDULE-MATCH = 0
               IF SCHEDULE-COUNT < 200
                   ADD 1 TO SCHEDULE-COUNT
                   MOVE SCHEDULE-COUNT TO SCHEDULE-MATCH
                   INITIALIZE SCHEDULE-ENTRY (SCHEDULE-MATCH)
                   MOVE CUR-BRANCH-CODE
                       TO SCH-BRANCH-CODE (SCHEDULE-MATCH)
                   MOVE CUR-CURRENCY-CODE
                       TO SCH-CURRENCY-CODE (SCHEDULE-MATCH)
               ELSE
                   SET SCHEDULE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

      *    THE SCHEDULE PROPER - PER BRANCH AND CURRENCY, A LINE FOR
      *    EACH BUCKET HOLDING ACCOUNTS, THEN THE PROVISION REQUIRED
      *    AGAINST THE PROVISION BOOKED LAST TIME AND THE MOVEMENT
      *    BETWEEN THEM, WHICH IS NETTED BY CURRENCY FOR THE GL.
       WRITE-PROVISION-SCHEDULE.
           MOVE "BRN CUR BUCKET  ACCTS         EXPOSURE    PCT"
               TO PROV-RPT-RECORD
           MOVE "PROVISION" TO PROV-RPT-RECORD (54:9)
           WRITE PROV-RPT-RECORD

           PERFORM VARYING SCHEDULE-INDEX FROM 1 BY 1
                   UNTIL SCHEDULE-INDEX > SCHEDULE-COUNT
               PERFORM VARYING BUCKET-INDEX FROM 1 BY 1
                       UNTIL BUCKET-INDEX > 5
                   IF SCH-ACCOUNTS (SCHEDULE-INDEX, BUCKET-INDEX) > 0
                       PERFORM WRITE-BUCKET-LINE
                   END-IF
               END-PERFORM

               COMPUTE MOVEMENT =
                   SCH-TOTAL-PROVISION (SCHEDULE-INDEX)
                       - SCH-PRIOR-PROVISION (SCHEDULE-INDEX)
               MOVE MOVEMENT TO EDITED-MOVEMENT
               MOVE SPACES TO PROV-RPT-RECORD
               STRING SCH-BRANCH-CODE (SCHEDULE-INDEX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SCH-CURRENCY-CODE (SCHEDULE-INDEX)
                       DELIMITED BY SIZE
                   " REQUIRED " DELIMITED BY SIZE
                   SCH-TOTAL-PROVISION (SCHEDULE-INDEX)
                       DELIMITED BY SIZE
                   " PRIOR " DELIMITED BY SIZE
                   SCH-PRIOR-PROVISION (SCHEDULE-INDEX)
                       DELIMITED BY SIZE
                   " MOVE " DELIMITED BY SIZE
                   EDITED-MOVEMENT DELIMITED BY SIZE
                   INTO PROV-RPT-RECORD
               END-STRING
               WRITE PROV-RPT-RECORD

               ADD SCH-TOTAL-PROVISION (SCHEDULE-INDEX)
                   TO TOTAL-PROVISION
               ADD SCH-PRIOR-PROVISION (SCHEDULE-INDEX)
                   TO TOTAL-PRIOR
               ADD MOVEMENT TO TOTAL-MOVEMENT
               IF MOVEMENT NOT = 0
                   PERFORM ACCUMULATE-GL-TOTAL
               END-IF
           END-PERFORM.

       WRITE-BUCKET-LINE.
           ADD SCH-EXPOSURE (SCHEDULE-INDEX, BUCKET-INDEX)
               TO TOTAL-EXPOSURE
           MOVE SPACES TO PROV-RPT-RECORD
           STRING SCH-BRANCH-CODE (SCHEDULE-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SCH-CURRENCY-CODE (SCHEDULE-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BKN-NAME (BUCKET-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SCH-ACCOUNTS (SCHEDULE-INDEX, BUCKET-INDEX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SCH-EXPOSURE (SCHEDULE-INDEX, BUCKET-INDEX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BKT-PERCENT (BUCKET-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SCH-PROVISION (SCHEDULE-INDEX, BUCKET-INDEX)
                   DELIMITED BY SIZE
               INTO PROV-RPT-RECORD
           END-STRING
           WRITE PROV-RPT-RECORD.

       ACCUMULATE-GL-TOTAL.
           MOVE "N" TO GL-ENTRY-FOUND-SWITCH
           PERFORM VARYING GL-TOTALS-INDEX FROM 1 BY 1
                   UNTIL GL-TOTALS-INDEX > GL-TOTALS-COUNT
               IF GLT-CURRENCY-CODE (GL-TOTALS-INDEX)
                       = SCH-CURRENCY-CODE (SCHEDULE-INDEX)
                   SET GL-ENTRY-WAS-FOUND TO TRUE
                   ADD MOVEMENT TO GLT-MOVEMENT (GL-TOTALS-INDEX)
               END-IF
           END-PERFORM

           IF NOT GL-ENTRY-WAS-FOUND AND GL-TOTALS-COUNT < 50
               ADD 1 TO GL-TOTALS-COUNT
               MOVE SCH-CURRENCY-CODE (SCHEDULE-INDEX)
                   TO GLT-CURRENCY-CODE (GL-TOTALS-COUNT)
               MOVE MOVEMENT TO GLT-MOVEMENT (GL-TOTALS-COUNT)
           END-IF.

      *    ONE BALANCED PAIR PER CURRENCY FOR THE NET MOVEMENT -
      *    MAPPED THROUGH GLMAP SOURCE "LP" EVENT "V" WHEN THE TABLE
      *    IS ON FILE, OTHERWISE THE STOCK PAIR. A RISE DEBITS THE
      *    EXPENSE AND CREDITS THE ALLOWANCE; A FALL IS THE SAME
      *    PAIR THE OTHER WAY ROUND, RELEASING THE ALLOWANCE.
       WRITE-GL-JOURNAL.
           OPEN EXTEND GL-JRNL-FILE
           IF GL-JRNL-STATUS NOT = "00"
               OPEN OUTPUT GL-JRNL-FILE
           END-IF

           MOVE 0 TO GL-HASH-TOTAL
           MOVE 0 TO GL-DETAIL-COUNT

           PERFORM VARYING GL-TOTALS-INDEX FROM 1 BY 1
                   UNTIL GL-TOTALS-INDEX > GL-TOTALS-COUNT
               IF GLT-MOVEMENT (GL-TOTALS-INDEX) NOT = 0
                   PERFORM RESOLVE-PROVISION-MAPPING

                   MOVE SPACES TO GL-JRNL-RECORD
                   MOVE "DTL" TO GLJ-RECORD-TYPE
                   MOVE "V" TO GLJ-EVENT-TYPE
                   MOVE "LP" TO GLJ-SOURCE
                   MOVE RUN-DATE TO GLJ-CYCLE-DATE
                   MOVE GLT-CURRENCY-CODE (GL-TOTALS-INDEX)
                       TO GLJ-CURRENCY-CODE
                   MOVE GLT-MOVEMENT (GL-TOTALS-INDEX) TO GLJ-AMOUNT
                   MOVE 0 TO GLJ-DETAIL-COUNT

                   IF GLT-MOVEMENT (GL-TOTALS-INDEX) > 0
                       MOVE GL-MAPPED-DEBIT TO GLJ-GL-ACCOUNT
                   ELSE
                       MOVE GL-MAPPED-CREDIT TO GLJ-GL-ACCOUNT
                   END-IF
                   MOVE "D" TO GLJ-DEBIT-CREDIT
                   WRITE GL-JRNL-RECORD
                   ADD GLJ-AMOUNT TO GL-HASH-TOTAL
                   ADD 1 TO GL-DETAIL-COUNT

                   IF GLT-MOVEMENT (GL-TOTALS-INDEX) > 0
                       MOVE GL-MAPPED-CREDIT TO GLJ-GL-ACCOUNT
                   ELSE
                       MOVE GL-MAPPED-DEBIT TO GLJ-GL-ACCOUNT
                   END-IF
                   MOVE "C" TO GLJ-DEBIT-CREDIT
                   WRITE GL-JRNL-RECORD
                   ADD GLJ-AMOUNT TO GL-HASH-TOTAL
                   ADD 1 TO GL-DETAIL-COUNT
               END-IF
           END-PERFORM

           MOVE SPACES TO GL-JRNL-RECORD
           MOVE "TRL" TO GLJ-RECORD-TYPE
           MOVE "LP" TO GLJ-SOURCE
           MOVE RUN-DATE TO GLJ-CYCLE-DATE
           MOVE SPACES TO GLJ-GL-ACCOUNT
           MOVE SPACE TO GLJ-DEBIT-CREDIT
           MOVE SPACES TO GLJ-CURRENCY-CODE
           MOVE GL-HASH-TOTAL TO GLJ-AMOUNT
           MOVE GL-DETAIL-COUNT TO GLJ-DETAIL-COUNT
           WRITE GL-JRNL-RECORD

           CLOSE GL-JRNL-FILE.

       RESOLVE-PROVISION-MAPPING.
           MOVE "PROVISION EXPENSE" TO GL-MAPPED-DEBIT
           MOVE "LOAN LOSS ALLOWANCE" TO GL-MAPPED-CREDIT
           IF GL-MAP-IS-LOADED
               PERFORM VARYING GL-MAP-INDEX FROM 1 BY 1
                       UNTIL GL-MAP-INDEX > GL-MAP-COUNT
                   IF GLM-T-CURRENCY (GL-MAP-INDEX)
                           = GLT-CURRENCY-CODE (GL-TOTALS-INDEX)
                       MOVE GLM-T-DEBIT-ACCOUNT (GL-MAP-INDEX)
                           TO GL-MAPPED-DEBIT
                       MOVE GLM-T-CREDIT-ACCOUNT (GL-MAP-INDEX)
                           TO GL-MAPPED-CREDIT
                   END-IF
               END-PERFORM
           END-IF.

      *    READS THE OPTIONAL GL MAPPING TABLE, KEEPING THE LOSS
      *    PROVISION EVENT "V" ROWS.
       LOAD-GL-MAP-TABLE.
           OPEN INPUT GL-MAP-FILE
           IF GL-MAP-STATUS = "00"
               SET GL-MAP-IS-LOADED TO TRUE
               PERFORM UNTIL GL-MAP-STATUS NOT = "00"
                   READ GL-MAP-FILE
                       AT END MOVE "10" TO GL-MAP-STATUS
                       NOT AT END
                           IF GLM-SOURCE = "LP"
                                   AND GLM-EVENT-TYPE = "V"
                                   AND GL-MAP-COUNT < 100
                               ADD 1 TO GL-MAP-COUNT
                               MOVE GLM-CURRENCY-CODE TO
                                   GLM-T-CURRENCY (GL-MAP-COUNT)
                               MOVE GLM-DEBIT-ACCOUNT TO
                                   GLM-T-DEBIT-ACCOUNT (GL-MAP-COUNT)
                               MOVE GLM-CREDIT-ACCOUNT TO
                                   GLM-T-CREDIT-ACCOUNT
                                       (GL-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           END-IF.

      *    THE PROVISION JUST BOOKED BECOMES THE FIGURE NEXT
      *    MONTH'S RUN COMPARES AGAINST.
       REWRITE-PRIOR-PROVISION.
           OPEN OUTPUT PROV-BAL-FILE
           PERFORM VARYING SCHEDULE-INDEX FROM 1 BY 1
                   UNTIL SCHEDULE-INDEX > SCHEDULE-COUNT
               IF SCH-TOTAL-PROVISION (SCHEDULE-INDEX) > 0
                   MOVE SPACES TO PROV-BAL-RECORD
                   MOVE RUN-DATE (1:6) TO PRB-PERIOD
                   MOVE SCH-BRANCH-CODE (SCHEDULE-INDEX)
                       TO PRB-BRANCH-CODE
                   MOVE SCH-CURRENCY-CODE (SCHEDULE-INDEX)
                       TO PRB-CURRENCY-CODE
                   MOVE SCH-TOTAL-PROVISION (SCHEDULE-INDEX)
                       TO PRB-PROVISION
                   WRITE PROV-BAL-RECORD
               END-IF
           END-PERFORM
           CLOSE PROV-BAL-FILE.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO PROV-RPT-RECORD
           STRING "ACCOUNTS BUCKETED: " DELIMITED BY SIZE
               ACCOUNTS-READ DELIMITED BY SIZE
               "  PROVIDED: " DELIMITED BY SIZE
               PROVISIONED-COUNT DELIMITED BY SIZE
               "  EXCEPTIONS: " DELIMITED BY SIZE
               EXCEPTION-COUNT DELIMITED BY SIZE
               INTO PROV-RPT-RECORD
           END-STRING
           WRITE PROV-RPT-RECORD

           MOVE SPACES TO PROV-RPT-RECORD
           STRING "MOVED A BUCKET FOR A BROKEN PROMISE: "
                   DELIMITED BY SIZE
               BROKEN-BUMP-COUNT DELIMITED BY SIZE
               "  TOTAL EXPOSURE: " DELIMITED BY SIZE
               TOTAL-EXPOSURE DELIMITED BY SIZE
               INTO PROV-RPT-RECORD
           END-STRING
           WRITE PROV-RPT-RECORD

           MOVE TOTAL-MOVEMENT TO EDITED-MOVEMENT
           MOVE SPACES TO PROV-RPT-RECORD
           STRING "PROVISION REQUIRED: " DELIMITED BY SIZE
               TOTAL-PROVISION DELIMITED BY SIZE
               "  PRIOR: " DELIMITED BY SIZE
               TOTAL-PRIOR DELIMITED BY SIZE
               INTO PROV-RPT-RECORD
           END-STRING
           WRITE PROV-RPT-RECORD

           MOVE SPACES TO PROV-RPT-RECORD
           IF SCHEDULE-OVERFLOWED
               MOVE "SCHEDULE INCOMPLETE - NOTHING POSTED TO GLJRNL"
                   TO PROV-RPT-RECORD
           ELSE
               STRING "MOVEMENT POSTED TO GLJRNL: " DELIMITED BY SIZE
                   EDITED-MOVEMENT DELIMITED BY SIZE
                   INTO PROV-RPT-RECORD
               END-STRING
           END-IF
           WRITE PROV-RPT-RECORD.

      *    THE OPERATOR'S VERDICT ON THE RUN - ZERO FOR A CLEAN
      *    CYCLE, FOUR WHEN ACCOUNTS WENT TO THE EXCEPTION LOG,
      *    EIGHT WHEN THE SCHEDULE WAS INCOMPLETE OR THE ACCOUNTS
      *    BUCKETED DO NOT EQUAL PROVIDED PLUS EXCEPTIONS.
       SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN SCHEDULE-OVERFLOWED
                   MOVE 8 TO RETURN-CODE
               WHEN ACCOUNTS-READ NOT =
                       PROVISIONED-COUNT + EXCEPTION-COUNT
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
           STRING "PROVRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT PROV-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ PROV-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE PROV-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ PROV-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE PROV-RPT-FILE
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
           MOVE "LOAN-PROVISION" TO CAT-PROGRAM-ID
           MOVE "PROVRPT" TO CAT-REPORT-NAME
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
           MOVE "LOAN-PROVISION" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE ACCOUNTS-READ TO AUD-RECORD-COUNT
           MOVE PROVISIONED-COUNT TO AUD-OUTPUT-COUNT
           MOVE EXCEPTION-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "SIACCT CIACCT ODFACIL COLLECT" TO AUD-INPUT-SUMMARY
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

      *    HANDS THE RUN'S EXCEPTION COUNT TO THE SHARED ALERT
      *    WRITER - NOTHING FOR A CLEAN RUN, WARN OR CRITICAL PER
      *    THE CONFIGURED THRESHOLD.
       RAISE-EXCEPTION-ALERT.
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-EXCCOUNT TO TRUE
           MOVE "LOAN-PROVISION" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           MOVE EXCEPTION-COUNT TO ALQ-EXC-COUNT
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
