       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING-ORDER.

      *    PAYS THE CUSTOMERS' STANDING ORDERS - A FIXED SUM MOVED
      *    FROM ONE ACCOUNT TO ANOTHER EVERY WEEK, FORTNIGHT, MONTH,
      *    QUARTER, HALF-YEAR OR YEAR - SO THE BRANCHES NO LONGER
      *    KEY THE SAME DEPTRAN PAIR BY HAND EVERY TIME. EACH ORDER
      *    ON STORDER WHOSE NEXT PAYMENT FALLS DUE TODAY BECOMES A
      *    MATCHED WITHDRAWAL AND DEPOSIT ON DEPTRAN (CHANNEL T) FOR
      *    TODAY'S DEPOSIT-POSTING RUN. A PAYMENT SCHEDULED FOR A
      *    HOLIDAY FALLS DUE ON THE NEXT BUSINESS DAY THE PROCESSING
      *    CALENDAR GIVES, THOUGH THE SCHEDULE RUNS ON FROM THE DATE
      *    IT WAS SCHEDULED FOR.
      *    THE FUNDS TEST IS THE ONE PAYMENT-IMPORT APPLIES TO A
      *    DIRECT DEBIT - PRINCIPAL LESS ANY LIENED SUM, PLUS THE
      *    UNDRAWN PART OF AN ARRANGED OVERDRAFT IN ORDER ON AN
      *    UNLIENED ACCOUNT - LESS WHATEVER EARLIER ORDERS IN THIS
      *    RUN HAVE TAKEN. A PAYMENT THE FUNDS WILL NOT COVER IS
      *    TRIED AGAIN ON EACH FOLLOWING RUN UP TO THE ORDER'S RETRY
      *    LIMIT; AFTER THE LAST FAILURE THAT PAYMENT IS DROPPED, THE
      *    ORDER MOVES ON TO ITS NEXT DATE, AND A NOTICE IS QUEUED ON
      *    NOTICEQ SO THE CUSTOMER IS TOLD IN WRITING. AN ORDER WHOSE
      *    ACCOUNT IS CLOSED OR GONE IS SUSPENDED; ONE WHOSE CUSTOMER
      *    STATUS BLOCKS THE MOVEMENT IS HELD UNTIL THE BLOCK LIFTS.
      *    AN ORDER PAST ITS END DATE IS MARKED ENDED. STORDER IS
      *    WRITTEN BACK WHOLE WITH EACH ORDER'S NEW SCHEDULE AND
      *    RETRY COUNT, AS ODFACIL IS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ST-ORDER-FILE ASSIGN TO "STORDER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-ORDER-STATUS.
           SELECT DEP-TRAN-FILE ASSIGN TO "DEPTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DEP-TRAN-STATUS.
           SELECT SI-ACCT-FILE ASSIGN TO "SIACCT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SIA-ACCT-NUMBER
               FILE STATUS IS SI-ACCT-STATUS.
           SELECT CI-ACCT-FILE ASSIGN TO "CIACCT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CIA-ACCT-NUMBER
               FILE STATUS IS CI-ACCT-STATUS.
           SELECT OD-FACIL-FILE ASSIGN TO "ODFACIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OD-FACIL-STATUS.
           SELECT NOTICE-Q-FILE ASSIGN TO "NOTICEQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NOTICE-Q-STATUS.
           SELECT SO-RPT-FILE ASSIGN TO "STORDRPT"
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
       FD  ST-ORDER-FILE.
       01  ST-ORDER-RECORD.
           COPY SORREC.

      *    THE SAME TRANSACTION LAYOUT DEPOSIT-POSTING READS.
       FD  DEP-TRAN-FILE.
       01  DEP-TRAN-RECORD.
           05  TRN-TRAN-TYPE          PIC X(3).
           05  TRN-TARGET             PIC X(2).
           05  TRN-ACCT-NUMBER        PIC X(10).
           05  TRN-AMOUNT             PIC 9(5)V99.
           05  TRN-CHANNEL            PIC X.
           05  TRN-VALUE-DATE-X       PIC X(8).

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
               88  SIA-ACCOUNT-CLOSED     VALUE "C".
           05  SIA-LAST-RUN-DATE      PIC 9(8).
           05  SIA-CUSTOMER-NUMBER    PIC X(10).
           05  SIA-BRANCH-CODE        PIC X(03).
           05  SIA-DAY-COUNT-BASIS    PIC X.
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
               88  CIA-ACCOUNT-CLOSED     VALUE "C".
           05  CIA-LAST-RUN-DATE      PIC 9(8).
           05  CIA-CUSTOMER-NUMBER    PIC X(10).
           05  CIA-BRANCH-CODE        PIC X(03).
           05  CIA-COMPOUND-FREQ      PIC 9(2).
           05  CIA-ACCRUED-INTEREST   PIC 9(7)V99.
           05  CIA-LOAN-FLAG          PIC X.
               88  CIA-ACCOUNT-IS-LOAN    VALUE "L".
           05  CIA-PRODUCT-CODE       PIC X(06).

      *    THE ARRANGED-OVERDRAFT FACILITIES, READ FOR THE UNDRAWN
      *    HEADROOM A STANDING ORDER MAY USE.
       FD  OD-FACIL-FILE.
       01  OD-FACIL-RECORD.
           COPY ODFREC.

      *    THE CUSTOMER-NOTICE QUEUE CUSTOMER-LETTERS WORKS FROM.
       FD  NOTICE-Q-FILE.
       01  NOTICE-Q-RECORD.
           COPY NTEREC.

       FD  SO-RPT-FILE.
       01  SO-RPT-RECORD          PIC X(80).

      *    A DATED COPY OF SO-RPT-FILE, WRITTEN AFTER THE REPORT IS
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
       01  VALID-INPUT-SWITCH     PIC X VALUE "Y".
           88  INPUT-IS-VALID         VALUE "Y".
       01  REJECT-REASON          PIC X(40).
       01  OD-EOF-SWITCH          PIC X VALUE "N".
           88  END-OF-OD-FACIL        VALUE "Y".
       01  MASTER-FOUND-SWITCH    PIC X VALUE "N".
           88  MASTER-WAS-FOUND       VALUE "Y".
       01  ST-ORDER-STATUS        PIC XX.
       01  DEP-TRAN-STATUS        PIC XX.
       01  SI-ACCT-STATUS         PIC XX.
       01  CI-ACCT-STATUS         PIC XX.
       01  OD-FACIL-STATUS        PIC XX.
       01  NOTICE-Q-STATUS        PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE RUN'S CONTROL COUNTS AND MONEY TOTALS.
       01  ORDER-COUNT            PIC 9(7) VALUE 0.
       01  NOT-DUE-COUNT          PIC 9(7) VALUE 0.
       01  INACTIVE-COUNT         PIC 9(7) VALUE 0.
       01  DUE-COUNT              PIC 9(7) VALUE 0.
       01  PAID-COUNT             PIC 9(7) VALUE 0.
       01  RETRY-COUNT            PIC 9(7) VALUE 0.
       01  FINAL-FAIL-COUNT       PIC 9(7) VALUE 0.
       01  HELD-COUNT             PIC 9(7) VALUE 0.
       01  SUSPENDED-COUNT        PIC 9(7) VALUE 0.
       01  ENDED-COUNT            PIC 9(7) VALUE 0.
       01  NOTICE-COUNT           PIC 9(7) VALUE 0.
       01  PROBLEM-COUNT          PIC 9(7) VALUE 0.
       01  TOTAL-PAID             PIC 9(11)V99 VALUE 0.
       01  TOTAL-FAILED           PIC 9(11)V99 VALUE 0.

      *    THE WHOLE STANDING-ORDER FILE, HELD FOR THE RUN AND
      *    WRITTEN BACK AT THE END. A FILE TOO BIG FOR THE TABLE IS
      *    NOT TOUCHED AT ALL, SINCE WRITING BACK PART OF IT WOULD
      *    LOSE THE REST.
       01  ORDER-TABLE-COUNT      PIC 9(4) VALUE 0.
       01  ORDER-TABLE.
           05  ORDER-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ORDER-TABLE-COUNT.
               10  ORD-ROW                PIC X(80).
       01  ORDER-INDEX            PIC 9(4).
       01  ORDER-CAPACITY-SWITCH  PIC X VALUE "N".
           88  ORDER-FILE-TOO-BIG     VALUE "Y".

      *    THE OVERDRAFT FACILITIES HELD IN MEMORY FOR THE RUN.
       01  OD-FACIL-COUNT         PIC 9(4) VALUE 0.
       01  OD-FACIL-TABLE.
           05  OD-FACIL-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON OD-FACIL-COUNT.
               10  ODE-ROW                PIC X(62).
       01  OD-FACIL-INDEX         PIC 9(4).
       01  OD-HEADROOM            PIC 9(7)V99.

      *    DEBITS ALREADY TAKEN FROM EACH ACCOUNT IN THIS RUN, SO
      *    TWO ORDERS CANNOT BOTH SPEND THE SAME BALANCE. ONCE THE
      *    TABLE IS FULL LATER ACCOUNTS ARE TESTED ON THEIR OWN
      *    BALANCE AND DEPOSIT-POSTING'S OWN CHECK STILL STANDS.
       01  DEBIT-TALLY-COUNT      PIC 9(4) VALUE 0.
       01  DEBIT-TALLY-TABLE.
           05  DEBIT-TALLY-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON DEBIT-TALLY-COUNT.
               10  DTY-TARGET             PIC X(2).
               10  DTY-ACCT-NUMBER        PIC X(10).
               10  DTY-AMOUNT             PIC 9(7)V99.
       01  DEBIT-TALLY-INDEX      PIC 9(4).
       01  DEBIT-TALLY-MATCH      PIC 9(4).

      *    THE ACCOUNT BEING LOOKED AT - FIRST THE ONE PAID FROM,
      *    THEN THE ONE PAID INTO.
       01  ITEM-TARGET            PIC X(2).
       01  ITEM-ACCT-NUMBER       PIC X(10).
       01  ITEM-BALANCE           PIC 9(5)V99.
       01  ITEM-CURRENCY          PIC X(3).
       01  ITEM-CUSTOMER          PIC X(10).
       01  ITEM-CLOSED-SWITCH     PIC X.
           88  ITEM-ACCOUNT-CLOSED    VALUE "Y".
       01  ITEM-LOAN-SWITCH       PIC X.
           88  ITEM-ACCOUNT-IS-LOAN   VALUE "Y".
       01  DEBIT-BALANCE          PIC 9(5)V99.
       01  DEBIT-CURRENCY         PIC X(3).
       01  AVAILABLE-FUNDS        PIC S9(9)V99.

      *    WHAT HAPPENED TO THE ORDER IN HAND.
       01  ORDER-OUTCOME          PIC X.
           88  OUTCOME-PAID           VALUE "P".
           88  OUTCOME-RETRY          VALUE "R".
           88  OUTCOME-FINAL-FAIL     VALUE "F".
           88  OUTCOME-HELD           VALUE "H".
           88  OUTCOME-SUSPENDED      VALUE "S".
           88  OUTCOME-ENDED          VALUE "E".
       01  PAY-DATE               PIC 9(8).
       01  SCHEDULED-DATE         PIC 9(8).
       01  OUTCOME-TEXT           PIC X(40).
       01  EDITED-AMOUNT          PIC ZZZZ9.99.
       01  EDITED-TOTAL           PIC Z(10)9.99.

      *    DATE ARITHMETIC FOR THE NEXT SCHEDULED DATE - WEEKS ARE
      *    STEPPED A DAY AT A TIME, MONTHS ARE ADDED WHOLE AND THE
      *    DAY PULLED BACK TO THE END OF A SHORTER MONTH.
       01  DATE-WORK-AREA.
           05  DWK-YYYY           PIC 9(4).
           05  DWK-MM             PIC 9(2).
           05  DWK-DD             PIC 9(2).
           05  DWK-MONTH-LENGTH   PIC 9(2).
           05  DWK-QUOTIENT       PIC 9(4).
           05  DWK-REMAINDER      PIC 9(4).
       01  DAYS-TO-STEP           PIC 9(3).
       01  MONTHS-TO-ADD          PIC 9(2).
       01  MONTH-TOTAL            PIC 9(3).
       01  NEXT-DATE              PIC 9(8).

      *    THE CUSTMSTR STATUS OF THE ACCOUNT'S OWNER.
       01  CUSTOMER-STATUS-AREA.
           COPY CUSTSREQ.

      *    THE AMOUNT EARMARKED ON THE ACCOUNT BY LIENS IN FORCE.
       01  LIEN-SERVICE-AREA.
           COPY LIENREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT AND EXCEPTION
      *    RECORD THIS PROGRAM WRITES.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    THE PROCESSING CALENDAR'S ANSWER FOR THIS CYCLE, AND THE
      *    NAME THIS PROGRAM'S CYCLES ARE TRACKED UNDER. THE SAME
      *    SERVICE ROLLS A HOLIDAY PAYMENT DATE FORWARD.
       01  CALENDAR-PROGRAM-NAME  PIC X(20)
                                  VALUE "STANDING-ORDER".
       01  PROCESSING-CAL-AREA.
           COPY CALREQ.

      *    HOW THIS RUN RAISES OPERATOR ALERTS - THE SHARED WRITER
      *    GRADES THE EXCEPTION COUNT AGAINST THE ALRTTHR THRESHOLD.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

      *    BUILDING POSTING TRANSACTIONS TAKES UPDATE AUTHORITY, AS
      *    KEYING THEM DOES.
           IF NOT OPR-CAN-UPDATE
               DISPLAY "OPERATOR " OPR-OPERATOR-ID
                   " LACKS UPDATE AUTHORITY - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM CHECK-PROCESSING-CALENDAR
               IF CAL-RUN-REFUSED
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM RUN-STANDING-ORDERS
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

       RUN-STANDING-ORDERS.
           ACCEPT BATCH-START-TIME FROM TIME

           OPEN OUTPUT SO-RPT-FILE
           PERFORM OPEN-EXCEPTION-LOG

           MOVE SPACES TO SO-RPT-RECORD
           STRING "STANDING-ORDER RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO SO-RPT-RECORD
           END-STRING
           WRITE SO-RPT-RECORD

           MOVE "ORDER    FROM          TO             AMOUNT  RESULT"
               TO SO-RPT-RECORD
           WRITE SO-RPT-RECORD

           PERFORM LOAD-STANDING-ORDERS

           IF ORDER-FILE-TOO-BIG
               MOVE SPACES TO SO-RPT-RECORD
               MOVE "STORDER HOLDS MORE ORDERS THAN THE RUN CAN TAKE -"
                   TO SO-RPT-RECORD
               WRITE SO-RPT-RECORD
               MOVE "NOTHING PAID AND THE FILE LEFT AS IT WAS"
                   TO SO-RPT-RECORD
               WRITE SO-RPT-RECORD
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "STANDING-ORDER" TO EXC-PROGRAM-ID
               MOVE "STORDER" TO EXC-KEY-VALUE
               MOVE "ORDER FILE EXCEEDS TABLE - RUN REFUSED"
                   TO EXC-REASON
               MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
               MOVE RUN-DATE TO EXC-CYCLE-DATE
               WRITE EXC-LOG-RECORD
               DISPLAY "STORDER EXCEEDS THE ORDER TABLE - NOTHING PAID"
           ELSE
               PERFORM PAY-STANDING-ORDERS
           END-IF

           PERFORM WRITE-CONTROL-TOTALS
           PERFORM RAISE-EXCEPTION-ALERT

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE SO-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

      *    EVERY ROW, WHATEVER ITS STATUS, SO THE WRITE-BACK KEEPS
      *    THE ENDED AND CANCELLED ORDERS ON FILE. NO FILE MEANS NO
      *    ORDERS.
       LOAD-STANDING-ORDERS.
           OPEN INPUT ST-ORDER-FILE
           IF ST-ORDER-STATUS = "00"
               PERFORM UNTIL ST-ORDER-STATUS NOT = "00"
                   READ ST-ORDER-FILE
                       AT END MOVE "10" TO ST-ORDER-STATUS
                       NOT AT END
                           IF ORDER-TABLE-COUNT < 5000
                               ADD 1 TO ORDER-TABLE-COUNT
                               MOVE ST-ORDER-RECORD
                                   TO ORD-ROW (ORDER-TABLE-COUNT)
                           ELSE
                               SET ORDER-FILE-TOO-BIG TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ST-ORDER-FILE
           END-IF.

       PAY-STANDING-ORDERS.
           PERFORM LOAD-OD-FACILITIES
           OPEN INPUT SI-ACCT-FILE
           OPEN INPUT CI-ACCT-FILE
           OPEN EXTEND DEP-TRAN-FILE
           IF DEP-TRAN-STATUS NOT = "00"
               OPEN OUTPUT DEP-TRAN-FILE
           END-IF
           PERFORM OPEN-NOTICE-QUEUE

           PERFORM VARYING ORDER-INDEX FROM 1 BY 1
                   UNTIL ORDER-INDEX > ORDER-TABLE-COUNT
               MOVE ORD-ROW (ORDER-INDEX) TO ST-ORDER-RECORD
               ADD 1 TO ORDER-COUNT
               PERFORM TAKE-ONE-ORDER THRU TAKE-ONE-ORDER-EXIT
               MOVE ST-ORDER-RECORD TO ORD-ROW (ORDER-INDEX)
           END-PERFORM

           CLOSE NOTICE-Q-FILE
           CLOSE DEP-TRAN-FILE
           CLOSE SI-ACCT-FILE
           CLOSE CI-ACCT-FILE
           PERFORM REWRITE-STANDING-ORDERS.

      *    ONE ORDER - SKIPPED WHEN IT IS NOT ACTIVE, WAS ALREADY
      *    TAKEN TODAY, OR IS NOT YET DUE; OTHERWISE PAID, RETRIED,
      *    DROPPED, HELD OR SUSPENDED, AND THE SCHEDULE MOVED ON
      *    WHEN A PAYMENT IS PAID OR DROPPED.
       TAKE-ONE-ORDER.
           IF NOT SOR-IS-ACTIVE
               ADD 1 TO INACTIVE-COUNT
               GO TO TAKE-ONE-ORDER-EXIT
           END-IF
           IF SOR-LAST-ACTION-DATE NUMERIC
                   AND SOR-LAST-ACTION-DATE = RUN-DATE
               ADD 1 TO NOT-DUE-COUNT
               GO TO TAKE-ONE-ORDER-EXIT
           END-IF

           MOVE SPACE TO ORDER-OUTCOME
           MOVE SPACES TO OUTCOME-TEXT
           PERFORM VALIDATE-ORDER
           IF NOT INPUT-IS-VALID
               SET OUTCOME-SUSPENDED TO TRUE
               MOVE REJECT-REASON TO OUTCOME-TEXT
               PERFORM RECORD-ORDER-OUTCOME
               GO TO TAKE-ONE-ORDER-EXIT
           END-IF

           IF SOR-END-DATE > 0 AND SOR-NEXT-DUE-DATE > SOR-END-DATE
               SET OUTCOME-ENDED TO TRUE
               MOVE "PAST ITS END DATE - ORDER ENDED" TO OUTCOME-TEXT
               PERFORM RECORD-ORDER-OUTCOME
               GO TO TAKE-ONE-ORDER-EXIT
           END-IF

           MOVE SOR-NEXT-DUE-DATE TO SCHEDULED-DATE
           PERFORM RESOLVE-PAY-DATE
           IF PAY-DATE > RUN-DATE
               ADD 1 TO NOT-DUE-COUNT
               GO TO TAKE-ONE-ORDER-EXIT
           END-IF

           ADD 1 TO DUE-COUNT
           PERFORM CHECK-ORDER-ACCOUNTS
           IF OUTCOME-SUSPENDED OR OUTCOME-HELD
               PERFORM RECORD-ORDER-OUTCOME
               GO TO TAKE-ONE-ORDER-EXIT
           END-IF

           PERFORM CHECK-ORDER-FUNDS
           IF INPUT-IS-VALID
               SET OUTCOME-PAID TO TRUE
               PERFORM WRITE-ORDER-PAIR
               MOVE "PAID" TO OUTCOME-TEXT
               PERFORM ADVANCE-SCHEDULE
           ELSE IF SOR-RETRY-COUNT < SOR-MAX-RETRIES
               SET OUTCOME-RETRY TO TRUE
               ADD 1 TO SOR-RETRY-COUNT
               STRING "INSUFFICIENT FUNDS - RETRY " DELIMITED BY SIZE
                   SOR-RETRY-COUNT DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   SOR-MAX-RETRIES DELIMITED BY SIZE
                   INTO OUTCOME-TEXT
               END-STRING
           ELSE
               SET OUTCOME-FINAL-FAIL TO TRUE
               MOVE "INSUFFICIENT FUNDS - FINAL, PAYMENT DROPPED"
                   TO OUTCOME-TEXT
               PERFORM QUEUE-FAILURE-NOTICE
               PERFORM ADVANCE-SCHEDULE
           END-IF
           END-IF
           PERFORM RECORD-ORDER-OUTCOME.

       TAKE-ONE-ORDER-EXIT.
           EXIT.

      *    AN ORDER THE BRANCH SET UP WRONG CANNOT BE PAID - IT IS
      *    SUSPENDED UNTIL IT IS PUT RIGHT.
       VALIDATE-ORDER.
           SET INPUT-IS-VALID TO TRUE
           MOVE SPACES TO REJECT-REASON
           IF (SOR-DEBIT-TARGET NOT = "SI"
                   AND SOR-DEBIT-TARGET NOT = "CI")
               OR (SOR-CREDIT-TARGET NOT = "SI"
                   AND SOR-CREDIT-TARGET NOT = "CI")
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "TARGET FILE NOT SI OR CI" TO REJECT-REASON
           ELSE IF SOR-DEBIT-ACCT-NUMBER = SPACES
                   OR SOR-CREDIT-ACCT-NUMBER = SPACES
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "ACCOUNT NUMBER IS BLANK" TO REJECT-REASON
           ELSE IF SOR-DEBIT-TARGET = SOR-CREDIT-TARGET
                   AND SOR-DEBIT-ACCT-NUMBER = SOR-CREDIT-ACCT-NUMBER
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "PAYS FROM AND TO THE SAME ACCOUNT"
                   TO REJECT-REASON
           ELSE IF SOR-AMOUNT NOT NUMERIC OR SOR-AMOUNT NOT > 0
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "AMOUNT NOT A POSITIVE NUMBER" TO REJECT-REASON
           ELSE IF NOT SOR-FREQ-VALID
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "FREQUENCY NOT W, F, M, Q, H OR A"
                   TO REJECT-REASON
           ELSE IF SOR-NEXT-DUE-DATE NOT NUMERIC
                   OR SOR-NEXT-DUE-DATE = 0
                   OR SOR-END-DATE NOT NUMERIC
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "NEXT DUE OR END DATE NOT A DATE"
                   TO REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF INPUT-IS-VALID
               IF SOR-MAX-RETRIES NOT NUMERIC
                   MOVE 0 TO SOR-MAX-RETRIES
               END-IF
               IF SOR-RETRY-COUNT NOT NUMERIC
                   MOVE 0 TO SOR-RETRY-COUNT
               END-IF
               IF SOR-ANCHOR-DAY NOT NUMERIC
                   MOVE 0 TO SOR-ANCHOR-DAY
               END-IF
           END-IF.

      *    THE BUSINESS DAY THE SCHEDULED DATE IS PAID ON - THE DATE
      *    ITSELF, OR THE NEXT BUSINESS DAY WHEN IT IS A HOLIDAY.
       RESOLVE-PAY-DATE.
           MOVE SPACES TO PROCESSING-CAL-AREA
           SET CALQ-REQ-NEXTBUS TO TRUE
           MOVE CALENDAR-PROGRAM-NAME TO CALQ-PROGRAM-ID
           MOVE SCHEDULED-DATE TO CALQ-CYCLE-DATE
           CALL "PROCESSING-CALENDAR" USING PROCESSING-CAL-AREA
           IF CALQ-RESULT-DATE NUMERIC AND CALQ-RESULT-DATE > 0
               MOVE CALQ-RESULT-DATE TO PAY-DATE
           ELSE
               MOVE SCHEDULED-DATE TO PAY-DATE
           END-IF.

      *    BOTH ACCOUNTS MUST BE ON FILE, OPEN AND IN ONE CURRENCY,
      *    AND NOT A LOAN ON THE PAYING SIDE - OTHERWISE THE ORDER IS
      *    SUSPENDED. A CUSTOMER STATUS THAT BLOCKS THE MOVEMENT
      *    HOLDS THE PAYMENT OVER TO THE NEXT RUN INSTEAD.
       CHECK-ORDER-ACCOUNTS.
           MOVE SOR-DEBIT-TARGET TO ITEM-TARGET
           MOVE SOR-DEBIT-ACCT-NUMBER TO ITEM-ACCT-NUMBER
           PERFORM FETCH-ITEM-ACCOUNT
           IF NOT MASTER-WAS-FOUND
               SET OUTCOME-SUSPENDED TO TRUE
               MOVE "PAYING ACCOUNT NOT ON THE MASTER"
                   TO OUTCOME-TEXT
           ELSE IF ITEM-ACCOUNT-CLOSED
               SET OUTCOME-SUSPENDED TO TRUE
               MOVE "PAYING ACCOUNT IS CLOSED" TO OUTCOME-TEXT
           ELSE IF ITEM-ACCOUNT-IS-LOAN
               SET OUTCOME-SUSPENDED TO TRUE
               MOVE "PAYING ACCOUNT IS A LOAN" TO OUTCOME-TEXT
           ELSE
               MOVE ITEM-BALANCE TO DEBIT-BALANCE
               MOVE ITEM-CURRENCY TO DEBIT-CURRENCY
               MOVE ITEM-CUSTOMER TO CSQ-CUSTOMER-NUMBER
               CALL "CUSTOMER-STATUS" USING CUSTOMER-STATUS-AREA
               IF CSQ-BLOCKS-ACTIVITY
                   SET OUTCOME-HELD TO TRUE
                   MOVE "PAYING CUSTOMER'S STATUS BLOCKS POSTING"
                       TO OUTCOME-TEXT
               END-IF
           END-IF
           END-IF
           END-IF

           IF ORDER-OUTCOME = SPACE
               MOVE SOR-CREDIT-TARGET TO ITEM-TARGET
               MOVE SOR-CREDIT-ACCT-NUMBER TO ITEM-ACCT-NUMBER
               PERFORM FETCH-ITEM-ACCOUNT
               IF NOT MASTER-WAS-FOUND
                   SET OUTCOME-SUSPENDED TO TRUE
                   MOVE "RECEIVING ACCOUNT NOT ON THE MASTER"
                       TO OUTCOME-TEXT
               ELSE IF ITEM-ACCOUNT-CLOSED
                   SET OUTCOME-SUSPENDED TO TRUE
                   MOVE "RECEIVING ACCOUNT IS CLOSED" TO OUTCOME-TEXT
               ELSE IF ITEM-CURRENCY NOT = DEBIT-CURRENCY
                   SET OUTCOME-SUSPENDED TO TRUE
                   MOVE "ACCOUNTS ARE IN DIFFERENT CURRENCIES"
                       TO OUTCOME-TEXT
               ELSE
                   MOVE ITEM-CUSTOMER TO CSQ-CUSTOMER-NUMBER
                   CALL "CUSTOMER-STATUS" USING CUSTOMER-STATUS-AREA
                   IF CSQ-BLOCKS-ACTIVITY
                       SET OUTCOME-HELD TO TRUE
                       MOVE "RECEIVING CUSTOMER'S STATUS BLOCKS"
                           TO OUTCOME-TEXT
                   ELSE IF CSQ-REVIEW-OVERDUE
                       SET OUTCOME-HELD TO TRUE
                       MOVE "KYC REVIEW OVERDUE - DEPOSITS BLOCKED"
                           TO OUTCOME-TEXT
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       FETCH-ITEM-ACCOUNT.
           MOVE "N" TO MASTER-FOUND-SWITCH
           MOVE "N" TO ITEM-CLOSED-SWITCH
           MOVE "N" TO ITEM-LOAN-SWITCH
           IF ITEM-TARGET = "SI"
               MOVE ITEM-ACCT-NUMBER TO SIA-ACCT-NUMBER
               READ SI-ACCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MASTER-WAS-FOUND TO TRUE
                       MOVE SIA-PRINCIPAL TO ITEM-BALANCE
                       MOVE SIA-CURRENCY-CODE TO ITEM-CURRENCY
                       MOVE SIA-CUSTOMER-NUMBER TO ITEM-CUSTOMER
                       IF SIA-ACCOUNT-CLOSED
                           SET ITEM-ACCOUNT-CLOSED TO TRUE
                       END-IF
               END-READ
           ELSE
               MOVE ITEM-ACCT-NUMBER TO CIA-ACCT-NUMBER
               READ CI-ACCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MASTER-WAS-FOUND TO TRUE
                       MOVE CIA-PRINCIPAL TO ITEM-BALANCE
                       MOVE CIA-CURRENCY-CODE TO ITEM-CURRENCY
                       MOVE CIA-CUSTOMER-NUMBER TO ITEM-CUSTOMER
                       IF CIA-ACCOUNT-CLOSED
                           SET ITEM-ACCOUNT-CLOSED TO TRUE
                       END-IF
                       IF CIA-ACCOUNT-IS-LOAN
                           SET ITEM-ACCOUNT-IS-LOAN TO TRUE
                       END-IF
               END-READ
           END-IF.

      *    WHAT THE PAYING ACCOUNT CAN PAY - THE BALANCE LESS ANY
      *    LIENED SUM, OR ON AN UNLIENED SIACCT ACCOUNT THE BALANCE
      *    PLUS THE UNDRAWN PART OF AN ACTIVE FACILITY STILL SHORT OF
      *    REVIEW - LESS THE ORDERS ALREADY PAID FROM IT THIS RUN.
       CHECK-ORDER-FUNDS.
           SET INPUT-IS-VALID TO TRUE
           MOVE SOR-DEBIT-TARGET TO LNQ-TARGET
           MOVE SOR-DEBIT-ACCT-NUMBER TO LNQ-ACCT-NUMBER
           MOVE RUN-DATE TO LNQ-AS-OF-DATE
           CALL "LIEN-SERVICE" USING LIEN-SERVICE-AREA
           IF LNQ-LIENED-AMOUNT > 0
               COMPUTE AVAILABLE-FUNDS =
                   DEBIT-BALANCE - LNQ-LIENED-AMOUNT
           ELSE
               MOVE DEBIT-BALANCE TO AVAILABLE-FUNDS
               IF SOR-DEBIT-TARGET = "SI"
                   PERFORM FIND-OD-HEADROOM
                   ADD OD-HEADROOM TO AVAILABLE-FUNDS
               END-IF
           END-IF

           PERFORM FIND-DEBIT-TALLY
           IF DEBIT-TALLY-MATCH > 0
               SUBTRACT DTY-AMOUNT (DEBIT-TALLY-MATCH)
                   FROM AVAILABLE-FUNDS
           END-IF

           IF SOR-AMOUNT > AVAILABLE-FUNDS
               MOVE "N" TO VALID-INPUT-SWITCH
           ELSE
               IF DEBIT-TALLY-MATCH > 0
                   ADD SOR-AMOUNT TO DTY-AMOUNT (DEBIT-TALLY-MATCH)
               ELSE IF DEBIT-TALLY-COUNT < 2000
                   ADD 1 TO DEBIT-TALLY-COUNT
                   MOVE SOR-DEBIT-TARGET
                       TO DTY-TARGET (DEBIT-TALLY-COUNT)
                   MOVE SOR-DEBIT-ACCT-NUMBER
                       TO DTY-ACCT-NUMBER (DEBIT-TALLY-COUNT)
                   MOVE SOR-AMOUNT TO DTY-AMOUNT (DEBIT-TALLY-COUNT)
               END-IF
               END-IF
           END-IF.

       FIND-DEBIT-TALLY.
           MOVE 0 TO DEBIT-TALLY-MATCH
           PERFORM VARYING DEBIT-TALLY-INDEX FROM 1 BY 1
                   UNTIL DEBIT-TALLY-INDEX > DEBIT-TALLY-COUNT
                       OR DEBIT-TALLY-MATCH > 0
               IF DTY-TARGET (DEBIT-TALLY-INDEX) = SOR-DEBIT-TARGET
                       AND DTY-ACCT-NUMBER (DEBIT-TALLY-INDEX)
                           = SOR-DEBIT-ACCT-NUMBER
                   MOVE DEBIT-TALLY-INDEX TO DEBIT-TALLY-MATCH
               END-IF
           END-PERFORM.

      *    THE UNDRAWN HEADROOM ON THE ACCOUNT'S ACTIVE FACILITY, OR
      *    NOTHING WHEN IT HAS NONE OR IT IS PAST ITS REVIEW DATE.
       FIND-OD-HEADROOM.
           MOVE 0 TO OD-HEADROOM
           PERFORM VARYING OD-FACIL-INDEX FROM 1 BY 1
                   UNTIL OD-FACIL-INDEX > OD-FACIL-COUNT
               MOVE ODE-ROW (OD-FACIL-INDEX) TO OD-FACIL-RECORD
               IF ODF-ACCT-NUMBER = SOR-DEBIT-ACCT-NUMBER
                       AND ODF-IS-ACTIVE
                       AND ODF-REVIEW-DATE NOT < RUN-DATE
                   IF ODF-DRAWN-AMOUNT NOT NUMERIC
                       MOVE 0 TO ODF-DRAWN-AMOUNT
                   END-IF
                   IF ODF-LIMIT > ODF-DRAWN-AMOUNT
                       COMPUTE OD-HEADROOM =
                           ODF-LIMIT - ODF-DRAWN-AMOUNT
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-OD-FACILITIES.
           OPEN INPUT OD-FACIL-FILE
           IF OD-FACIL-STATUS = "00"
               READ OD-FACIL-FILE
                   AT END SET END-OF-OD-FACIL TO TRUE
               END-READ
               PERFORM UNTIL END-OF-OD-FACIL
                   IF OD-FACIL-COUNT < 2000
                       ADD 1 TO OD-FACIL-COUNT
                       MOVE OD-FACIL-RECORD
                           TO ODE-ROW (OD-FACIL-COUNT)
                   END-IF
                   READ OD-FACIL-FILE
                       AT END SET END-OF-OD-FACIL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OD-FACIL-FILE
           END-IF.

      *    THE MATCHED PAIR - THE WITHDRAWAL FIRST, SO DEPOSIT-
      *    POSTING TAKES THE MONEY BEFORE IT PAYS IT OUT - BOTH
      *    THROUGH THE TRANSFER CHANNEL AND VALUED TODAY.
       WRITE-ORDER-PAIR.
           MOVE SPACES TO DEP-TRAN-RECORD
           MOVE "WDR" TO TRN-TRAN-TYPE
           MOVE SOR-DEBIT-TARGET TO TRN-TARGET
           MOVE SOR-DEBIT-ACCT-NUMBER TO TRN-ACCT-NUMBER
           MOVE SOR-AMOUNT TO TRN-AMOUNT
           MOVE "T" TO TRN-CHANNEL
           WRITE DEP-TRAN-RECORD

           MOVE SPACES TO DEP-TRAN-RECORD
           MOVE "DEP" TO TRN-TRAN-TYPE
           MOVE SOR-CREDIT-TARGET TO TRN-TARGET
           MOVE SOR-CREDIT-ACCT-NUMBER TO TRN-ACCT-NUMBER
           MOVE SOR-AMOUNT TO TRN-AMOUNT
           MOVE "T" TO TRN-CHANNEL
           WRITE DEP-TRAN-RECORD

           ADD SOR-AMOUNT TO TOTAL-PAID.

      *    THE PAYING CUSTOMER IS TOLD IN WRITING THAT THE PAYMENT
      *    WAS NOT MADE. THE SCHEDULED DATE IS THE REFERENCE, SO
      *    EACH MISSED PAYMENT IS NOTIFIED ONCE.
       QUEUE-FAILURE-NOTICE.
           MOVE SPACES TO NOTICE-Q-RECORD
           SET NTE-STANDING-ORDER-FAILED TO TRUE
           MOVE SOR-DEBIT-TARGET TO NTE-TARGET
           MOVE SOR-DEBIT-ACCT-NUMBER TO NTE-ACCT-NUMBER
           MOVE RUN-DATE TO NTE-EVENT-DATE
           MOVE SCHEDULED-DATE TO NTE-REFERENCE
           MOVE 0 TO NTE-OLD-RATE
           MOVE 0 TO NTE-NEW-RATE
           MOVE SOR-AMOUNT TO NTE-AMOUNT
           MOVE SCHEDULED-DATE TO NTE-KEY-DATE
           MOVE "STANDING-ORDER" TO NTE-PROGRAM-ID
           WRITE NOTICE-Q-RECORD
           ADD 1 TO NOTICE-COUNT
           ADD SOR-AMOUNT TO TOTAL-FAILED.

      *    THE ORDER'S NEXT SCHEDULED DATE AFTER A PAYMENT IS PAID
      *    OR DROPPED. AN ORDER WHOSE NEXT DATE FALLS PAST ITS END
      *    DATE HAS MADE ITS LAST PAYMENT.
       ADVANCE-SCHEDULE.
           MOVE 0 TO SOR-RETRY-COUNT
           MOVE SOR-NEXT-DUE-DATE (1:4) TO DWK-YYYY
           MOVE SOR-NEXT-DUE-DATE (5:2) TO DWK-MM
           MOVE SOR-NEXT-DUE-DATE (7:2) TO DWK-DD
           EVALUATE TRUE
               WHEN SOR-FREQ-WEEKLY
                   MOVE 7 TO DAYS-TO-STEP
                   PERFORM STEP-ONE-DAY DAYS-TO-STEP TIMES
               WHEN SOR-FREQ-FORTNIGHTLY
                   MOVE 14 TO DAYS-TO-STEP
                   PERFORM STEP-ONE-DAY DAYS-TO-STEP TIMES
               WHEN SOR-FREQ-MONTHLY
                   MOVE 1 TO MONTHS-TO-ADD
                   PERFORM ADD-WHOLE-MONTHS
               WHEN SOR-FREQ-QUARTERLY
                   MOVE 3 TO MONTHS-TO-ADD
                   PERFORM ADD-WHOLE-MONTHS
               WHEN SOR-FREQ-HALF-YEARLY
                   MOVE 6 TO MONTHS-TO-ADD
                   PERFORM ADD-WHOLE-MONTHS
               WHEN OTHER
                   MOVE 12 TO MONTHS-TO-ADD
                   PERFORM ADD-WHOLE-MONTHS
           END-EVALUATE
           COMPUTE NEXT-DATE =
               DWK-YYYY * 10000 + DWK-MM * 100 + DWK-DD
           MOVE NEXT-DATE TO SOR-NEXT-DUE-DATE
           IF SOR-END-DATE > 0 AND SOR-NEXT-DUE-DATE > SOR-END-DATE
               SET SOR-IS-ENDED TO TRUE
               ADD 1 TO ENDED-COUNT
           END-IF.

      *    THE CALENDAR DAY AFTER THE ONE IN THE WORK AREA, MONTH
      *    LENGTHS AND THE LEAP-YEAR RULE RESPECTED.
       STEP-ONE-DAY.
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

      *    WHOLE MONTHS ONTO THE WORK AREA, THE DAY SET BACK TO THE
      *    ORDER'S OWN DAY OF THE MONTH OR THE LAST DAY OF A SHORTER
      *    ONE. THE ORDER'S DAY IS FIXED FROM ITS FIRST DATE WHEN IT
      *    WAS NOT GIVEN.
       ADD-WHOLE-MONTHS.
           IF SOR-ANCHOR-DAY = 0
               MOVE DWK-DD TO SOR-ANCHOR-DAY
           END-IF
           COMPUTE MONTH-TOTAL = DWK-MM + MONTHS-TO-ADD - 1
           DIVIDE MONTH-TOTAL BY 12 GIVING DWK-QUOTIENT
               REMAINDER DWK-REMAINDER
           ADD DWK-QUOTIENT TO DWK-YYYY
           COMPUTE DWK-MM = DWK-REMAINDER + 1
           PERFORM SET-MONTH-LENGTH
           IF SOR-ANCHOR-DAY > DWK-MONTH-LENGTH
               MOVE DWK-MONTH-LENGTH TO DWK-DD
           ELSE
               MOVE SOR-ANCHOR-DAY TO DWK-DD
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

      *    STAMPS THE ORDER WITH WHAT WAS DONE TODAY, COUNTS IT, AND
      *    LISTS IT - EVERYTHING BUT A CLEAN PAYMENT ALSO GOES ON THE
      *    EXCEPTION LOG.
       RECORD-ORDER-OUTCOME.
           MOVE ORDER-OUTCOME TO SOR-LAST-RESULT
           MOVE RUN-DATE TO SOR-LAST-ACTION-DATE
           EVALUATE TRUE
               WHEN OUTCOME-PAID
                   ADD 1 TO PAID-COUNT
               WHEN OUTCOME-RETRY
                   ADD 1 TO RETRY-COUNT
               WHEN OUTCOME-FINAL-FAIL
                   ADD 1 TO FINAL-FAIL-COUNT
               WHEN OUTCOME-HELD
                   ADD 1 TO HELD-COUNT
               WHEN OUTCOME-SUSPENDED
                   SET SOR-IS-SUSPENDED TO TRUE
                   ADD 1 TO SUSPENDED-COUNT
               WHEN OUTCOME-ENDED
                   SET SOR-IS-ENDED TO TRUE
                   ADD 1 TO ENDED-COUNT
           END-EVALUATE

           MOVE SOR-AMOUNT TO EDITED-AMOUNT
           MOVE SPACES TO SO-RPT-RECORD
           STRING SOR-ORDER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SOR-DEBIT-TARGET DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SOR-DEBIT-ACCT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SOR-CREDIT-TARGET DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SOR-CREDIT-ACCT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-AMOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               OUTCOME-TEXT DELIMITED BY SIZE
               INTO SO-RPT-RECORD
           END-STRING
           WRITE SO-RPT-RECORD

           IF NOT OUTCOME-PAID AND NOT OUTCOME-ENDED
               ADD 1 TO PROBLEM-COUNT
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "STANDING-ORDER" TO EXC-PROGRAM-ID
               MOVE SOR-ORDER-ID TO EXC-KEY-VALUE
               MOVE OUTCOME-TEXT TO EXC-REASON
               MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
               MOVE RUN-DATE TO EXC-CYCLE-DATE
               WRITE EXC-LOG-RECORD
           END-IF.

      *    WRITES THE ORDER FILE BACK WHOLE WITH THE DAY'S SCHEDULE
      *    AND RETRY CHANGES APPLIED.
       REWRITE-STANDING-ORDERS.
           OPEN OUTPUT ST-ORDER-FILE
           PERFORM VARYING ORDER-INDEX FROM 1 BY 1
                   UNTIL ORDER-INDEX > ORDER-TABLE-COUNT
               MOVE ORD-ROW (ORDER-INDEX) TO ST-ORDER-RECORD
               WRITE ST-ORDER-RECORD
           END-PERFORM
           CLOSE ST-ORDER-FILE.

      *    WRITES THE RUN'S CONTROL COUNTS AND MONEY TOTALS SO THE
      *    OPERATOR CAN BALANCE THE RUN BEFORE SIGNING IT OFF.
       WRITE-CONTROL-TOTALS.
           MOVE ALL "-" TO SO-RPT-RECORD
           WRITE SO-RPT-RECORD

           MOVE SPACES TO SO-RPT-RECORD
           STRING "ORDERS READ: " DELIMITED BY SIZE
               ORDER-COUNT DELIMITED BY SIZE
               "  DUE: " DELIMITED BY SIZE
               DUE-COUNT DELIMITED BY SIZE
               "  NOT DUE: " DELIMITED BY SIZE
               NOT-DUE-COUNT DELIMITED BY SIZE
               "  INACTIVE: " DELIMITED BY SIZE
               INACTIVE-COUNT DELIMITED BY SIZE
               INTO SO-RPT-RECORD
           END-STRING
           WRITE SO-RPT-RECORD

           MOVE SPACES TO SO-RPT-RECORD
           STRING "PAID: " DELIMITED BY SIZE
               PAID-COUNT DELIMITED BY SIZE
               "  TO RETRY: " DELIMITED BY SIZE
               RETRY-COUNT DELIMITED BY SIZE
               "  DROPPED: " DELIMITED BY SIZE
               FINAL-FAIL-COUNT DELIMITED BY SIZE
               "  NOTICES: " DELIMITED BY SIZE
               NOTICE-COUNT DELIMITED BY SIZE
               INTO SO-RPT-RECORD
           END-STRING
           WRITE SO-RPT-RECORD

           MOVE SPACES TO SO-RPT-RECORD
           STRING "HELD: " DELIMITED BY SIZE
               HELD-COUNT DELIMITED BY SIZE
               "  SUSPENDED: " DELIMITED BY SIZE
               SUSPENDED-COUNT DELIMITED BY SIZE
               "  ENDED: " DELIMITED BY SIZE
               ENDED-COUNT DELIMITED BY SIZE
               INTO SO-RPT-RECORD
           END-STRING
           WRITE SO-RPT-RECORD

           MOVE TOTAL-PAID TO EDITED-TOTAL
           MOVE SPACES TO SO-RPT-RECORD
           STRING "PAID TO DEPTRAN: " DELIMITED BY SIZE
               EDITED-TOTAL DELIMITED BY SIZE
               INTO SO-RPT-RECORD
           END-STRING
           WRITE SO-RPT-RECORD
           MOVE TOTAL-FAILED TO EDITED-TOTAL
           MOVE SPACES TO SO-RPT-RECORD
           STRING "DROPPED UNPAID:  " DELIMITED BY SIZE
               EDITED-TOTAL DELIMITED BY SIZE
               INTO SO-RPT-RECORD
           END-STRING
           WRITE SO-RPT-RECORD.

      *    THE OPERATOR'S VERDICT ON THE RUN - ZERO WHEN EVERY ORDER
      *    DUE WAS PAID, FOUR WHEN ANY WAS RETRIED, DROPPED, HELD OR
      *    SUSPENDED, TWELVE WHEN THE FILE WAS TOO BIG TO TAKE.
       SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN ORDER-FILE-TOO-BIG
                   MOVE 12 TO RETURN-CODE
               WHEN PROBLEM-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *    COPIES THE JUST-CLOSED OUTPUT REPORT TO A DATED ARCHIVE
      *    FILE NAMED FOR TODAY'S RUN, SO EACH DAY'S REPORT SURVIVES
      *    UNDER ITS OWN FILE NAME INSTEAD OF BEING OVERWRITTEN THE
      *    NEXT TIME THIS JOB RUNS.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "STORDRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT SO-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ SO-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE SO-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ SO-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE SO-RPT-FILE
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
           MOVE "STANDING-ORDER" TO CAT-PROGRAM-ID
           MOVE "STORDRPT" TO CAT-REPORT-NAME
           MOVE RUN-DATE TO CAT-CYCLE-DATE
           MOVE ARC-COPY-COUNT TO CAT-RECORD-COUNT
           MOVE ARC-FILE-NAME TO CAT-FILE-NAME
           WRITE ARC-CAT-RECORD
           CLOSE ARC-CAT-FILE.

      *    APPENDS TO THE CUSTOMER-NOTICE QUEUE IF IT ALREADY EXISTS,
      *    OR CREATES IT ON THE FIRST NOTICE.
       OPEN-NOTICE-QUEUE.
           OPEN EXTEND NOTICE-Q-FILE
           IF NOTICE-Q-STATUS NOT = "00"
               OPEN OUTPUT NOTICE-Q-FILE
           END-IF.

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
           MOVE "STANDING-ORDER" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE ORDER-COUNT TO AUD-RECORD-COUNT
           MOVE PAID-COUNT TO AUD-OUTPUT-COUNT
           MOVE PROBLEM-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "STORDER STANDING ORDERS" TO AUD-INPUT-SUMMARY
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
           MOVE SPACES TO PROCESSING-CAL-AREA
           SET CALQ-REQ-COMPLETE TO TRUE
           MOVE CALENDAR-PROGRAM-NAME TO CALQ-PROGRAM-ID
           MOVE RUN-DATE TO CALQ-CYCLE-DATE
           CALL "PROCESSING-CALENDAR" USING PROCESSING-CAL-AREA.

      *    HANDS THE RUN'S PROBLEM COUNT TO THE SHARED ALERT WRITER
      *    - NOTHING FOR A CLEAN RUN, WARN OR CRITICAL PER THE
      *    CONFIGURED THRESHOLD.
       RAISE-EXCEPTION-ALERT.
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-EXCCOUNT TO TRUE
           MOVE "STANDING-ORDER" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           MOVE PROBLEM-COUNT TO ALQ-EXC-COUNT
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
