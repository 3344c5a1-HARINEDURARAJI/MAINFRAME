       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-CASEWORK.

      *    THE CUSTOMER-COMPLAINT CASE FILE, SO A DISPUTED INTEREST
      *    FIGURE OR FEE NO LONGER LIVES IN SOMEBODY'S INBOX. THE
      *    CMPTRAN CARDS OPEN A CASE FOR A CUSTMSTR CUSTOMER AGAINST
      *    ONE OF THEIR ACCOUNTS, LINK THE INTLEDG ENTRIES IN DISPUTE
      *    (A FEE-ASSESSMENT CHARGE BY ITS "F" ENTRY), ASSIGN IT TO
      *    AN OPERATOR, START THE INVESTIGATION, ADD NOTES, AND CLOSE
      *    IT AS UPHELD, NOT UPHELD OR WITHDRAWN. EVERY ACTION IS
      *    APPENDED TO THE CMPHIST TRAIL WITH THE OPERATOR, DATE AND
      *    TIME, SO THE CASE'S HISTORY CAN BE SHOWN TO THE REGULATOR.
      *
      *    AN UPHELD CASE MAY CARRY A REFUND, NEVER MORE THAN THE SUM
      *    IN DISPUTE. THE REFUND IS PAID THROUGH THE NORMAL PATH -
      *    A DEPOSIT ON DEPTRAN (CHANNEL T) FOR TODAY'S DEPOSIT-
      *    POSTING RUN TO CREDIT THE ACCOUNT, A "K" ENTRY ON THE
      *    POSTED-INTEREST LEDGER, AND A BALANCED GL PAIR UNDER EVENT
      *    "K" - SO THE FINANCIAL PROOF TIES IT OUT LIKE ANY OTHER
      *    MONEY EVENT. A REFUND THE CUSTOMER'S STATUS BLOCKS WAITS
      *    ON THE CASE FOR A LATER RUN; ONE TO A CLOSED OR MISSING
      *    ACCOUNT IS MARKED FOR PAYMENT BY OTHER MEANS. THE AGEING
      *    AND DEADLINE REPORT IS COMPLAINT-REPORT'S.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMP-CASE-FILE ASSIGN TO "CMPCASE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CMP-CASE-STATUS.
           SELECT CMP-TRAN-FILE ASSIGN TO "CMPTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CMP-TRAN-STATUS.
           SELECT CMP-HIST-FILE ASSIGN TO "CMPHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CMP-HIST-STATUS.
           SELECT CUST-MSTR-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS CUST-MSTR-STATUS.
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
           SELECT ACCT-OWN-FILE ASSIGN TO "ACCTOWN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACCT-OWN-STATUS.
           SELECT INT-LEDGER-FILE ASSIGN TO "INTLEDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS INT-LEDGER-STATUS.
           SELECT DEP-TRAN-FILE ASSIGN TO "DEPTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DEP-TRAN-STATUS.
           SELECT GL-JRNL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GL-JRNL-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GL-MAP-STATUS.
           SELECT CMP-WORK-FILE ASSIGN TO "CMPWORK"
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
       FD  CMP-CASE-FILE.
       01  CMP-CASE-RECORD.
           COPY CMPCREC.

      *    ONE CASEWORK ACTION. OPEN NAMES THE CUSTOMER, ACCOUNT,
      *    CATEGORY AND RECEIVED DATE (BLANK MEANS TODAY) AND MAY
      *    CARRY THE FIRST DISPUTED ENTRY AND THE ASSIGNEE; THE CASE
      *    NUMBER IS GIVEN OUT BY THIS RUN. EVERY OTHER ACTION NAMES
      *    THE CASE - LINK ANOTHER ENTRY, ASGN TO AN OPERATOR, INVS
      *    TO START THE INVESTIGATION, NOTE, UPHL (WITH ANY REFUND),
      *    RJCT FOR NOT UPHELD, WDRN FOR WITHDRAWN.
       FD  CMP-TRAN-FILE.
       01  CMP-TRAN-RECORD.
           05  CTR-ACTION             PIC X(4).
               88  CTR-ACTION-OPEN        VALUE "OPEN".
               88  CTR-ACTION-LINK        VALUE "LINK".
               88  CTR-ACTION-ASSIGN      VALUE "ASGN".
               88  CTR-ACTION-INVESTIGATE VALUE "INVS".
               88  CTR-ACTION-NOTE        VALUE "NOTE".
               88  CTR-ACTION-UPHOLD      VALUE "UPHL".
               88  CTR-ACTION-NOT-UPHELD  VALUE "RJCT".
               88  CTR-ACTION-WITHDRAW    VALUE "WDRN".
               88  CTR-ACTION-CLOSES      VALUES "UPHL", "RJCT",
                                                 "WDRN".
           05  CTR-CASE-NUMBER        PIC 9(7).
           05  CTR-CASE-NUMBER-X REDEFINES CTR-CASE-NUMBER
                                      PIC X(7).
           05  CTR-CUSTOMER-NUMBER    PIC X(10).
           05  CTR-TARGET             PIC X(2).
           05  CTR-ACCT-NUMBER        PIC X(10).
           05  CTR-CATEGORY           PIC X(4).
           05  CTR-RECEIVED-DATE      PIC 9(8).
           05  CTR-RECEIVED-DATE-X REDEFINES CTR-RECEIVED-DATE
                                      PIC X(8).
           05  CTR-ITEM-CYCLE-DATE    PIC 9(8).
           05  CTR-ITEM-CYCLE-DATE-X REDEFINES CTR-ITEM-CYCLE-DATE
                                      PIC X(8).
           05  CTR-ITEM-ENTRY-TYPE    PIC X.
      *    INTEREST POSTED, CAPITALIZED, CHARGED ON AN OVERDRAFT OR
      *    FORFEITED, A FEE, AN ADJUSTMENT OR A BACK-VALUE
      *    CORRECTION - THE MONEY A CUSTOMER CAN DISPUTE.
               88  CTR-ITEM-DISPUTABLE    VALUES "P", "C", "D", "Y",
                                                 "F", "J", "B", "W".
           05  CTR-ASSIGN-TO          PIC X(8).
           05  CTR-REFUND-AMOUNT      PIC 9(5)V99.
           05  CTR-REFUND-AMOUNT-X REDEFINES CTR-REFUND-AMOUNT
                                      PIC X(7).
           05  CTR-NOTE               PIC X(30).

      *    THE CASE TRAIL - ONE ROW PER ACTION APPLIED AND PER
      *    REFUND POSTED, ONLY EVER APPENDED TO.
       FD  CMP-HIST-FILE.
       01  CMP-HIST-RECORD.
           05  CMH-CASE-NUMBER        PIC 9(7).
           05  CMH-ACTION             PIC X(4).
           05  CMH-FROM-STATUS        PIC X.
           05  CMH-TO-STATUS          PIC X.
           05  CMH-OPERATOR-ID        PIC X(8).
           05  CMH-ACTION-DATE        PIC 9(8).
           05  CMH-ACTION-TIME        PIC 9(8).
           05  CMH-ASSIGNED-TO        PIC X(8).
           05  CMH-AMOUNT             PIC 9(9)V99.
           05  CMH-NOTE               PIC X(30).

       FD  CUST-MSTR-FILE.
       01  CUST-MSTR-RECORD.
           COPY CUSTREC.

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
           05  CIA-PRODUCT-CODE       PIC X(06).

      *    THE JOINT OWNERS OF AN ACCOUNT, SO A COMPLAINT FROM ANY
      *    OWNER CAN BE OPENED AGAINST IT.
       FD  ACCT-OWN-FILE.
       01  ACCT-OWN-RECORD.
           COPY OWNREC.

       FD  INT-LEDGER-FILE.
       01  INT-LEDGER-RECORD.
           COPY LEDGREC.

      *    THE SAME TRANSACTION LAYOUT DEPOSIT-POSTING READS.
       FD  DEP-TRAN-FILE.
       01  DEP-TRAN-RECORD.
           05  TRN-TRAN-TYPE          PIC X(3).
           05  TRN-TARGET             PIC X(2).
           05  TRN-ACCT-NUMBER        PIC X(10).
           05  TRN-AMOUNT             PIC 9(5)V99.
           05  TRN-CHANNEL            PIC X.
           05  TRN-VALUE-DATE-X       PIC X(8).

       FD  GL-JRNL-FILE.
       01  GL-JRNL-RECORD.
           COPY GLJREC.

      *    THE SAME GL MAPPING TABLE THE INTEREST RUNS READ - REFUNDS
      *    POST TO THE ACCOUNTS MAPPED FOR EVENT "K"; A SITE WITHOUT
      *    THE TABLE GETS THE STOCK REDRESS PAIR.
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05  GLM-SOURCE         PIC X(2).
           05  GLM-EVENT-TYPE     PIC X.
           05  GLM-CURRENCY-CODE  PIC X(3).
           05  GLM-DEBIT-ACCOUNT  PIC X(20).
           05  GLM-CREDIT-ACCOUNT PIC X(20).

       FD  CMP-WORK-FILE.
       01  CMP-WORK-RECORD        PIC X(80).

      *    A DATED COPY OF CMP-WORK-FILE, WRITTEN AFTER THE REPORT IS
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
       01  CMP-CASE-STATUS        PIC XX.
       01  CMP-TRAN-STATUS        PIC XX.
       01  CMP-HIST-STATUS        PIC XX.
       01  CUST-MSTR-STATUS       PIC XX.
       01  SI-ACCT-STATUS         PIC XX.
       01  CI-ACCT-STATUS         PIC XX.
       01  ACCT-OWN-STATUS        PIC XX.
       01  INT-LEDGER-STATUS      PIC XX.
       01  DEP-TRAN-STATUS        PIC XX.
       01  GL-JRNL-STATUS         PIC XX.
       01  GL-MAP-STATUS          PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-SCAN            VALUE "Y".
       01  VALID-INPUT-SWITCH     PIC X.
           88  INPUT-IS-VALID         VALUE "Y".
       01  CASE-LOAD-SWITCH       PIC X VALUE "N".
           88  CASE-FILE-INCOMPLETE   VALUE "Y".
       01  REJECT-REASON          PIC X(40).

       01  TRAN-COUNT             PIC 9(5) VALUE 0.
       01  APPLIED-COUNT          PIC 9(5) VALUE 0.
       01  REJECTED-COUNT         PIC 9(5) VALUE 0.
       01  OPENED-COUNT           PIC 9(5) VALUE 0.
       01  CLOSED-COUNT           PIC 9(5) VALUE 0.
       01  REFUND-COUNT           PIC 9(5) VALUE 0.
       01  REFUND-HELD-COUNT      PIC 9(5) VALUE 0.
       01  REFUND-UNPAYABLE-COUNT PIC 9(5) VALUE 0.
       01  TOTAL-REFUNDED         PIC 9(11)V99 VALUE 0.
       01  PROBLEM-COUNT          PIC 9(5) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  ACTION-TIME            PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE WHOLE CASE FILE - LOADED, WORKED, WRITTEN BACK.
       01  CASE-COUNT             PIC 9(4) VALUE 0.
       01  CASE-TABLE.
           03  CASE-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON CASE-COUNT.
               COPY CMPCREC REPLACING LEADING ==CMP== BY ==CST==.
       01  CASE-INDEX             PIC 9(4).
       01  CASE-MATCH             PIC 9(4).
       01  HIGHEST-CASE-NUMBER    PIC 9(7) VALUE 0.
       01  ITEM-INDEX             PIC 9.
       01  STATUS-BEFORE          PIC X.

      *    THE ACCOUNT A CASE OR REFUND CONCERNS, AS THE MASTER
      *    HOLDS IT.
       01  MASTER-FOUND-SWITCH    PIC X VALUE "N".
           88  MASTER-WAS-FOUND       VALUE "Y".
       01  ITEM-CLOSED-SWITCH     PIC X.
           88  ITEM-ACCOUNT-CLOSED    VALUE "Y".
       01  ITEM-TARGET            PIC X(2).
       01  ITEM-ACCT-NUMBER       PIC X(10).
       01  ITEM-BALANCE           PIC 9(5)V99.
       01  ITEM-RATE              PIC 9(3)V99.
       01  ITEM-CURRENCY          PIC X(3).
       01  ITEM-CUSTOMER          PIC X(10).
       01  ITEM-LAST-RUN-DATE     PIC 9(8).
       01  OWNER-FOUND-SWITCH     PIC X.
           88  OWNER-WAS-FOUND        VALUE "Y".
       01  LEDGER-FOUND-SWITCH    PIC X.
           88  LEDGER-ITEM-FOUND      VALUE "Y".
       01  LEDGER-ITEM-AMOUNT     PIC 9(9)V99.
       01  BALANCE-AFTER-REFUND   PIC 9(7)V99.
       01  EDITED-AMOUNT          PIC Z(8)9.99.
       01  EDITED-TOTAL           PIC Z(10)9.99.

      *    GL REDRESS TOTALS PER PRODUCT AND CURRENCY, AND THE
      *    MAPPING ROWS FOR EVENT "K".
       01  GL-TOTALS-COUNT        PIC 9(3) VALUE 0.
       01  GL-TOTALS-TABLE.
           05  GL-TOTALS-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON GL-TOTALS-COUNT.
               10  GLT-SOURCE             PIC X(2).
               10  GLT-CURRENCY-CODE      PIC X(03).
               10  GLT-REFUND-TOTAL       PIC 9(11)V99.
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
               10  GLM-T-SOURCE           PIC X(2).
               10  GLM-T-CURRENCY         PIC X(3).
               10  GLM-T-DEBIT-ACCOUNT    PIC X(20).
               10  GLM-T-CREDIT-ACCOUNT   PIC X(20).
       01  GL-MAP-INDEX           PIC 9(3).
       01  GL-MAPPED-DEBIT        PIC X(20).
       01  GL-MAPPED-CREDIT       PIC X(20).

      *    THE CUSTMSTR STATUS OF THE ACCOUNT'S OWNER.
       01  CUSTOMER-STATUS-AREA.
           COPY CUSTSREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

      *    WHO IS WORKING THE CASES - THE OPERATOR'S ID GOES ON THE
      *    CASE, THE CASE TRAIL, AND EVERY AUDIT AND EXCEPTION RECORD.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    THE PROCESSING CALENDAR'S ANSWER FOR THIS CYCLE, AND THE
      *    NAME THIS PROGRAM'S CYCLES ARE TRACKED UNDER - A SECOND
      *    RUN ON ONE DAY WOULD OPEN EVERY NEW CASE TWICE.
       01  CALENDAR-PROGRAM-NAME  PIC X(20)
                                  VALUE "COMPLAINT-CASEWORK".
       01  PROCESSING-CAL-AREA.
           COPY CALREQ.

      *    HOW THIS RUN RAISES OPERATOR ALERTS - THE SHARED WRITER
      *    GRADES THE EXCEPTION COUNT AGAINST THE ALRTTHR THRESHOLD.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

      *    WORKING A CASE CHANGES A CUSTOMER RECORD AND CAN PAY OUT
      *    MONEY - UPDATE AUTHORITY IS REQUIRED.
           IF NOT OPR-CAN-UPDATE
               DISPLAY "OPERATOR " OPR-OPERATOR-ID
                   " LACKS UPDATE AUTHORITY - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM CHECK-PROCESSING-CALENDAR
               IF CAL-RUN-REFUSED
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM RUN-COMPLAINT-CASEWORK
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

       RUN-COMPLAINT-CASEWORK.
           ACCEPT BATCH-START-TIME FROM TIME

           OPEN OUTPUT CMP-WORK-FILE
           PERFORM OPEN-EXCEPTION-LOG
           PERFORM LOAD-COMPLAINT-CASES

           MOVE SPACES TO CMP-WORK-RECORD
           STRING "COMPLAINT-CASEWORK  RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO CMP-WORK-RECORD
           END-STRING
           WRITE CMP-WORK-RECORD

      *    A CASE FILE TOO BIG TO HOLD WHOLE IS NOT WORKED OR
      *    WRITTEN BACK - EVERY ACTION WAITS FOR THE RERUN.
           IF NOT CASE-FILE-INCOMPLETE
               OPEN INPUT CUST-MSTR-FILE
               OPEN INPUT SI-ACCT-FILE
               OPEN INPUT CI-ACCT-FILE
               OPEN EXTEND CMP-HIST-FILE
               IF CMP-HIST-STATUS NOT = "00"
                   OPEN OUTPUT CMP-HIST-FILE
               END-IF
               PERFORM APPLY-CASE-ACTIONS
               PERFORM POST-PENDING-REFUNDS
               CLOSE CMP-HIST-FILE
               CLOSE CUST-MSTR-FILE
               CLOSE SI-ACCT-FILE
               CLOSE CI-ACCT-FILE
               PERFORM REWRITE-COMPLAINT-CASES
           END-IF

           PERFORM WRITE-CASEWORK-TOTALS
           PERFORM RAISE-EXCEPTION-ALERT

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE CMP-WORK-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

       LOAD-COMPLAINT-CASES.
           OPEN INPUT CMP-CASE-FILE
           IF CMP-CASE-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ CMP-CASE-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF CASE-COUNT < 5000
                       ADD 1 TO CASE-COUNT
                       MOVE CMP-CASE-RECORD
                           TO CASE-ENTRY (CASE-COUNT)
                       IF CMP-CASE-NUMBER > HIGHEST-CASE-NUMBER
                           MOVE CMP-CASE-NUMBER
                               TO HIGHEST-CASE-NUMBER
                       END-IF
                   ELSE
                       IF NOT CASE-FILE-INCOMPLETE
                           SET CASE-FILE-INCOMPLETE TO TRUE
                           MOVE SPACES TO EXC-LOG-RECORD
                           MOVE "COMPLAINT-CASEWORK" TO EXC-PROGRAM-ID
                           MOVE "CMPCASE" TO EXC-KEY-VALUE
                           MOVE "CASE FILE EXCEEDS TABLE - NONE WORKED"
                               TO EXC-REASON
                           MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
                           MOVE RUN-DATE TO EXC-CYCLE-DATE
                           WRITE EXC-LOG-RECORD
                       END-IF
                   END-IF
                   READ CMP-CASE-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CMP-CASE-FILE
           END-IF.

       APPLY-CASE-ACTIONS.
           MOVE "CASE    ACTION RESULT" TO CMP-WORK-RECORD
           WRITE CMP-WORK-RECORD
           OPEN INPUT CMP-TRAN-FILE
           IF CMP-TRAN-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ CMP-TRAN-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   ADD 1 TO TRAN-COUNT
                   IF CTR-ACTION-OPEN
                       PERFORM VALIDATE-NEW-CASE
                   ELSE
                       PERFORM VALIDATE-CASE-ACTION
                   END-IF
                   IF INPUT-IS-VALID
                       PERFORM APPLY-ONE-ACTION
                       ADD 1 TO APPLIED-COUNT
                   ELSE
                       ADD 1 TO REJECTED-COUNT
                       PERFORM WRITE-REJECTED-LINE
                       MOVE SPACES TO EXC-LOG-RECORD
                       MOVE "COMPLAINT-CASEWORK" TO EXC-PROGRAM-ID
                       MOVE CTR-CASE-NUMBER-X TO EXC-KEY-VALUE
                       MOVE REJECT-REASON TO EXC-REASON
                       MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
                       MOVE RUN-DATE TO EXC-CYCLE-DATE
                       WRITE EXC-LOG-RECORD
                   END-IF
                   READ CMP-TRAN-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CMP-TRAN-FILE
           END-IF.

      *    A NEW CASE NEEDS A KNOWN CATEGORY, A CUSTOMER ON CUSTMSTR,
      *    AN ACCOUNT ON ITS MASTER THAT THE CUSTOMER OWNS OUTRIGHT
      *    OR JOINTLY, AND A RECEIVED DATE NOT IN THE FUTURE. ANY
      *    DISPUTED ENTRY GIVEN MUST BE ON THE LEDGER FOR THE
      *    ACCOUNT.
       VALIDATE-NEW-CASE.
           SET INPUT-IS-VALID TO TRUE
           MOVE SPACES TO REJECT-REASON
           MOVE CTR-CATEGORY TO CMP-CATEGORY

           IF CASE-COUNT NOT < 5000
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "CASE TABLE FULL - CANNOT OPEN" TO REJECT-REASON
           ELSE IF NOT CMP-CAT-VALID
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "CATEGORY NOT INTR, FEE, RATE, SERV, OTHR"
                   TO REJECT-REASON
           ELSE IF CTR-TARGET NOT = "SI" AND CTR-TARGET NOT = "CI"
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "TARGET FILE NOT SI OR CI" TO REJECT-REASON
           ELSE IF CTR-CUSTOMER-NUMBER = SPACES
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "CUSTOMER NUMBER IS BLANK" TO REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF

           IF INPUT-IS-VALID
               IF CTR-RECEIVED-DATE-X = SPACES
                   MOVE RUN-DATE TO CTR-RECEIVED-DATE
               END-IF
               IF CTR-RECEIVED-DATE-X NOT NUMERIC
                       OR CTR-RECEIVED-DATE = 0
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "RECEIVED DATE NOT A DATE" TO REJECT-REASON
               ELSE IF CTR-RECEIVED-DATE > RUN-DATE
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "RECEIVED DATE IS IN THE FUTURE"
                       TO REJECT-REASON
               END-IF
               END-IF
           END-IF

           IF INPUT-IS-VALID
               MOVE CTR-CUSTOMER-NUMBER TO CUST-NUMBER
               READ CUST-MSTR-FILE
                   INVALID KEY
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "CUSTOMER NOT ON CUSTMSTR"
                           TO REJECT-REASON
               END-READ
           END-IF

           IF INPUT-IS-VALID
               MOVE CTR-TARGET TO ITEM-TARGET
               MOVE CTR-ACCT-NUMBER TO ITEM-ACCT-NUMBER
               PERFORM FETCH-ITEM-ACCOUNT
               IF NOT MASTER-WAS-FOUND
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "ACCOUNT NOT ON THE MASTER" TO REJECT-REASON
               ELSE IF ITEM-CUSTOMER NOT = CTR-CUSTOMER-NUMBER
                   PERFORM FIND-JOINT-OWNER
                   IF NOT OWNER-WAS-FOUND
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "ACCOUNT NOT OWNED BY THE CUSTOMER"
                           TO REJECT-REASON
                   END-IF
               END-IF
               END-IF
           END-IF

           IF INPUT-IS-VALID
                   AND CTR-ITEM-CYCLE-DATE-X NOT = SPACES
               PERFORM CHECK-DISPUTED-ITEM
           END-IF.

      *    EVERY OTHER ACTION NEEDS A CASE THAT EXISTS. ONLY A NOTE
      *    MAY BE ADDED TO A CLOSED CASE; CLOSING NEEDS A REASON ON
      *    THE CARD, AND AN UPHOLD'S REFUND MAY NOT EXCEED THE SUM
      *    THE LINKED ENTRIES PUT IN DISPUTE.
       VALIDATE-CASE-ACTION.
           SET INPUT-IS-VALID TO TRUE
           MOVE SPACES TO REJECT-REASON
           MOVE 0 TO CASE-MATCH

           IF NOT CTR-ACTION-LINK AND NOT CTR-ACTION-ASSIGN
                   AND NOT CTR-ACTION-INVESTIGATE
                   AND NOT CTR-ACTION-NOTE
                   AND NOT CTR-ACTION-CLOSES
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "ACTION NOT A CASEWORK ACTION" TO REJECT-REASON
           ELSE IF CTR-CASE-NUMBER-X NOT NUMERIC
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "CASE NUMBER NOT NUMERIC" TO REJECT-REASON
           END-IF
           END-IF

           IF INPUT-IS-VALID
               PERFORM VARYING CASE-INDEX FROM 1 BY 1
                       UNTIL CASE-INDEX > CASE-COUNT
                          OR CASE-MATCH > 0
                   IF CST-CASE-NUMBER (CASE-INDEX) = CTR-CASE-NUMBER
                       MOVE CASE-INDEX TO CASE-MATCH
                   END-IF
               END-PERFORM
               IF CASE-MATCH = 0
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "NO SUCH COMPLAINT CASE" TO REJECT-REASON
               ELSE
                   MOVE CASE-ENTRY (CASE-MATCH) TO CMP-CASE-RECORD
               END-IF
           END-IF

           IF INPUT-IS-VALID
               IF NOT CTR-ACTION-NOTE AND NOT CMP-IS-OPEN
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "CASE ALREADY CLOSED" TO REJECT-REASON
               ELSE IF (CTR-ACTION-NOTE OR CTR-ACTION-UPHOLD
                       OR CTR-ACTION-NOT-UPHELD)
                       AND CTR-NOTE = SPACES
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "NOTE IS BLANK" TO REJECT-REASON
               ELSE IF CTR-ACTION-ASSIGN AND CTR-ASSIGN-TO = SPACES
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "NO OPERATOR TO ASSIGN TO" TO REJECT-REASON
               ELSE IF CTR-ACTION-INVESTIGATE
                       AND NOT CMP-IS-RECEIVED
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "CASE ALREADY UNDER INVESTIGATION"
                       TO REJECT-REASON
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF

           IF INPUT-IS-VALID AND CTR-ACTION-LINK
               IF CMP-ITEM-COUNT NOT < 5
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "CASE ALREADY HAS FIVE ENTRIES"
                       TO REJECT-REASON
               ELSE
                   PERFORM CHECK-DISPUTED-ITEM
               END-IF
           END-IF

           IF INPUT-IS-VALID AND CTR-ACTION-UPHOLD
               IF CTR-REFUND-AMOUNT-X = SPACES
                   MOVE 0 TO CTR-REFUND-AMOUNT
               END-IF
               IF CTR-REFUND-AMOUNT-X NOT NUMERIC
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "REFUND AMOUNT NOT NUMERIC" TO REJECT-REASON
               ELSE IF CTR-REFUND-AMOUNT > CMP-DISPUTED-TOTAL
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "REFUND EXCEEDS THE SUM IN DISPUTE"
                       TO REJECT-REASON
               END-IF
               END-IF
           END-IF.

      *    THE DISPUTED ENTRY MUST BE A MONEY ENTRY ON THE LEDGER FOR
      *    THE CASE'S ACCOUNT, NOT ALREADY LINKED TO THE CASE.
       CHECK-DISPUTED-ITEM.
           IF CTR-ITEM-ENTRY-TYPE = SPACE
               MOVE "P" TO CTR-ITEM-ENTRY-TYPE
           END-IF
           IF CTR-ITEM-CYCLE-DATE-X NOT NUMERIC
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "DISPUTED ENTRY DATE NOT A DATE" TO REJECT-REASON
           ELSE IF NOT CTR-ITEM-DISPUTABLE
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "ENTRY TYPE IS NOT DISPUTABLE MONEY"
                   TO REJECT-REASON
           END-IF
           END-IF

           IF INPUT-IS-VALID AND NOT CTR-ACTION-OPEN
               PERFORM VARYING ITEM-INDEX FROM 1 BY 1
                       UNTIL ITEM-INDEX > CMP-ITEM-COUNT
                   IF CMP-ITEM-CYCLE-DATE (ITEM-INDEX)
                           = CTR-ITEM-CYCLE-DATE
                       AND CMP-ITEM-ENTRY-TYPE (ITEM-INDEX)
                           = CTR-ITEM-ENTRY-TYPE
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "ENTRY ALREADY LINKED TO THE CASE"
                           TO REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF

           IF INPUT-IS-VALID
               IF CTR-ACTION-OPEN
                   MOVE CTR-TARGET TO ITEM-TARGET
                   MOVE CTR-ACCT-NUMBER TO ITEM-ACCT-NUMBER
               ELSE
                   MOVE CMP-TARGET TO ITEM-TARGET
                   MOVE CMP-ACCT-NUMBER TO ITEM-ACCT-NUMBER
               END-IF
               PERFORM FIND-LEDGER-ITEM
               IF NOT LEDGER-ITEM-FOUND
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "NO SUCH ENTRY ON THE LEDGER" TO REJECT-REASON
               END-IF
           END-IF.

      *    THE FIRST LEDGER ENTRY OF THE TYPE ON THE CYCLE DATE FOR
      *    THE ACCOUNT. A NORMAL POSTING WRITTEN BEFORE THE ENTRY
      *    TYPE EXISTED CARRIES A BLANK TYPE.
       FIND-LEDGER-ITEM.
           MOVE "N" TO LEDGER-FOUND-SWITCH
           MOVE 0 TO LEDGER-ITEM-AMOUNT
           OPEN INPUT INT-LEDGER-FILE
           IF INT-LEDGER-STATUS = "00"
               PERFORM UNTIL INT-LEDGER-STATUS NOT = "00"
                       OR LEDGER-ITEM-FOUND
                   READ INT-LEDGER-FILE
                       AT END MOVE "10" TO INT-LEDGER-STATUS
                       NOT AT END
                           IF LDG-ACCT-NUMBER = ITEM-ACCT-NUMBER
                               AND LDG-PRODUCT = ITEM-TARGET
                               AND LDG-CYCLE-DATE
                                   = CTR-ITEM-CYCLE-DATE
                               AND (LDG-ENTRY-TYPE
                                   = CTR-ITEM-ENTRY-TYPE
                                   OR (CTR-ITEM-ENTRY-TYPE = "P"
                                       AND LDG-ENTRY-TYPE = SPACE))
                               SET LEDGER-ITEM-FOUND TO TRUE
                               MOVE LDG-INTEREST TO LEDGER-ITEM-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INT-LEDGER-FILE
           END-IF.

       FIND-JOINT-OWNER.
           MOVE "N" TO OWNER-FOUND-SWITCH
           OPEN INPUT ACCT-OWN-FILE
           IF ACCT-OWN-STATUS = "00"
               PERFORM UNTIL ACCT-OWN-STATUS NOT = "00"
                       OR OWNER-WAS-FOUND
                   READ ACCT-OWN-FILE
                       AT END MOVE "10" TO ACCT-OWN-STATUS
                       NOT AT END
                           IF OWN-TARGET = CTR-TARGET
                               AND OWN-ACCT-NUMBER = CTR-ACCT-NUMBER
                               AND OWN-CUSTOMER-NUMBER
                                   = CTR-CUSTOMER-NUMBER
                               SET OWNER-WAS-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-OWN-FILE
           END-IF.

       FETCH-ITEM-ACCOUNT.
           MOVE "N" TO MASTER-FOUND-SWITCH
           MOVE "N" TO ITEM-CLOSED-SWITCH
           IF ITEM-TARGET = "SI"
               MOVE ITEM-ACCT-NUMBER TO SIA-ACCT-NUMBER
               READ SI-ACCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MASTER-WAS-FOUND TO TRUE
                       MOVE SIA-PRINCIPAL TO ITEM-BALANCE
                       MOVE SIA-RATE TO ITEM-RATE
                       MOVE SIA-CURRENCY-CODE TO ITEM-CURRENCY
                       MOVE SIA-CUSTOMER-NUMBER TO ITEM-CUSTOMER
                       MOVE SIA-LAST-RUN-DATE TO ITEM-LAST-RUN-DATE
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
                       MOVE CIA-RATE TO ITEM-RATE
                       MOVE CIA-CURRENCY-CODE TO ITEM-CURRENCY
                       MOVE CIA-CUSTOMER-NUMBER TO ITEM-CUSTOMER
                       MOVE CIA-LAST-RUN-DATE TO ITEM-LAST-RUN-DATE
                       IF CIA-ACCOUNT-CLOSED
                           SET ITEM-ACCOUNT-CLOSED TO TRUE
                       END-IF
               END-READ
           END-IF.

       APPLY-ONE-ACTION.
           IF CTR-ACTION-OPEN
               PERFORM OPEN-NEW-CASE
           ELSE
               MOVE CMP-STATUS TO STATUS-BEFORE
               EVALUATE TRUE
                   WHEN CTR-ACTION-LINK
                       ADD 1 TO CMP-ITEM-COUNT
                       PERFORM STORE-DISPUTED-ITEM
                   WHEN CTR-ACTION-ASSIGN
                       MOVE CTR-ASSIGN-TO TO CMP-ASSIGNED-TO
                   WHEN CTR-ACTION-INVESTIGATE
                       SET CMP-IS-INVESTIGATING TO TRUE
                       IF CTR-ASSIGN-TO NOT = SPACES
                           MOVE CTR-ASSIGN-TO TO CMP-ASSIGNED-TO
                       END-IF
                       IF CMP-ASSIGNED-TO = SPACES
                           MOVE OPR-OPERATOR-ID TO CMP-ASSIGNED-TO
                       END-IF
                   WHEN CTR-ACTION-NOTE
                       CONTINUE
                   WHEN OTHER
                       PERFORM CLOSE-THE-CASE
               END-EVALUATE
               MOVE RUN-DATE TO CMP-LAST-ACTION-DATE
               MOVE CMP-CASE-RECORD TO CASE-ENTRY (CASE-MATCH)
           END-IF

           MOVE SPACES TO CMP-WORK-RECORD
           STRING CMP-CASE-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CTR-ACTION DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               CMP-ACCT-NUMBER DELIMITED BY SIZE
               " STATUS " DELIMITED BY SIZE
               CMP-STATUS DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               OPR-OPERATOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CTR-NOTE DELIMITED BY SIZE
               INTO CMP-WORK-RECORD
           END-STRING
           WRITE CMP-WORK-RECORD

           MOVE CTR-ACTION TO CMH-ACTION
           MOVE 0 TO CMH-AMOUNT
           IF CTR-ACTION-LINK OR CTR-ACTION-OPEN
               MOVE LEDGER-ITEM-AMOUNT TO CMH-AMOUNT
           END-IF
           IF CTR-ACTION-UPHOLD
               MOVE CMP-REFUND-AMOUNT TO CMH-AMOUNT
           END-IF
           MOVE CTR-NOTE TO CMH-NOTE
           PERFORM WRITE-CASE-HISTORY.

      *    THE NEXT CASE NUMBER AFTER THE HIGHEST ON FILE.
       OPEN-NEW-CASE.
           ADD 1 TO HIGHEST-CASE-NUMBER
           ADD 1 TO OPENED-COUNT
           MOVE SPACE TO STATUS-BEFORE
           MOVE SPACES TO CMP-CASE-RECORD
           MOVE HIGHEST-CASE-NUMBER TO CMP-CASE-NUMBER
           MOVE CTR-CUSTOMER-NUMBER TO CMP-CUSTOMER-NUMBER
           MOVE CTR-TARGET TO CMP-TARGET
           MOVE CTR-ACCT-NUMBER TO CMP-ACCT-NUMBER
           MOVE CTR-CATEGORY TO CMP-CATEGORY
           MOVE CTR-RECEIVED-DATE TO CMP-RECEIVED-DATE
           MOVE OPR-OPERATOR-ID TO CMP-OPENED-BY
           MOVE CTR-ASSIGN-TO TO CMP-ASSIGNED-TO
           SET CMP-IS-RECEIVED TO TRUE
           MOVE RUN-DATE TO CMP-LAST-ACTION-DATE
           MOVE 0 TO CMP-RESOLVED-DATE
           MOVE 0 TO CMP-ITEM-COUNT
           PERFORM VARYING ITEM-INDEX FROM 1 BY 1
                   UNTIL ITEM-INDEX > 5
               MOVE 0 TO CMP-ITEM-CYCLE-DATE (ITEM-INDEX)
               MOVE SPACE TO CMP-ITEM-ENTRY-TYPE (ITEM-INDEX)
               MOVE 0 TO CMP-ITEM-AMOUNT (ITEM-INDEX)
           END-PERFORM
           MOVE 0 TO CMP-DISPUTED-TOTAL
           MOVE 0 TO CMP-REFUND-AMOUNT
           SET CMP-REFUND-NONE TO TRUE
           MOVE 0 TO CMP-REFUND-DATE
           IF CTR-ITEM-CYCLE-DATE-X NOT = SPACES
               MOVE 1 TO CMP-ITEM-COUNT
               PERFORM STORE-DISPUTED-ITEM
           END-IF
           ADD 1 TO CASE-COUNT
           MOVE CMP-CASE-RECORD TO CASE-ENTRY (CASE-COUNT).

       STORE-DISPUTED-ITEM.
           MOVE CTR-ITEM-CYCLE-DATE
               TO CMP-ITEM-CYCLE-DATE (CMP-ITEM-COUNT)
           MOVE CTR-ITEM-ENTRY-TYPE
               TO CMP-ITEM-ENTRY-TYPE (CMP-ITEM-COUNT)
           MOVE LEDGER-ITEM-AMOUNT TO CMP-ITEM-AMOUNT (CMP-ITEM-COUNT)
           ADD LEDGER-ITEM-AMOUNT TO CMP-DISPUTED-TOTAL.

      *    UPHELD, NOT UPHELD OR WITHDRAWN - WHO DECIDED, WHEN AND
      *    WHY. AN UPHELD CASE'S REFUND IS LEFT PENDING FOR THE
      *    REFUND PASS BELOW.
       CLOSE-THE-CASE.
           EVALUATE TRUE
               WHEN CTR-ACTION-UPHOLD
                   SET CMP-IS-UPHELD TO TRUE
                   MOVE CTR-REFUND-AMOUNT TO CMP-REFUND-AMOUNT
                   IF CMP-REFUND-AMOUNT > 0
                       SET CMP-REFUND-PENDING TO TRUE
                   END-IF
               WHEN CTR-ACTION-NOT-UPHELD
                   SET CMP-IS-NOT-UPHELD TO TRUE
               WHEN OTHER
                   SET CMP-IS-WITHDRAWN TO TRUE
           END-EVALUATE
           ADD 1 TO CLOSED-COUNT
           MOVE RUN-DATE TO CMP-RESOLVED-DATE
           MOVE OPR-OPERATOR-ID TO CMP-RESOLVED-BY
           MOVE CTR-NOTE TO CMP-RESOLUTION-NOTE.

       WRITE-CASE-HISTORY.
           ACCEPT ACTION-TIME FROM TIME
           MOVE CMP-CASE-NUMBER TO CMH-CASE-NUMBER
           MOVE STATUS-BEFORE TO CMH-FROM-STATUS
           MOVE CMP-STATUS TO CMH-TO-STATUS
           MOVE OPR-OPERATOR-ID TO CMH-OPERATOR-ID
           MOVE RUN-DATE TO CMH-ACTION-DATE
           MOVE ACTION-TIME TO CMH-ACTION-TIME
           MOVE CMP-ASSIGNED-TO TO CMH-ASSIGNED-TO
           WRITE CMP-HIST-RECORD.

       WRITE-REJECTED-LINE.
           MOVE SPACES TO CMP-WORK-RECORD
           STRING CTR-CASE-NUMBER-X DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CTR-ACTION DELIMITED BY SIZE
               "   REJECTED - " DELIMITED BY SIZE
               REJECT-REASON DELIMITED BY SIZE
               INTO CMP-WORK-RECORD
           END-STRING
           WRITE CMP-WORK-RECORD.

      *    EVERY UPHELD CASE WHOSE REFUND IS STILL TO BE PAID - THE
      *    ONES UPHELD TODAY AND ANY HELD OVER FROM AN EARLIER RUN.
       POST-PENDING-REFUNDS.
           MOVE SPACES TO CMP-WORK-RECORD
           WRITE CMP-WORK-RECORD
           MOVE "REFUNDS" TO CMP-WORK-RECORD
           WRITE CMP-WORK-RECORD

           PERFORM LOAD-GL-MAP-TABLE
           OPEN EXTEND INT-LEDGER-FILE
           IF INT-LEDGER-STATUS NOT = "00"
               OPEN OUTPUT INT-LEDGER-FILE
           END-IF
           OPEN EXTEND DEP-TRAN-FILE
           IF DEP-TRAN-STATUS NOT = "00"
               OPEN OUTPUT DEP-TRAN-FILE
           END-IF

           PERFORM VARYING CASE-INDEX FROM 1 BY 1
                   UNTIL CASE-INDEX > CASE-COUNT
               IF CST-REFUND-PENDING (CASE-INDEX)
                   MOVE CASE-ENTRY (CASE-INDEX) TO CMP-CASE-RECORD
                   PERFORM POST-ONE-REFUND THRU POST-ONE-REFUND-EXIT
                   MOVE CMP-CASE-RECORD TO CASE-ENTRY (CASE-INDEX)
               END-IF
           END-PERFORM

           CLOSE DEP-TRAN-FILE
           CLOSE INT-LEDGER-FILE
           PERFORM WRITE-GL-JOURNAL.

      *    A CLOSED OR MISSING ACCOUNT CANNOT TAKE THE REFUND; A
      *    CUSTOMER STATUS THAT BLOCKS ACTIVITY OR NEW DEPOSITS
      *    HOLDS IT FOR A LATER RUN. OTHERWISE THE DEPOSIT, THE
      *    LEDGER ENTRY AND THE GL TOTAL ARE WRITTEN TOGETHER.
       POST-ONE-REFUND.
           MOVE CMP-TARGET TO ITEM-TARGET
           MOVE CMP-ACCT-NUMBER TO ITEM-ACCT-NUMBER
           PERFORM FETCH-ITEM-ACCOUNT
           MOVE SPACES TO REJECT-REASON
           IF NOT MASTER-WAS-FOUND
               MOVE "ACCOUNT GONE - PAY REFUND BY OTHER MEANS"
                   TO REJECT-REASON
           ELSE IF ITEM-ACCOUNT-CLOSED
               MOVE "ACCOUNT CLOSED - PAY REFUND BY OTHER MEANS"
                   TO REJECT-REASON
           ELSE
               COMPUTE BALANCE-AFTER-REFUND =
                   ITEM-BALANCE + CMP-REFUND-AMOUNT
               IF BALANCE-AFTER-REFUND > 99999.99
                   MOVE "BALANCE TOO HIGH - PAY REFUND BY OTHER MEANS"
                       TO REJECT-REASON
               END-IF
           END-IF
           END-IF

           IF REJECT-REASON NOT = SPACES
               SET CMP-REFUND-UNPAYABLE TO TRUE
               ADD 1 TO REFUND-UNPAYABLE-COUNT
               PERFORM WRITE-REFUND-PROBLEM
               GO TO POST-ONE-REFUND-EXIT
           END-IF

           MOVE ITEM-CUSTOMER TO CSQ-CUSTOMER-NUMBER
           CALL "CUSTOMER-STATUS" USING CUSTOMER-STATUS-AREA
           IF CSQ-BLOCKS-ACTIVITY OR CSQ-REVIEW-OVERDUE
               MOVE "REFUND HELD - CUSTOMER STATUS BLOCKS DEPOSIT"
                   TO REJECT-REASON
               ADD 1 TO REFUND-HELD-COUNT
               PERFORM WRITE-REFUND-PROBLEM
               GO TO POST-ONE-REFUND-EXIT
           END-IF

           MOVE SPACES TO DEP-TRAN-RECORD
           MOVE "DEP" TO TRN-TRAN-TYPE
           MOVE CMP-TARGET TO TRN-TARGET
           MOVE CMP-ACCT-NUMBER TO TRN-ACCT-NUMBER
           MOVE CMP-REFUND-AMOUNT TO TRN-AMOUNT
           MOVE "T" TO TRN-CHANNEL
           WRITE DEP-TRAN-RECORD

           MOVE SPACES TO INT-LEDGER-RECORD
           MOVE CMP-ACCT-NUMBER TO LDG-ACCT-NUMBER
           MOVE RUN-DATE TO LDG-CYCLE-DATE
           MOVE CMP-TARGET TO LDG-PRODUCT
           MOVE ITEM-BALANCE TO LDG-PRINCIPAL
           MOVE ITEM-RATE TO LDG-RATE
           MOVE CMP-REFUND-AMOUNT TO LDG-INTEREST
           MOVE ITEM-CURRENCY TO LDG-CURRENCY-CODE
           MOVE CMP-RECEIVED-DATE TO LDG-PRIOR-RUN-DATE
           MOVE "K" TO LDG-ENTRY-TYPE
           MOVE SPACE TO LDG-INTEREST-BASIS
           WRITE INT-LEDGER-RECORD

           PERFORM ACCUMULATE-GL-TOTAL

           SET CMP-REFUND-POSTED TO TRUE
           MOVE RUN-DATE TO CMP-REFUND-DATE
           MOVE RUN-DATE TO CMP-LAST-ACTION-DATE
           ADD 1 TO REFUND-COUNT
           ADD CMP-REFUND-AMOUNT TO TOTAL-REFUNDED

           MOVE CMP-REFUND-AMOUNT TO EDITED-AMOUNT
           MOVE SPACES TO CMP-WORK-RECORD
           STRING CMP-CASE-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CMP-TARGET DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CMP-ACCT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ITEM-CURRENCY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-AMOUNT DELIMITED BY SIZE
               " REFUNDED" DELIMITED BY SIZE
               INTO CMP-WORK-RECORD
           END-STRING
           WRITE CMP-WORK-RECORD

           MOVE CMP-STATUS TO STATUS-BEFORE
           MOVE "RFND" TO CMH-ACTION
           MOVE CMP-REFUND-AMOUNT TO CMH-AMOUNT
           MOVE "REFUND POSTED TO ACCOUNT" TO CMH-NOTE
           PERFORM WRITE-CASE-HISTORY.

       POST-ONE-REFUND-EXIT.
           EXIT.

       WRITE-REFUND-PROBLEM.
           ADD 1 TO PROBLEM-COUNT
           MOVE SPACES TO CMP-WORK-RECORD
           STRING CMP-CASE-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CMP-TARGET DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CMP-ACCT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REJECT-REASON DELIMITED BY SIZE
               INTO CMP-WORK-RECORD
           END-STRING
           WRITE CMP-WORK-RECORD
           MOVE SPACES TO EXC-LOG-RECORD
           MOVE "COMPLAINT-CASEWORK" TO EXC-PROGRAM-ID
           MOVE CMP-CASE-NUMBER TO EXC-KEY-VALUE
           MOVE REJECT-REASON TO EXC-REASON
           MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
           MOVE RUN-DATE TO EXC-CYCLE-DATE
           WRITE EXC-LOG-RECORD.

       ACCUMULATE-GL-TOTAL.
           MOVE "N" TO GL-ENTRY-FOUND-SWITCH
           PERFORM VARYING GL-TOTALS-INDEX FROM 1 BY 1
                   UNTIL GL-TOTALS-INDEX > GL-TOTALS-COUNT
               IF GLT-CURRENCY-CODE (GL-TOTALS-INDEX)
                       = ITEM-CURRENCY
                   AND GLT-SOURCE (GL-TOTALS-INDEX) = CMP-TARGET
                   SET GL-ENTRY-WAS-FOUND TO TRUE
                   ADD CMP-REFUND-AMOUNT
                       TO GLT-REFUND-TOTAL (GL-TOTALS-INDEX)
               END-IF
           END-PERFORM

           IF NOT GL-ENTRY-WAS-FOUND AND GL-TOTALS-COUNT < 50
               ADD 1 TO GL-TOTALS-COUNT
               MOVE CMP-TARGET TO GLT-SOURCE (GL-TOTALS-COUNT)
               MOVE ITEM-CURRENCY
                   TO GLT-CURRENCY-CODE (GL-TOTALS-COUNT)
               MOVE CMP-REFUND-AMOUNT
                   TO GLT-REFUND-TOTAL (GL-TOTALS-COUNT)
           END-IF.

      *    REDRESS GOES TO THE GL AS ONE BALANCED PAIR PER PRODUCT
      *    AND CURRENCY UNDER EVENT "K" - MAPPED THROUGH GLMAP WHEN
      *    THE TABLE IS ON FILE, OTHERWISE THE STOCK PAIR - THEN THE
      *    TRAILER.
       WRITE-GL-JOURNAL.
           IF GL-TOTALS-COUNT = 0
               CONTINUE
           ELSE
               OPEN EXTEND GL-JRNL-FILE
               IF GL-JRNL-STATUS NOT = "00"
                   OPEN OUTPUT GL-JRNL-FILE
               END-IF

               MOVE 0 TO GL-HASH-TOTAL
               MOVE 0 TO GL-DETAIL-COUNT

               PERFORM VARYING GL-TOTALS-INDEX FROM 1 BY 1
                       UNTIL GL-TOTALS-INDEX > GL-TOTALS-COUNT
                   PERFORM RESOLVE-REFUND-MAPPING

                   MOVE SPACES TO GL-JRNL-RECORD
                   MOVE "DTL" TO GLJ-RECORD-TYPE
                   MOVE "K" TO GLJ-EVENT-TYPE
                   MOVE GLT-SOURCE (GL-TOTALS-INDEX) TO GLJ-SOURCE
                   MOVE RUN-DATE TO GLJ-CYCLE-DATE
                   MOVE GL-MAPPED-DEBIT TO GLJ-GL-ACCOUNT
                   MOVE "D" TO GLJ-DEBIT-CREDIT
                   MOVE GLT-CURRENCY-CODE (GL-TOTALS-INDEX)
                       TO GLJ-CURRENCY-CODE
                   MOVE GLT-REFUND-TOTAL (GL-TOTALS-INDEX)
                       TO GLJ-AMOUNT
                   MOVE 0 TO GLJ-DETAIL-COUNT
                   WRITE GL-JRNL-RECORD
                   ADD GLJ-AMOUNT TO GL-HASH-TOTAL
                   ADD 1 TO GL-DETAIL-COUNT

                   MOVE GL-MAPPED-CREDIT TO GLJ-GL-ACCOUNT
                   MOVE "C" TO GLJ-DEBIT-CREDIT
                   WRITE GL-JRNL-RECORD
                   ADD GLJ-AMOUNT TO GL-HASH-TOTAL
                   ADD 1 TO GL-DETAIL-COUNT
               END-PERFORM

               MOVE SPACES TO GL-JRNL-RECORD
               MOVE "TRL" TO GLJ-RECORD-TYPE
               MOVE "CP" TO GLJ-SOURCE
               MOVE RUN-DATE TO GLJ-CYCLE-DATE
               MOVE SPACES TO GLJ-GL-ACCOUNT
               MOVE SPACE TO GLJ-DEBIT-CREDIT
               MOVE SPACES TO GLJ-CURRENCY-CODE
               MOVE GL-HASH-TOTAL TO GLJ-AMOUNT
               MOVE GL-DETAIL-COUNT TO GLJ-DETAIL-COUNT
               WRITE GL-JRNL-RECORD

               CLOSE GL-JRNL-FILE
           END-IF.

       RESOLVE-REFUND-MAPPING.
           MOVE "COMPLAINT REDRESS" TO GL-MAPPED-DEBIT
           MOVE "CUSTOMER DEPOSITS" TO GL-MAPPED-CREDIT
           IF GL-MAP-IS-LOADED
               PERFORM VARYING GL-MAP-INDEX FROM 1 BY 1
                       UNTIL GL-MAP-INDEX > GL-MAP-COUNT
                   IF GLM-T-SOURCE (GL-MAP-INDEX)
                           = GLT-SOURCE (GL-TOTALS-INDEX)
                       AND GLM-T-CURRENCY (GL-MAP-INDEX)
                           = GLT-CURRENCY-CODE (GL-TOTALS-INDEX)
                       MOVE GLM-T-DEBIT-ACCOUNT (GL-MAP-INDEX)
                           TO GL-MAPPED-DEBIT
                       MOVE GLM-T-CREDIT-ACCOUNT (GL-MAP-INDEX)
                           TO GL-MAPPED-CREDIT
                   END-IF
               END-PERFORM
           END-IF.

      *    READS THE OPTIONAL GL MAPPING TABLE, KEEPING THE REFUND
      *    EVENT ROWS FOR EITHER PRODUCT.
       LOAD-GL-MAP-TABLE.
           OPEN INPUT GL-MAP-FILE
           IF GL-MAP-STATUS = "00"
               SET GL-MAP-IS-LOADED TO TRUE
               PERFORM UNTIL GL-MAP-STATUS NOT = "00"
                   READ GL-MAP-FILE
                       AT END MOVE "10" TO GL-MAP-STATUS
                       NOT AT END
                           IF GLM-EVENT-TYPE = "K"
                                   AND GL-MAP-COUNT < 100
                               ADD 1 TO GL-MAP-COUNT
                               MOVE GLM-SOURCE TO
                                   GLM-T-SOURCE (GL-MAP-COUNT)
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

       REWRITE-COMPLAINT-CASES.
           OPEN OUTPUT CMP-CASE-FILE
           PERFORM VARYING CASE-INDEX FROM 1 BY 1
                   UNTIL CASE-INDEX > CASE-COUNT
               MOVE CASE-ENTRY (CASE-INDEX) TO CMP-CASE-RECORD
               WRITE CMP-CASE-RECORD
           END-PERFORM
           CLOSE CMP-CASE-FILE.

       WRITE-CASEWORK-TOTALS.
           MOVE ALL "-" TO CMP-WORK-RECORD
           WRITE CMP-WORK-RECORD

           MOVE SPACES TO CMP-WORK-RECORD
           STRING "ACTIONS: " DELIMITED BY SIZE
               TRAN-COUNT DELIMITED BY SIZE
               "  APPLIED: " DELIMITED BY SIZE
               APPLIED-COUNT DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               REJECTED-COUNT DELIMITED BY SIZE
               INTO CMP-WORK-RECORD
           END-STRING
           WRITE CMP-WORK-RECORD

           MOVE SPACES TO CMP-WORK-RECORD
           STRING "CASES OPENED: " DELIMITED BY SIZE
               OPENED-COUNT DELIMITED BY SIZE
               "  CLOSED: " DELIMITED BY SIZE
               CLOSED-COUNT DELIMITED BY SIZE
               "  ON FILE: " DELIMITED BY SIZE
               CASE-COUNT DELIMITED BY SIZE
               INTO CMP-WORK-RECORD
           END-STRING
           WRITE CMP-WORK-RECORD

           MOVE SPACES TO CMP-WORK-RECORD
           STRING "REFUNDS POSTED: " DELIMITED BY SIZE
               REFUND-COUNT DELIMITED BY SIZE
               "  HELD: " DELIMITED BY SIZE
               REFUND-HELD-COUNT DELIMITED BY SIZE
               "  UNPAYABLE: " DELIMITED BY SIZE
               REFUND-UNPAYABLE-COUNT DELIMITED BY SIZE
               INTO CMP-WORK-RECORD
           END-STRING
           WRITE CMP-WORK-RECORD

           MOVE TOTAL-REFUNDED TO EDITED-TOTAL
           MOVE SPACES TO CMP-WORK-RECORD
           STRING "TOTAL REFUNDED: " DELIMITED BY SIZE
               EDITED-TOTAL DELIMITED BY SIZE
               INTO CMP-WORK-RECORD
           END-STRING
           WRITE CMP-WORK-RECORD.

      *    ZERO FOR A CLEAN RUN, FOUR WHEN ACTIONS WERE REJECTED OR A
      *    REFUND COULD NOT BE PAID, EIGHT WHEN THE CASE FILE COULD
      *    NOT BE HELD OR THE ACTIONS READ DO NOT EQUAL APPLIED PLUS
      *    REJECTED.
       SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN CASE-FILE-INCOMPLETE
                   MOVE 8 TO RETURN-CODE
               WHEN TRAN-COUNT NOT =
                       APPLIED-COUNT + REJECTED-COUNT
                   MOVE 8 TO RETURN-CODE
               WHEN REJECTED-COUNT > 0 OR PROBLEM-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *    COPIES THE JUST-CLOSED OUTPUT REPORT TO A DATED ARCHIVE
      *    FILE NAMED FOR TODAY'S RUN AND CATALOGS IT.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "CMPWORK." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT CMP-WORK-FILE
           OPEN OUTPUT ARC-FILE

           READ CMP-WORK-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE CMP-WORK-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ CMP-WORK-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE CMP-WORK-FILE
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
           MOVE "COMPLAINT-CASEWORK" TO CAT-PROGRAM-ID
           MOVE "CMPWORK" TO CAT-REPORT-NAME
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
           MOVE "COMPLAINT-CASEWORK" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE TRAN-COUNT TO AUD-RECORD-COUNT
           MOVE APPLIED-COUNT TO AUD-OUTPUT-COUNT
           COMPUTE AUD-EXCEPTION-COUNT =
               REJECTED-COUNT + PROBLEM-COUNT
           MOVE "CMPTRAN CMPCASE" TO AUD-INPUT-SUMMARY
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

      *    HANDS THE RUN'S REJECT AND REFUND-PROBLEM COUNT TO THE
      *    SHARED ALERT WRITER - NOTHING FOR A CLEAN RUN, WARN OR
      *    CRITICAL PER THE CONFIGURED THRESHOLD.
       RAISE-EXCEPTION-ALERT.
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-EXCCOUNT TO TRUE
           MOVE "COMPLAINT-CASEWORK" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           COMPUTE ALQ-EXC-COUNT = REJECTED-COUNT + PROBLEM-COUNT
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
