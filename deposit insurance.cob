       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT-INSURANCE.

      *    THE DEPOSIT-INSURANCE SINGLE-CUSTOMER-VIEW RETURN. THE
      *    SCHEME INSURES DEPOSITORS, NOT ACCOUNTS, SO EVERY SIACCT
      *    AND CIACCT DEPOSIT BALANCE (CIACCT ACCRUED INTEREST
      *    INCLUDED, LOANS LEFT OUT) IS APPORTIONED TO ITS OWNERS BY
      *    THEIR ACCTOWN SHARES - OR BOOKED WHOLE TO ITS MASTER
      *    CUSTOMER WHEN IT HAS NO OWNER ROWS - AFTER CONVERSION TO
      *    THE REPORTING CURRENCY THROUGH CURRTBL. EACH DEPOSITOR'S
      *    TOTAL IS SPLIT INTO THE INSURED PART UP TO THE COVERAGE
      *    CEILING AND THE UNINSURED REMAINDER AND WRITTEN TO SCVOUT
      *    IN THE INSURER'S LAYOUT (SCVREC.CPY). BANKS AND PUBLIC
      *    AUTHORITIES ARE OUTSIDE THE SCHEME AND ARE ONLY COUNTED
      *    ON THE SUMMARY. THE CEILING (COVERLIMIT) AND REPORTING
      *    CURRENCY (RPTCURR) COME FROM THE PARAMETER LIBRARY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MSTR-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS CUST-MSTR-STATUS.
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
           SELECT CURR-TABLE-FILE ASSIGN TO "CURRTBL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CURR-TABLE-STATUS.
           SELECT ACCT-OWN-FILE ASSIGN TO "ACCTOWN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACCT-OWN-STATUS.
           SELECT SCV-OUT-FILE ASSIGN TO "SCVOUT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SCV-RPT-FILE ASSIGN TO "SCVRPT"
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
               88  CIA-ACCOUNT-CLOSED     VALUE "C".
           05  CIA-LAST-RUN-DATE      PIC 9(8).
           05  CIA-CUSTOMER-NUMBER    PIC X(10).
           05  CIA-BRANCH-CODE        PIC X(03).
           05  CIA-COMPOUND-FREQ      PIC 9(2).
           05  CIA-ACCRUED-INTEREST   PIC 9(7)V99.
           05  CIA-LOAN-FLAG          PIC X.
               88  CIA-ACCOUNT-IS-LOAN    VALUE "L".
           05  CIA-PRODUCT-CODE       PIC X(06).

       FD  CURR-TABLE-FILE.
       01  CURR-TABLE-RECORD.
           COPY CURRREC.

      *    THE OPTIONAL ACCOUNT-OWNERS CROSS-REFERENCE - AN ACCOUNT
      *    WITH ROWS HERE IS APPORTIONED TO ITS OWNERS BY THEIR
      *    PERCENTAGE SHARES; AN ACCOUNT WITHOUT ROWS BELONGS WHOLE
      *    TO ITS MSTR-CUSTOMER-NUMBER.
       FD  ACCT-OWN-FILE.
       01  ACCT-OWN-RECORD.
           COPY OWNREC.

       FD  SCV-OUT-FILE.
       01  SCV-OUT-RECORD.
           COPY SCVREC.

       FD  SCV-RPT-FILE.
       01  SCV-RPT-RECORD         PIC X(80).

      *    A DATED COPY OF SCV-RPT-FILE, WRITTEN AFTER THE REPORT IS
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
       01  CUST-MSTR-STATUS       PIC XX.
       01  SI-ACCT-STATUS         PIC XX.
       01  CI-ACCT-STATUS         PIC XX.
       01  CURR-TABLE-STATUS      PIC XX.
       01  ACCT-OWN-STATUS        PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-SCAN            VALUE "Y".
       01  OVERFLOW-SWITCH        PIC X VALUE "N".
           88  DEPOSITORS-OVERFLOWED  VALUE "Y".

       01  ACCOUNTS-READ          PIC 9(7) VALUE 0.
       01  SHARES-BOOKED          PIC 9(7) VALUE 0.
       01  EXCEPTION-COUNT        PIC 9(7) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE COVERAGE CEILING PER DEPOSITOR AND THE CURRENCY THE
      *    RETURN IS MADE IN - SPACES MEANS THE SHOP'S BASE CURRENCY.
       01  COVERAGE-LIMIT         PIC 9(11)V99 VALUE 100000.00.
       01  REPORT-CURRENCY        PIC X(03) VALUE SPACES.
       01  REPORT-RATE            PIC 9(3)V9999 VALUE 1.
       01  VALUE-LIMIT-AREA.
           05  VALUE-LIMIT-X      PIC X(10).
           05  VALUE-LIMIT REDEFINES VALUE-LIMIT-X
                                  PIC 9(8)V99.

      *    THE DEPOSITOR TABLE - EVERY CUSTMSTR ROW, PLUS ANY OWNER
      *    NUMBER FOUND ON AN ACCOUNT THAT THE MASTER DOES NOT HOLD.
       01  DEPOSITOR-COUNT        PIC 9(4) VALUE 0.
       01  DEPOSITOR-TABLE.
           05  DEPOSITOR-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON DEPOSITOR-COUNT.
               10  DPT-CUST-NUMBER        PIC X(10).
               10  DPT-CUST-NAME          PIC X(20).
               10  DPT-CUST-TYPE          PIC X.
                   88  DPT-INELIGIBLE         VALUES "F", "G".
               10  DPT-ACCOUNT-COUNT      PIC 9(5).
               10  DPT-TOTAL-BALANCE      PIC 9(11)V99.
       01  DEPOSITOR-INDEX        PIC 9(4).
       01  DEPOSITOR-MATCH        PIC 9(4).

      *    THE EFFECTIVE-DATED CURRENCY TABLE, SAME SHAPE AS THE
      *    INTEREST RUNS CARRY.
       01  CURRENCY-TABLE-COUNT   PIC 9(3) VALUE 0.
       01  CURRENCY-TABLE.
           05  CURRENCY-TABLE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON CURRENCY-TABLE-COUNT.
               10  TBL-CURR-CODE          PIC X(03).
               10  TBL-CURR-RATE-TO-BASE  PIC 9(3)V9999.
               10  TBL-CURR-EFF-DATE      PIC 9(8).
       01  CURRENCY-TABLE-INDEX   PIC 9(3).
       01  BEST-EFFECTIVE-DATE    PIC 9(8).
       01  LOOKUP-CURRENCY        PIC X(03).
       01  LOOKUP-RATE            PIC 9(3)V9999.
       01  RATE-FOUND-SWITCH      PIC X VALUE "N".
           88  RATE-WAS-FOUND         VALUE "Y".

      *    THE JOINT-OWNERSHIP TABLE LOADED FROM ACCTOWN.
       01  OWNER-COUNT            PIC 9(4) VALUE 0.
       01  OWNER-TABLE.
           05  OWNER-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON OWNER-COUNT.
               10  OWT-TARGET             PIC X(2).
               10  OWT-ACCT-NUMBER        PIC X(10).
               10  OWT-CUSTOMER-NUMBER    PIC X(10).
               10  OWT-SHARE-PCT          PIC 9(3)V99.
       01  OWNER-INDEX            PIC 9(4).
       01  OWNER-FOUND-SWITCH     PIC X VALUE "N".
           88  ACCOUNT-HAS-OWNERS     VALUE "Y".

      *    THE ACCOUNT BEING APPORTIONED, WHICHEVER MASTER IT CAME
      *    FROM, AND THE SHARE BEING BOOKED TO ONE DEPOSITOR.
       01  WORK-PRODUCT           PIC X(2).
       01  WORK-ACCT-NUMBER       PIC X(10).
       01  WORK-CUSTOMER-NUMBER   PIC X(10).
       01  WORK-CURRENCY          PIC X(03).
       01  WORK-BALANCE           PIC 9(9)V99.
       01  WORK-REPORT-AMOUNT     PIC 9(11)V99.
       01  SHARE-CUSTOMER-NUMBER  PIC X(10).
       01  SHARE-AMOUNT           PIC 9(11)V99.

      *    THE RETURN'S TOTALS, AND THE DEPOSITORS LEFT OUT OF IT.
       01  INSURED-AMOUNT         PIC 9(11)V99.
       01  UNINSURED-AMOUNT       PIC 9(11)V99.
       01  SCV-DEPOSITORS         PIC 9(7) VALUE 0.
       01  SCV-TOTAL-BALANCE-SUM  PIC 9(13)V99 VALUE 0.
       01  SCV-INSURED-SUM        PIC 9(13)V99 VALUE 0.
       01  SCV-UNINSURED-SUM      PIC 9(13)V99 VALUE 0.
       01  FULLY-COVERED-COUNT    PIC 9(7) VALUE 0.
       01  EXCLUDED-DEPOSITORS    PIC 9(7) VALUE 0.
       01  EXCLUDED-BALANCE-SUM   PIC 9(13)V99 VALUE 0.
       01  LOAN-ACCOUNTS-SKIPPED  PIC 9(7) VALUE 0.

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
                                  VALUE "DEPOSIT-INSURANCE".
       01  PROCESSING-CAL-AREA.
           COPY CALREQ.

      *    HOW THIS RUN RAISES OPERATOR ALERTS - THE SHARED WRITER
      *    GRADES THE EXCEPTION COUNT AGAINST THE ALRTTHR THRESHOLD.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

           PERFORM CHECK-PROCESSING-CALENDAR
           IF CAL-RUN-REFUSED
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM RUN-DEPOSIT-INSURANCE
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

       RUN-DEPOSIT-INSURANCE.
           ACCEPT BATCH-START-TIME FROM TIME

           PERFORM LOAD-INSURANCE-PARMS
           PERFORM LOAD-CURRENCY-TABLE
           IF REPORT-CURRENCY NOT = SPACES
               MOVE REPORT-CURRENCY TO LOOKUP-CURRENCY
               PERFORM LOOKUP-RATE-AS-OF
               IF RATE-WAS-FOUND AND LOOKUP-RATE > 0
                   MOVE LOOKUP-RATE TO REPORT-RATE
               END-IF
           END-IF
           PERFORM LOAD-OWNER-TABLE

           OPEN OUTPUT SCV-RPT-FILE
           PERFORM OPEN-EXCEPTION-LOG
           PERFORM LOAD-DEPOSITOR-TABLE

           PERFORM SCAN-SI-ACCOUNTS
           PERFORM SCAN-CI-ACCOUNTS

           PERFORM WRITE-SCV-RETURN
           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM RAISE-EXCEPTION-ALERT

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE SCV-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

      *    COVERLIMIT IS TEN DIGITS WITH TWO DECIMALS; RPTCURR IS A
      *    CURRENCY CODE IN THE FIRST THREE POSITIONS.
       LOAD-INSURANCE-PARMS.
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "DEPOSIT-INSURANCE" TO PLQ-PROGRAM-ID
           MOVE "COVERLIMIT" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE TO VALUE-LIMIT-X
               IF VALUE-LIMIT-X NUMERIC
                   MOVE VALUE-LIMIT TO COVERAGE-LIMIT
               END-IF
           END-IF

           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "DEPOSIT-INSURANCE" TO PLQ-PROGRAM-ID
           MOVE "RPTCURR" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (1:3) TO REPORT-CURRENCY
           END-IF.

      *    READS THE SHOP'S CURRENCY CONVERSION TABLE INTO MEMORY
      *    ONCE PER RUN, INCLUDING EVERY HISTORICAL RATE ROW; ROWS
      *    FROM THE OLD ONE-ROW-PER-CURRENCY FILE SHAPE LOAD AS DATE
      *    ZERO, IN FORCE FOREVER.
       LOAD-CURRENCY-TABLE.
           OPEN INPUT CURR-TABLE-FILE
           IF CURR-TABLE-STATUS = "00"
               PERFORM UNTIL CURR-TABLE-STATUS NOT = "00"
                   READ CURR-TABLE-FILE
                       AT END MOVE "10" TO CURR-TABLE-STATUS
                       NOT AT END
                           IF CURRENCY-TABLE-COUNT < 200
                               ADD 1 TO CURRENCY-TABLE-COUNT
                               MOVE CURR-CODE TO
                                   TBL-CURR-CODE (CURRENCY-TABLE-COUNT)
                               MOVE CURR-RATE-TO-BASE TO
                                   TBL-CURR-RATE-TO-BASE
                                       (CURRENCY-TABLE-COUNT)
                               IF CURR-EFFECTIVE-DATE NUMERIC
                                   MOVE CURR-EFFECTIVE-DATE TO
                                       TBL-CURR-EFF-DATE
                                           (CURRENCY-TABLE-COUNT)
                               ELSE
                                   MOVE 0 TO TBL-CURR-EFF-DATE
                                       (CURRENCY-TABLE-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURR-TABLE-FILE
           END-IF.

      *    THE RATE TO BASE IN FORCE ON THE RUN DATE FOR
      *    LOOKUP-CURRENCY - THE LATEST ROW NOT DATED AFTER IT.
       LOOKUP-RATE-AS-OF.
           MOVE "N" TO RATE-FOUND-SWITCH
           MOVE 1 TO LOOKUP-RATE
           MOVE 0 TO BEST-EFFECTIVE-DATE
           PERFORM VARYING CURRENCY-TABLE-INDEX FROM 1 BY 1
                   UNTIL CURRENCY-TABLE-INDEX > CURRENCY-TABLE-COUNT
               IF TBL-CURR-CODE (CURRENCY-TABLE-INDEX)
                       = LOOKUP-CURRENCY
                   AND TBL-CURR-EFF-DATE (CURRENCY-TABLE-INDEX)
                       NOT > RUN-DATE
                   AND (NOT RATE-WAS-FOUND
                       OR TBL-CURR-EFF-DATE (CURRENCY-TABLE-INDEX)
                           >= BEST-EFFECTIVE-DATE)
                   SET RATE-WAS-FOUND TO TRUE
                   MOVE TBL-CURR-EFF-DATE (CURRENCY-TABLE-INDEX)
                       TO BEST-EFFECTIVE-DATE
                   MOVE TBL-CURR-RATE-TO-BASE (CURRENCY-TABLE-INDEX)
                       TO LOOKUP-RATE
               END-IF
           END-PERFORM.

      *    READS THE OPTIONAL ACCOUNT-OWNERS CROSS-REFERENCE INTO
      *    MEMORY; WITHOUT THE FILE EVERY ACCOUNT BELONGS TO ITS
      *    MASTER'S CUSTOMER NUMBER.
       LOAD-OWNER-TABLE.
           OPEN INPUT ACCT-OWN-FILE
           IF ACCT-OWN-STATUS = "00"
               PERFORM UNTIL ACCT-OWN-STATUS NOT = "00"
                   READ ACCT-OWN-FILE
                       AT END MOVE "10" TO ACCT-OWN-STATUS
                       NOT AT END
                           IF OWNER-COUNT < 1000
                               ADD 1 TO OWNER-COUNT
                               MOVE OWN-TARGET TO
                                   OWT-TARGET (OWNER-COUNT)
                               MOVE OWN-ACCT-NUMBER TO
                                   OWT-ACCT-NUMBER (OWNER-COUNT)
                               MOVE OWN-CUSTOMER-NUMBER TO
                                   OWT-CUSTOMER-NUMBER (OWNER-COUNT)
                               MOVE OWN-SHARE-PCT TO
                                   OWT-SHARE-PCT (OWNER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-OWN-FILE
           END-IF.

       LOAD-DEPOSITOR-TABLE.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT CUST-MSTR-FILE
           IF CUST-MSTR-STATUS = "00"
               READ CUST-MSTR-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF DEPOSITOR-COUNT < 2000
                       ADD 1 TO DEPOSITOR-COUNT
                       INITIALIZE DEPOSITOR-ENTRY (DEPOSITOR-COUNT)
                       MOVE CUST-NUMBER
                           TO DPT-CUST-NUMBER (DEPOSITOR-COUNT)
                       MOVE CUST-NAME
                           TO DPT-CUST-NAME (DEPOSITOR-COUNT)
                       MOVE CUST-TYPE
                           TO DPT-CUST-TYPE (DEPOSITOR-COUNT)
                   ELSE
                       SET DEPOSITORS-OVERFLOWED TO TRUE
                   END-IF
                   READ CUST-MSTR-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CUST-MSTR-FILE
           END-IF.

       SCAN-SI-ACCOUNTS.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT SI-ACCT-FILE
           IF SI-ACCT-STATUS = "00"
               READ SI-ACCT-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF NOT SIA-ACCOUNT-CLOSED AND SIA-PRINCIPAL > 0
                       MOVE "SI" TO WORK-PRODUCT
                       MOVE SIA-ACCT-NUMBER TO WORK-ACCT-NUMBER
                       MOVE SIA-CUSTOMER-NUMBER
                           TO WORK-CUSTOMER-NUMBER
                       MOVE SIA-CURRENCY-CODE TO WORK-CURRENCY
                       MOVE SIA-PRINCIPAL TO WORK-BALANCE
                       PERFORM APPORTION-ACCOUNT
                   END-IF
                   READ SI-ACCT-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SI-ACCT-FILE
           END-IF.

      *    A LOAN IS MONEY OWED TO THE SHOP, NOT A DEPOSIT - IT IS
      *    COUNTED AND LEFT OUT.
       SCAN-CI-ACCOUNTS.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT CI-ACCT-FILE
           IF CI-ACCT-STATUS = "00"
               READ CI-ACCT-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF CIA-ACCOUNT-IS-LOAN
                       ADD 1 TO LOAN-ACCOUNTS-SKIPPED
                   ELSE
                       IF NOT CIA-ACCOUNT-CLOSED
                               AND CIA-PRINCIPAL > 0
                           MOVE "CI" TO WORK-PRODUCT
                           MOVE CIA-ACCT-NUMBER TO WORK-ACCT-NUMBER
                           MOVE CIA-CUSTOMER-NUMBER
                               TO WORK-CUSTOMER-NUMBER
                           MOVE CIA-CURRENCY-CODE TO WORK-CURRENCY
                           COMPUTE WORK-BALANCE =
                               CIA-PRINCIPAL + CIA-ACCRUED-INTEREST
                           PERFORM APPORTION-ACCOUNT
                       END-IF
                   END-IF
                   READ CI-ACCT-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CI-ACCT-FILE
           END-IF.

      *    CONVERTS THE BALANCE TO THE REPORTING CURRENCY (VIA THE
      *    BASE CURRENCY) AND BOOKS EACH OWNER'S SHARE OF IT, OR THE
      *    WHOLE OF IT TO THE MASTER'S CUSTOMER.
       APPORTION-ACCOUNT.
           ADD 1 TO ACCOUNTS-READ
           MOVE WORK-CURRENCY TO LOOKUP-CURRENCY
           PERFORM LOOKUP-RATE-AS-OF
           COMPUTE WORK-REPORT-AMOUNT ROUNDED =
               WORK-BALANCE * LOOKUP-RATE / REPORT-RATE

           MOVE "N" TO OWNER-FOUND-SWITCH
           PERFORM VARYING OWNER-INDEX FROM 1 BY 1
                   UNTIL OWNER-INDEX > OWNER-COUNT
               IF OWT-TARGET (OWNER-INDEX) = WORK-PRODUCT
                       AND OWT-ACCT-NUMBER (OWNER-INDEX)
                           = WORK-ACCT-NUMBER
                   SET ACCOUNT-HAS-OWNERS TO TRUE
                   MOVE OWT-CUSTOMER-NUMBER (OWNER-INDEX)
                       TO SHARE-CUSTOMER-NUMBER
                   COMPUTE SHARE-AMOUNT ROUNDED =
                       WORK-REPORT-AMOUNT
                           * OWT-SHARE-PCT (OWNER-INDEX) / 100
                   PERFORM BOOK-DEPOSITOR-SHARE
               END-IF
           END-PERFORM

           IF NOT ACCOUNT-HAS-OWNERS
               MOVE WORK-CUSTOMER-NUMBER TO SHARE-CUSTOMER-NUMBER
               MOVE WORK-REPORT-AMOUNT TO SHARE-AMOUNT
               PERFORM BOOK-DEPOSITOR-SHARE
           END-IF.

      *    A DEPOSITOR THE CUSTOMER MASTER DOES NOT HOLD IS STILL
      *    INSURED - THE SHARE IS BOOKED UNDER THE NUMBER GIVEN AND
      *    THE MISSING CUSTOMER GOES TO THE EXCEPTION LOG SO THE
      *    RETURN CAN BE COMPLETED BEFORE IT IS FILED.
       BOOK-DEPOSITOR-SHARE.
           MOVE 0 TO DEPOSITOR-MATCH
           PERFORM VARYING DEPOSITOR-INDEX FROM 1 BY 1
                   UNTIL DEPOSITOR-INDEX > DEPOSITOR-COUNT
               IF DPT-CUST-NUMBER (DEPOSITOR-INDEX)
                       = SHARE-CUSTOMER-NUMBER
                   MOVE DEPOSITOR-INDEX TO DEPOSITOR-MATCH
               END-IF
           END-PERFORM

           IF DEPOSITOR-MATCH = 0
               ADD 1 TO EXCEPTION-COUNT
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "DEPOSIT-INSURANCE" TO EXC-PROGRAM-ID
               MOVE WORK-ACCT-NUMBER TO EXC-KEY-VALUE
               MOVE "DEPOSITOR NOT ON CUSTOMER MASTER"
                   TO EXC-REASON
               MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
               MOVE RUN-DATE TO EXC-CYCLE-DATE
               WRITE EXC-LOG-RECORD
               IF DEPOSITOR-COUNT < 2000
                   ADD 1 TO DEPOSITOR-COUNT
                   MOVE DEPOSITOR-COUNT TO DEPOSITOR-MATCH
                   INITIALIZE DEPOSITOR-ENTRY (DEPOSITOR-MATCH)
                   MOVE SHARE-CUSTOMER-NUMBER
                       TO DPT-CUST-NUMBER (DEPOSITOR-MATCH)
                   MOVE "NOT ON CUSTOMER MSTR"
                       TO DPT-CUST-NAME (DEPOSITOR-MATCH)
               ELSE
                   SET DEPOSITORS-OVERFLOWED TO TRUE
               END-IF
           END-IF

           IF DEPOSITOR-MATCH > 0
               ADD 1 TO DPT-ACCOUNT-COUNT (DEPOSITOR-MATCH)
               ADD SHARE-AMOUNT TO DPT-TOTAL-BALANCE (DEPOSITOR-MATCH)
               ADD 1 TO SHARES-BOOKED
           END-IF.

      *    THE RETURN ITSELF - HEADER, ONE DETAIL PER ELIGIBLE
      *    DEPOSITOR HOLDING A BALANCE, TRAILER.
       WRITE-SCV-RETURN.
           OPEN OUTPUT SCV-OUT-FILE
           MOVE SPACES TO SCV-OUT-RECORD
           SET SCV-HEADER TO TRUE
           MOVE RUN-DATE TO SCV-HDR-REPORT-DATE
           MOVE REPORT-CURRENCY TO SCV-HDR-CURRENCY-CODE
           MOVE COVERAGE-LIMIT TO SCV-HDR-COVERAGE-LIMIT
           WRITE SCV-OUT-RECORD

           PERFORM VARYING DEPOSITOR-INDEX FROM 1 BY 1
                   UNTIL DEPOSITOR-INDEX > DEPOSITOR-COUNT
               IF DPT-ACCOUNT-COUNT (DEPOSITOR-INDEX) > 0
                   IF DPT-INELIGIBLE (DEPOSITOR-INDEX)
                       ADD 1 TO EXCLUDED-DEPOSITORS
                       ADD DPT-TOTAL-BALANCE (DEPOSITOR-INDEX)
                           TO EXCLUDED-BALANCE-SUM
                   ELSE
                       PERFORM WRITE-SCV-DETAIL
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO SCV-OUT-RECORD
           SET SCV-TRAILER TO TRUE
           MOVE SCV-DEPOSITORS TO SCV-TRL-DEPOSITOR-COUNT
           MOVE SCV-TOTAL-BALANCE-SUM TO SCV-TRL-TOTAL-BALANCE
           MOVE SCV-INSURED-SUM TO SCV-TRL-INSURED-AMOUNT
           MOVE SCV-UNINSURED-SUM TO SCV-TRL-UNINSURED-AMOUNT
           WRITE SCV-OUT-RECORD
           CLOSE SCV-OUT-FILE.

       WRITE-SCV-DETAIL.
           IF DPT-TOTAL-BALANCE (DEPOSITOR-INDEX) > COVERAGE-LIMIT
               MOVE COVERAGE-LIMIT TO INSURED-AMOUNT
           ELSE
               MOVE DPT-TOTAL-BALANCE (DEPOSITOR-INDEX)
                   TO INSURED-AMOUNT
               ADD 1 TO FULLY-COVERED-COUNT
           END-IF
           COMPUTE UNINSURED-AMOUNT =
               DPT-TOTAL-BALANCE (DEPOSITOR-INDEX) - INSURED-AMOUNT

           MOVE SPACES TO SCV-OUT-RECORD
           SET SCV-DETAIL TO TRUE
           MOVE DPT-CUST-NUMBER (DEPOSITOR-INDEX) TO SCV-DEPOSITOR-ID
           MOVE DPT-CUST-NAME (DEPOSITOR-INDEX) TO SCV-DEPOSITOR-NAME
           MOVE DPT-CUST-TYPE (DEPOSITOR-INDEX) TO SCV-DEPOSITOR-TYPE
           IF SCV-DEPOSITOR-TYPE = SPACE
               MOVE "I" TO SCV-DEPOSITOR-TYPE
           END-IF
           MOVE DPT-ACCOUNT-COUNT (DEPOSITOR-INDEX)
               TO SCV-ACCOUNT-COUNT
           MOVE REPORT-CURRENCY TO SCV-CURRENCY-CODE
           MOVE DPT-TOTAL-BALANCE (DEPOSITOR-INDEX)
               TO SCV-TOTAL-BALANCE
           MOVE INSURED-AMOUNT TO SCV-INSURED-AMOUNT
           MOVE UNINSURED-AMOUNT TO SCV-UNINSURED-AMOUNT
           WRITE SCV-OUT-RECORD

           ADD 1 TO SCV-DEPOSITORS
           ADD DPT-TOTAL-BALANCE (DEPOSITOR-INDEX)
               TO SCV-TOTAL-BALANCE-SUM
           ADD INSURED-AMOUNT TO SCV-INSURED-SUM
           ADD UNINSURED-AMOUNT TO SCV-UNINSURED-SUM.

       WRITE-SUMMARY-TOTALS.
           MOVE SPACES TO SCV-RPT-RECORD
           STRING "DEPOSIT-INSURANCE SCV RETURN  RUN DATE: "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  CURRENCY: " DELIMITED BY SIZE
               REPORT-CURRENCY DELIMITED BY SIZE
               INTO SCV-RPT-RECORD
           END-STRING
           IF REPORT-CURRENCY = SPACES
               MOVE "BASE" TO SCV-RPT-RECORD (61:4)
           END-IF
           WRITE SCV-RPT-RECORD

           MOVE SPACES TO SCV-RPT-RECORD
           STRING "COVERAGE CEILING PER DEPOSITOR: " DELIMITED BY SIZE
               COVERAGE-LIMIT DELIMITED BY SIZE
               INTO SCV-RPT-RECORD
           END-STRING
           WRITE SCV-RPT-RECORD

           MOVE SPACES TO SCV-RPT-RECORD
           STRING "DEPOSIT ACCOUNTS: " DELIMITED BY SIZE
               ACCOUNTS-READ DELIMITED BY SIZE
               "  OWNER SHARES: " DELIMITED BY SIZE
               SHARES-BOOKED DELIMITED BY SIZE
               "  LOANS SKIPPED: " DELIMITED BY SIZE
               LOAN-ACCOUNTS-SKIPPED DELIMITED BY SIZE
               INTO SCV-RPT-RECORD
           END-STRING
           WRITE SCV-RPT-RECORD

           MOVE SPACES TO SCV-RPT-RECORD
           STRING "INSURED DEPOSITORS: " DELIMITED BY SIZE
               SCV-DEPOSITORS DELIMITED BY SIZE
               "  FULLY COVERED: " DELIMITED BY SIZE
               FULLY-COVERED-COUNT DELIMITED BY SIZE
               INTO SCV-RPT-RECORD
           END-STRING
           WRITE SCV-RPT-RECORD

           MOVE SPACES TO SCV-RPT-RECORD
           STRING "TOTAL ELIGIBLE DEPOSITS:  " DELIMITED BY SIZE
               SCV-TOTAL-BALANCE-SUM DELIMITED BY SIZE
               INTO SCV-RPT-RECORD
           END-STRING
           WRITE SCV-RPT-RECORD

           MOVE SPACES TO SCV-RPT-RECORD
           STRING "INSURED DEPOSITS:         " DELIMITED BY SIZE
               SCV-INSURED-SUM DELIMITED BY SIZE
               INTO SCV-RPT-RECORD
           END-STRING
           WRITE SCV-RPT-RECORD

           MOVE SPACES TO SCV-RPT-RECORD
           STRING "UNINSURED DEPOSITS:       " DELIMITED BY SIZE
               SCV-UNINSURED-SUM DELIMITED BY SIZE
               INTO SCV-RPT-RECORD
           END-STRING
           WRITE SCV-RPT-RECORD

           MOVE SPACES TO SCV-RPT-RECORD
           STRING "INELIGIBLE DEPOSITORS: " DELIMITED BY SIZE
               EXCLUDED-DEPOSITORS DELIMITED BY SIZE
               "  DEPOSITS: " DELIMITED BY SIZE
               EXCLUDED-BALANCE-SUM DELIMITED BY SIZE
               INTO SCV-RPT-RECORD
           END-STRING
           WRITE SCV-RPT-RECORD

           MOVE SPACES TO SCV-RPT-RECORD
           STRING "EXCEPTIONS: " DELIMITED BY SIZE
               EXCEPTION-COUNT DELIMITED BY SIZE
               INTO SCV-RPT-RECORD
           END-STRING
           WRITE SCV-RPT-RECORD

           IF DEPOSITORS-OVERFLOWED
               MOVE "DEPOSITOR TABLE FULL - RETURN IS INCOMPLETE"
                   TO SCV-RPT-RECORD
               WRITE SCV-RPT-RECORD
           END-IF.

      *    THE OPERATOR'S VERDICT ON THE RUN - ZERO FOR A CLEAN
      *    RETURN, FOUR WHEN DEPOSITORS WENT TO THE EXCEPTION LOG,
      *    EIGHT WHEN THE DEPOSITOR TABLE COULD NOT HOLD THEM ALL.
       SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN DEPOSITORS-OVERFLOWED
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
           STRING "SCVRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT SCV-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ SCV-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE SCV-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ SCV-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE SCV-RPT-FILE
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
           MOVE "DEPOSIT-INSURANCE" TO CAT-PROGRAM-ID
           MOVE "SCVRPT" TO CAT-REPORT-NAME
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
           MOVE "DEPOSIT-INSURANCE" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE ACCOUNTS-READ TO AUD-RECORD-COUNT
           MOVE SCV-DEPOSITORS TO AUD-OUTPUT-COUNT
           MOVE EXCEPTION-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "CUSTMSTR SIACCT CIACCT ACCTOWN" TO AUD-INPUT-SUMMARY
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
           MOVE "DEPOSIT-INSURANCE" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           MOVE EXCEPTION-COUNT TO ALQ-EXC-COUNT
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
