       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-IMPORT.

      *    TAKES THE CLEARING HOUSE'S DAILY PAYMENTS FILE IN SO ITS
      *    CREDITS AND DIRECT DEBITS NO LONGER HAVE TO BE KEYED AS
      *    DEPTRAN RECORDS BY HAND. THE FILE IS PROVED FIRST, WHOLE:
      *    A FILE HEADER, BATCHES EACH OPENED BY A HEADER AND CLOSED
      *    BY A CONTROL WHOSE ENTRY COUNT AND DEBIT AND CREDIT TOTALS
      *    MUST MATCH ITS ENTRIES, AND A FILE CONTROL THAT MUST MATCH
      *    THE BATCHES. A FILE THAT DOES NOT PROVE OUT IS REFUSED
      *    WITHOUT A SINGLE ITEM TAKEN. A GOOD FILE IS THEN READ
      *    AGAIN AND EACH ITEM MATCHED TO ITS ACCOUNT ON SIACCT OR
      *    CIACCT: A GOOD ITEM BECOMES A DEPTRAN TRANSACTION (CHANNEL
      *    T) FOR TODAY'S DEPOSIT-POSTING RUN, AND ONE THAT CANNOT BE
      *    TAKEN - NO SUCH ACCOUNT, ACCOUNT CLOSED, CUSTOMER BLOCKED
      *    BY CUSTMSTR STATUS, OR A DEBIT THE FUNDS WILL NOT COVER -
      *    GOES ON THE PAYRET RETURNS FILE IN THE HOUSE'S OWN FORMAT
      *    WITH ITS STANDARD REASON CODE, SO IT GOES BACK THE SAME
      *    DAY. THE FUNDS TEST IS THE ONE DEPOSIT-POSTING APPLIES -
      *    PRINCIPAL LESS ANY LIENED SUM, PLUS THE UNDRAWN PART OF AN
      *    ARRANGED OVERDRAFT IN ORDER ON AN UNLIENED ACCOUNT - LESS
      *    WHATEVER EARLIER DEBITS IN THE SAME FILE HAVE TAKEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-IN-FILE ASSIGN TO "PAYIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PAY-IN-STATUS.
           SELECT PAY-RET-FILE ASSIGN TO "PAYRET"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PAY-RET-STATUS.
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
           SELECT PAY-RPT-FILE ASSIGN TO "PAYRPT"
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
       FD  PAY-IN-FILE.
       01  PAY-IN-RECORD.
           COPY PAYREC.

      *    THE RETURNS GO BACK IN THE SAME SHAPE THE ITEMS CAME IN.
       FD  PAY-RET-FILE.
       01  PAY-RET-RECORD.
           COPY PAYREC REPLACING LEADING ==PAY== BY ==RET==.

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
           05  CIA-PRODUCT-CODE       PIC X(06).

      *    THE ARRANGED-OVERDRAFT FACILITIES, READ FOR THE UNDRAWN
      *    HEADROOM A DIRECT DEBIT MAY USE.
       FD  OD-FACIL-FILE.
       01  OD-FACIL-RECORD.
           COPY ODFREC.

       FD  PAY-RPT-FILE.
       01  PAY-RPT-RECORD         PIC X(80).

      *    A DATED COPY OF PAY-RPT-FILE, WRITTEN AFTER THE REPORT IS
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
       01  RETURN-REASON          PIC X(3).
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-PAY-IN          VALUE "Y".
       01  OD-EOF-SWITCH          PIC X VALUE "N".
           88  END-OF-OD-FACIL        VALUE "Y".
       01  MASTER-FOUND-SWITCH    PIC X VALUE "N".
           88  MASTER-WAS-FOUND       VALUE "Y".
       01  PAY-IN-STATUS          PIC XX.
       01  PAY-RET-STATUS         PIC XX.
       01  DEP-TRAN-STATUS        PIC XX.
       01  SI-ACCT-STATUS         PIC XX.
       01  CI-ACCT-STATUS         PIC XX.
       01  OD-FACIL-STATUS        PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  TRAN-COUNT             PIC 9(7) VALUE 0.
       01  ACCEPTED-COUNT         PIC 9(7) VALUE 0.
       01  RETURNED-COUNT         PIC 9(7) VALUE 0.
       01  TOTAL-CREDITS-TAKEN    PIC 9(11)V99 VALUE 0.
       01  TOTAL-DEBITS-TAKEN     PIC 9(11)V99 VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE PROOF OF THE FILE'S STRUCTURE AND FIGURES, BUILT ON
      *    THE FIRST PASS. WHERE IT FAILED IS KEPT FOR THE REPORT.
       01  FILE-PROOF-SWITCH      PIC X VALUE "Y".
           88  FILE-PROVES-OUT        VALUE "Y".
       01  PROOF-FAILURE          PIC X(40).
       01  PROOF-RECORD-NUMBER    PIC 9(7) VALUE 0.
       01  PROOF-STAGE            PIC X VALUE "S".
           88  PROOF-AT-START         VALUE "S".
           88  PROOF-BETWEEN-BATCHES  VALUE "F".
           88  PROOF-IN-BATCH         VALUE "B".
           88  PROOF-AT-END           VALUE "E".
       01  PROOF-FILE-ID          PIC X(4).
       01  PROOF-ORIGIN           PIC X(10).
       01  PROOF-BATCH-NUMBER     PIC 9(7).
       01  PROOF-BATCH-ENTRIES    PIC 9(6).
       01  PROOF-BATCH-DEBITS     PIC 9(10)V99.
       01  PROOF-BATCH-CREDITS    PIC 9(10)V99.
       01  PROOF-BATCH-COUNT      PIC 9(6) VALUE 0.
       01  PROOF-FILE-ENTRIES     PIC 9(8) VALUE 0.
       01  PROOF-FILE-DEBITS      PIC 9(10)V99 VALUE 0.
       01  PROOF-FILE-CREDITS     PIC 9(10)V99 VALUE 0.

      *    THE RETURNS FILE'S OWN CONTROL FIGURES - ONE BATCH.
       01  RET-ENTRY-COUNT        PIC 9(6) VALUE 0.
       01  RET-DEBIT-TOTAL        PIC 9(10)V99 VALUE 0.
       01  RET-CREDIT-TOTAL       PIC 9(10)V99 VALUE 0.

      *    THE OVERDRAFT FACILITIES HELD IN MEMORY FOR THE RUN.
       01  OD-FACIL-COUNT         PIC 9(4) VALUE 0.
       01  OD-FACIL-TABLE.
           05  OD-FACIL-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON OD-FACIL-COUNT.
               10  ODE-ROW                PIC X(62).
       01  OD-FACIL-INDEX         PIC 9(4).
       01  OD-HEADROOM            PIC 9(7)V99.

      *    DEBITS ALREADY TAKEN FROM EACH ACCOUNT IN THIS FILE, SO
      *    TWO DEBITS CANNOT BOTH SPEND THE SAME BALANCE. ONCE THE
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

       01  ITEM-BALANCE           PIC 9(5)V99.
       01  ITEM-CURRENCY          PIC X(3).
       01  ITEM-CUSTOMER          PIC X(10).
       01  ITEM-CLOSED-SWITCH     PIC X.
           88  ITEM-ACCOUNT-CLOSED    VALUE "Y".
       01  AVAILABLE-FUNDS        PIC S9(9)V99.

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
      *    NAME THIS PROGRAM'S CYCLES ARE TRACKED UNDER.
       01  CALENDAR-PROGRAM-NAME  PIC X(20)
                                  VALUE "PAYMENT-IMPORT".
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
                   PERFORM RUN-PAYMENT-IMPORT
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

       RUN-PAYMENT-IMPORT.
           ACCEPT BATCH-START-TIME FROM TIME

           OPEN OUTPUT PAY-RPT-FILE
           PERFORM OPEN-EXCEPTION-LOG

           MOVE SPACES TO PAY-RPT-RECORD
           STRING "PAYMENT-IMPORT RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO PAY-RPT-RECORD
           END-STRING
           WRITE PAY-RPT-RECORD

           PERFORM PROVE-PAYMENT-FILE

           IF FILE-PROVES-OUT
               MOVE SPACES TO PAY-RPT-RECORD
               STRING "FILE " DELIMITED BY SIZE
                   PROOF-FILE-ID DELIMITED BY SIZE
                   " FROM " DELIMITED BY SIZE
                   PROOF-ORIGIN DELIMITED BY SIZE
                   " PROVED - BATCHES " DELIMITED BY SIZE
                   PROOF-BATCH-COUNT DELIMITED BY SIZE
                   " ITEMS " DELIMITED BY SIZE
                   PROOF-FILE-ENTRIES DELIMITED BY SIZE
                   INTO PAY-RPT-RECORD
               END-STRING
               WRITE PAY-RPT-RECORD
               PERFORM TAKE-PAYMENT-ITEMS
           ELSE
               MOVE SPACES TO PAY-RPT-RECORD
               STRING "FILE REFUSED AT RECORD " DELIMITED BY SIZE
                   PROOF-RECORD-NUMBER DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   PROOF-FAILURE DELIMITED BY SIZE
                   INTO PAY-RPT-RECORD
               END-STRING
               WRITE PAY-RPT-RECORD
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "PAYMENT-IMPORT" TO EXC-PROGRAM-ID
               MOVE "PAYIN" TO EXC-KEY-VALUE
               MOVE PROOF-FAILURE TO EXC-REASON
               MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
               MOVE RUN-DATE TO EXC-CYCLE-DATE
               WRITE EXC-LOG-RECORD
               DISPLAY "PAYIN CONTROLS DO NOT PROVE OUT - "
                   PROOF-FAILURE " - NOTHING TAKEN"
           END-IF

           PERFORM WRITE-CONTROL-TOTALS
           PERFORM RAISE-EXCEPTION-ALERT

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE PAY-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

      *    THE FIRST PASS - EVERY RECORD IN ITS PROPER PLACE, EVERY
      *    BATCH CONTROL AGREEING WITH ITS ENTRIES, THE FILE CONTROL
      *    AGREEING WITH THE BATCHES, AND NOTHING AFTER IT.
       PROVE-PAYMENT-FILE.
           SET FILE-PROVES-OUT TO TRUE
           SET PROOF-AT-START TO TRUE
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT PAY-IN-FILE
           IF PAY-IN-STATUS NOT = "00"
               MOVE "N" TO FILE-PROOF-SWITCH
               MOVE "PAYIN FILE NOT RECEIVED" TO PROOF-FAILURE
           ELSE
               READ PAY-IN-FILE
                   AT END SET END-OF-PAY-IN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-PAY-IN OR NOT FILE-PROVES-OUT
                   ADD 1 TO PROOF-RECORD-NUMBER
                   PERFORM PROVE-ONE-RECORD
                   READ PAY-IN-FILE
                       AT END SET END-OF-PAY-IN TO TRUE
                   END-READ
               END-PERFORM
               IF FILE-PROVES-OUT AND NOT PROOF-AT-END
                   MOVE "N" TO FILE-PROOF-SWITCH
                   MOVE "FILE ENDS WITHOUT ITS FILE CONTROL"
                       TO PROOF-FAILURE
               END-IF
               CLOSE PAY-IN-FILE
           END-IF.

       PROVE-ONE-RECORD.
           EVALUATE TRUE
               WHEN PROOF-AT-END
                   MOVE "N" TO FILE-PROOF-SWITCH
                   MOVE "RECORD AFTER THE FILE CONTROL"
                       TO PROOF-FAILURE
               WHEN PROOF-AT-START
                   IF PAY-FILE-HEADER
                       MOVE PAY-FH-FILE-ID TO PROOF-FILE-ID
                       MOVE PAY-FH-ORIGIN TO PROOF-ORIGIN
                       SET PROOF-BETWEEN-BATCHES TO TRUE
                   ELSE
                       MOVE "N" TO FILE-PROOF-SWITCH
                       MOVE "FIRST RECORD IS NOT A FILE HEADER"
                           TO PROOF-FAILURE
                   END-IF
               WHEN PROOF-BETWEEN-BATCHES
                   IF PAY-BATCH-HEADER
                       MOVE PAY-BH-BATCH-NUMBER TO PROOF-BATCH-NUMBER
                       MOVE 0 TO PROOF-BATCH-ENTRIES
                       MOVE 0 TO PROOF-BATCH-DEBITS
                       MOVE 0 TO PROOF-BATCH-CREDITS
                       ADD 1 TO PROOF-BATCH-COUNT
                       SET PROOF-IN-BATCH TO TRUE
                   ELSE IF PAY-FILE-CONTROL
                       PERFORM PROVE-FILE-CONTROL
                       SET PROOF-AT-END TO TRUE
                   ELSE
                       MOVE "N" TO FILE-PROOF-SWITCH
                       MOVE "RECORD OUTSIDE ANY BATCH"
                           TO PROOF-FAILURE
                   END-IF
                   END-IF
               WHEN PROOF-IN-BATCH
                   IF PAY-ENTRY
                       PERFORM PROVE-ENTRY
                   ELSE IF PAY-BATCH-CONTROL
                       PERFORM PROVE-BATCH-CONTROL
                       SET PROOF-BETWEEN-BATCHES TO TRUE
                   ELSE
                       MOVE "N" TO FILE-PROOF-SWITCH
                       MOVE "BATCH NOT CLOSED BY A BATCH CONTROL"
                           TO PROOF-FAILURE
                   END-IF
                   END-IF
           END-EVALUATE.

      *    AN ENTRY WHOSE AMOUNT IS NOT A NUMBER OR WHOSE CODE IS
      *    NEITHER CREDIT NOR DEBIT CANNOT BE ADDED INTO A TOTAL, SO
      *    IT FAILS THE FILE RATHER THAN BEING RETURNED.
       PROVE-ENTRY.
           IF PAY-AMOUNT-X NOT NUMERIC
               MOVE "N" TO FILE-PROOF-SWITCH
               MOVE "ENTRY AMOUNT NOT NUMERIC" TO PROOF-FAILURE
           ELSE IF PAY-CREDIT
               ADD PAY-AMOUNT TO PROOF-BATCH-CREDITS
               ADD PAY-AMOUNT TO PROOF-FILE-CREDITS
           ELSE IF PAY-DEBIT
               ADD PAY-AMOUNT TO PROOF-BATCH-DEBITS
               ADD PAY-AMOUNT TO PROOF-FILE-DEBITS
           ELSE
               MOVE "N" TO FILE-PROOF-SWITCH
               MOVE "ENTRY CODE NOT 22 OR 27" TO PROOF-FAILURE
           END-IF
           END-IF
           END-IF
           ADD 1 TO PROOF-BATCH-ENTRIES
           ADD 1 TO PROOF-FILE-ENTRIES.

       PROVE-BATCH-CONTROL.
           IF PAY-BATCH-CONTROL-DATA (1:37) NOT NUMERIC
               MOVE "N" TO FILE-PROOF-SWITCH
               MOVE "BATCH CONTROL FIGURES NOT NUMERIC"
                   TO PROOF-FAILURE
           ELSE IF PAY-BC-BATCH-NUMBER NOT = PROOF-BATCH-NUMBER
               MOVE "N" TO FILE-PROOF-SWITCH
               MOVE "BATCH CONTROL FOR ANOTHER BATCH"
                   TO PROOF-FAILURE
           ELSE IF PAY-BC-ENTRY-COUNT NOT = PROOF-BATCH-ENTRIES
               MOVE "N" TO FILE-PROOF-SWITCH
               MOVE "BATCH ENTRY COUNT DOES NOT AGREE"
                   TO PROOF-FAILURE
           ELSE IF PAY-BC-DEBIT-TOTAL NOT = PROOF-BATCH-DEBITS
                   OR PAY-BC-CREDIT-TOTAL NOT = PROOF-BATCH-CREDITS
               MOVE "N" TO FILE-PROOF-SWITCH
               MOVE "BATCH MONEY TOTALS DO NOT AGREE"
                   TO PROOF-FAILURE
           END-IF
           END-IF
           END-IF
           END-IF.

       PROVE-FILE-CONTROL.
           IF PAY-FILE-CONTROL-DATA (1:38) NOT NUMERIC
               MOVE "N" TO FILE-PROOF-SWITCH
               MOVE "FILE CONTROL FIGURES NOT NUMERIC"
                   TO PROOF-FAILURE
           ELSE IF PAY-FC-BATCH-COUNT NOT = PROOF-BATCH-COUNT
                   OR PAY-FC-ENTRY-COUNT NOT = PROOF-FILE-ENTRIES
               MOVE "N" TO FILE-PROOF-SWITCH
               MOVE "FILE BATCH OR ENTRY COUNT DOES NOT AGREE"
                   TO PROOF-FAILURE
           ELSE IF PAY-FC-DEBIT-TOTAL NOT = PROOF-FILE-DEBITS
                   OR PAY-FC-CREDIT-TOTAL NOT = PROOF-FILE-CREDITS
               MOVE "N" TO FILE-PROOF-SWITCH
               MOVE "FILE MONEY TOTALS DO NOT AGREE"
                   TO PROOF-FAILURE
           END-IF
           END-IF
           END-IF.

      *    THE SECOND PASS OVER A PROVED FILE - EVERY ENTRY EITHER
      *    TAKEN ONTO DEPTRAN OR RETURNED.
       TAKE-PAYMENT-ITEMS.
           PERFORM LOAD-OD-FACILITIES
           OPEN INPUT SI-ACCT-FILE
           OPEN INPUT CI-ACCT-FILE
           OPEN EXTEND DEP-TRAN-FILE
           IF DEP-TRAN-STATUS NOT = "00"
               OPEN OUTPUT DEP-TRAN-FILE
           END-IF
           OPEN OUTPUT PAY-RET-FILE
           PERFORM WRITE-RETURNS-HEADERS

           MOVE "N" TO EOF-SWITCH
           OPEN INPUT PAY-IN-FILE
           READ PAY-IN-FILE
               AT END SET END-OF-PAY-IN TO TRUE
           END-READ
           PERFORM UNTIL END-OF-PAY-IN
               IF PAY-ENTRY
                   ADD 1 TO TRAN-COUNT
                   PERFORM MATCH-ONE-ITEM
                   IF INPUT-IS-VALID
                       ADD 1 TO ACCEPTED-COUNT
                       PERFORM WRITE-POSTING-TRAN
                   ELSE
                       ADD 1 TO RETURNED-COUNT
                       PERFORM WRITE-RETURN-ITEM
                   END-IF
               END-IF
               READ PAY-IN-FILE
                   AT END SET END-OF-PAY-IN TO TRUE
               END-READ
           END-PERFORM
           CLOSE PAY-IN-FILE

           PERFORM WRITE-RETURNS-CONTROLS
           CLOSE PAY-RET-FILE
           CLOSE DEP-TRAN-FILE
           CLOSE SI-ACCT-FILE
           CLOSE CI-ACCT-FILE.

      *    ONE ITEM AGAINST ITS ACCOUNT. THE FIRST REASON FOUND IS
      *    THE ONE RETURNED.
       MATCH-ONE-ITEM.
           SET INPUT-IS-VALID TO TRUE
           MOVE SPACES TO REJECT-REASON
           MOVE SPACES TO RETURN-REASON
           MOVE "N" TO MASTER-FOUND-SWITCH
           MOVE "N" TO ITEM-CLOSED-SWITCH

           IF PAY-ACCT-NUMBER = SPACES
                   OR (PAY-TARGET NOT = "SI" AND PAY-TARGET NOT = "CI")
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "R04" TO RETURN-REASON
               MOVE "INVALID ACCOUNT NUMBER OR PRODUCT"
                   TO REJECT-REASON
           ELSE
               PERFORM FETCH-ITEM-ACCOUNT
           END-IF

           IF INPUT-IS-VALID
               MOVE ITEM-CUSTOMER TO CSQ-CUSTOMER-NUMBER
               CALL "CUSTOMER-STATUS" USING CUSTOMER-STATUS-AREA
               IF ITEM-ACCOUNT-CLOSED
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "R02" TO RETURN-REASON
                   MOVE "ACCOUNT IS CLOSED" TO REJECT-REASON
               ELSE IF CSQ-BLOCKS-ACTIVITY
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "R16" TO RETURN-REASON
                   MOVE "CUSTOMER STATUS BLOCKS POSTING"
                       TO REJECT-REASON
               ELSE IF CSQ-REVIEW-OVERDUE AND PAY-CREDIT
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "R16" TO RETURN-REASON
                   MOVE "KYC REVIEW OVERDUE - DEPOSITS BLOCKED"
                       TO REJECT-REASON
               ELSE IF PAY-CURRENCY-CODE NOT = ITEM-CURRENCY
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "R17" TO RETURN-REASON
                   MOVE "ITEM CURRENCY NOT THE ACCOUNT CURRENCY"
                       TO REJECT-REASON
               ELSE IF PAY-DEBIT
                   PERFORM CHECK-DEBIT-FUNDS
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       FETCH-ITEM-ACCOUNT.
           IF PAY-TARGET = "SI"
               MOVE PAY-ACCT-NUMBER TO SIA-ACCT-NUMBER
               READ SI-ACCT-FILE
                   INVALID KEY
                       MOVE "N" TO VALID-INPUT-SWITCH
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
               MOVE PAY-ACCT-NUMBER TO CIA-ACCT-NUMBER
               READ CI-ACCT-FILE
                   INVALID KEY
                       MOVE "N" TO VALID-INPUT-SWITCH
                   NOT INVALID KEY
                       SET MASTER-WAS-FOUND TO TRUE
                       MOVE CIA-PRINCIPAL TO ITEM-BALANCE
                       MOVE CIA-CURRENCY-CODE TO ITEM-CURRENCY
                       MOVE CIA-CUSTOMER-NUMBER TO ITEM-CUSTOMER
                       IF CIA-ACCOUNT-CLOSED
                           SET ITEM-ACCOUNT-CLOSED TO TRUE
                       END-IF
               END-READ
           END-IF
           IF NOT MASTER-WAS-FOUND
               MOVE "R03" TO RETURN-REASON
               MOVE "NO SUCH ACCOUNT ON THE MASTER" TO REJECT-REASON
           END-IF.

      *    WHAT THE ACCOUNT CAN PAY - THE BALANCE LESS ANY LIENED
      *    SUM, OR ON AN UNLIENED SIACCT ACCOUNT THE BALANCE PLUS THE
      *    UNDRAWN PART OF AN ACTIVE FACILITY STILL SHORT OF REVIEW -
      *    LESS THE DEBITS ALREADY TAKEN FROM IT IN THIS FILE.
       CHECK-DEBIT-FUNDS.
           MOVE PAY-TARGET TO LNQ-TARGET
           MOVE PAY-ACCT-NUMBER TO LNQ-ACCT-NUMBER
           MOVE RUN-DATE TO LNQ-AS-OF-DATE
           CALL "LIEN-SERVICE" USING LIEN-SERVICE-AREA
           IF LNQ-LIENED-AMOUNT > 0
               COMPUTE AVAILABLE-FUNDS =
                   ITEM-BALANCE - LNQ-LIENED-AMOUNT
           ELSE
               MOVE ITEM-BALANCE TO AVAILABLE-FUNDS
               IF PAY-TARGET = "SI"
                   PERFORM FIND-OD-HEADROOM
                   ADD OD-HEADROOM TO AVAILABLE-FUNDS
               END-IF
           END-IF

           PERFORM FIND-DEBIT-TALLY
           IF DEBIT-TALLY-MATCH > 0
               SUBTRACT DTY-AMOUNT (DEBIT-TALLY-MATCH)
                   FROM AVAILABLE-FUNDS
           END-IF

           IF PAY-AMOUNT > AVAILABLE-FUNDS
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "R01" TO RETURN-REASON
               MOVE "INSUFFICIENT FUNDS FOR DIRECT DEBIT"
                   TO REJECT-REASON
           ELSE
               IF DEBIT-TALLY-MATCH > 0
                   ADD PAY-AMOUNT TO DTY-AMOUNT (DEBIT-TALLY-MATCH)
               ELSE IF DEBIT-TALLY-COUNT < 2000
                   ADD 1 TO DEBIT-TALLY-COUNT
                   MOVE PAY-TARGET TO DTY-TARGET (DEBIT-TALLY-COUNT)
                   MOVE PAY-ACCT-NUMBER
                       TO DTY-ACCT-NUMBER (DEBIT-TALLY-COUNT)
                   MOVE PAY-AMOUNT TO DTY-AMOUNT (DEBIT-TALLY-COUNT)
               END-IF
               END-IF
           END-IF.

       FIND-DEBIT-TALLY.
           MOVE 0 TO DEBIT-TALLY-MATCH
           PERFORM VARYING DEBIT-TALLY-INDEX FROM 1 BY 1
                   UNTIL DEBIT-TALLY-INDEX > DEBIT-TALLY-COUNT
                       OR DEBIT-TALLY-MATCH > 0
               IF DTY-TARGET (DEBIT-TALLY-INDEX) = PAY-TARGET
                       AND DTY-ACCT-NUMBER (DEBIT-TALLY-INDEX)
                           = PAY-ACCT-NUMBER
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
               IF ODF-ACCT-NUMBER = PAY-ACCT-NUMBER
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

      *    A CREDIT POSTS AS A DEPOSIT AND A DIRECT DEBIT AS A
      *    WITHDRAWAL, BOTH THROUGH THE TRANSFER CHANNEL AND VALUED
      *    TODAY.
       WRITE-POSTING-TRAN.
           MOVE SPACES TO DEP-TRAN-RECORD
           IF PAY-CREDIT
               MOVE "DEP" TO TRN-TRAN-TYPE
               ADD PAY-AMOUNT TO TOTAL-CREDITS-TAKEN
           ELSE
               MOVE "WDR" TO TRN-TRAN-TYPE
               ADD PAY-AMOUNT TO TOTAL-DEBITS-TAKEN
           END-IF
           MOVE PAY-TARGET TO TRN-TARGET
           MOVE PAY-ACCT-NUMBER TO TRN-ACCT-NUMBER
           MOVE PAY-AMOUNT TO TRN-AMOUNT
           MOVE "T" TO TRN-CHANNEL
           WRITE DEP-TRAN-RECORD.

      *    THE ITEM GOES BACK AS RECEIVED WITH THE REASON CODE, AND
      *    IS LISTED ON THE REPORT AND THE EXCEPTION LOG.
       WRITE-RETURN-ITEM.
           MOVE PAY-IN-RECORD TO PAY-RET-RECORD
           MOVE RETURN-REASON TO RET-RETURN-REASON
           WRITE PAY-RET-RECORD
           ADD 1 TO RET-ENTRY-COUNT
           IF PAY-CREDIT
               ADD PAY-AMOUNT TO RET-CREDIT-TOTAL
           ELSE
               ADD PAY-AMOUNT TO RET-DEBIT-TOTAL
           END-IF

           MOVE SPACES TO PAY-RPT-RECORD
           STRING "RETURNED " DELIMITED BY SIZE
               RETURN-REASON DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PAY-TRAN-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PAY-TARGET DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PAY-ACCT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PAY-AMOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REJECT-REASON DELIMITED BY SIZE
               INTO PAY-RPT-RECORD
           END-STRING
           WRITE PAY-RPT-RECORD

           MOVE SPACES TO EXC-LOG-RECORD
           MOVE "PAYMENT-IMPORT" TO EXC-PROGRAM-ID
           MOVE PAY-ACCT-NUMBER TO EXC-KEY-VALUE
           MOVE REJECT-REASON TO EXC-REASON
           MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
           MOVE RUN-DATE TO EXC-CYCLE-DATE
           WRITE EXC-LOG-RECORD.

      *    THE RETURNS FILE CARRIES ONE BATCH, ADDRESSED BACK TO THE
      *    HOUSE THAT SENT THE INBOUND FILE.
       WRITE-RETURNS-HEADERS.
           MOVE SPACES TO PAY-RET-RECORD
           MOVE "1" TO RET-RECORD-TYPE
           MOVE "DEPOSITS" TO RET-FH-ORIGIN
           MOVE PROOF-ORIGIN TO RET-FH-DESTINATION
           MOVE RUN-DATE TO RET-FH-FILE-DATE
           MOVE PROOF-FILE-ID TO RET-FH-FILE-ID
           WRITE PAY-RET-RECORD

           MOVE SPACES TO PAY-RET-RECORD
           MOVE "5" TO RET-RECORD-TYPE
           MOVE 1 TO RET-BH-BATCH-NUMBER
           MOVE "RETURNS" TO RET-BH-COMPANY-NAME
           MOVE "RET" TO RET-BH-ENTRY-CLASS
           MOVE RUN-DATE TO RET-BH-EFFECTIVE-DATE
           WRITE PAY-RET-RECORD.

       WRITE-RETURNS-CONTROLS.
           MOVE SPACES TO PAY-RET-RECORD
           MOVE "8" TO RET-RECORD-TYPE
           MOVE 1 TO RET-BC-BATCH-NUMBER
           MOVE RET-ENTRY-COUNT TO RET-BC-ENTRY-COUNT
           MOVE RET-DEBIT-TOTAL TO RET-BC-DEBIT-TOTAL
           MOVE RET-CREDIT-TOTAL TO RET-BC-CREDIT-TOTAL
           WRITE PAY-RET-RECORD

           MOVE SPACES TO PAY-RET-RECORD
           MOVE "9" TO RET-RECORD-TYPE
           MOVE 1 TO RET-FC-BATCH-COUNT
           MOVE RET-ENTRY-COUNT TO RET-FC-ENTRY-COUNT
           MOVE RET-DEBIT-TOTAL TO RET-FC-DEBIT-TOTAL
           MOVE RET-CREDIT-TOTAL TO RET-FC-CREDIT-TOTAL
           WRITE PAY-RET-RECORD.

      *    WRITES THE RUN'S CONTROL COUNTS AND MONEY TOTALS SO THE
      *    OPERATOR CAN BALANCE THE RUN BEFORE SIGNING IT OFF.
       WRITE-CONTROL-TOTALS.
           MOVE ALL "-" TO PAY-RPT-RECORD
           WRITE PAY-RPT-RECORD

           MOVE SPACES TO PAY-RPT-RECORD
           STRING "ITEMS READ: " DELIMITED BY SIZE
               TRAN-COUNT DELIMITED BY SIZE
               "  TO DEPTRAN: " DELIMITED BY SIZE
               ACCEPTED-COUNT DELIMITED BY SIZE
               "  RETURNED: " DELIMITED BY SIZE
               RETURNED-COUNT DELIMITED BY SIZE
               INTO PAY-RPT-RECORD
           END-STRING
           WRITE PAY-RPT-RECORD

           MOVE SPACES TO PAY-RPT-RECORD
           STRING "CREDITS TAKEN: " DELIMITED BY SIZE
               TOTAL-CREDITS-TAKEN DELIMITED BY SIZE
               "  DEBITS TAKEN: " DELIMITED BY SIZE
               TOTAL-DEBITS-TAKEN DELIMITED BY SIZE
               INTO PAY-RPT-RECORD
           END-STRING
           WRITE PAY-RPT-RECORD

           MOVE SPACES TO PAY-RPT-RECORD
           STRING "CREDITS RETURNED: " DELIMITED BY SIZE
               RET-CREDIT-TOTAL DELIMITED BY SIZE
               "  DEBITS RETURNED: " DELIMITED BY SIZE
               RET-DEBIT-TOTAL DELIMITED BY SIZE
               INTO PAY-RPT-RECORD
           END-STRING
           WRITE PAY-RPT-RECORD.

      *    THE OPERATOR'S VERDICT ON THE RUN - ZERO FOR A CLEAN
      *    FILE, FOUR WHEN ITEMS WENT BACK AS RETURNS, EIGHT WHEN
      *    READS DO NOT EQUAL TAKEN PLUS RETURNED, TWELVE WHEN THE
      *    FILE WAS REFUSED AND NOTHING WAS TAKEN FROM IT.
       SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN NOT FILE-PROVES-OUT
                   MOVE 12 TO RETURN-CODE
               WHEN TRAN-COUNT NOT =
                       ACCEPTED-COUNT + RETURNED-COUNT
                   MOVE 8 TO RETURN-CODE
               WHEN RETURNED-COUNT > 0
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
           STRING "PAYRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT PAY-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ PAY-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE PAY-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ PAY-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE PAY-RPT-FILE
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
           MOVE "PAYMENT-IMPORT" TO CAT-PROGRAM-ID
           MOVE "PAYRPT" TO CAT-REPORT-NAME
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
           MOVE "PAYMENT-IMPORT" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE TRAN-COUNT TO AUD-RECORD-COUNT
           MOVE ACCEPTED-COUNT TO AUD-OUTPUT-COUNT
           MOVE RETURNED-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "PAYIN CLEARING FILE" TO AUD-INPUT-SUMMARY
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

      *    HANDS THE RUN'S RETURN COUNT TO THE SHARED ALERT WRITER
      *    - NOTHING FOR A CLEAN RUN, WARN OR CRITICAL PER THE
      *    CONFIGURED THRESHOLD.
       RAISE-EXCEPTION-ALERT.
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-EXCCOUNT TO TRUE
           MOVE "PAYMENT-IMPORT" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           MOVE RETURNED-COUNT TO ALQ-EXC-COUNT
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
