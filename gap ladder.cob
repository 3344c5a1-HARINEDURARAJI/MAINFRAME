       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAP-LADDER.

      *    TREASURY'S MATURITY AND REPRICING GAP LADDER. EVERY ACTIVE
      *    SIACCT AND CIACCT BALANCE IS PLACED IN THE TIME BAND IN
      *    WHICH IT NEXT MATURES OR REPRICES - OVERNIGHT, UP TO ONE
      *    MONTH, 1-3 MONTHS, 3-6 MONTHS, 6-12 MONTHS, 1-5 YEARS AND
      *    OVER 5 YEARS. A TERM DEPOSIT GOES BY ITS PENDING MATINST
      *    MATURITY DATE; AN ACCOUNT PRICED OFF A BENCHMARK INDEX
      *    (RATDESG) GOES BY THE INDEX'S NEXT RESET ON RATIDX, IF
      *    THAT COMES FIRST; A DEPOSIT WITH NEITHER CAN BE WITHDRAWN
      *    OR REPRICED AT ONCE AND GOES OVERNIGHT. A LOAN IS SPREAD
      *    OVER THE BANDS BY THE PRINCIPAL PART OF ITS SCHEDULED
      *    EMI PAYMENTS, WHATEVER IS LEFT AT AN INDEX RESET REPRICING
      *    THERE. DEPOSITS AND LOANS ARE SHOWN APART BY CURRENCY,
      *    WITH THE PERIOD GAP (LOANS LESS DEPOSITS) AND THE
      *    CUMULATIVE GAP FOR EACH BAND. NOTHING IS UPDATED.

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
           SELECT MAT-INST-FILE ASSIGN TO "MATINST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAT-INST-STATUS.
           SELECT RATE-INDEX-FILE ASSIGN TO "RATIDX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RATE-INDEX-STATUS.
           SELECT RATE-DESG-FILE ASSIGN TO "RATDESG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RATE-DESG-STATUS.
           SELECT GAP-RPT-FILE ASSIGN TO "GAPRPT"
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

      *    ONE PENDING MATURITY INSTRUCTION - THE DEPOSIT'S TERM
      *    ENDS ON THE DATE GIVEN.
       FD  MAT-INST-FILE.
       01  MAT-INST-RECORD.
           05  MAT-TARGET             PIC X(2).
           05  MAT-ACCT-NUMBER        PIC X(10).
           05  MAT-MATURITY-DATE      PIC 9(8).
           05  MAT-DISPOSITION        PIC X(4).

      *    THE RATE-INDEX TABLE - ONE EFFECTIVE-DATED RATE PER
      *    BENCHMARK INDEX CODE. A ROW DATED AFTER THE RUN DATE IS
      *    A RESET ALREADY ANNOUNCED.
       FD  RATE-INDEX-FILE.
       01  RATE-INDEX-RECORD.
           05  RIX-INDEX-CODE     PIC X(5).
           05  RIX-RATE           PIC 9(3)V99.
           05  RIX-EFFECTIVE-DATE PIC 9(8).

      *    THE INDEX-PLUS-MARGIN DESIGNATION PER ACCOUNT.
       FD  RATE-DESG-FILE.
       01  RATE-DESG-RECORD.
           05  RDG-TARGET         PIC X(2).
           05  RDG-ACCT-NUMBER    PIC X(10).
           05  RDG-INDEX-CODE     PIC X(5).
           05  RDG-MARGIN         PIC 9(3)V99.

       FD  GAP-RPT-FILE.
       01  GAP-RPT-RECORD         PIC X(80).

      *    A DATED COPY OF GAP-RPT-FILE, WRITTEN AFTER THE REPORT IS
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
       01  MAT-INST-STATUS        PIC XX.
       01  RATE-INDEX-STATUS      PIC XX.
       01  RATE-DESG-STATUS       PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-SCAN            VALUE "Y".

       01  ACCOUNTS-READ          PIC 9(7) VALUE 0.
       01  PLACED-COUNT           PIC 9(7) VALUE 0.
       01  EXCEPTION-COUNT        PIC 9(7) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

       01  RUN-DAY-NUMBER         PIC 9(7).
       01  SERIAL-WORK-AREA.
           05  SER-DATE           PIC 9(8).
           05  SER-YYYY           PIC 9(4).
           05  SER-MM             PIC 9(2).
           05  SER-DD             PIC 9(2).
           05  SER-ADJ-YYYY       PIC 9(4).
           05  SER-ADJ-MM         PIC 9(2).
           05  SER-DAY-NUMBER     PIC 9(7).

      *    THE SEVEN BANDS - THEIR NAMES AND THE LAST DAY FROM THE
      *    RUN DATE EACH ONE COVERS (THE LAST BAND IS OPEN-ENDED).
       01  BAND-NAME-VALUES.
           05  FILLER             PIC X(9) VALUE "OVERNIGHT".
           05  FILLER             PIC X(9) VALUE "UP TO 1M".
           05  FILLER             PIC X(9) VALUE "1M-3M".
           05  FILLER             PIC X(9) VALUE "3M-6M".
           05  FILLER             PIC X(9) VALUE "6M-12M".
           05  FILLER             PIC X(9) VALUE "1Y-5Y".
           05  FILLER             PIC X(9) VALUE "OVER 5Y".
       01  BAND-NAME-TABLE REDEFINES BAND-NAME-VALUES.
           05  BDN-NAME           PIC X(9) OCCURS 7 TIMES.
       01  BAND-LIMIT-VALUES.
           05  FILLER             PIC 9(5) VALUE 1.
           05  FILLER             PIC 9(5) VALUE 30.
           05  FILLER             PIC 9(5) VALUE 91.
           05  FILLER             PIC 9(5) VALUE 182.
           05  FILLER             PIC 9(5) VALUE 365.
           05  FILLER             PIC 9(5) VALUE 1826.
           05  FILLER             PIC 9(5) VALUE 99999.
       01  BAND-LIMIT-TABLE REDEFINES BAND-LIMIT-VALUES.
           05  BDL-LAST-DAY       PIC 9(5) OCCURS 7 TIMES.
       01  BAND-INDEX             PIC 9.

      *    THE BALANCE BEING PLACED.
       01  CUR-TARGET             PIC X(2).
       01  CUR-ACCT-NUMBER        PIC X(10).
       01  CUR-CURRENCY-CODE      PIC X(03).
       01  CUR-AMOUNT             PIC 9(9)V99.
       01  CUR-DAYS-OUT           PIC 9(7).
       01  CUR-SIDE               PIC X.
           88  CUR-IS-DEPOSIT         VALUE "D".
           88  CUR-IS-LOAN            VALUE "L".
       01  MATURITY-DAYS-OUT      PIC 9(7).
       01  RESET-DAYS-OUT         PIC 9(7).
       01  RESET-SWITCH           PIC X VALUE "N".
           88  ACCOUNT-HAS-RESET      VALUE "Y".
       01  MATURITY-SWITCH        PIC X VALUE "N".
           88  ACCOUNT-HAS-MATURITY   VALUE "Y".

      *    THE PENDING MATURITY INSTRUCTIONS, BY MASTER AND ACCOUNT.
       01  MAT-INST-COUNT         PIC 9(4) VALUE 0.
       01  MAT-INST-TABLE.
           05  MAT-INST-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON MAT-INST-COUNT.
               10  MIT-TARGET         PIC X(2).
               10  MIT-ACCT-NUMBER    PIC X(10).
               10  MIT-MATURITY-DATE  PIC 9(8).
       01  MAT-INST-INDEX         PIC 9(4).

      *    THE ANNOUNCED RESETS - RATIDX ROWS DATED AFTER THE RUN
      *    DATE - AND THE ACCOUNTS DESIGNATED TO AN INDEX.
       01  RATE-INDEX-COUNT       PIC 9(3) VALUE 0.
       01  RATE-INDEX-TABLE.
           05  RATE-INDEX-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON RATE-INDEX-COUNT.
               10  RIT-INDEX-CODE     PIC X(5).
               10  RIT-EFFECTIVE-DATE PIC 9(8).
       01  RATE-INDEX-INDEX       PIC 9(3).
       01  RATE-DESG-COUNT        PIC 9(3) VALUE 0.
       01  RATE-DESG-TABLE.
           05  RATE-DESG-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON RATE-DESG-COUNT.
               10  RDT-TARGET         PIC X(2).
               10  RDT-ACCT-NUMBER    PIC X(10).
               10  RDT-INDEX-CODE     PIC X(5).
       01  RATE-DESG-INDEX        PIC 9(3).
       01  NEXT-RESET-DATE        PIC 9(8).

      *    THE LOAN ARITHMETIC, AS COMPOUND-INTEREST'S LOAN MODE
      *    CARRIES IT - THE LEVEL PAYMENT FROM THE COMPOUND FACTOR
      *    AND THE DECLINING-BALANCE SCHEDULE.
       01  P                      PIC 9(5)V99.
       01  R                      PIC 9(3)V99.
       01  T                      PIC 9(3).
       01  FREQ                   PIC 9(2) VALUE 1.
       01  PERIOD-RATE            PIC 9(3)V9999.
       01  TOTAL-PERIODS          PIC 9(5).
       01  COMPOUND-FACTOR        PIC 9(6)V9(7) VALUE 1.
       01  POWER-EXPONENT         PIC 9(5).
       01  POWER-INDEX            PIC 9(5).
       01  LOAN-EMI               PIC 9(7)V99.
       01  LOAN-BALANCE           PIC 9(9)V99.
       01  LOAN-PERIOD-INTEREST   PIC 9(7)V99.
       01  LOAN-PERIOD-PRINCIPAL  PIC 9(7)V99.
       01  LOAN-PERIOD-NUMBER     PIC 9(5).

      *    THE LADDER - ONE ENTRY PER CURRENCY, DEPOSITS AND LOANS
      *    BY BAND.
       01  LADDER-COUNT           PIC 9(3) VALUE 0.
       01  LADDER-TABLE.
           05  LADDER-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON LADDER-COUNT.
               10  LAD-CURRENCY-CODE  PIC X(03).
               10  LAD-BAND OCCURS 7 TIMES.
                   15  LAD-DEPOSITS       PIC 9(11)V99.
                   15  LAD-LOANS          PIC 9(11)V99.
       01  LADDER-INDEX           PIC 9(3).
       01  LADDER-MATCH           PIC 9(3).
       01  PERIOD-GAP             PIC S9(11)V99.
       01  CUMULATIVE-GAP         PIC S9(11)V99.
       01  EDITED-AMOUNT-1        PIC Z(10)9.99.
       01  EDITED-AMOUNT-2        PIC Z(10)9.99.
       01  EDITED-GAP-1           PIC -(11)9.99.
       01  EDITED-GAP-2           PIC -(11)9.99.
       01  TOTAL-DEPOSITS         PIC 9(11)V99.
       01  TOTAL-LOANS            PIC 9(11)V99.

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
                                  VALUE "GAP-LADDER".
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
               PERFORM RUN-GAP-LADDER
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

       RUN-GAP-LADDER.
           ACCEPT BATCH-START-TIME FROM TIME
           MOVE RUN-DATE TO SER-DATE
           PERFORM COMPUTE-SERIAL-DAY
           MOVE SER-DAY-NUMBER TO RUN-DAY-NUMBER

           PERFORM LOAD-MATURITY-INSTRUCTIONS
           PERFORM LOAD-RATE-INDEX-TABLES

           OPEN OUTPUT GAP-RPT-FILE
           PERFORM OPEN-EXCEPTION-LOG

           MOVE SPACES TO GAP-RPT-RECORD
           STRING "MATURITY AND REPRICING GAP LADDER  RUN DATE: "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO GAP-RPT-RECORD
           END-STRING
           WRITE GAP-RPT-RECORD

           PERFORM SCAN-SI-ACCOUNTS
           PERFORM SCAN-CI-ACCOUNTS
           PERFORM WRITE-GAP-LADDER
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM RAISE-EXCEPTION-ALERT

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE GAP-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

       LOAD-MATURITY-INSTRUCTIONS.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT MAT-INST-FILE
           IF MAT-INST-STATUS = "00"
               READ MAT-INST-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF MAT-MATURITY-DATE NUMERIC
                           AND MAT-INST-COUNT < 2000
                       ADD 1 TO MAT-INST-COUNT
                       MOVE MAT-TARGET TO MIT-TARGET (MAT-INST-COUNT)
                       MOVE MAT-ACCT-NUMBER
                           TO MIT-ACCT-NUMBER (MAT-INST-COUNT)
                       MOVE MAT-MATURITY-DATE
                           TO MIT-MATURITY-DATE (MAT-INST-COUNT)
                   END-IF
                   READ MAT-INST-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MAT-INST-FILE
           END-IF.

      *    ONLY THE RESETS STILL TO COME ARE KEPT FROM RATIDX; EVERY
      *    DESIGNATION IS KEPT, FOR BOTH MASTERS.
       LOAD-RATE-INDEX-TABLES.
           OPEN INPUT RATE-INDEX-FILE
           IF RATE-INDEX-STATUS = "00"
               PERFORM UNTIL RATE-INDEX-STATUS NOT = "00"
                   READ RATE-INDEX-FILE
                       AT END MOVE "10" TO RATE-INDEX-STATUS
                       NOT AT END
                           IF RIX-EFFECTIVE-DATE NUMERIC
                                   AND RIX-EFFECTIVE-DATE > RUN-DATE
                                   AND RATE-INDEX-COUNT < 200
                               ADD 1 TO RATE-INDEX-COUNT
                               MOVE RIX-INDEX-CODE TO
                                   RIT-INDEX-CODE (RATE-INDEX-COUNT)
                               MOVE RIX-EFFECTIVE-DATE TO
                                   RIT-EFFECTIVE-DATE
                                       (RATE-INDEX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-INDEX-FILE
           END-IF

           OPEN INPUT RATE-DESG-FILE
           IF RATE-DESG-STATUS = "00"
               PERFORM UNTIL RATE-DESG-STATUS NOT = "00"
                   READ RATE-DESG-FILE
                       AT END MOVE "10" TO RATE-DESG-STATUS
                       NOT AT END
                           IF RATE-DESG-COUNT < 500
                               ADD 1 TO RATE-DESG-COUNT
                               MOVE RDG-TARGET TO
                                   RDT-TARGET (RATE-DESG-COUNT)
                               MOVE RDG-ACCT-NUMBER TO
                                   RDT-ACCT-NUMBER (RATE-DESG-COUNT)
                               MOVE RDG-INDEX-CODE TO
                                   RDT-INDEX-CODE (RATE-DESG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-DESG-FILE
           END-IF.

      *    SIACCT HOLDS ONLY DEPOSITS.
       SCAN-SI-ACCOUNTS.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT SI-ACCT-FILE
           IF SI-ACCT-STATUS = "00"
               READ SI-ACCT-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF SIA-ACCOUNT-ACTIVE AND SIA-PRINCIPAL > 0
                       ADD 1 TO ACCOUNTS-READ
                       MOVE "SI" TO CUR-TARGET
                       MOVE SIA-ACCT-NUMBER TO CUR-ACCT-NUMBER
                       MOVE SIA-CURRENCY-CODE TO CUR-CURRENCY-CODE
                       MOVE SIA-PRINCIPAL TO CUR-AMOUNT
                       PERFORM PLACE-DEPOSIT
                   END-IF
                   READ SI-ACCT-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SI-ACCT-FILE
           END-IF.

       SCAN-CI-ACCOUNTS.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT CI-ACCT-FILE
           IF CI-ACCT-STATUS = "00"
               READ CI-ACCT-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF CIA-ACCOUNT-ACTIVE AND CIA-PRINCIPAL > 0
                       ADD 1 TO ACCOUNTS-READ
                       MOVE "CI" TO CUR-TARGET
                       MOVE CIA-ACCT-NUMBER TO CUR-ACCT-NUMBER
                       MOVE CIA-CURRENCY-CODE TO CUR-CURRENCY-CODE
                       MOVE CIA-PRINCIPAL TO CUR-AMOUNT
                       IF CIA-ACCOUNT-IS-LOAN
                           PERFORM PLACE-LOAN
                       ELSE
                           PERFORM PLACE-DEPOSIT
                       END-IF
                   END-IF
                   READ CI-ACCT-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CI-ACCT-FILE
           END-IF.

      *    A DEPOSIT SITS IN THE BAND OF ITS MATURITY OR ITS NEXT
      *    INDEX RESET, WHICHEVER COMES FIRST; WITH NEITHER (OR A
      *    MATURITY ALREADY PASSED) IT IS REPAYABLE ON DEMAND.
       PLACE-DEPOSIT.
           SET CUR-IS-DEPOSIT TO TRUE
           PERFORM FIND-ACCOUNT-MATURITY
           PERFORM FIND-ACCOUNT-RESET
           MOVE 0 TO CUR-DAYS-OUT
           IF ACCOUNT-HAS-MATURITY
               MOVE MATURITY-DAYS-OUT TO CUR-DAYS-OUT
           END-IF
           IF ACCOUNT-HAS-RESET
               IF NOT ACCOUNT-HAS-MATURITY
                       OR RESET-DAYS-OUT < CUR-DAYS-OUT
                   MOVE RESET-DAYS-OUT TO CUR-DAYS-OUT
               END-IF
           END-IF
           PERFORM ADD-TO-LADDER.

      *    A LOAN IS RUN DOWN ITS LEVEL-PAYMENT SCHEDULE FROM THE
      *    RUN DATE - EACH PAYMENT'S PRINCIPAL PART FALLS IN THE
      *    BAND OF ITS DUE DATE. AN INDEXED LOAN STOPS AT ITS NEXT
      *    RESET, WHERE ALL THE BALANCE STILL OUTSTANDING REPRICES.
       PLACE-LOAN.
           SET CUR-IS-LOAN TO TRUE
           PERFORM FIND-ACCOUNT-RESET
           MOVE CIA-PRINCIPAL TO P
           MOVE CIA-RATE TO R
           MOVE CIA-TIME TO T
           MOVE CIA-COMPOUND-FREQ TO FREQ
           IF FREQ = 0
               MOVE 1 TO FREQ
           END-IF
           IF T = 0
               MOVE 1 TO T
           END-IF
           IF R = 0
               COMPUTE TOTAL-PERIODS = T * FREQ
               COMPUTE LOAN-EMI ROUNDED = P / TOTAL-PERIODS
               MOVE 0 TO PERIOD-RATE
           ELSE
               PERFORM COMPUTE-LOAN-EMI
           END-IF

           MOVE CIA-PRINCIPAL TO LOAN-BALANCE
           MOVE 1 TO LOAN-PERIOD-NUMBER
           COMPUTE CUR-DAYS-OUT = LOAN-PERIOD-NUMBER * 365 / FREQ
           PERFORM UNTIL LOAN-PERIOD-NUMBER > TOTAL-PERIODS
                   OR LOAN-BALANCE = 0
                   OR (ACCOUNT-HAS-RESET
                       AND CUR-DAYS-OUT > RESET-DAYS-OUT)
               COMPUTE LOAN-PERIOD-INTEREST ROUNDED =
                   LOAN-BALANCE * PERIOD-RATE / 100
               IF LOAN-EMI > LOAN-PERIOD-INTEREST
                   COMPUTE LOAN-PERIOD-PRINCIPAL =
                       LOAN-EMI - LOAN-PERIOD-INTEREST
               ELSE
                   MOVE 0 TO LOAN-PERIOD-PRINCIPAL
               END-IF
      *    THE FINAL PAYMENT RETIRES WHATEVER BALANCE REMAINS SO
      *    ROUNDING NEVER LEAVES A RESIDUE ON THE LADDER.
               IF LOAN-PERIOD-PRINCIPAL > LOAN-BALANCE
                       OR LOAN-PERIOD-NUMBER = TOTAL-PERIODS
                   MOVE LOAN-BALANCE TO LOAN-PERIOD-PRINCIPAL
               END-IF
               SUBTRACT LOAN-PERIOD-PRINCIPAL FROM LOAN-BALANCE
               MOVE LOAN-PERIOD-PRINCIPAL TO CUR-AMOUNT
               PERFORM ADD-TO-LADDER
               ADD 1 TO LOAN-PERIOD-NUMBER
               COMPUTE CUR-DAYS-OUT =
                   LOAN-PERIOD-NUMBER * 365 / FREQ
           END-PERFORM

           IF LOAN-BALANCE > 0
               MOVE LOAN-BALANCE TO CUR-AMOUNT
               IF ACCOUNT-HAS-RESET
                   MOVE RESET-DAYS-OUT TO CUR-DAYS-OUT
               END-IF
               PERFORM ADD-TO-LADDER
           END-IF.

       FIND-ACCOUNT-MATURITY.
           MOVE "N" TO MATURITY-SWITCH
           MOVE 0 TO MATURITY-DAYS-OUT
           PERFORM VARYING MAT-INST-INDEX FROM 1 BY 1
                   UNTIL MAT-INST-INDEX > MAT-INST-COUNT
               IF MIT-TARGET (MAT-INST-INDEX) = CUR-TARGET
                       AND MIT-ACCT-NUMBER (MAT-INST-INDEX)
                           = CUR-ACCT-NUMBER
                   SET ACCOUNT-HAS-MATURITY TO TRUE
                   MOVE MIT-MATURITY-DATE (MAT-INST-INDEX)
                       TO SER-DATE
                   PERFORM COMPUTE-SERIAL-DAY
                   IF SER-DAY-NUMBER > RUN-DAY-NUMBER
                       COMPUTE MATURITY-DAYS-OUT =
                           SER-DAY-NUMBER - RUN-DAY-NUMBER
                   ELSE
                       MOVE 0 TO MATURITY-DAYS-OUT
                   END-IF
               END-IF
           END-PERFORM.

      *    THE EARLIEST ANNOUNCED RATIDX ROW FOR THE ACCOUNT'S INDEX.
      *    AN INDEXED ACCOUNT WITH NO RESET ANNOUNCED FOLLOWS ITS
      *    INDEX FROM DAY TO DAY, SO IT REPRICES OVERNIGHT.
       FIND-ACCOUNT-RESET.
           MOVE "N" TO RESET-SWITCH
           MOVE 0 TO RESET-DAYS-OUT
           PERFORM VARYING RATE-DESG-INDEX FROM 1 BY 1
                   UNTIL RATE-DESG-INDEX > RATE-DESG-COUNT
               IF RDT-TARGET (RATE-DESG-INDEX) = CUR-TARGET
                       AND RDT-ACCT-NUMBER (RATE-DESG-INDEX)
                           = CUR-ACCT-NUMBER
                   SET ACCOUNT-HAS-RESET TO TRUE
                   MOVE 99999999 TO NEXT-RESET-DATE
                   PERFORM VARYING RATE-INDEX-INDEX FROM 1 BY 1
                           UNTIL RATE-INDEX-INDEX > RATE-INDEX-COUNT
                       IF RIT-INDEX-CODE (RATE-INDEX-INDEX)
                               = RDT-INDEX-CODE (RATE-DESG-INDEX)
                               AND RIT-EFFECTIVE-DATE
                                   (RATE-INDEX-INDEX) < NEXT-RESET-DATE
                           MOVE RIT-EFFECTIVE-DATE (RATE-INDEX-INDEX)
                               TO NEXT-RESET-DATE
                       END-IF
                   END-PERFORM
                   IF NEXT-RESET-DATE NOT = 99999999
                       MOVE NEXT-RESET-DATE TO SER-DATE
                       PERFORM COMPUTE-SERIAL-DAY
                       COMPUTE RESET-DAYS-OUT =
                           SER-DAY-NUMBER - RUN-DAY-NUMBER
                   END-IF
               END-IF
           END-PERFORM.

      *    ADDS CUR-AMOUNT TO ITS CURRENCY'S BAND FOR CUR-DAYS-OUT,
      *    ON THE DEPOSIT OR THE LOAN SIDE.
       ADD-TO-LADDER.
           MOVE 0 TO LADDER-MATCH
           PERFORM VARYING LADDER-INDEX FROM 1 BY 1
                   UNTIL LADDER-INDEX > LADDER-COUNT
               IF LAD-CURRENCY-CODE (LADDER-INDEX) = CUR-CURRENCY-CODE
                   MOVE LADDER-INDEX TO LADDER-MATCH
               END-IF
           END-PERFORM
           IF LADDER-MATCH = 0 AND LADDER-COUNT < 50
               ADD 1 TO LADDER-COUNT
               MOVE LADDER-COUNT TO LADDER-MATCH
               INITIALIZE LADDER-ENTRY (LADDER-MATCH)
               MOVE CUR-CURRENCY-CODE
                   TO LAD-CURRENCY-CODE (LADDER-MATCH)
           END-IF

           IF LADDER-MATCH = 0
               ADD 1 TO EXCEPTION-COUNT
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "GAP-LADDER" TO EXC-PROGRAM-ID
               MOVE CUR-ACCT-NUMBER TO EXC-KEY-VALUE
               MOVE "GAP LADDER CURRENCY TABLE FULL" TO EXC-REASON
               MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
               MOVE RUN-DATE TO EXC-CYCLE-DATE
               WRITE EXC-LOG-RECORD
           ELSE
               MOVE 1 TO BAND-INDEX
               PERFORM UNTIL BAND-INDEX = 7
                       OR CUR-DAYS-OUT NOT > BDL-LAST-DAY (BAND-INDEX)
                   ADD 1 TO BAND-INDEX
               END-PERFORM
               IF CUR-IS-DEPOSIT
                   ADD CUR-AMOUNT
                       TO LAD-DEPOSITS (LADDER-MATCH, BAND-INDEX)
               ELSE
                   ADD CUR-AMOUNT
                       TO LAD-LOANS (LADDER-MATCH, BAND-INDEX)
               END-IF
               ADD 1 TO PLACED-COUNT
           END-IF.

      *    PER CURRENCY, ONE LINE PER BAND - DEPOSITS, LOANS, THE
      *    PERIOD GAP (LOANS LESS DEPOSITS: POSITIVE WHEN MORE
      *    ASSETS THAN LIABILITIES MATURE OR REPRICE IN THE BAND)
      *    AND THE GAP CUMULATED FROM OVERNIGHT.
       WRITE-GAP-LADDER.
           PERFORM VARYING LADDER-INDEX FROM 1 BY 1
                   UNTIL LADDER-INDEX > LADDER-COUNT
               MOVE SPACES TO GAP-RPT-RECORD
               WRITE GAP-RPT-RECORD
               MOVE SPACES TO GAP-RPT-RECORD
               STRING "CURRENCY " DELIMITED BY SIZE
                   LAD-CURRENCY-CODE (LADDER-INDEX) DELIMITED BY SIZE
                   INTO GAP-RPT-RECORD
               END-STRING
               WRITE GAP-RPT-RECORD
               MOVE "BAND              DEPOSITS          LOANS"
                   TO GAP-RPT-RECORD
               MOVE "PERIOD GAP     CUMULATIVE GAP"
                   TO GAP-RPT-RECORD (48:29)
               WRITE GAP-RPT-RECORD

               MOVE 0 TO CUMULATIVE-GAP
               MOVE 0 TO TOTAL-DEPOSITS
               MOVE 0 TO TOTAL-LOANS
               PERFORM VARYING BAND-INDEX FROM 1 BY 1
                       UNTIL BAND-INDEX > 7
                   COMPUTE PERIOD-GAP =
                       LAD-LOANS (LADDER-INDEX, BAND-INDEX)
                           - LAD-DEPOSITS (LADDER-INDEX, BAND-INDEX)
                   ADD PERIOD-GAP TO CUMULATIVE-GAP
                   ADD LAD-DEPOSITS (LADDER-INDEX, BAND-INDEX)
                       TO TOTAL-DEPOSITS
                   ADD LAD-LOANS (LADDER-INDEX, BAND-INDEX)
                       TO TOTAL-LOANS
                   MOVE LAD-DEPOSITS (LADDER-INDEX, BAND-INDEX)
                       TO EDITED-AMOUNT-1
                   MOVE LAD-LOANS (LADDER-INDEX, BAND-INDEX)
                       TO EDITED-AMOUNT-2
                   MOVE PERIOD-GAP TO EDITED-GAP-1
                   MOVE CUMULATIVE-GAP TO EDITED-GAP-2
                   MOVE SPACES TO GAP-RPT-RECORD
                   STRING BDN-NAME (BAND-INDEX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EDITED-AMOUNT-1 DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EDITED-AMOUNT-2 DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EDITED-GAP-1 DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EDITED-GAP-2 DELIMITED BY SIZE
                       INTO GAP-RPT-RECORD
                   END-STRING
                   WRITE GAP-RPT-RECORD
               END-PERFORM

               MOVE TOTAL-DEPOSITS TO EDITED-AMOUNT-1
               MOVE TOTAL-LOANS TO EDITED-AMOUNT-2
               MOVE SPACES TO GAP-RPT-RECORD
               STRING "TOTAL     " DELIMITED BY SIZE
                   EDITED-AMOUNT-1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EDITED-AMOUNT-2 DELIMITED BY SIZE
                   INTO GAP-RPT-RECORD
               END-STRING
               WRITE GAP-RPT-RECORD
           END-PERFORM.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO GAP-RPT-RECORD
           WRITE GAP-RPT-RECORD
           MOVE SPACES TO GAP-RPT-RECORD
           STRING "ACCOUNTS PLACED: " DELIMITED BY SIZE
               ACCOUNTS-READ DELIMITED BY SIZE
               "  LADDER ENTRIES: " DELIMITED BY SIZE
               PLACED-COUNT DELIMITED BY SIZE
               "  EXCEPTIONS: " DELIMITED BY SIZE
               EXCEPTION-COUNT DELIMITED BY SIZE
               INTO GAP-RPT-RECORD
           END-STRING
           WRITE GAP-RPT-RECORD.

      *    THE OPERATOR'S VERDICT ON THE RUN - ZERO FOR A CLEAN
      *    LADDER, FOUR WHEN A BALANCE COULD NOT BE PLACED.
       SET-COMPLETION-CODE.
           IF EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *    THE LEVEL PERIODIC PAYMENT FROM THE COMPOUND FACTOR -
      *    EMI = P * I * F / (F - 1) - EXACTLY AS COMPOUND-INTEREST
      *    PRICES ITS LOAN MODE.
       COMPUTE-LOAN-EMI.
           COMPUTE PERIOD-RATE = R / FREQ
           COMPUTE TOTAL-PERIODS = T * FREQ
           MOVE TOTAL-PERIODS TO POWER-EXPONENT
           PERFORM COMPUTE-COMPOUND-FACTOR
           COMPUTE LOAN-EMI ROUNDED =
               P * (PERIOD-RATE / 100) * COMPOUND-FACTOR
                   / (COMPOUND-FACTOR - 1).

      *    RAISES (1 + PERIOD-RATE / 100) TO THE POWER-EXPONENT BY
      *    REPEATED MULTIPLICATION, SINCE THE ** OPERATOR WITH A
      *    VARIABLE EXPONENT OF 1 DOES NOT EVALUATE RELIABLY ON THIS
      *    RUNTIME.
       COMPUTE-COMPOUND-FACTOR.
           MOVE 1 TO COMPOUND-FACTOR
           PERFORM VARYING POWER-INDEX FROM 1 BY 1
                   UNTIL POWER-INDEX > POWER-EXPONENT
               COMPUTE COMPOUND-FACTOR ROUNDED =
                   COMPOUND-FACTOR * (1 + PERIOD-RATE / 100)
           END-PERFORM.

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
           STRING "GAPRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT GAP-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ GAP-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE GAP-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ GAP-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE GAP-RPT-FILE
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
           MOVE "GAP-LADDER" TO CAT-PROGRAM-ID
           MOVE "GAPRPT" TO CAT-REPORT-NAME
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
           MOVE "GAP-LADDER" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE ACCOUNTS-READ TO AUD-RECORD-COUNT
           MOVE PLACED-COUNT TO AUD-OUTPUT-COUNT
           MOVE EXCEPTION-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "SIACCT CIACCT MATINST RATDESG" TO AUD-INPUT-SUMMARY
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
           MOVE "GAP-LADDER" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           MOVE EXCEPTION-COUNT TO ALQ-EXC-COUNT
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
