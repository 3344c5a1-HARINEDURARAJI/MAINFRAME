       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESERVE-REQMT.

      *    THE CENTRAL BANK RESERVE REQUIREMENT FOR ONE MAINTENANCE
      *    PERIOD, NAMED ON THE RSVCARD CONTROL CARD WITH THE ACTUAL
      *    RESERVE BALANCE HELD AND, OPTIONALLY, THE CURRENCY THE
      *    REQUIREMENT IS KEPT IN (BLANK TAKES EVERY CURRENCY).
      *
      *    EVERY DEPOSIT ON SIACCT AND CIACCT (CI LOANS ARE ASSETS
      *    AND ARE LEFT OUT) IS PUT IN A LIABILITY CLASS BY PRODUCT
      *    AND TENOR: DEMAND WHEN NO MATURITY INSTRUCTION IS PENDING
      *    ON MATINST, TERM UP TO ONE YEAR OR TERM OVER ONE YEAR BY
      *    ITS CONTRACT TERM WHEN ONE IS. EACH CLASS'S CLOSING
      *    BALANCE FOR EVERY CALENDAR DAY OF THE PERIOD IS WORKED
      *    BACK FROM TODAY'S MASTER BALANCES BY UNWINDING THE
      *    MOVEMENTS BALHIST RECORDS AFTER THAT DAY; A DAY WITH NO
      *    MOVEMENT CARRIES THE PREVIOUS CLOSE, AS THE REGULATOR'S
      *    CALENDAR-DAY AVERAGE REQUIRES. THE PERIOD AVERAGE OF EACH
      *    CLASS TIMES ITS RESERVE RATIO (PARAMETERS RSVSIDM, RSVSIST,
      *    RSVSILT, RSVCIDM, RSVCIST AND RSVCILT - A PERCENTAGE) IS
      *    THE CLASS REQUIREMENT. THEIR SUM IS SET AGAINST THE
      *    ACTUAL RESERVE FOR THE SURPLUS OR SHORTFALL. RSVRPT
      *    CARRIES THE DAY-BY-DAY WORKING SCHEDULE SO EVERY FIGURE
      *    CAN BE TRACED. NOTHING IS UPDATED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSV-CARD-FILE ASSIGN TO "RSVCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RSV-CARD-STATUS.
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
           SELECT BAL-HIST-FILE ASSIGN TO "BALHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BAL-HIST-STATUS.
           SELECT RSV-RPT-FILE ASSIGN TO "RSVRPT"
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
      *    THE MAINTENANCE PERIOD, THE RESERVE ACTUALLY HELD AT THE
      *    CENTRAL BANK OVER IT, AND THE CURRENCY IT IS KEPT IN.
       FD  RSV-CARD-FILE.
       01  RSV-CARD-RECORD.
           05  RSV-PERIOD-START       PIC 9(8).
           05  RSV-PERIOD-END         PIC 9(8).
           05  RSV-ACTUAL-RESERVE     PIC 9(11)V99.
           05  RSV-CURRENCY-CODE      PIC X(03).

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

      *    ONE PENDING MATURITY INSTRUCTION - THE DEPOSIT IS ON A
      *    FIXED TERM ENDING ON THE DATE GIVEN.
       FD  MAT-INST-FILE.
       01  MAT-INST-RECORD.
           05  MAT-TARGET             PIC X(2).
           05  MAT-ACCT-NUMBER        PIC X(10).
           05  MAT-MATURITY-DATE      PIC 9(8).
           05  MAT-DISPOSITION        PIC X(4).

       FD  BAL-HIST-FILE.
       01  BAL-HIST-RECORD.
           COPY BALHREC.

       FD  RSV-RPT-FILE.
       01  RSV-RPT-RECORD         PIC X(80).

      *    A DATED COPY OF RSV-RPT-FILE, WRITTEN AFTER THE REPORT IS
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
       01  RSV-CARD-STATUS        PIC XX.
       01  SI-ACCT-STATUS         PIC XX.
       01  CI-ACCT-STATUS         PIC XX.
       01  MAT-INST-STATUS        PIC XX.
       01  BAL-HIST-STATUS        PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-SCAN            VALUE "Y".
       01  CARD-SWITCH            PIC X VALUE "N".
           88  CARD-IS-VALID          VALUE "Y".
       01  CAPACITY-SWITCH        PIC X VALUE "N".
           88  CAPACITY-EXCEEDED      VALUE "Y".
       01  CARD-REASON            PIC X(40).

       01  ACCOUNTS-READ          PIC 9(7) VALUE 0.
       01  HISTORY-READ           PIC 9(7) VALUE 0.
       01  HISTORY-USED           PIC 9(7) VALUE 0.
       01  EXCEPTION-COUNT        PIC 9(7) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

       01  SERIAL-WORK-AREA.
           05  SER-DATE           PIC 9(8).
           05  SER-YYYY           PIC 9(4).
           05  SER-MM             PIC 9(2).
           05  SER-DD             PIC 9(2).
           05  SER-ADJ-YYYY       PIC 9(4).
           05  SER-ADJ-MM         PIC 9(2).
           05  SER-DAY-NUMBER     PIC 9(7).
       01  PERIOD-START-DAY       PIC 9(7).
       01  PERIOD-END-DAY         PIC 9(7).
       01  DAY-WORK-DATE          PIC 9(8).
       01  DWK-YYYY               PIC 9(4).
       01  DWK-MM                 PIC 9(2).
       01  DWK-DD                 PIC 9(2).
       01  DWK-MONTH-LENGTH       PIC 9(2).
       01  DWK-REMAINDER          PIC 9(4).
       01  DWK-QUOTIENT           PIC 9(4).

      *    THE SIX LIABILITY CLASSES - PRODUCT AND TENOR - WITH THE
      *    NAME EACH IS REPORTED UNDER AND THE PARAMETER CARRYING
      *    ITS RESERVE RATIO. CLASSES 1-3 ARE SI, 4-6 CI; WITHIN
      *    EACH, DEMAND, TERM UP TO ONE YEAR, TERM OVER ONE YEAR.
       01  CLASS-NAME-VALUES.
           05  FILLER             PIC X(18) VALUE "SI DEMAND".
           05  FILLER             PIC X(18) VALUE "SI TERM TO 1 YEAR".
           05  FILLER             PIC X(18) VALUE "SI TERM OVER 1 YR".
           05  FILLER             PIC X(18) VALUE "CI DEMAND".
           05  FILLER             PIC X(18) VALUE "CI TERM TO 1 YEAR".
           05  FILLER             PIC X(18) VALUE "CI TERM OVER 1 YR".
       01  CLASS-NAME-TABLE REDEFINES CLASS-NAME-VALUES.
           05  CLN-NAME           PIC X(18) OCCURS 6 TIMES.
       01  CLASS-PARM-VALUES.
           05  FILLER             PIC X(10) VALUE "RSVSIDM".
           05  FILLER             PIC X(10) VALUE "RSVSIST".
           05  FILLER             PIC X(10) VALUE "RSVSILT".
           05  FILLER             PIC X(10) VALUE "RSVCIDM".
           05  FILLER             PIC X(10) VALUE "RSVCIST".
           05  FILLER             PIC X(10) VALUE "RSVCILT".
       01  CLASS-PARM-TABLE REDEFINES CLASS-PARM-VALUES.
           05  CLP-PARM-NAME      PIC X(10) OCCURS 6 TIMES.
       01  CLASS-INDEX            PIC 9.

      *    PER CLASS - THE RATIO, TODAY'S BALANCE, THE NET MOVEMENT
      *    POSTED SINCE THE PERIOD ENDED, THE PERIOD AVERAGE AND THE
      *    REQUIREMENT IT GIVES.
       01  CLASS-TABLE.
           05  CLASS-ENTRY OCCURS 6 TIMES.
               10  CLS-RATIO              PIC 9(3)V99.
               10  CLS-RATIO-SWITCH       PIC X.
                   88  CLS-RATIO-FOUND        VALUE "Y".
               10  CLS-CURRENT-BALANCE    PIC S9(11)V99.
               10  CLS-AFTER-MOVEMENT     PIC S9(11)V99.
               10  CLS-DAILY-SUM          PIC S9(13)V99.
               10  CLS-AVERAGE            PIC S9(11)V99.
               10  CLS-REQUIRED           PIC S9(11)V99.
       01  VALUE-RATE-AREA.
           05  VALUE-RATE-X       PIC X(5).
           05  VALUE-RATE REDEFINES VALUE-RATE-X
                                  PIC 9(3)V99.

      *    PER CALENDAR DAY OF THE PERIOD AND CLASS - THE NET
      *    MOVEMENT POSTED THAT DAY AND THE CLOSING BALANCE WORKED
      *    BACK FROM IT. A PERIOD RUNS AT MOST 62 DAYS.
       01  PERIOD-DAYS            PIC 9(3) VALUE 0.
       01  DAY-TABLE.
           05  DAY-ENTRY OCCURS 62 TIMES.
               10  DAY-DATE               PIC 9(8).
               10  DAY-CLASS OCCURS 6 TIMES.
                   15  DAY-MOVEMENT           PIC S9(11)V99.
                   15  DAY-CLOSE              PIC S9(11)V99.
       01  DAY-INDEX              PIC 9(3).
       01  NEGATIVE-SWITCH        PIC X.
           88  CLOSE-WENT-NEGATIVE    VALUE "Y".

      *    EVERY DEPOSIT ACCOUNT COUNTED, WITH ITS CLASS, SO EACH
      *    BALHIST MOVEMENT CAN BE LAID AGAINST THE RIGHT CLASS.
       01  ACCT-COUNT             PIC 9(5) VALUE 0.
       01  ACCT-TABLE.
           05  ACCT-ENTRY OCCURS 1 TO 9000 TIMES
                   DEPENDING ON ACCT-COUNT.
               10  ACT-PRODUCT            PIC X(02).
               10  ACT-ACCT-NUMBER        PIC X(10).
               10  ACT-CLASS              PIC 9.
       01  ACCT-INDEX             PIC 9(5).
       01  ACCT-MATCH             PIC 9(5).

      *    THE PENDING MATURITY INSTRUCTIONS, BY MASTER AND ACCOUNT.
       01  MAT-INST-COUNT         PIC 9(4) VALUE 0.
       01  MAT-INST-TABLE.
           05  MAT-INST-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON MAT-INST-COUNT.
               10  MIT-TARGET         PIC X(2).
               10  MIT-ACCT-NUMBER    PIC X(10).
       01  MAT-INST-INDEX         PIC 9(4).

      *    THE ACCOUNT BEING CLASSED.
       01  CUR-PRODUCT            PIC X(02).
       01  CUR-ACCT-NUMBER        PIC X(10).
       01  CUR-TIME               PIC 9(3).
       01  CUR-BALANCE            PIC 9(5)V99.
       01  CUR-CLASS              PIC 9.
       01  MOVEMENT-AMOUNT        PIC S9(7)V99.

       01  TOTAL-REQUIRED         PIC S9(11)V99 VALUE 0.
       01  RESERVE-DIFFERENCE     PIC S9(11)V99 VALUE 0.
       01  SHORTFALL-SWITCH       PIC X VALUE "N".
           88  RESERVE-SHORT          VALUE "Y".
       01  EDITED-AMOUNT-1        PIC -(10)9.99.
       01  EDITED-AMOUNT-2        PIC -(10)9.99.
       01  EDITED-AMOUNT-3        PIC -(10)9.99.
       01  EDITED-AMOUNT-4        PIC -(10)9.99.
       01  EDITED-RATIO           PIC ZZ9.99.

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

           PERFORM RUN-RESERVE-REQMT.

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

       RUN-RESERVE-REQMT.
           ACCEPT BATCH-START-TIME FROM TIME

           OPEN OUTPUT RSV-RPT-FILE
           PERFORM OPEN-EXCEPTION-LOG

           MOVE SPACES TO RSV-RPT-RECORD
           STRING "RESERVE REQUIREMENT COMPUTATION  RUN DATE: "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO RSV-RPT-RECORD
           END-STRING
           WRITE RSV-RPT-RECORD

           PERFORM READ-RESERVE-CARD
           IF CARD-IS-VALID
               INITIALIZE DAY-TABLE
               PERFORM LOAD-RESERVE-RATIOS
               PERFORM LOAD-MATURITY-INSTRUCTIONS
               PERFORM SCAN-SI-ACCOUNTS
               PERFORM SCAN-CI-ACCOUNTS
               PERFORM APPLY-BALANCE-HISTORY
               PERFORM BUILD-DAILY-CLOSES
               PERFORM WRITE-WORKING-SCHEDULE
               PERFORM COMPUTE-REQUIREMENT
               PERFORM WRITE-REQUIREMENT-SUMMARY
           ELSE
               ADD 1 TO EXCEPTION-COUNT
               MOVE SPACES TO RSV-RPT-RECORD
               STRING "RSVCARD REFUSED - " DELIMITED BY SIZE
                   CARD-REASON DELIMITED BY SIZE
                   INTO RSV-RPT-RECORD
               END-STRING
               WRITE RSV-RPT-RECORD
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "RESERVE-REQMT" TO EXC-PROGRAM-ID
               MOVE "RSVCARD" TO EXC-KEY-VALUE
               MOVE CARD-REASON TO EXC-REASON
               MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
               MOVE RUN-DATE TO EXC-CYCLE-DATE
               WRITE EXC-LOG-RECORD
           END-IF

           PERFORM RAISE-EXCEPTION-ALERT

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE RSV-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

      *    THE PERIOD MUST BE TWO VALID DATES IN ORDER, ENDED BY
      *    TODAY, AND NO LONGER THAN THE 62 DAYS THE SCHEDULE HOLDS;
      *    THE ACTUAL RESERVE MUST BE NUMERIC.
       READ-RESERVE-CARD.
           MOVE SPACES TO CARD-REASON
           OPEN INPUT RSV-CARD-FILE
           IF RSV-CARD-STATUS NOT = "00"
               MOVE "NO RSVCARD SUPPLIED" TO CARD-REASON
           ELSE
               READ RSV-CARD-FILE
                   AT END MOVE "RSVCARD IS EMPTY" TO CARD-REASON
               END-READ
               CLOSE RSV-CARD-FILE
           END-IF

           IF CARD-REASON = SPACES
               EVALUATE TRUE
                   WHEN RSV-PERIOD-START NOT NUMERIC
                           OR RSV-PERIOD-END NOT NUMERIC
                       MOVE "PERIOD DATES NOT NUMERIC" TO CARD-REASON
                   WHEN RSV-PERIOD-END < RSV-PERIOD-START
                       MOVE "PERIOD ENDS BEFORE IT STARTS"
                           TO CARD-REASON
                   WHEN RSV-PERIOD-END > RUN-DATE
                       MOVE "PERIOD HAS NOT ENDED" TO CARD-REASON
                   WHEN RSV-ACTUAL-RESERVE NOT NUMERIC
                       MOVE "ACTUAL RESERVE NOT NUMERIC"
                           TO CARD-REASON
               END-EVALUATE
           END-IF

           IF CARD-REASON = SPACES
               MOVE RSV-PERIOD-START TO SER-DATE
               PERFORM COMPUTE-SERIAL-DAY
               MOVE SER-DAY-NUMBER TO PERIOD-START-DAY
               MOVE RSV-PERIOD-END TO SER-DATE
               PERFORM COMPUTE-SERIAL-DAY
               MOVE SER-DAY-NUMBER TO PERIOD-END-DAY
               IF PERIOD-END-DAY - PERIOD-START-DAY > 61
                   MOVE "PERIOD LONGER THAN 62 DAYS" TO CARD-REASON
               ELSE
                   COMPUTE PERIOD-DAYS =
                       PERIOD-END-DAY - PERIOD-START-DAY + 1
                   SET CARD-IS-VALID TO TRUE
               END-IF
           END-IF

           IF CARD-IS-VALID
               MOVE SPACES TO RSV-RPT-RECORD
               MOVE RSV-ACTUAL-RESERVE TO EDITED-AMOUNT-1
               STRING "MAINTENANCE PERIOD " DELIMITED BY SIZE
                   RSV-PERIOD-START DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   RSV-PERIOD-END DELIMITED BY SIZE
                   "  CURRENCY: " DELIMITED BY SIZE
                   RSV-CURRENCY-CODE DELIMITED BY SIZE
                   "  DAYS: " DELIMITED BY SIZE
                   PERIOD-DAYS DELIMITED BY SIZE
                   INTO RSV-RPT-RECORD
               END-STRING
               WRITE RSV-RPT-RECORD
           END-IF.

      *    ONE RATIO PER CLASS FROM THE CENTRAL PARAMETER LIBRARY,
      *    AS IT STOOD AT THE END OF THE PERIOD. A CLASS WITH NO
      *    RATIO ON FILE CARRIES NONE AND IS REPORTED, SINCE THE
      *    REQUIREMENT WOULD OTHERWISE BE SILENTLY UNDERSTATED.
       LOAD-RESERVE-RATIOS.
           PERFORM VARYING CLASS-INDEX FROM 1 BY 1
                   UNTIL CLASS-INDEX > 6
               INITIALIZE CLASS-ENTRY (CLASS-INDEX)
               MOVE "N" TO CLS-RATIO-SWITCH (CLASS-INDEX)
               MOVE SPACES TO PARM-LIBRARY-AREA
               MOVE "RESERVE-REQMT" TO PLQ-PROGRAM-ID
               MOVE CLP-PARM-NAME (CLASS-INDEX) TO PLQ-PARM-NAME
               MOVE RSV-PERIOD-END TO PLQ-AS-OF-DATE
               CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
               IF PLQ-PARM-FOUND
                   MOVE PLQ-PARM-VALUE (6:5) TO VALUE-RATE-X
                   IF VALUE-RATE-X NUMERIC
                       MOVE VALUE-RATE TO CLS-RATIO (CLASS-INDEX)
                       SET CLS-RATIO-FOUND (CLASS-INDEX) TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-MATURITY-INSTRUCTIONS.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT MAT-INST-FILE
           IF MAT-INST-STATUS = "00"
               READ MAT-INST-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF MAT-INST-COUNT < 2000
                       ADD 1 TO MAT-INST-COUNT
                       MOVE MAT-TARGET TO MIT-TARGET (MAT-INST-COUNT)
                       MOVE MAT-ACCT-NUMBER
                           TO MIT-ACCT-NUMBER (MAT-INST-COUNT)
                   ELSE
                       SET CAPACITY-EXCEEDED TO TRUE
                   END-IF
                   READ MAT-INST-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MAT-INST-FILE
           END-IF.

      *    EVERY SI ACCOUNT IS A DEPOSIT. CLOSED ACCOUNTS ARE KEPT
      *    TOO - ONE CLOSED DURING THE PERIOD STILL HELD MONEY ON
      *    THE DAYS BEFORE.
       SCAN-SI-ACCOUNTS.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT SI-ACCT-FILE
           IF SI-ACCT-STATUS = "00"
               READ SI-ACCT-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF RSV-CURRENCY-CODE = SPACES
                           OR SIA-CURRENCY-CODE = RSV-CURRENCY-CODE
                       MOVE "SI" TO CUR-PRODUCT
                       MOVE SIA-ACCT-NUMBER TO CUR-ACCT-NUMBER
                       MOVE SIA-TIME TO CUR-TIME
                       MOVE SIA-PRINCIPAL TO CUR-BALANCE
                       PERFORM CLASS-ONE-ACCOUNT
                   END-IF
                   READ SI-ACCT-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SI-ACCT-FILE
           END-IF.

      *    CI LOANS ARE ASSETS AND CARRY NO RESERVE.
       SCAN-CI-ACCOUNTS.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT CI-ACCT-FILE
           IF CI-ACCT-STATUS = "00"
               READ CI-ACCT-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF NOT CIA-ACCOUNT-IS-LOAN
                           AND (RSV-CURRENCY-CODE = SPACES
                           OR CIA-CURRENCY-CODE = RSV-CURRENCY-CODE)
                       MOVE "CI" TO CUR-PRODUCT
                       MOVE CIA-ACCT-NUMBER TO CUR-ACCT-NUMBER
                       MOVE CIA-TIME TO CUR-TIME
                       MOVE CIA-PRINCIPAL TO CUR-BALANCE
                       PERFORM CLASS-ONE-ACCOUNT
                   END-IF
                   READ CI-ACCT-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CI-ACCT-FILE
           END-IF.

      *    DEMAND WITHOUT A PENDING MATURITY, OTHERWISE BY THE
      *    CONTRACT TERM IN YEARS.
       CLASS-ONE-ACCOUNT.
           ADD 1 TO ACCOUNTS-READ
           IF CUR-PRODUCT = "SI"
               MOVE 1 TO CUR-CLASS
           ELSE
               MOVE 4 TO CUR-CLASS
           END-IF
           PERFORM VARYING MAT-INST-INDEX FROM 1 BY 1
                   UNTIL MAT-INST-INDEX > MAT-INST-COUNT
               IF MIT-TARGET (MAT-INST-INDEX) = CUR-PRODUCT
                       AND MIT-ACCT-NUMBER (MAT-INST-INDEX)
                           = CUR-ACCT-NUMBER
                   IF CUR-TIME > 1
                       IF CUR-PRODUCT = "SI"
                           MOVE 3 TO CUR-CLASS
                       ELSE
                           MOVE 6 TO CUR-CLASS
                       END-IF
                   ELSE
                       IF CUR-PRODUCT = "SI"
                           MOVE 2 TO CUR-CLASS
                       ELSE
                           MOVE 5 TO CUR-CLASS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF ACCT-COUNT < 9000
               ADD 1 TO ACCT-COUNT
               MOVE CUR-PRODUCT TO ACT-PRODUCT (ACCT-COUNT)
               MOVE CUR-ACCT-NUMBER TO ACT-ACCT-NUMBER (ACCT-COUNT)
               MOVE CUR-CLASS TO ACT-CLASS (ACCT-COUNT)
               ADD CUR-BALANCE TO CLS-CURRENT-BALANCE (CUR-CLASS)
           ELSE
               SET CAPACITY-EXCEEDED TO TRUE
           END-IF.

      *    EVERY MOVEMENT ON A COUNTED ACCOUNT POSTED ON OR AFTER
      *    THE FIRST DAY OF THE PERIOD - INSIDE THE PERIOD AGAINST
      *    ITS DAY, AFTER IT AGAINST THE CLASS AS A WHOLE.
       APPLY-BALANCE-HISTORY.
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT BAL-HIST-FILE
           IF BAL-HIST-STATUS = "00"
               READ BAL-HIST-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   ADD 1 TO HISTORY-READ
                   IF BHR-POST-DATE NUMERIC
                           AND BHR-POST-DATE NOT < RSV-PERIOD-START
                       PERFORM APPLY-ONE-MOVEMENT
                   END-IF
                   READ BAL-HIST-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BAL-HIST-FILE
           END-IF.

       APPLY-ONE-MOVEMENT.
           MOVE 0 TO ACCT-MATCH
           PERFORM VARYING ACCT-INDEX FROM 1 BY 1
                   UNTIL ACCT-INDEX > ACCT-COUNT
                       OR ACCT-MATCH > 0
               IF ACT-PRODUCT (ACCT-INDEX) = BHR-PRODUCT
                       AND ACT-ACCT-NUMBER (ACCT-INDEX)
                           = BHR-ACCT-NUMBER
                   MOVE ACCT-INDEX TO ACCT-MATCH
               END-IF
           END-PERFORM

           IF ACCT-MATCH > 0
               ADD 1 TO HISTORY-USED
               MOVE ACT-CLASS (ACCT-MATCH) TO CUR-CLASS
               COMPUTE MOVEMENT-AMOUNT =
                   BHR-NEW-BALANCE - BHR-PRIOR-BALANCE
               IF BHR-POST-DATE > RSV-PERIOD-END
                   ADD MOVEMENT-AMOUNT
                       TO CLS-AFTER-MOVEMENT (CUR-CLASS)
               ELSE
                   MOVE BHR-POST-DATE TO SER-DATE
                   PERFORM COMPUTE-SERIAL-DAY
                   COMPUTE DAY-INDEX =
                       SER-DAY-NUMBER - PERIOD-START-DAY + 1
                   ADD MOVEMENT-AMOUNT
                       TO DAY-MOVEMENT (DAY-INDEX, CUR-CLASS)
               END-IF
           END-IF.

      *    THE LAST DAY CLOSES AT TODAY'S BALANCE LESS EVERYTHING
      *    POSTED SINCE; EACH EARLIER DAY CLOSES AT THE NEXT DAY'S
      *    CLOSE LESS THE NEXT DAY'S MOVEMENT. A CLOSE THAT COMES
      *    OUT BELOW ZERO MEANS A MOVEMENT REACHED THE MASTERS
      *    WITHOUT BALHIST, AND IS REPORTED.
       BUILD-DAILY-CLOSES.
           MOVE RSV-PERIOD-START TO DAY-WORK-DATE
           PERFORM VARYING DAY-INDEX FROM 1 BY 1
                   UNTIL DAY-INDEX > PERIOD-DAYS
               MOVE DAY-WORK-DATE TO DAY-DATE (DAY-INDEX)
               PERFORM STEP-TO-NEXT-DAY
           END-PERFORM

           PERFORM VARYING CLASS-INDEX FROM 1 BY 1
                   UNTIL CLASS-INDEX > 6
               MOVE "N" TO NEGATIVE-SWITCH
               COMPUTE DAY-CLOSE (PERIOD-DAYS, CLASS-INDEX) =
                   CLS-CURRENT-BALANCE (CLASS-INDEX)
                       - CLS-AFTER-MOVEMENT (CLASS-INDEX)
               PERFORM VARYING DAY-INDEX FROM PERIOD-DAYS BY -1
                       UNTIL DAY-INDEX < 2
                   COMPUTE DAY-CLOSE (DAY-INDEX - 1, CLASS-INDEX) =
                       DAY-CLOSE (DAY-INDEX, CLASS-INDEX)
                           - DAY-MOVEMENT (DAY-INDEX, CLASS-INDEX)
               END-PERFORM
               PERFORM VARYING DAY-INDEX FROM 1 BY 1
                       UNTIL DAY-INDEX > PERIOD-DAYS
                   IF DAY-CLOSE (DAY-INDEX, CLASS-INDEX) < 0
                       SET CLOSE-WENT-NEGATIVE TO TRUE
                   END-IF
                   ADD DAY-CLOSE (DAY-INDEX, CLASS-INDEX)
                       TO CLS-DAILY-SUM (CLASS-INDEX)
               END-PERFORM
               IF CLOSE-WENT-NEGATIVE
                   ADD 1 TO EXCEPTION-COUNT
                   MOVE SPACES TO EXC-LOG-RECORD
                   MOVE "RESERVE-REQMT" TO EXC-PROGRAM-ID
                   MOVE CLN-NAME (CLASS-INDEX) TO EXC-KEY-VALUE
                   MOVE "WORKED-BACK CLOSE BELOW ZERO" TO EXC-REASON
                   MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
                   MOVE RUN-DATE TO EXC-CYCLE-DATE
                   WRITE EXC-LOG-RECORD
               END-IF
           END-PERFORM.

      *    TWO LINES A DAY, SI THEN CI - THE CLOSE OF EACH TENOR
      *    CLASS AND THE PRODUCT TOTAL - SO THE AVERAGES BELOW CAN
      *    BE ADDED UP BY HAND.
       WRITE-WORKING-SCHEDULE.
           MOVE SPACES TO RSV-RPT-RECORD
           WRITE RSV-RPT-RECORD
           MOVE "DATE     PR        DEMAND    TERM TO 1Y  TERM OVER 1Y"
               TO RSV-RPT-RECORD
           MOVE "         TOTAL" TO RSV-RPT-RECORD (57:14)
           WRITE RSV-RPT-RECORD

           PERFORM VARYING DAY-INDEX FROM 1 BY 1
                   UNTIL DAY-INDEX > PERIOD-DAYS
               MOVE 1 TO CLASS-INDEX
               PERFORM WRITE-SCHEDULE-LINE
               MOVE 4 TO CLASS-INDEX
               PERFORM WRITE-SCHEDULE-LINE
           END-PERFORM.

      *    ONE PRODUCT'S THREE CLASSES FOR ONE DAY, STARTING AT
      *    CLASS-INDEX.
       WRITE-SCHEDULE-LINE.
           MOVE DAY-CLOSE (DAY-INDEX, CLASS-INDEX) TO EDITED-AMOUNT-1
           MOVE DAY-CLOSE (DAY-INDEX, CLASS-INDEX + 1)
               TO EDITED-AMOUNT-2
           MOVE DAY-CLOSE (DAY-INDEX, CLASS-INDEX + 2)
               TO EDITED-AMOUNT-3
           COMPUTE EDITED-AMOUNT-4 =
               DAY-CLOSE (DAY-INDEX, CLASS-INDEX)
                   + DAY-CLOSE (DAY-INDEX, CLASS-INDEX + 1)
                   + DAY-CLOSE (DAY-INDEX, CLASS-INDEX + 2)
           MOVE SPACES TO RSV-RPT-RECORD
           STRING DAY-DATE (DAY-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CLN-NAME (CLASS-INDEX) (1:2) DELIMITED BY SIZE
               EDITED-AMOUNT-1 DELIMITED BY SIZE
               EDITED-AMOUNT-2 DELIMITED BY SIZE
               EDITED-AMOUNT-3 DELIMITED BY SIZE
               EDITED-AMOUNT-4 DELIMITED BY SIZE
               INTO RSV-RPT-RECORD
           END-STRING
           WRITE RSV-RPT-RECORD.

      *    AVERAGE OVER THE CALENDAR DAYS, TIMES THE CLASS RATIO.
       COMPUTE-REQUIREMENT.
           MOVE 0 TO TOTAL-REQUIRED
           PERFORM VARYING CLASS-INDEX FROM 1 BY 1
                   UNTIL CLASS-INDEX > 6
               COMPUTE CLS-AVERAGE (CLASS-INDEX) ROUNDED =
                   CLS-DAILY-SUM (CLASS-INDEX) / PERIOD-DAYS
               COMPUTE CLS-REQUIRED (CLASS-INDEX) ROUNDED =
                   CLS-AVERAGE (CLASS-INDEX)
                       * CLS-RATIO (CLASS-INDEX) / 100
               ADD CLS-REQUIRED (CLASS-INDEX) TO TOTAL-REQUIRED
               IF NOT CLS-RATIO-FOUND (CLASS-INDEX)
                       AND CLS-AVERAGE (CLASS-INDEX) NOT = 0
                   ADD 1 TO EXCEPTION-COUNT
                   MOVE SPACES TO EXC-LOG-RECORD
                   MOVE "RESERVE-REQMT" TO EXC-PROGRAM-ID
                   MOVE CLP-PARM-NAME (CLASS-INDEX) TO EXC-KEY-VALUE
                   MOVE "NO RESERVE RATIO ON PARAMETER LIBRARY"
                       TO EXC-REASON
                   MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
                   MOVE RUN-DATE TO EXC-CYCLE-DATE
                   WRITE EXC-LOG-RECORD
               END-IF
           END-PERFORM

           COMPUTE RESERVE-DIFFERENCE =
               RSV-ACTUAL-RESERVE - TOTAL-REQUIRED
           IF RESERVE-DIFFERENCE < 0
               SET RESERVE-SHORT TO TRUE
               ADD 1 TO EXCEPTION-COUNT
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "RESERVE-REQMT" TO EXC-PROGRAM-ID
               MOVE RSV-PERIOD-END TO EXC-KEY-VALUE
               MOVE "RESERVE SHORTFALL FOR MAINTENANCE PERIOD"
                   TO EXC-REASON
               MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
               MOVE RUN-DATE TO EXC-CYCLE-DATE
               WRITE EXC-LOG-RECORD
           END-IF.

       WRITE-REQUIREMENT-SUMMARY.
           MOVE SPACES TO RSV-RPT-RECORD
           WRITE RSV-RPT-RECORD
           MOVE "LIABILITY CLASS       AVERAGE BALANCE  RATIO %"
               TO RSV-RPT-RECORD
           MOVE "REQUIRED RESERVE" TO RSV-RPT-RECORD (44:16)
           WRITE RSV-RPT-RECORD

           PERFORM VARYING CLASS-INDEX FROM 1 BY 1
                   UNTIL CLASS-INDEX > 6
               MOVE CLS-AVERAGE (CLASS-INDEX) TO EDITED-AMOUNT-1
               MOVE CLS-RATIO (CLASS-INDEX) TO EDITED-RATIO
               MOVE CLS-REQUIRED (CLASS-INDEX) TO EDITED-AMOUNT-2
               MOVE SPACES TO RSV-RPT-RECORD
               STRING CLN-NAME (CLASS-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EDITED-AMOUNT-1 DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   EDITED-RATIO DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   EDITED-AMOUNT-2 DELIMITED BY SIZE
                   INTO RSV-RPT-RECORD
               END-STRING
               IF NOT CLS-RATIO-FOUND (CLASS-INDEX)
                   MOVE "NO RATIO" TO RSV-RPT-RECORD (72:8)
               END-IF
               WRITE RSV-RPT-RECORD
           END-PERFORM

           MOVE ALL "-" TO RSV-RPT-RECORD
           WRITE RSV-RPT-RECORD
           MOVE TOTAL-REQUIRED TO EDITED-AMOUNT-1
           MOVE SPACES TO RSV-RPT-RECORD
           STRING "TOTAL REQUIRED RESERVE:    " DELIMITED BY SIZE
               EDITED-AMOUNT-1 DELIMITED BY SIZE
               INTO RSV-RPT-RECORD
           END-STRING
           WRITE RSV-RPT-RECORD
           MOVE RSV-ACTUAL-RESERVE TO EDITED-AMOUNT-1
           MOVE SPACES TO RSV-RPT-RECORD
           STRING "ACTUAL RESERVE HELD:       " DELIMITED BY SIZE
               EDITED-AMOUNT-1 DELIMITED BY SIZE
               INTO RSV-RPT-RECORD
           END-STRING
           WRITE RSV-RPT-RECORD
           MOVE RESERVE-DIFFERENCE TO EDITED-AMOUNT-1
           MOVE SPACES TO RSV-RPT-RECORD
           IF RESERVE-SHORT
               STRING "SHORTFALL:                 " DELIMITED BY SIZE
                   EDITED-AMOUNT-1 DELIMITED BY SIZE
                   INTO RSV-RPT-RECORD
               END-STRING
           ELSE
               STRING "SURPLUS:                   " DELIMITED BY SIZE
                   EDITED-AMOUNT-1 DELIMITED BY SIZE
                   INTO RSV-RPT-RECORD
               END-STRING
           END-IF
           WRITE RSV-RPT-RECORD

           MOVE SPACES TO RSV-RPT-RECORD
           WRITE RSV-RPT-RECORD
           MOVE SPACES TO RSV-RPT-RECORD
           STRING "ACCOUNTS COUNTED: " DELIMITED BY SIZE
               ACCOUNTS-READ DELIMITED BY SIZE
               "  MOVEMENTS UNWOUND: " DELIMITED BY SIZE
               HISTORY-USED DELIMITED BY SIZE
               "  EXCEPTIONS: " DELIMITED BY SIZE
               EXCEPTION-COUNT DELIMITED BY SIZE
               INTO RSV-RPT-RECORD
           END-STRING
           WRITE RSV-RPT-RECORD

           IF CAPACITY-EXCEEDED
               MOVE "TABLE CAPACITY EXCEEDED - FIGURES INCOMPLETE"
                   TO RSV-RPT-RECORD
               WRITE RSV-RPT-RECORD
           END-IF.

      *    THE OPERATOR'S VERDICT ON THE RUN - ZERO WHEN THE RESERVE
      *    COVERS THE REQUIREMENT, FOUR WHEN A FIGURE IS IN DOUBT,
      *    EIGHT FOR A SHORTFALL OR AN INCOMPLETE COMPUTATION,
      *    TWELVE WHEN THE CARD WAS REFUSED AND NOTHING WAS DONE.
       SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN NOT CARD-IS-VALID
                   MOVE 12 TO RETURN-CODE
               WHEN RESERVE-SHORT OR CAPACITY-EXCEEDED
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

      *    THE CALENDAR DAY AFTER DAY-WORK-DATE, MONTH LENGTHS AND
      *    THE LEAP-YEAR RULE RESPECTED.
       STEP-TO-NEXT-DAY.
           MOVE DAY-WORK-DATE (1:4) TO DWK-YYYY
           MOVE DAY-WORK-DATE (5:2) TO DWK-MM
           MOVE DAY-WORK-DATE (7:2) TO DWK-DD
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
           END-IF
           COMPUTE DAY-WORK-DATE =
               DWK-YYYY * 10000 + DWK-MM * 100 + DWK-DD.

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

      *    COPIES THE JUST-CLOSED OUTPUT REPORT TO A DATED ARCHIVE
      *    FILE NAMED FOR TODAY'S RUN AND CATALOGS IT.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "RSVRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT RSV-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ RSV-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE RSV-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ RSV-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE RSV-RPT-FILE
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
           MOVE "RESERVE-REQMT" TO CAT-PROGRAM-ID
           MOVE "RSVRPT" TO CAT-REPORT-NAME
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
           MOVE "RESERVE-REQMT" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE ACCOUNTS-READ TO AUD-RECORD-COUNT
           MOVE HISTORY-USED TO AUD-OUTPUT-COUNT
           MOVE EXCEPTION-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "RSVCARD SIACCT CIACCT BALHIST" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

      *    HANDS THE RUN'S EXCEPTION COUNT TO THE SHARED ALERT
      *    WRITER - NOTHING FOR A CLEAN RUN, WARN OR CRITICAL PER
      *    THE CONFIGURED THRESHOLD.
       RAISE-EXCEPTION-ALERT.
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-EXCCOUNT TO TRUE
           MOVE "RESERVE-REQMT" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           MOVE EXCEPTION-COUNT TO ALQ-EXC-COUNT
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
