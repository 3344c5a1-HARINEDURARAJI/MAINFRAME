       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGIN-REPORT.

      *    THE MONTHLY NET INTEREST INCOME AND MARGIN REPORT FOR THE
      *    MANAGEMENT COMMITTEE - WHAT EACH BRANCH AND PRODUCT
      *    ACTUALLY EARNS. FOR THE MONTH OF THE BUSINESS DATE, WITH
      *    THE PRIOR MONTH ALONGSIDE, EACH BRANCH / PRODUCT LINE
      *    SHOWS:
      *      - THE AVERAGE BALANCE OF ITS ACCOUNTS, BUILT FROM
      *        BALHIST THE WAY THE INTEREST RUNS BUILD AN AVERAGE
      *        DAILY BALANCE (AN ACCOUNT THAT DID NOT MOVE IN THE
      *        MONTH AVERAGES TO ITS BALANCE AT THE TIME);
      *      - INTEREST INCOME - DEBIT INTEREST ON OVERDRAFTS FROM
      *        INTLEDG, AND ONE MONTH'S CONTRACT INTEREST ON EACH
      *        LOAN'S AVERAGE BALANCE (LOANS ARE QUOTED, NOT POSTED,
      *        SO THIS IS THE ONE FIGURE NOT ON THE LEDGER OR THE
      *        JOURNAL AND IS SHOWN AS A RECONCILING ITEM);
      *      - INTEREST EXPENSE - POSTINGS, CAPITALIZATIONS AND
      *        BACK-VALUE CORRECTIONS FROM INTLEDG;
      *      - FEE INCOME - FEES AND TERM-BREAK PENALTIES;
      *      - NET INTEREST INCOME (INCOME LESS EXPENSE), THE NET
      *        INTEREST MARGIN (NII ANNUALIZED OVER THE LINE'S OWN
      *        AVERAGE BALANCE, AS A PERCENT) AND THE CHANGE IN BOTH
      *        FROM LAST MONTH.
      *    EVERY FIGURE IS IN BASE CURRENCY THROUGH CURRTBL AT THE
      *    RATE IN FORCE AT THE END OF ITS MONTH. LOAN ACCOUNTS
      *    REPORT UNDER PRODUCT LINE "LN". THE MONTH'S LEDGERED
      *    MONEY IS THEN FOOTED, CURRENCY BY CURRENCY AND CLASS BY
      *    CLASS, TO THE GLJRNL DEBIT DETAILS FOR THE SAME MONTH SO
      *    THE REPORT CAN GO TO THE COMMITTEE AS IT STANDS; A
      *    REPORT THAT DOES NOT FOOT ENDS WITH RETURN CODE 8 AND A
      *    WARNING ALERT. REVERSAL, ACCRUAL AND SWEEP ENTRIES ARE
      *    NOT P AND L AND STAY OUT, AS IN THE FINANCIAL PROOF.

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
           SELECT BAL-HIST-FILE ASSIGN TO "BALHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BAL-HIST-STATUS.
           SELECT INT-LEDGER-FILE ASSIGN TO "INTLEDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS INT-LEDGER-STATUS.
           SELECT GL-JRNL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GL-JRNL-STATUS.
           SELECT CURR-TABLE-FILE ASSIGN TO "CURRTBL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CURR-TABLE-STATUS.
           SELECT NIM-RPT-FILE ASSIGN TO "NIMRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ARC-FILE ASSIGN TO DYNAMIC ARC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ARC-CAT-FILE ASSIGN TO "ARCCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARC-CAT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    MIRRORS THE SIACCT AND CIACCT RECORDS UNDER THEIR OWN
      *    PREFIXES, AS EVERY PROGRAM READING BOTH MASTERS DOES.
       FD  SI-ACCT-FILE.
       01  SI-ACCT-RECORD.
           05  SIA-ACCT-NUMBER        PIC X(10).
           05  SIA-CURRENCY-CODE      PIC X(03).
           05  SIA-PRINCIPAL          PIC 9(5)V99.
           05  SIA-RATE               PIC 9(3)V99.
           05  SIA-TIME               PIC 9(3).
           05  SIA-STATUS             PIC X.
           05  SIA-LAST-RUN-DATE      PIC 9(8).
           05  SIA-CUSTOMER-NUMBER    PIC X(10).
           05  SIA-BRANCH-CODE        PIC X(03).
           05  SIA-DAY-COUNT-BASIS    PIC X.
           05  SIA-ACCRUAL-DAYS       PIC 9(5).
           05  SIA-PRODUCT-CODE       PIC X(06).

       FD  CI-ACCT-FILE.
       01  CI-ACCT-RECORD.
           05  CIA-ACCT-NUMBER        PIC X(10).
           05  CIA-CURRENCY-CODE      PIC X(03).
           05  CIA-PRINCIPAL          PIC 9(5)V99.
           05  CIA-RATE               PIC 9(3)V99.
           05  CIA-TIME               PIC 9(3).
           05  CIA-STATUS             PIC X.
           05  CIA-LAST-RUN-DATE      PIC 9(8).
           05  CIA-CUSTOMER-NUMBER    PIC X(10).
           05  CIA-BRANCH-CODE        PIC X(03).
           05  CIA-COMPOUND-FREQ      PIC 9(2).
           05  CIA-ACCRUED-INTEREST   PIC 9(7)V99.
           05  CIA-LOAN-FLAG          PIC X.
               88  CIA-ACCOUNT-IS-LOAN    VALUE "L".
           05  CIA-PRODUCT-CODE       PIC X(06).

       FD  BAL-HIST-FILE.
       01  BAL-HIST-RECORD.
           COPY BALHREC.

       FD  INT-LEDGER-FILE.
       01  INT-LEDGER-RECORD.
           COPY LEDGREC.

       FD  GL-JRNL-FILE.
       01  GL-JRNL-RECORD.
           COPY GLJREC.

       FD  CURR-TABLE-FILE.
       01  CURR-TABLE-RECORD.
           COPY CURRREC.

       FD  NIM-RPT-FILE.
       01  NIM-RPT-RECORD         PIC X(80).

      *    A DATED COPY OF NIM-RPT-FILE, WRITTEN AFTER THE REPORT IS
      *    CLOSED, SO EACH MONTH'S PACK IS RETAINED UNDER ITS OWN
      *    NAME INSTEAD OF BEING OVERWRITTEN BY THE NEXT RUN.
       FD  ARC-FILE.
       01  ARC-RECORD             PIC X(80).

      *    THE SHARED ARCHIVE CATALOG EVERY DATED COPY REGISTERS
      *    INTO, SO OLD REPORTS ARE FOUND BY LOOKUP, NOT BY GUESS.
       FD  ARC-CAT-FILE.
       01  ARC-CAT-RECORD.
           COPY ARCCATR.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  SI-ACCT-STATUS         PIC XX.
       01  CI-ACCT-STATUS         PIC XX.
       01  BAL-HIST-STATUS        PIC XX.
       01  INT-LEDGER-STATUS      PIC XX.
       01  GL-JRNL-STATUS         PIC XX.
       01  CURR-TABLE-STATUS      PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.

      *    THE REPORT MONTH AND THE ONE BEFORE IT, AND THE DATE EACH
      *    MONTH'S CURRENCY RATES ARE TAKEN AS OF. SLOT 1 OF EVERY
      *    FIGURE TABLE IS THE REPORT MONTH, SLOT 2 THE PRIOR MONTH.
       01  REPORT-MONTH           PIC 9(6).
       01  PRIOR-MONTH            PIC 9(6).
       01  MONTH-YYYY             PIC 9(4).
       01  MONTH-MM               PIC 9(2).
       01  SLOT-TABLE.
           05  SLOT-ENTRY OCCURS 2 TIMES.
               10  SLT-MONTH              PIC 9(6).
               10  SLT-RATE-DATE          PIC 9(8).
       01  SLOT                   PIC 9.
       01  ENTRY-MONTH            PIC 9(6).

      *    EVERY ACCOUNT ON BOTH MASTERS - WHERE IT IS BOOKED, WHAT
      *    PRODUCT LINE IT REPORTS UNDER, ITS CURRENCY AND BALANCE.
       01  ACCOUNT-COUNT          PIC 9(4) VALUE 0.
       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON ACCOUNT-COUNT.
               10  ACT-TARGET             PIC X(02).
               10  ACT-ACCT-NUMBER        PIC X(10).
               10  ACT-LINE               PIC X(02).
               10  ACT-BRANCH-CODE        PIC X(03).
               10  ACT-PRODUCT-CODE       PIC X(06).
               10  ACT-CURRENCY-CODE      PIC X(03).
               10  ACT-PRINCIPAL          PIC 9(5)V99.
               10  ACT-RATE               PIC 9(3)V99.
       01  ACCOUNT-INDEX          PIC 9(4).
       01  ACCOUNT-MATCH          PIC 9(4).
       01  ACCOUNT-OVERFLOW       PIC 9(5) VALUE 0.

      *    THE BALHIST MOVEMENTS FROM THE START OF THE PRIOR MONTH
      *    ON, FOR THE MONTHLY AVERAGES.
       01  MOVE-COUNT             PIC 9(4) VALUE 0.
       01  MOVE-TABLE.
           05  MOVE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON MOVE-COUNT.
               10  MVT-TARGET             PIC X(02).
               10  MVT-ACCT-NUMBER        PIC X(10).
               10  MVT-MONTH              PIC 9(06).
               10  MVT-PRIOR-BALANCE      PIC 9(5)V99.
               10  MVT-NEW-BALANCE        PIC 9(5)V99.
       01  MOVE-INDEX             PIC 9(4).
       01  BALANCE-SUM            PIC 9(9)V99.
       01  BALANCE-POINTS         PIC 9(4).
       01  ACCOUNT-AVERAGE        PIC 9(5)V99.
       01  LATER-BALANCE-SWITCH   PIC X.
           88  LATER-BALANCE-FOUND    VALUE "Y".

      *    ONE LINE PER BRANCH / PRODUCT LINE / PRODUCT, KEPT IN KEY
      *    ORDER AS LINES ARE OPENED SO THE REPORT PRINTS BY BRANCH.
       01  ROW-COUNT              PIC 9(3) VALUE 0.
       01  ROW-TABLE.
           05  ROW-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON ROW-COUNT.
               10  RWT-KEY.
                   15  RWT-BRANCH-CODE    PIC X(03).
                   15  RWT-LINE           PIC X(02).
                   15  RWT-PRODUCT-CODE   PIC X(06).
               10  RWT-FIGURES.
                   15  RWT-MONTH OCCURS 2 TIMES.
                       20  RWT-AVG-BALANCE    PIC 9(11)V99.
                       20  RWT-INT-INCOME     PIC 9(11)V99.
                       20  RWT-INT-EXPENSE    PIC S9(11)V99.
                       20  RWT-FEE-INCOME     PIC 9(11)V99.
       01  ROW-INDEX              PIC 9(3).
       01  ROW-MATCH              PIC 9(3).
       01  INSERT-POSITION        PIC 9(3).
       01  SHIFT-START            PIC 9(3).
       01  ROW-OVERFLOW           PIC 9(5) VALUE 0.
       01  WORK-KEY.
           05  WRK-BRANCH-CODE        PIC X(03).
           05  WRK-LINE               PIC X(02).
           05  WRK-PRODUCT-CODE       PIC X(06).

      *    THE FIGURES OF THE LINE BEING PRINTED, AND THE BRANCH
      *    AND GRAND TOTALS - ALL THE SAME SHAPE AS A ROW'S.
       01  FIGURE-WORK.
           05  FGW-MONTH OCCURS 2 TIMES.
               10  FGW-AVG-BALANCE    PIC 9(11)V99.
               10  FGW-INT-INCOME     PIC 9(11)V99.
               10  FGW-INT-EXPENSE    PIC S9(11)V99.
               10  FGW-FEE-INCOME     PIC 9(11)V99.
       01  BRANCH-FIGURES.
           05  BRF-MONTH OCCURS 2 TIMES.
               10  BRF-AVG-BALANCE    PIC 9(11)V99.
               10  BRF-INT-INCOME     PIC 9(11)V99.
               10  BRF-INT-EXPENSE    PIC S9(11)V99.
               10  BRF-FEE-INCOME     PIC 9(11)V99.
       01  GRAND-FIGURES.
           05  GRF-MONTH OCCURS 2 TIMES.
               10  GRF-AVG-BALANCE    PIC 9(11)V99.
               10  GRF-INT-INCOME     PIC 9(11)V99.
               10  GRF-INT-EXPENSE    PIC S9(11)V99.
               10  GRF-FEE-INCOME     PIC 9(11)V99.
       01  CURRENT-BRANCH         PIC X(03).
       01  LINE-LABEL             PIC X(13).
       01  NET-INTEREST-INCOME    PIC S9(11)V99 OCCURS 2 TIMES.
       01  NET-INTEREST-MARGIN    PIC S9(5)V99 OCCURS 2 TIMES.
       01  NII-CHANGE             PIC S9(11)V99.
       01  NIM-CHANGE             PIC S9(5)V99.
       01  EDITED-BALANCE         PIC Z(10)9.99.
       01  EDITED-JOURNAL         PIC Z(10)9.99.
       01  EDITED-AMOUNT-1        PIC -(8)9.99.
       01  EDITED-AMOUNT-2        PIC -(8)9.99.
       01  EDITED-AMOUNT-3        PIC -(8)9.99.
       01  EDITED-NII             PIC -(9)9.99.
       01  EDITED-NII-CHANGE      PIC -(9)9.99.
       01  EDITED-NIM             PIC -ZZ9.99.
       01  EDITED-NIM-CHANGE      PIC -ZZ9.99.

      *    THE FOOTING BUCKETS - ONE PER CURRENCY AND MONEY CLASS
      *    FOR THE REPORT MONTH, THE LEDGER SIDE AND THE JOURNAL
      *    SIDE EACH SUMMED IN THE ACCOUNT CURRENCY. CLASS E IS
      *    INTEREST EXPENSE (POSTINGS AND CLOSURE SETTLEMENTS,
      *    CAPITALIZATIONS, BACK-VALUE INTEREST ADDED), W IS
      *    BACK-VALUE INTEREST TAKEN BACK, I IS DEBIT INTEREST AND
      *    F IS FEES AND PENALTIES.
       01  BUCKET-COUNT           PIC 9(3) VALUE 0.
       01  BUCKET-TABLE.
           05  BUCKET-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON BUCKET-COUNT.
               10  BKT-CURRENCY           PIC X(03).
               10  BKT-CLASS              PIC X.
               10  BKT-LEDGER-TOTAL       PIC 9(11)V99.
               10  BKT-JOURNAL-TOTAL      PIC 9(11)V99.
       01  BUCKET-INDEX           PIC 9(3).
       01  BUCKET-MATCH           PIC 9(3).
       01  BUCKET-DIFFERENCE      PIC S9(11)V99.
       01  WORK-CURRENCY          PIC X(03).
       01  WORK-CLASS             PIC X.
       01  WORK-SIDE              PIC X.
       01  WORK-AMOUNT            PIC 9(11)V99.
       01  BASE-AMOUNT            PIC 9(11)V99.
       01  OUT-OF-FOOTING-COUNT   PIC 9(3) VALUE 0.
       01  LOAN-INCOME-TOTAL      PIC 9(11)V99 VALUE 0.
       01  UNMATCHED-ENTRIES      PIC 9(7) VALUE 0.

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
       01  LOOKUP-AS-OF-DATE      PIC 9(8).
       01  LOOKUP-RATE            PIC 9(3)V9999.
       01  RATE-FOUND-SWITCH      PIC X VALUE "N".
           88  RATE-WAS-FOUND         VALUE "Y".

       01  ENTRIES-READ           PIC 9(7) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT RECORD.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    A REPORT THAT DOES NOT FOOT RAISES A WARNING THROUGH THE
      *    SHARED WRITER AS WELL AS FAILING THE RETURN CODE.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

           PERFORM RUN-MARGIN-REPORT.

           IF OUT-OF-FOOTING-COUNT > 0
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-FOOTING-ALERT
           ELSE
               MOVE 0 TO RETURN-CODE
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

       RUN-MARGIN-REPORT.
           ACCEPT BATCH-START-TIME FROM TIME

           MOVE RUN-DATE (1:6) TO REPORT-MONTH
           PERFORM COMPUTE-PRIOR-MONTH
           MOVE REPORT-MONTH TO SLT-MONTH (1)
           MOVE RUN-DATE TO SLT-RATE-DATE (1)
           MOVE PRIOR-MONTH TO SLT-MONTH (2)
      *    DAY 31 OF THE PRIOR MONTH IS NO LATER THAN ITS LAST DAY
      *    FOR A NOT-AFTER COMPARISON, WHATEVER THE MONTH'S LENGTH.
           COMPUTE SLT-RATE-DATE (2) = PRIOR-MONTH * 100 + 31

           PERFORM LOAD-CURRENCY-TABLE
           PERFORM LOAD-ACCOUNTS
           PERFORM LOAD-MOVEMENTS

           PERFORM VARYING ACCOUNT-INDEX FROM 1 BY 1
                   UNTIL ACCOUNT-INDEX > ACCOUNT-COUNT
               PERFORM ADD-ACCOUNT-BALANCES
           END-PERFORM

           PERFORM SUM-LEDGER-SIDE
           PERFORM SUM-JOURNAL-SIDE

           OPEN OUTPUT NIM-RPT-FILE
           MOVE SPACES TO NIM-RPT-RECORD
           STRING "MARGIN-REPORT - MONTH " DELIMITED BY SIZE
               REPORT-MONTH DELIMITED BY SIZE
               "  PRIOR MONTH " DELIMITED BY SIZE
               PRIOR-MONTH DELIMITED BY SIZE
               "  BASE CURRENCY" DELIMITED BY SIZE
               INTO NIM-RPT-RECORD
           END-STRING
           WRITE NIM-RPT-RECORD

           MOVE SPACES TO NIM-RPT-RECORD
           MOVE "BR  TG PRODCT    AVG BALANCE   INT INCOME"
               TO NIM-RPT-RECORD
           MOVE "  INT EXPENSE   FEE INCOME" TO NIM-RPT-RECORD (42:26)
           WRITE NIM-RPT-RECORD

           INITIALIZE GRAND-FIGURES
           INITIALIZE BRANCH-FIGURES
           MOVE SPACES TO CURRENT-BRANCH
           PERFORM VARYING ROW-INDEX FROM 1 BY 1
                   UNTIL ROW-INDEX > ROW-COUNT
               IF ROW-INDEX > 1
                       AND RWT-BRANCH-CODE (ROW-INDEX)
                           NOT = CURRENT-BRANCH
                   PERFORM WRITE-BRANCH-TOTAL
               END-IF
               MOVE RWT-BRANCH-CODE (ROW-INDEX) TO CURRENT-BRANCH
               PERFORM WRITE-ROW-LINES
           END-PERFORM
           IF ROW-COUNT > 0
               PERFORM WRITE-BRANCH-TOTAL
           END-IF

           MOVE GRAND-FIGURES TO FIGURE-WORK
           MOVE "ALL BRANCHES" TO LINE-LABEL
           PERFORM WRITE-FIGURE-LINES

           PERFORM WRITE-FOOTING-SECTION
           CLOSE NIM-RPT-FILE

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE AUDIT-LOG-FILE.

       COMPUTE-PRIOR-MONTH.
           MOVE REPORT-MONTH (1:4) TO MONTH-YYYY
           MOVE REPORT-MONTH (5:2) TO MONTH-MM
           IF MONTH-MM > 1
               SUBTRACT 1 FROM MONTH-MM
           ELSE
               MOVE 12 TO MONTH-MM
               SUBTRACT 1 FROM MONTH-YYYY
           END-IF
           COMPUTE PRIOR-MONTH = MONTH-YYYY * 100 + MONTH-MM.

      *    ONE ACCOUNT'S AVERAGE BALANCE FOR EACH MONTH INTO ITS
      *    LINE, AND FOR A LOAN THE MONTH'S CONTRACT INTEREST ON IT.
       ADD-ACCOUNT-BALANCES.
           MOVE ACT-BRANCH-CODE (ACCOUNT-INDEX) TO WRK-BRANCH-CODE
           MOVE ACT-LINE (ACCOUNT-INDEX) TO WRK-LINE
           MOVE ACT-PRODUCT-CODE (ACCOUNT-INDEX) TO WRK-PRODUCT-CODE
           PERFORM FIND-REPORT-ROW
           IF ROW-MATCH > 0
               PERFORM VARYING SLOT FROM 1 BY 1 UNTIL SLOT > 2
                   PERFORM COMPUTE-MONTH-AVERAGE
                   MOVE ACT-CURRENCY-CODE (ACCOUNT-INDEX)
                       TO LOOKUP-CURRENCY
                   MOVE SLT-RATE-DATE (SLOT) TO LOOKUP-AS-OF-DATE
                   PERFORM LOOKUP-RATE-AS-OF
                   COMPUTE BASE-AMOUNT ROUNDED =
                       ACCOUNT-AVERAGE * LOOKUP-RATE
                   ADD BASE-AMOUNT
                       TO RWT-AVG-BALANCE (ROW-MATCH, SLOT)
                   IF ACT-LINE (ACCOUNT-INDEX) = "LN"
                       COMPUTE BASE-AMOUNT ROUNDED =
                           ACCOUNT-AVERAGE * ACT-RATE (ACCOUNT-INDEX)
                               / 12 / 100 * LOOKUP-RATE
                       ADD BASE-AMOUNT
                           TO RWT-INT-INCOME (ROW-MATCH, SLOT)
                       IF SLOT = 1
                           ADD BASE-AMOUNT TO LOAN-INCOME-TOTAL
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *    THE MONTH'S OPENING BALANCE - THE PRIOR BALANCE OF ITS
      *    FIRST MOVEMENT - PLUS THE BALANCE AFTER EACH MOVEMENT,
      *    OVER THE NUMBER OF BALANCES HELD. AN ACCOUNT THAT DID NOT
      *    MOVE IN THE MONTH HELD THE BALANCE ITS NEXT LATER
      *    MOVEMENT STARTED FROM, OR ITS MASTER BALANCE IF NONE.
       COMPUTE-MONTH-AVERAGE.
           MOVE 0 TO BALANCE-SUM
           MOVE 0 TO BALANCE-POINTS
           MOVE "N" TO LATER-BALANCE-SWITCH
           MOVE ACT-PRINCIPAL (ACCOUNT-INDEX) TO ACCOUNT-AVERAGE
           PERFORM VARYING MOVE-INDEX FROM 1 BY 1
                   UNTIL MOVE-INDEX > MOVE-COUNT
               IF MVT-TARGET (MOVE-INDEX) = ACT-TARGET (ACCOUNT-INDEX)
                   AND MVT-ACCT-NUMBER (MOVE-INDEX)
                       = ACT-ACCT-NUMBER (ACCOUNT-INDEX)
                   IF MVT-MONTH (MOVE-INDEX) = SLT-MONTH (SLOT)
                       IF BALANCE-POINTS = 0
                           ADD MVT-PRIOR-BALANCE (MOVE-INDEX)
                               TO BALANCE-SUM
                           ADD 1 TO BALANCE-POINTS
                       END-IF
                       ADD MVT-NEW-BALANCE (MOVE-INDEX) TO BALANCE-SUM
                       ADD 1 TO BALANCE-POINTS
                   ELSE IF MVT-MONTH (MOVE-INDEX) > SLT-MONTH (SLOT)
                           AND NOT LATER-BALANCE-FOUND
                       SET LATER-BALANCE-FOUND TO TRUE
                       MOVE MVT-PRIOR-BALANCE (MOVE-INDEX)
                           TO ACCOUNT-AVERAGE
                   END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF BALANCE-POINTS > 0
               COMPUTE ACCOUNT-AVERAGE ROUNDED =
                   BALANCE-SUM / BALANCE-POINTS
           END-IF.

      *    THE LINE FOR WORK-KEY, OPENED IN KEY ORDER IF NEW.
       FIND-REPORT-ROW.
           MOVE 0 TO ROW-MATCH
           MOVE 0 TO INSERT-POSITION
           PERFORM VARYING ROW-INDEX FROM 1 BY 1
                   UNTIL ROW-INDEX > ROW-COUNT
               IF RWT-KEY (ROW-INDEX) = WORK-KEY
                   MOVE ROW-INDEX TO ROW-MATCH
               END-IF
               IF RWT-KEY (ROW-INDEX) > WORK-KEY
                       AND INSERT-POSITION = 0
                   MOVE ROW-INDEX TO INSERT-POSITION
               END-IF
           END-PERFORM

           IF ROW-MATCH = 0
               IF ROW-COUNT < 300
                   IF INSERT-POSITION = 0
                       COMPUTE INSERT-POSITION = ROW-COUNT + 1
                   END-IF
                   MOVE ROW-COUNT TO SHIFT-START
                   ADD 1 TO ROW-COUNT
                   PERFORM VARYING ROW-INDEX FROM SHIFT-START BY -1
                           UNTIL ROW-INDEX < INSERT-POSITION
                       MOVE ROW-ENTRY (ROW-INDEX)
                           TO ROW-ENTRY (ROW-INDEX + 1)
                   END-PERFORM
                   MOVE INSERT-POSITION TO ROW-MATCH
                   MOVE WORK-KEY TO RWT-KEY (ROW-MATCH)
                   INITIALIZE RWT-FIGURES (ROW-MATCH)
               ELSE
                   ADD 1 TO ROW-OVERFLOW
               END-IF
           END-IF.

      *    THE LEDGER SIDE - EVERY P AND L ENTRY OF EITHER MONTH
      *    INTO ITS ACCOUNT'S LINE, AND THE REPORT MONTH'S ALSO INTO
      *    THE FOOTING BUCKETS.
       SUM-LEDGER-SIDE.
           OPEN INPUT INT-LEDGER-FILE
           IF INT-LEDGER-STATUS = "00"
               PERFORM UNTIL INT-LEDGER-STATUS NOT = "00"
                   READ INT-LEDGER-FILE
                       AT END MOVE "10" TO INT-LEDGER-STATUS
                       NOT AT END
                           MOVE LDG-CYCLE-DATE (1:6) TO ENTRY-MONTH
                           IF ENTRY-MONTH = REPORT-MONTH
                                   OR ENTRY-MONTH = PRIOR-MONTH
                               ADD 1 TO ENTRIES-READ
                               PERFORM NOTE-LEDGER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INT-LEDGER-FILE
           END-IF.

       NOTE-LEDGER-ENTRY.
           MOVE SPACE TO WORK-CLASS
           EVALUATE TRUE
               WHEN LDG-NORMAL-POSTING
               WHEN LDG-CAPITALIZATION
               WHEN LDG-BACK-VALUE-CREDIT
                   MOVE "E" TO WORK-CLASS
               WHEN LDG-BACK-VALUE-DEBIT
                   MOVE "W" TO WORK-CLASS
               WHEN LDG-DEBIT-INTEREST
                   MOVE "I" TO WORK-CLASS
               WHEN LDG-FEE
               WHEN LDG-PENALTY
                   MOVE "F" TO WORK-CLASS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WORK-CLASS NOT = SPACE
               IF ENTRY-MONTH = REPORT-MONTH
                   MOVE 1 TO SLOT
               ELSE
                   MOVE 2 TO SLOT
               END-IF

               MOVE 0 TO ACCOUNT-MATCH
               PERFORM VARYING ACCOUNT-INDEX FROM 1 BY 1
                       UNTIL ACCOUNT-INDEX > ACCOUNT-COUNT
                   IF ACT-TARGET (ACCOUNT-INDEX) = LDG-PRODUCT
                       AND ACT-ACCT-NUMBER (ACCOUNT-INDEX)
                           = LDG-ACCT-NUMBER
                       MOVE ACCOUNT-INDEX TO ACCOUNT-MATCH
                   END-IF
               END-PERFORM
               IF ACCOUNT-MATCH > 0
                   MOVE ACT-BRANCH-CODE (ACCOUNT-MATCH)
                       TO WRK-BRANCH-CODE
                   MOVE ACT-LINE (ACCOUNT-MATCH) TO WRK-LINE
                   MOVE ACT-PRODUCT-CODE (ACCOUNT-MATCH)
                       TO WRK-PRODUCT-CODE
               ELSE
                   ADD 1 TO UNMATCHED-ENTRIES
                   MOVE "***" TO WRK-BRANCH-CODE
                   MOVE LDG-PRODUCT TO WRK-LINE
                   MOVE SPACES TO WRK-PRODUCT-CODE
               END-IF
               PERFORM FIND-REPORT-ROW

               MOVE LDG-CURRENCY-CODE TO LOOKUP-CURRENCY
               MOVE SLT-RATE-DATE (SLOT) TO LOOKUP-AS-OF-DATE
               PERFORM LOOKUP-RATE-AS-OF
               COMPUTE BASE-AMOUNT ROUNDED =
                   LDG-INTEREST * LOOKUP-RATE
               IF ROW-MATCH > 0
                   EVALUATE WORK-CLASS
                       WHEN "E"
                           ADD BASE-AMOUNT
                               TO RWT-INT-EXPENSE (ROW-MATCH, SLOT)
                       WHEN "W"
                           SUBTRACT BASE-AMOUNT
                               FROM RWT-INT-EXPENSE (ROW-MATCH, SLOT)
                       WHEN "I"
                           ADD BASE-AMOUNT
                               TO RWT-INT-INCOME (ROW-MATCH, SLOT)
                       WHEN "F"
                           ADD BASE-AMOUNT
                               TO RWT-FEE-INCOME (ROW-MATCH, SLOT)
                   END-EVALUATE
               END-IF

               IF SLOT = 1
                   MOVE LDG-CURRENCY-CODE TO WORK-CURRENCY
                   MOVE LDG-INTEREST TO WORK-AMOUNT
                   MOVE "L" TO WORK-SIDE
                   PERFORM ADD-TO-BUCKET
               END-IF
           END-IF.

      *    THE JOURNAL SIDE - THE REPORT MONTH'S DEBIT DETAILS IN
      *    THE SAME CLASSES, CLOSURE SETTLEMENTS WITH THE POSTINGS.
       SUM-JOURNAL-SIDE.
           OPEN INPUT GL-JRNL-FILE
           IF GL-JRNL-STATUS = "00"
               PERFORM UNTIL GL-JRNL-STATUS NOT = "00"
                   READ GL-JRNL-FILE
                       AT END MOVE "10" TO GL-JRNL-STATUS
                       NOT AT END
                           MOVE GLJ-CYCLE-DATE (1:6) TO ENTRY-MONTH
                           IF GLJ-DETAIL AND GLJ-IS-DEBIT
                                   AND ENTRY-MONTH = REPORT-MONTH
                               PERFORM NOTE-JOURNAL-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-JRNL-FILE
           END-IF.

       NOTE-JOURNAL-DETAIL.
           MOVE SPACE TO WORK-CLASS
           EVALUATE TRUE
               WHEN GLJ-EVENT-POSTING
               WHEN GLJ-EVENT-CLOSURE
               WHEN GLJ-EVENT-CAPITAL
               WHEN GLJ-EVENT-BACK-CREDIT
                   MOVE "E" TO WORK-CLASS
               WHEN GLJ-EVENT-BACK-DEBIT
                   MOVE "W" TO WORK-CLASS
               WHEN GLJ-EVENT-DEBIT-INT
                   MOVE "I" TO WORK-CLASS
               WHEN GLJ-EVENT-FEE
               WHEN GLJ-EVENT-PENALTY
                   MOVE "F" TO WORK-CLASS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WORK-CLASS NOT = SPACE
               MOVE GLJ-CURRENCY-CODE TO WORK-CURRENCY
               MOVE GLJ-AMOUNT TO WORK-AMOUNT
               MOVE "J" TO WORK-SIDE
               PERFORM ADD-TO-BUCKET
           END-IF.

       ADD-TO-BUCKET.
           MOVE 0 TO BUCKET-MATCH
           PERFORM VARYING BUCKET-INDEX FROM 1 BY 1
                   UNTIL BUCKET-INDEX > BUCKET-COUNT
               IF BKT-CURRENCY (BUCKET-INDEX) = WORK-CURRENCY
                   AND BKT-CLASS (BUCKET-INDEX) = WORK-CLASS
                   MOVE BUCKET-INDEX TO BUCKET-MATCH
               END-IF
           END-PERFORM

           IF BUCKET-MATCH = 0 AND BUCKET-COUNT < 100
               ADD 1 TO BUCKET-COUNT
               MOVE BUCKET-COUNT TO BUCKET-MATCH
               MOVE WORK-CURRENCY TO BKT-CURRENCY (BUCKET-MATCH)
               MOVE WORK-CLASS TO BKT-CLASS (BUCKET-MATCH)
               MOVE 0 TO BKT-LEDGER-TOTAL (BUCKET-MATCH)
               MOVE 0 TO BKT-JOURNAL-TOTAL (BUCKET-MATCH)
           END-IF

           IF BUCKET-MATCH > 0
               IF WORK-SIDE = "L"
                   ADD WORK-AMOUNT TO BKT-LEDGER-TOTAL (BUCKET-MATCH)
               ELSE
                   ADD WORK-AMOUNT TO BKT-JOURNAL-TOTAL (BUCKET-MATCH)
               END-IF
           END-IF.

       WRITE-ROW-LINES.
           MOVE RWT-FIGURES (ROW-INDEX) TO FIGURE-WORK
           MOVE SPACES TO LINE-LABEL
           MOVE RWT-BRANCH-CODE (ROW-INDEX) TO LINE-LABEL (1:3)
           MOVE RWT-LINE (ROW-INDEX) TO LINE-LABEL (5:2)
           MOVE RWT-PRODUCT-CODE (ROW-INDEX) TO LINE-LABEL (8:6)
           PERFORM WRITE-FIGURE-LINES
           PERFORM VARYING SLOT FROM 1 BY 1 UNTIL SLOT > 2
               ADD FGW-AVG-BALANCE (SLOT) TO BRF-AVG-BALANCE (SLOT)
               ADD FGW-INT-INCOME (SLOT) TO BRF-INT-INCOME (SLOT)
               ADD FGW-INT-EXPENSE (SLOT) TO BRF-INT-EXPENSE (SLOT)
               ADD FGW-FEE-INCOME (SLOT) TO BRF-FEE-INCOME (SLOT)
           END-PERFORM.

       WRITE-BRANCH-TOTAL.
           MOVE BRANCH-FIGURES TO FIGURE-WORK
           MOVE SPACES TO LINE-LABEL
           STRING CURRENT-BRANCH DELIMITED BY SIZE
               " TOTAL" DELIMITED BY SIZE
               INTO LINE-LABEL
           END-STRING
           PERFORM WRITE-FIGURE-LINES
           PERFORM VARYING SLOT FROM 1 BY 1 UNTIL SLOT > 2
               ADD BRF-AVG-BALANCE (SLOT) TO GRF-AVG-BALANCE (SLOT)
               ADD BRF-INT-INCOME (SLOT) TO GRF-INT-INCOME (SLOT)
               ADD BRF-INT-EXPENSE (SLOT) TO GRF-INT-EXPENSE (SLOT)
               ADD BRF-FEE-INCOME (SLOT) TO GRF-FEE-INCOME (SLOT)
           END-PERFORM
           INITIALIZE BRANCH-FIGURES
           MOVE SPACES TO NIM-RPT-RECORD
           WRITE NIM-RPT-RECORD.

      *    THE TWO LINES FOR ONE SET OF FIGURES: THE REPORT MONTH'S
      *    BALANCE, INCOME, EXPENSE AND FEES UNDER LINE-LABEL, THEN
      *    ITS NII AND NIM AND THEIR CHANGE FROM THE PRIOR MONTH.
       WRITE-FIGURE-LINES.
           PERFORM VARYING SLOT FROM 1 BY 1 UNTIL SLOT > 2
               COMPUTE NET-INTEREST-INCOME (SLOT) =
                   FGW-INT-INCOME (SLOT) - FGW-INT-EXPENSE (SLOT)
               IF FGW-AVG-BALANCE (SLOT) > 0
                   COMPUTE NET-INTEREST-MARGIN (SLOT) ROUNDED =
                       NET-INTEREST-INCOME (SLOT) * 12 * 100
                           / FGW-AVG-BALANCE (SLOT)
                       ON SIZE ERROR
                           MOVE 0 TO NET-INTEREST-MARGIN (SLOT)
                   END-COMPUTE
               ELSE
                   MOVE 0 TO NET-INTEREST-MARGIN (SLOT)
               END-IF
           END-PERFORM
           COMPUTE NII-CHANGE =
               NET-INTEREST-INCOME (1) - NET-INTEREST-INCOME (2)
           COMPUTE NIM-CHANGE =
               NET-INTEREST-MARGIN (1) - NET-INTEREST-MARGIN (2)

           MOVE FGW-AVG-BALANCE (1) TO EDITED-BALANCE
           MOVE FGW-INT-INCOME (1) TO EDITED-AMOUNT-1
           MOVE FGW-INT-EXPENSE (1) TO EDITED-AMOUNT-2
           MOVE FGW-FEE-INCOME (1) TO EDITED-AMOUNT-3
           MOVE SPACES TO NIM-RPT-RECORD
           STRING LINE-LABEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-BALANCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-AMOUNT-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-AMOUNT-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-AMOUNT-3 DELIMITED BY SIZE
               INTO NIM-RPT-RECORD
           END-STRING
           WRITE NIM-RPT-RECORD

           MOVE NET-INTEREST-INCOME (1) TO EDITED-NII
           MOVE NET-INTEREST-MARGIN (1) TO EDITED-NIM
           MOVE NII-CHANGE TO EDITED-NII-CHANGE
           MOVE NIM-CHANGE TO EDITED-NIM-CHANGE
           MOVE SPACES TO NIM-RPT-RECORD
           STRING "     NII " DELIMITED BY SIZE
               EDITED-NII DELIMITED BY SIZE
               " NIM% " DELIMITED BY SIZE
               EDITED-NIM DELIMITED BY SIZE
               " NII CHG " DELIMITED BY SIZE
               EDITED-NII-CHANGE DELIMITED BY SIZE
               " NIM CHG " DELIMITED BY SIZE
               EDITED-NIM-CHANGE DELIMITED BY SIZE
               INTO NIM-RPT-RECORD
           END-STRING
           WRITE NIM-RPT-RECORD.

      *    THE REPORT MONTH'S LEDGERED MONEY AGAINST THE JOURNAL,
      *    BUCKET BY BUCKET IN THE ACCOUNT CURRENCY, AND THE LOAN
      *    INCOME THE JOURNAL DOES NOT CARRY.
       WRITE-FOOTING-SECTION.
           MOVE SPACES TO NIM-RPT-RECORD
           WRITE NIM-RPT-RECORD
           MOVE "FOOTING TO GLJRNL FOR THE MONTH" TO NIM-RPT-RECORD
           WRITE NIM-RPT-RECORD
           MOVE "CUR CLS         LEDGER        JOURNAL"
               TO NIM-RPT-RECORD
           MOVE "DIFF" TO NIM-RPT-RECORD (48:4)
           WRITE NIM-RPT-RECORD

           PERFORM VARYING BUCKET-INDEX FROM 1 BY 1
                   UNTIL BUCKET-INDEX > BUCKET-COUNT
               COMPUTE BUCKET-DIFFERENCE =
                   BKT-LEDGER-TOTAL (BUCKET-INDEX)
                       - BKT-JOURNAL-TOTAL (BUCKET-INDEX)
               IF BUCKET-DIFFERENCE NOT = 0
                   ADD 1 TO OUT-OF-FOOTING-COUNT
               END-IF
               MOVE BKT-LEDGER-TOTAL (BUCKET-INDEX) TO EDITED-BALANCE
               MOVE BKT-JOURNAL-TOTAL (BUCKET-INDEX) TO EDITED-JOURNAL
               MOVE BUCKET-DIFFERENCE TO EDITED-NII
               MOVE SPACES TO NIM-RPT-RECORD
               STRING BKT-CURRENCY (BUCKET-INDEX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   BKT-CLASS (BUCKET-INDEX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   EDITED-BALANCE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EDITED-JOURNAL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EDITED-NII DELIMITED BY SIZE
                   INTO NIM-RPT-RECORD
               END-STRING
               WRITE NIM-RPT-RECORD
           END-PERFORM

           MOVE LOAN-INCOME-TOTAL TO EDITED-AMOUNT-1
           MOVE SPACES TO NIM-RPT-RECORD
           STRING "LOAN INTEREST INCOME NOT JOURNALED (BASE): "
                   DELIMITED BY SIZE
               EDITED-AMOUNT-1 DELIMITED BY SIZE
               INTO NIM-RPT-RECORD
           END-STRING
           WRITE NIM-RPT-RECORD

           IF UNMATCHED-ENTRIES > 0
               MOVE SPACES TO NIM-RPT-RECORD
               STRING "LEDGER ENTRIES NOT ON A MASTER (BRANCH ***): "
                       DELIMITED BY SIZE
                   UNMATCHED-ENTRIES DELIMITED BY SIZE
                   INTO NIM-RPT-RECORD
               END-STRING
               WRITE NIM-RPT-RECORD
           END-IF

           IF ACCOUNT-OVERFLOW > 0 OR ROW-OVERFLOW > 0
               MOVE SPACES TO NIM-RPT-RECORD
               STRING "NOT REPORTED - ACCOUNTS OVER TABLE: "
                       DELIMITED BY SIZE
                   ACCOUNT-OVERFLOW DELIMITED BY SIZE
                   "  LINES OVER TABLE: " DELIMITED BY SIZE
                   ROW-OVERFLOW DELIMITED BY SIZE
                   INTO NIM-RPT-RECORD
               END-STRING
               WRITE NIM-RPT-RECORD
           END-IF

           MOVE SPACES TO NIM-RPT-RECORD
           IF OUT-OF-FOOTING-COUNT = 0
               MOVE "REPORT FOOTS TO GLJRNL" TO NIM-RPT-RECORD
           ELSE
               STRING "REPORT DOES NOT FOOT TO GLJRNL - BUCKETS: "
                       DELIMITED BY SIZE
                   OUT-OF-FOOTING-COUNT DELIMITED BY SIZE
                   INTO NIM-RPT-RECORD
               END-STRING
           END-IF
           WRITE NIM-RPT-RECORD.

      *    BOTH MASTERS INTO THE ACCOUNT TABLE. A CI ACCOUNT FLAGGED
      *    AS A LOAN REPORTS UNDER LINE LN; AN ACCOUNT WITH NO
      *    BRANCH UNDER ***.
       LOAD-ACCOUNTS.
           OPEN INPUT SI-ACCT-FILE
           IF SI-ACCT-STATUS = "00"
               PERFORM UNTIL SI-ACCT-STATUS NOT = "00"
                   READ SI-ACCT-FILE NEXT RECORD
                       AT END MOVE "10" TO SI-ACCT-STATUS
                       NOT AT END
                           IF ACCOUNT-COUNT < 2000
                               ADD 1 TO ACCOUNT-COUNT
                               MOVE "SI" TO ACT-TARGET (ACCOUNT-COUNT)
                               MOVE "SI" TO ACT-LINE (ACCOUNT-COUNT)
                               MOVE SIA-ACCT-NUMBER
                                   TO ACT-ACCT-NUMBER (ACCOUNT-COUNT)
                               MOVE SIA-BRANCH-CODE
                                   TO ACT-BRANCH-CODE (ACCOUNT-COUNT)
                               MOVE SIA-PRODUCT-CODE
                                   TO ACT-PRODUCT-CODE (ACCOUNT-COUNT)
                               MOVE SIA-CURRENCY-CODE
                                   TO ACT-CURRENCY-CODE (ACCOUNT-COUNT)
                               MOVE SIA-PRINCIPAL
                                   TO ACT-PRINCIPAL (ACCOUNT-COUNT)
                               MOVE SIA-RATE
                                   TO ACT-RATE (ACCOUNT-COUNT)
                               PERFORM TIDY-ACCOUNT-ENTRY
                           ELSE
                               ADD 1 TO ACCOUNT-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SI-ACCT-FILE
           END-IF

           OPEN INPUT CI-ACCT-FILE
           IF CI-ACCT-STATUS = "00"
               PERFORM UNTIL CI-ACCT-STATUS NOT = "00"
                   READ CI-ACCT-FILE NEXT RECORD
                       AT END MOVE "10" TO CI-ACCT-STATUS
                       NOT AT END
                           IF ACCOUNT-COUNT < 2000
                               ADD 1 TO ACCOUNT-COUNT
                               MOVE "CI" TO ACT-TARGET (ACCOUNT-COUNT)
                               IF CIA-ACCOUNT-IS-LOAN
                                   MOVE "LN" TO ACT-LINE (ACCOUNT-COUNT)
                               ELSE
                                   MOVE "CI" TO ACT-LINE (ACCOUNT-COUNT)
                               END-IF
                               MOVE CIA-ACCT-NUMBER
                                   TO ACT-ACCT-NUMBER (ACCOUNT-COUNT)
                               MOVE CIA-BRANCH-CODE
                                   TO ACT-BRANCH-CODE (ACCOUNT-COUNT)
                               MOVE CIA-PRODUCT-CODE
                                   TO ACT-PRODUCT-CODE (ACCOUNT-COUNT)
                               MOVE CIA-CURRENCY-CODE
                                   TO ACT-CURRENCY-CODE (ACCOUNT-COUNT)
                               MOVE CIA-PRINCIPAL
                                   TO ACT-PRINCIPAL (ACCOUNT-COUNT)
                               MOVE CIA-RATE
                                   TO ACT-RATE (ACCOUNT-COUNT)
                               PERFORM TIDY-ACCOUNT-ENTRY
                           ELSE
                               ADD 1 TO ACCOUNT-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CI-ACCT-FILE
           END-IF.

       TIDY-ACCOUNT-ENTRY.
           IF ACT-BRANCH-CODE (ACCOUNT-COUNT) = SPACES
               MOVE "***" TO ACT-BRANCH-CODE (ACCOUNT-COUNT)
           END-IF
           IF ACT-PRINCIPAL (ACCOUNT-COUNT) NOT NUMERIC
               MOVE 0 TO ACT-PRINCIPAL (ACCOUNT-COUNT)
           END-IF
           IF ACT-RATE (ACCOUNT-COUNT) NOT NUMERIC
               MOVE 0 TO ACT-RATE (ACCOUNT-COUNT)
           END-IF.

      *    THE MOVEMENTS FROM THE FIRST OF THE PRIOR MONTH ON - THE
      *    EARLIER HISTORY PLAYS NO PART IN EITHER MONTH'S AVERAGE.
       LOAD-MOVEMENTS.
           OPEN INPUT BAL-HIST-FILE
           IF BAL-HIST-STATUS = "00"
               PERFORM UNTIL BAL-HIST-STATUS NOT = "00"
                   READ BAL-HIST-FILE
                       AT END MOVE "10" TO BAL-HIST-STATUS
                       NOT AT END
                           MOVE BHR-POST-DATE (1:6) TO ENTRY-MONTH
                           IF ENTRY-MONTH NOT < PRIOR-MONTH
                                   AND MOVE-COUNT < 2000
                               ADD 1 TO MOVE-COUNT
                               MOVE BHR-PRODUCT TO
                                   MVT-TARGET (MOVE-COUNT)
                               MOVE BHR-ACCT-NUMBER TO
                                   MVT-ACCT-NUMBER (MOVE-COUNT)
                               MOVE ENTRY-MONTH TO
                                   MVT-MONTH (MOVE-COUNT)
                               MOVE BHR-PRIOR-BALANCE TO
                                   MVT-PRIOR-BALANCE (MOVE-COUNT)
                               MOVE BHR-NEW-BALANCE TO
                                   MVT-NEW-BALANCE (MOVE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAL-HIST-FILE
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

      *    RATE IN FORCE FOR LOOKUP-CURRENCY ON LOOKUP-AS-OF-DATE -
      *    THE ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER IT,
      *    EXACTLY AS THE INTEREST RUNS SELECT THEIR RATES. AN
      *    UNKNOWN CURRENCY PRICES AT 1.
       LOOKUP-RATE-AS-OF.
           MOVE "N" TO RATE-FOUND-SWITCH
           MOVE 1 TO LOOKUP-RATE
           MOVE 0 TO BEST-EFFECTIVE-DATE
           PERFORM VARYING CURRENCY-TABLE-INDEX FROM 1 BY 1
                   UNTIL CURRENCY-TABLE-INDEX > CURRENCY-TABLE-COUNT
               IF TBL-CURR-CODE (CURRENCY-TABLE-INDEX)
                       = LOOKUP-CURRENCY
                   AND TBL-CURR-EFF-DATE (CURRENCY-TABLE-INDEX)
                       NOT > LOOKUP-AS-OF-DATE
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

       RAISE-FOOTING-ALERT.
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-RAISE TO TRUE
           SET ALQ-SEV-WARN TO TRUE
           MOVE "MARGIN-REPORT" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           MOVE "MARGIN REPORT DOES NOT FOOT TO GLJRNL"
               TO ALQ-MESSAGE
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.

      *    COPIES THE JUST-CLOSED OUTPUT REPORT TO A DATED ARCHIVE
      *    FILE NAMED FOR TODAY'S RUN AND CATALOGS IT.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "NIMRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT NIM-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ NIM-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE NIM-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ NIM-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE NIM-RPT-FILE
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
           MOVE "MARGIN-REPORT" TO CAT-PROGRAM-ID
           MOVE "NIMRPT" TO CAT-REPORT-NAME
           MOVE RUN-DATE TO CAT-CYCLE-DATE
           MOVE ARC-COPY-COUNT TO CAT-RECORD-COUNT
           MOVE ARC-FILE-NAME TO CAT-FILE-NAME
           WRITE ARC-CAT-RECORD
           CLOSE ARC-CAT-FILE.

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
           MOVE "MARGIN-REPORT" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE ENTRIES-READ TO AUD-RECORD-COUNT
           MOVE "INTLEDG MASTERS BALHIST GLJRNL" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.
