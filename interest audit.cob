       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEREST-AUDIT.

      *    THE INDEPENDENT RECOMPUTATION SAMPLE OVER INTLEDG. THE
      *    FINANCIAL PROOF SHOWS THE LEDGER, THE MASTERS AND GLJRNL
      *    AGREE ON TOTALS; IT CANNOT SHOW THAT ANY ONE POSTING WAS
      *    PRICED RIGHT. FOR ONE CYCLE (PARAMETER AUDCYCLE, THE
      *    BUSINESS DATE WHEN NO ROW IS ON FILE) THIS PROGRAM DRAWS
      *    A STRATIFIED SAMPLE OF THE CYCLE'S LEDGER ENTRIES:
      *      - UNUSUAL ENTRY TYPES (ANYTHING BUT A NORMAL POSTING OR
      *        A DAILY ACCRUAL) FILL UP TO HALF THE SAMPLE, EVERY
      *        ONE OF THEM WHEN THERE ARE FEW ENOUGH, OTHERWISE AN
      *        EVERY-NTH SELECTION FROM A RANDOM START;
      *      - THE REST OF THE SAMPLE IS A MONETARY-UNIT SELECTION
      *        OVER THE NORMAL POSTINGS - A RANDOM START AND A FIXED
      *        INTERVAL THROUGH THE CUMULATIVE INTEREST - SO THE
      *        CHANCE OF PICKING A POSTING GROWS WITH ITS AMOUNT AND
      *        ANY POSTING OF AT LEAST ONE INTERVAL IS ALWAYS TAKEN
      *        (A KEY ITEM).
      *    THE RANDOM START COMES FROM A SEEDED GENERATOR (PARAMETER
      *    SEED, THE CYCLE DATE BY DEFAULT), SO A REVIEWER RERUNNING
      *    THE PAPER DRAWS THE SAME SAMPLE.
      *    EACH NORMAL POSTING IS THEN PRICED AGAIN FROM FIRST
      *    PRINCIPLES, WITHOUT THE POSTING RUN'S FIGURES: THE
      *    PRINCIPAL AS AT THE CYCLE IS ROLLED BACK FROM THE MASTER
      *    THROUGH BALHIST (AND, FOR CI, LATER CAPITALIZATIONS), OR
      *    AVERAGED FROM BALHIST WHEN LDG-INTEREST-BASIS SAYS THE
      *    RUN PRICED AN AVERAGE DAILY BALANCE; THE RATE IS
      *    RESOLVED AS AT THE CYCLE FROM THE OVERRIDES, THE INDEX
      *    DESIGNATIONS AND THE MASTER RATE; THE RATE BANDS COME
      *    FROM THE PRODUCT CATALOG OR THE HOUSE ROWS ON RATEBAND;
      *    A STOP-INTEREST HOLD IN FORCE ON THE CYCLE DATE MEANS
      *    NOTHING SHOULD HAVE BEEN POSTED; A CAMPAIGN BONUS PAID ON
      *    THE CYCLE IS ADDED BACK. A CAPITALIZATION IS PROVED TO
      *    THE DAILY ACCRUALS SINCE THE PRIOR POSTING, AND A
      *    REVERSAL TO THE ENTRY IT OFFSETS. OTHER ENTRY TYPES ARE
      *    VOUCHED TO THE LEDGER AND SHOWN, NOT RECOMPUTED.
      *    THE OUTPUT IS THE SAMPLE WORKING PAPER INTAUDWP - INPUTS,
      *    EXPECTED AMOUNT, POSTED AMOUNT AND VARIANCE FOR EVERY
      *    ITEM, CLOSED WITH THE PREPARER'S SIGN-OFF AND A REVIEWER
      *    BLOCK - ARCHIVED AND CATALOGED LIKE EVERY OTHER REPORT.
      *    AN ITEM OFF BY MORE THAN THE TOLERANCE (PARAMETER VARTOL)
      *    IS AN EXCEPTION: IT IS FLAGGED ON THE PAPER AND LOGGED,
      *    AND THE RUN ENDS WITH RETURN CODE 8 AND A CRITICAL ALERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INT-LEDGER-FILE ASSIGN TO "INTLEDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS INT-LEDGER-STATUS.
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
           SELECT BAL-HIST-FILE ASSIGN TO "BALHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BAL-HIST-STATUS.
           SELECT RATE-BAND-FILE ASSIGN TO "RATEBAND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RATE-BAND-STATUS.
           SELECT RATE-INDEX-FILE ASSIGN TO "RATIDX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RATE-INDEX-STATUS.
           SELECT RATE-DESG-FILE ASSIGN TO "RATDESG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RATE-DESG-STATUS.
           SELECT RATE-OVR-FILE ASSIGN TO "RATEOVR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RATE-OVR-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.
           SELECT CPN-LEDG-FILE ASSIGN TO "CPNLEDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CPN-LEDG-STATUS.
           SELECT AUD-WP-FILE ASSIGN TO "INTAUDWP"
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
       FD  INT-LEDGER-FILE.
       01  INT-LEDGER-RECORD.
           COPY LEDGREC.

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
           05  CIA-PRODUCT-CODE       PIC X(06).

       FD  BAL-HIST-FILE.
       01  BAL-HIST-RECORD.
           COPY BALHREC.

      *    THE SAME RATEBAND ROWS THE INTEREST RUNS READ - ONLY THE
      *    HOUSE ROWS, WITH NO BAND SET, ARE LOADED HERE; A CATALOG
      *    PRODUCT'S OWN SET IS ANSWERED BY PRODUCT-SERVICE.
       FD  RATE-BAND-FILE.
       01  RATE-BAND-RECORD.
           05  RBD-BAND-FLOOR     PIC 9(5)V99.
           05  RBD-BAND-CEILING   PIC 9(5)V99.
           05  RBD-BAND-RATE      PIC 9(3)V99.
           05  RBD-BAND-SET       PIC X(04).

       FD  RATE-INDEX-FILE.
       01  RATE-INDEX-RECORD.
           05  RIX-INDEX-CODE     PIC X(5).
           05  RIX-RATE           PIC 9(3)V99.
           05  RIX-EFFECTIVE-DATE PIC 9(8).

       FD  RATE-DESG-FILE.
       01  RATE-DESG-RECORD.
           05  RDG-TARGET         PIC X(2).
           05  RDG-ACCT-NUMBER    PIC X(10).
           05  RDG-INDEX-CODE     PIC X(5).
           05  RDG-MARGIN         PIC 9(3)V99.

       FD  RATE-OVR-FILE.
       01  RATE-OVR-RECORD.
           COPY ROVREC.

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05  HLD-TARGET         PIC X(2).
           05  HLD-ACCT-NUMBER    PIC X(10).
           05  HLD-TYPE           PIC X(6).
           05  HLD-FROM-DATE      PIC 9(8).
           05  HLD-TO-DATE        PIC 9(8).

       FD  CPN-LEDG-FILE.
       01  CPN-LEDG-RECORD.
           COPY CPLREC.

       FD  AUD-WP-FILE.
       01  AUD-WP-RECORD          PIC X(80).

      *    A DATED COPY OF AUD-WP-FILE, WRITTEN AFTER THE PAPER IS
      *    CLOSED, SO EACH CYCLE'S PAPER IS RETAINED UNDER ITS OWN
      *    NAME INSTEAD OF BEING OVERWRITTEN BY THE NEXT RUN.
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
       01  INT-LEDGER-STATUS      PIC XX.
       01  SI-ACCT-STATUS         PIC XX.
       01  CI-ACCT-STATUS         PIC XX.
       01  BAL-HIST-STATUS        PIC XX.
       01  RATE-BAND-STATUS       PIC XX.
       01  RATE-INDEX-STATUS      PIC XX.
       01  RATE-DESG-STATUS       PIC XX.
       01  RATE-OVR-STATUS        PIC XX.
       01  HOLD-FILE-STATUS       PIC XX.
       01  CPN-LEDG-STATUS        PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  LEDGER-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-INT-LEDGER      VALUE "Y".
       01  SI-MASTER-SWITCH       PIC X VALUE "N".
           88  SI-MASTER-IS-OPEN      VALUE "Y".
       01  CI-MASTER-SWITCH       PIC X VALUE "N".
           88  CI-MASTER-IS-OPEN      VALUE "Y".

      *    THE CYCLE UNDER AUDIT, THE SAMPLE SIZE (PARAMETER
      *    SAMPLESIZE, 25 BY DEFAULT, AT MOST 200), THE VARIANCE
      *    TOLERANCE (PARAMETER VARTOL, ONE CENT BY DEFAULT) AND THE
      *    GENERATOR SEED, ALL FROM THE CENTRAL PARAMETER LIBRARY.
       01  AUDIT-CYCLE-DATE       PIC 9(8).
       01  SAMPLE-SIZE            PIC 9(3) VALUE 25.
       01  VARIANCE-TOLERANCE     PIC 9(3)V99 VALUE 0.01.
       01  RANDOM-SEED            PIC 9(10).
       01  RANDOM-SEED-START      PIC 9(10).
       01  VALUE-DATE-AREA.
           05  VALUE-DATE-X       PIC X(8).
           05  VALUE-DATE REDEFINES VALUE-DATE-X
                                  PIC 9(8).
       01  VALUE-SIZE-AREA.
           05  VALUE-SIZE-X       PIC X(3).
           05  VALUE-SIZE REDEFINES VALUE-SIZE-X
                                  PIC 9(3).
       01  VALUE-TOL-AREA.
           05  VALUE-TOL-X        PIC X(5).
           05  VALUE-TOL REDEFINES VALUE-TOL-X
                                  PIC 9(3)V99.

      *    THE SEEDED GENERATOR - A MULTIPLICATIVE CONGRUENTIAL
      *    SEQUENCE (MULTIPLIER 16807, MODULUS 2147483647), SO THE
      *    SAME SEED ALWAYS DRAWS THE SAME SAMPLE.
       01  RANDOM-PRODUCT         PIC 9(15).
       01  RANDOM-QUOTIENT        PIC 9(15).

      *    EVERY LEDGER ENTRY OF THE CYCLE EXCEPT THE DAILY
      *    ACCRUALS, WITH THE STRATUM IT WAS DRAWN UNDER - U UNUSUAL
      *    TYPE, K KEY ITEM, M MONETARY-UNIT SELECTION - OR SPACE
      *    WHEN IT WAS NOT DRAWN.
       01  POPULATION-COUNT       PIC 9(4) VALUE 0.
       01  POPULATION-TABLE.
           05  POPULATION-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON POPULATION-COUNT.
               10  POP-ACCT-NUMBER        PIC X(10).
               10  POP-PRODUCT            PIC X(02).
               10  POP-ENTRY-TYPE         PIC X.
               10  POP-PRINCIPAL          PIC 9(5)V99.
               10  POP-RATE               PIC 9(3)V99.
               10  POP-INTEREST           PIC 9(9)V99.
               10  POP-CURRENCY-CODE      PIC X(03).
               10  POP-PRIOR-RUN-DATE     PIC 9(8).
               10  POP-INTEREST-BASIS     PIC X.
               10  POP-STRATUM            PIC X.
       01  POPULATION-INDEX       PIC 9(4).
       01  POPULATION-OVERFLOW    PIC 9(5) VALUE 0.
       01  POPULATION-TOTAL       PIC 9(11)V99 VALUE 0.
       01  POSTING-TOTAL          PIC 9(11)V99 VALUE 0.
       01  UNUSUAL-COUNT          PIC 9(4) VALUE 0.

      *    THE SELECTION WORK AREAS.
       01  UNUSUAL-SLOTS          PIC 9(3).
       01  MONETARY-SLOTS         PIC 9(3).
       01  UNUSUAL-STEP           PIC 9(4).
       01  UNUSUAL-START          PIC 9(4).
       01  UNUSUAL-SEEN           PIC 9(4).
       01  UNUSUAL-TAKEN          PIC 9(3) VALUE 0.
       01  KEY-ITEM-COUNT         PIC 9(3) VALUE 0.
       01  MONETARY-TAKEN         PIC 9(3) VALUE 0.
       01  MONETARY-ONLY          PIC 9(3).
       01  SAMPLING-INTERVAL      PIC 9(11)V99 VALUE 0.
       01  INTERVAL-CENTS         PIC 9(13).
       01  START-CENTS            PIC 9(13).
       01  SELECTION-POINT        PIC 9(11)V99.
       01  CUMULATIVE-INTEREST    PIC 9(11)V99.

      *    THE DRAWN ITEMS IN LEDGER ORDER, WITH THE EVIDENCE THE
      *    SECOND LEDGER PASS GATHERS FOR THEM.
       01  SAMPLE-COUNT           PIC 9(3) VALUE 0.
       01  SAMPLE-TABLE.
           05  SAMPLE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON SAMPLE-COUNT.
               10  SMP-POP-INDEX          PIC 9(4).
               10  SMP-ACCRUED-SUM        PIC 9(11)V99.
               10  SMP-ACCRUAL-ENTRIES    PIC 9(5).
       01  SAMPLE-INDEX           PIC 9(3).
       01  SAMPLE-MATCH-SWITCH    PIC X.
           88  ACCOUNT-IS-SAMPLED     VALUE "Y".

      *    CI CAPITALIZATIONS AND SWEEPS DATED AFTER THE CYCLE ON
      *    SAMPLED CI ACCOUNTS - THE PRINCIPAL MOVEMENTS BALHIST DOES
      *    NOT CARRY, NEEDED TO ROLL THE MASTER BACK TO THE CYCLE.
       01  LATER-COUNT            PIC 9(4) VALUE 0.
       01  LATER-TABLE.
           05  LATER-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON LATER-COUNT.
               10  LTR-ACCT-NUMBER        PIC X(10).
               10  LTR-CYCLE-DATE         PIC 9(8).
               10  LTR-PRIOR-RUN-DATE     PIC 9(8).
               10  LTR-ENTRY-TYPE         PIC X.
               10  LTR-AMOUNT             PIC 9(9)V99.
       01  LATER-INDEX            PIC 9(4).
       01  SWEEP-INDEX            PIC 9(4).
       01  SWEPT-SWITCH           PIC X.
           88  CAPITAL-WAS-SWEPT      VALUE "Y".

      *    THE BALHIST MOVEMENTS OF THE SAMPLED ACCOUNTS.
       01  BAL-HIST-COUNT         PIC 9(4) VALUE 0.
       01  BAL-HIST-TABLE.
           05  BAL-HIST-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON BAL-HIST-COUNT.
               10  BHT-ACCT-NUMBER        PIC X(10).
               10  BHT-PRODUCT            PIC X(02).
               10  BHT-POST-DATE          PIC 9(8).
               10  BHT-PRIOR-BALANCE      PIC 9(5)V99.
               10  BHT-NEW-BALANCE        PIC 9(5)V99.
       01  BAL-HIST-INDEX         PIC 9(4).

      *    THE RATE TABLES, HOLDS AND CAMPAIGN PAYMENTS, FOR BOTH
      *    PRODUCTS, EACH ROW KEEPING ITS TARGET.
       01  RATE-INDEX-COUNT       PIC 9(3) VALUE 0.
       01  RATE-INDEX-TABLE.
           05  RATE-INDEX-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON RATE-INDEX-COUNT.
               10  RIT-INDEX-CODE         PIC X(5).
               10  RIT-RATE               PIC 9(3)V99.
               10  RIT-EFF-DATE           PIC 9(8).
       01  RATE-INDEX-INDEX       PIC 9(3).
       01  RATE-DESG-COUNT        PIC 9(4) VALUE 0.
       01  RATE-DESG-TABLE.
           05  RATE-DESG-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON RATE-DESG-COUNT.
               10  RDT-TARGET             PIC X(2).
               10  RDT-ACCT-NUMBER        PIC X(10).
               10  RDT-INDEX-CODE         PIC X(5).
               10  RDT-MARGIN             PIC 9(3)V99.
       01  RATE-DESG-INDEX        PIC 9(4).
       01  RATE-OVR-COUNT         PIC 9(4) VALUE 0.
       01  RATE-OVR-TABLE.
           05  RATE-OVR-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON RATE-OVR-COUNT.
               10  ROT-TARGET             PIC X(2).
               10  ROT-ACCT-NUMBER        PIC X(10).
               10  ROT-TYPE               PIC X.
               10  ROT-SPREAD-SIGN        PIC X.
               10  ROT-RATE               PIC 9(3)V99.
               10  ROT-START-DATE         PIC 9(8).
               10  ROT-EXPIRY-DATE        PIC 9(8).
               10  ROT-APPROVED-BY        PIC X(8).
       01  RATE-OVR-INDEX         PIC 9(4).
       01  HOLD-COUNT             PIC 9(3) VALUE 0.
       01  HOLD-TABLE.
           05  HOLD-ENTRY OCCURS 1 TO 400 TIMES
                   DEPENDING ON HOLD-COUNT.
               10  HDT-TARGET             PIC X(2).
               10  HDT-ACCT-NUMBER        PIC X(10).
               10  HDT-TYPE               PIC X(6).
               10  HDT-FROM-DATE          PIC 9(8).
               10  HDT-TO-DATE            PIC 9(8).
       01  HOLD-INDEX             PIC 9(3).
       01  BONUS-COUNT            PIC 9(4) VALUE 0.
       01  BONUS-TABLE.
           05  BONUS-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON BONUS-COUNT.
               10  BNT-TARGET             PIC X(2).
               10  BNT-ACCT-NUMBER        PIC X(10).
               10  BNT-AMOUNT             PIC 9(7)V99.
       01  BONUS-INDEX            PIC 9(4).

      *    THE HOUSE RATE BANDS, AND THE BANDS IN FORCE FOR THE ITEM
      *    IN HAND WITH THE SLICE EACH ONE PRICED.
       01  HOUSE-BAND-COUNT       PIC 9(2) VALUE 0.
       01  HOUSE-BAND-TABLE.
           05  HOUSE-BAND-ENTRY OCCURS 20 TIMES.
               10  HOUSE-BAND-FLOOR       PIC 9(5)V99.
               10  HOUSE-BAND-CEILING     PIC 9(5)V99.
               10  HOUSE-BAND-RATE        PIC 9(3)V99.
       01  ITEM-BAND-COUNT        PIC 9(2).
       01  ITEM-BAND-TABLE.
           05  ITEM-BAND-ENTRY OCCURS 20 TIMES.
               10  IBD-FLOOR              PIC 9(5)V99.
               10  IBD-CEILING            PIC 9(5)V99.
               10  IBD-RATE               PIC 9(3)V99.
               10  IBD-SLICE              PIC 9(5)V99.
               10  IBD-RESULT             PIC 9(9)V99.
       01  BAND-INDEX             PIC 9(2).
       01  SLICE-TOP              PIC 9(5)V99.

      *    THE MASTER AS IT STANDS FOR THE ITEM IN HAND.
       01  MASTER-FOUND-SWITCH    PIC X.
           88  MASTER-WAS-FOUND       VALUE "Y".
       01  MASTER-PRINCIPAL       PIC 9(5)V99.
       01  MASTER-RATE            PIC 9(3)V99.
       01  MASTER-TIME            PIC 9(3).
       01  MASTER-DAY-COUNT       PIC X.
           88  MASTER-ACTUAL-360      VALUE "3".
           88  MASTER-ACTUAL-365      VALUE "5".
       01  MASTER-ACCRUAL-DAYS    PIC 9(5).
       01  MASTER-FREQ            PIC 9(2).
       01  MASTER-PRODUCT-CODE    PIC X(06).

      *    THE INPUTS RE-DERIVED FOR THE ITEM IN HAND.
       01  DERIVED-PRINCIPAL      PIC 9(5)V99.
       01  DERIVED-RATE           PIC 9(3)V99.
       01  CYCLE-BALANCE          PIC S9(7)V99.
       01  CUTOFF-DATE            PIC 9(8).
       01  BALANCE-SUM            PIC 9(11)V99.
       01  BALANCE-POINTS         PIC 9(4).
       01  OPENING-SEEN-SWITCH    PIC X.
           88  OPENING-WAS-SEEN       VALUE "Y".
       01  HOLD-SWITCH            PIC X.
           88  HOLD-WAS-IN-FORCE      VALUE "Y".
       01  ITEM-HOLD-TYPE         PIC X(6).
       01  PRODUCT-SWITCH         PIC X.
           88  PRODUCT-IS-UNKNOWN     VALUE "U".
       01  OVERRIDE-SWITCH        PIC X.
           88  ITEM-RATE-OVERRIDDEN   VALUE "Y".
       01  OVR-TYPE               PIC X.
           88  OVR-IS-FIXED-RATE      VALUE "R".
       01  OVR-SPREAD-SIGN        PIC X.
           88  OVR-SPREAD-DOWN        VALUE "-".
       01  OVR-RATE               PIC 9(3)V99.
       01  SPREAD-TRIAL-RATE      PIC S9(5)V99.
       01  RESOLVED-INDEX-CODE    PIC X(5).
       01  RESOLVED-MARGIN        PIC 9(3)V99.
       01  RESOLVED-INDEX-RATE    PIC 9(3)V99.
       01  INDEX-BEST-DATE        PIC 9(8).
       01  INDEX-FOUND-SWITCH     PIC X.
           88  INDEX-RATE-WAS-FOUND   VALUE "Y".
       01  RATE-SOURCE            PIC X(8).
       01  ITEM-BONUS             PIC 9(7)V99.
       01  TIME-FACTOR            PIC 9(5)V9(5).
       01  PERIOD-RATE            PIC 9(3)V9999.
       01  TOTAL-PERIODS          PIC 9(5).
       01  POWER-INDEX            PIC 9(5).
       01  COMPOUND-FACTOR        PIC 9(6)V9(7).
       01  MATURITY-AMOUNT        PIC 9(9)V99.
       01  ORIGINAL-SWITCH        PIC X.
           88  ORIGINAL-WAS-FOUND     VALUE "Y".
       01  ORIGINAL-TYPE          PIC X.
       01  ORIGINAL-INDEX         PIC 9(4).

      *    THE VERDICT FOR THE ITEM IN HAND.
       01  EXPECTED-INTEREST      PIC 9(9)V99.
       01  VARIANCE-AMOUNT        PIC S9(9)V99.
       01  ABS-VARIANCE           PIC 9(9)V99.
       01  ITEM-RESULT            PIC X(10).
       01  ITEM-TESTED-SWITCH     PIC X.
           88  ITEM-WAS-RECOMPUTED    VALUE "Y".
       01  ITEM-NOTE              PIC X(60).

      *    THE PAPER'S TOTALS.
       01  RECOMPUTED-COUNT       PIC 9(3) VALUE 0.
       01  AGREED-COUNT           PIC 9(3) VALUE 0.
       01  EXCEPTION-COUNT        PIC 9(3) VALUE 0.
       01  VOUCHED-COUNT          PIC 9(3) VALUE 0.
       01  NET-VARIANCE           PIC S9(11)V99 VALUE 0.
       01  SAMPLE-POSTED-TOTAL    PIC 9(11)V99 VALUE 0.

      *    WORKING PAPER LINE WORK AREAS.
       01  EDITED-SEQUENCE        PIC ZZ9.
       01  EDITED-POSTED          PIC Z(8)9.99.
       01  EDITED-EXPECTED        PIC Z(8)9.99.
       01  EDITED-VARIANCE        PIC -(8)9.99.
       01  EDITED-LEDGER-PRIN     PIC ZZZZ9.99.
       01  EDITED-DERIVED-PRIN    PIC ZZZZ9.99.
       01  EDITED-LEDGER-RATE     PIC ZZ9.99.
       01  EDITED-DERIVED-RATE    PIC ZZ9.99.
       01  EDITED-SLICE           PIC ZZZZ9.99.
       01  EDITED-BAND-RESULT     PIC Z(8)9.99.
       01  EDITED-BONUS           PIC ZZZZZZ9.99.
       01  EDITED-TOTAL           PIC Z(10)9.99.
       01  EDITED-NET-VARIANCE    PIC -(10)9.99.
       01  EDITED-INTERVAL        PIC Z(10)9.99.
       01  EDITED-TOLERANCE       PIC ZZ9.99.
       01  EDITED-COUNT           PIC ZZZ9.
       01  BASIS-TEXT             PIC X(5).
       01  DAY-COUNT-TEXT         PIC X(7).

       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE, STAMPED ON EVERY AUDIT AND EXCEPTION
      *    RECORD AND SIGNED ON THE PAPER AS ITS PREPARER.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    A PAPER WITH EXCEPTIONS RAISES A CRITICAL ALERT THROUGH
      *    THE SHARED WRITER AS WELL AS FAILING THE RETURN CODE.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

      *    THE PRODUCT CATALOG, FOR A CATALOG PRODUCT'S OWN BANDS.
       01  PRODUCT-SERVICE-AREA.
           COPY PRODREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

           PERFORM RUN-INTEREST-AUDIT.

           IF EXCEPTION-COUNT > 0
               MOVE 8 TO RETURN-CODE
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

       RUN-INTEREST-AUDIT.
           ACCEPT BATCH-START-TIME FROM TIME

           PERFORM LOAD-AUDIT-PARAMETERS
           PERFORM LOAD-CYCLE-POPULATION
           PERFORM SELECT-UNUSUAL-ITEMS
           PERFORM SELECT-MONETARY-UNITS THRU SELECT-MONETARY-UNITS-EXIT
           PERFORM BUILD-SAMPLE-TABLE
           PERFORM LOAD-SAMPLE-EVIDENCE
           PERFORM LOAD-BALANCE-HISTORY
           PERFORM LOAD-HOUSE-BANDS
           PERFORM LOAD-RATE-TABLES
           PERFORM LOAD-HOLDS
           PERFORM LOAD-CAMPAIGN-BONUSES

           OPEN INPUT SI-ACCT-FILE
           IF SI-ACCT-STATUS = "00"
               SET SI-MASTER-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT CI-ACCT-FILE
           IF CI-ACCT-STATUS = "00"
               SET CI-MASTER-IS-OPEN TO TRUE
           END-IF

           OPEN OUTPUT AUD-WP-FILE
           PERFORM OPEN-EXCEPTION-LOG
           PERFORM WRITE-PAPER-HEADER

           PERFORM VARYING SAMPLE-INDEX FROM 1 BY 1
                   UNTIL SAMPLE-INDEX > SAMPLE-COUNT
               PERFORM AUDIT-ONE-ITEM
           END-PERFORM

           PERFORM WRITE-SIGN-OFF-BLOCK
           CLOSE AUD-WP-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT

           IF SI-MASTER-IS-OPEN
               CLOSE SI-ACCT-FILE
           END-IF
           IF CI-MASTER-IS-OPEN
               CLOSE CI-ACCT-FILE
           END-IF

           IF EXCEPTION-COUNT > 0
               PERFORM RAISE-EXCEPTION-ALERT
           END-IF

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

      *    THE CYCLE TO AUDIT (AUDCYCLE), THE SAMPLE SIZE
      *    (SAMPLESIZE), THE TOLERANCE (VARTOL) AND THE SEED (SEED),
      *    EACH DEFAULTING WHEN NO USABLE ROW IS ON FILE.
       LOAD-AUDIT-PARAMETERS.
           MOVE RUN-DATE TO AUDIT-CYCLE-DATE
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "INTEREST-AUDIT" TO PLQ-PROGRAM-ID
           MOVE "AUDCYCLE" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (1:8) TO VALUE-DATE-X
               IF VALUE-DATE-X NUMERIC AND VALUE-DATE > 0
                   MOVE VALUE-DATE TO AUDIT-CYCLE-DATE
               END-IF
           END-IF

           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "INTEREST-AUDIT" TO PLQ-PROGRAM-ID
           MOVE "SAMPLESIZE" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (1:3) TO VALUE-SIZE-X
               IF VALUE-SIZE-X NUMERIC AND VALUE-SIZE > 0
                   MOVE VALUE-SIZE TO SAMPLE-SIZE
               END-IF
           END-IF
           IF SAMPLE-SIZE > 200
               MOVE 200 TO SAMPLE-SIZE
           END-IF

           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "INTEREST-AUDIT" TO PLQ-PROGRAM-ID
           MOVE "VARTOL" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (6:5) TO VALUE-TOL-X
               IF VALUE-TOL-X NUMERIC
                   MOVE VALUE-TOL TO VARIANCE-TOLERANCE
               END-IF
           END-IF

           MOVE AUDIT-CYCLE-DATE TO RANDOM-SEED
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "INTEREST-AUDIT" TO PLQ-PROGRAM-ID
           MOVE "SEED" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (1:8) TO VALUE-DATE-X
               IF VALUE-DATE-X NUMERIC
                   MOVE VALUE-DATE TO RANDOM-SEED
               END-IF
           END-IF
           DIVIDE RANDOM-SEED BY 2147483647 GIVING RANDOM-QUOTIENT
               REMAINDER RANDOM-SEED
           IF RANDOM-SEED = 0
               MOVE 1 TO RANDOM-SEED
           END-IF
           MOVE RANDOM-SEED TO RANDOM-SEED-START.

      *    FIRST LEDGER PASS - EVERY ENTRY OF THE CYCLE EXCEPT THE
      *    DAILY ACCRUALS, WHICH ARE EVIDENCE FOR A CAPITALIZATION
      *    RATHER THAN POSTINGS IN THEIR OWN RIGHT.
       LOAD-CYCLE-POPULATION.
           MOVE "N" TO LEDGER-EOF-SWITCH
           OPEN INPUT INT-LEDGER-FILE
           IF INT-LEDGER-STATUS = "00"
               READ INT-LEDGER-FILE
                   AT END SET END-OF-INT-LEDGER TO TRUE
               END-READ

               PERFORM UNTIL END-OF-INT-LEDGER
                   IF LDG-CYCLE-DATE = AUDIT-CYCLE-DATE
                           AND NOT LDG-ACCRUAL
                       IF POPULATION-COUNT < 5000
                           PERFORM ADD-POPULATION-ENTRY
                       ELSE
                           ADD 1 TO POPULATION-OVERFLOW
                       END-IF
                   END-IF

                   READ INT-LEDGER-FILE
                       AT END SET END-OF-INT-LEDGER TO TRUE
                   END-READ
               END-PERFORM

               CLOSE INT-LEDGER-FILE
           END-IF.

       ADD-POPULATION-ENTRY.
           ADD 1 TO POPULATION-COUNT
           MOVE LDG-ACCT-NUMBER TO POP-ACCT-NUMBER (POPULATION-COUNT)
           MOVE LDG-PRODUCT TO POP-PRODUCT (POPULATION-COUNT)
           MOVE LDG-ENTRY-TYPE TO POP-ENTRY-TYPE (POPULATION-COUNT)
           IF LDG-ENTRY-TYPE = SPACE
               MOVE "P" TO POP-ENTRY-TYPE (POPULATION-COUNT)
           END-IF
           MOVE LDG-PRINCIPAL TO POP-PRINCIPAL (POPULATION-COUNT)
           MOVE LDG-RATE TO POP-RATE (POPULATION-COUNT)
           MOVE LDG-INTEREST TO POP-INTEREST (POPULATION-COUNT)
           MOVE LDG-CURRENCY-CODE
               TO POP-CURRENCY-CODE (POPULATION-COUNT)
           IF LDG-PRIOR-RUN-DATE NUMERIC
               MOVE LDG-PRIOR-RUN-DATE
                   TO POP-PRIOR-RUN-DATE (POPULATION-COUNT)
           ELSE
               MOVE 0 TO POP-PRIOR-RUN-DATE (POPULATION-COUNT)
           END-IF
           MOVE LDG-INTEREST-BASIS
               TO POP-INTEREST-BASIS (POPULATION-COUNT)
           MOVE SPACE TO POP-STRATUM (POPULATION-COUNT)
           ADD LDG-INTEREST TO POPULATION-TOTAL
           IF LDG-NORMAL-POSTING
               ADD LDG-INTEREST TO POSTING-TOTAL
           ELSE
               ADD 1 TO UNUSUAL-COUNT
           END-IF.

      *    THE UNUSUAL-TYPE STRATUM - UP TO HALF THE SAMPLE. WHEN
      *    THERE ARE MORE UNUSUAL ENTRIES THAN SLOTS, EVERY NTH ONE
      *    IS TAKEN FROM A RANDOM START.
       SELECT-UNUSUAL-ITEMS.
           COMPUTE UNUSUAL-SLOTS = SAMPLE-SIZE / 2
           IF UNUSUAL-SLOTS = 0
               MOVE 1 TO UNUSUAL-SLOTS
           END-IF
           IF UNUSUAL-COUNT NOT > UNUSUAL-SLOTS
               MOVE 1 TO UNUSUAL-STEP
               MOVE 1 TO UNUSUAL-START
           ELSE
               COMPUTE UNUSUAL-STEP = UNUSUAL-COUNT / UNUSUAL-SLOTS
               PERFORM NEXT-RANDOM-NUMBER
               DIVIDE RANDOM-SEED BY UNUSUAL-STEP
                   GIVING RANDOM-QUOTIENT REMAINDER UNUSUAL-START
               ADD 1 TO UNUSUAL-START
           END-IF

           MOVE 0 TO UNUSUAL-SEEN
           PERFORM VARYING POPULATION-INDEX FROM 1 BY 1
                   UNTIL POPULATION-INDEX > POPULATION-COUNT
               IF POP-ENTRY-TYPE (POPULATION-INDEX) NOT = "P"
                   ADD 1 TO UNUSUAL-SEEN
                   IF UNUSUAL-SEEN NOT < UNUSUAL-START
                           AND UNUSUAL-TAKEN < UNUSUAL-SLOTS
                       MOVE "U" TO POP-STRATUM (POPULATION-INDEX)
                       ADD 1 TO UNUSUAL-TAKEN
                       ADD UNUSUAL-STEP TO UNUSUAL-START
                   END-IF
               END-IF
           END-PERFORM.

      *    THE MONETARY-UNIT STRATUM OVER THE NORMAL POSTINGS - THE
      *    REST OF THE SAMPLE. A SELECTION POINT FALLS EVERY
      *    INTERVAL THROUGH THE CUMULATIVE INTEREST FROM A RANDOM
      *    START; THE POSTING EACH POINT LANDS IN IS DRAWN. A
      *    POSTING OF AT LEAST ONE INTERVAL IS A KEY ITEM AND IS
      *    ALWAYS DRAWN. WHEN THE POSTINGS ARE TOO FEW OR TOO SMALL
      *    FOR AN INTERVAL, EVERY ONE IS DRAWN.
       SELECT-MONETARY-UNITS.
           COMPUTE MONETARY-SLOTS = SAMPLE-SIZE - UNUSUAL-TAKEN
           IF MONETARY-SLOTS = 0 OR POSTING-TOTAL = 0
               GO TO SELECT-MONETARY-UNITS-EXIT
           END-IF
           COMPUTE SAMPLING-INTERVAL = POSTING-TOTAL / MONETARY-SLOTS

           IF SAMPLING-INTERVAL = 0
               PERFORM VARYING POPULATION-INDEX FROM 1 BY 1
                       UNTIL POPULATION-INDEX > POPULATION-COUNT
                   IF POP-ENTRY-TYPE (POPULATION-INDEX) = "P"
                           AND POP-INTEREST (POPULATION-INDEX) > 0
                           AND MONETARY-TAKEN < MONETARY-SLOTS
                       MOVE "M" TO POP-STRATUM (POPULATION-INDEX)
                       ADD 1 TO MONETARY-TAKEN
                   END-IF
               END-PERFORM
               GO TO SELECT-MONETARY-UNITS-EXIT
           END-IF

           COMPUTE INTERVAL-CENTS = SAMPLING-INTERVAL * 100
           PERFORM NEXT-RANDOM-NUMBER
           DIVIDE RANDOM-SEED BY INTERVAL-CENTS
               GIVING RANDOM-QUOTIENT REMAINDER START-CENTS
           COMPUTE SELECTION-POINT = START-CENTS / 100

           MOVE 0 TO CUMULATIVE-INTEREST
           PERFORM VARYING POPULATION-INDEX FROM 1 BY 1
                   UNTIL POPULATION-INDEX > POPULATION-COUNT
               IF POP-ENTRY-TYPE (POPULATION-INDEX) = "P"
                   ADD POP-INTEREST (POPULATION-INDEX)
                       TO CUMULATIVE-INTEREST
                   PERFORM UNTIL SELECTION-POINT
                           NOT < CUMULATIVE-INTEREST
                           OR MONETARY-TAKEN NOT < MONETARY-SLOTS
                       IF POP-STRATUM (POPULATION-INDEX) = SPACE
                           IF POP-INTEREST (POPULATION-INDEX)
                                   NOT < SAMPLING-INTERVAL
                               MOVE "K" TO
                                   POP-STRATUM (POPULATION-INDEX)
                               ADD 1 TO KEY-ITEM-COUNT
                           ELSE
                               MOVE "M" TO
                                   POP-STRATUM (POPULATION-INDEX)
                           END-IF
                           ADD 1 TO MONETARY-TAKEN
                       END-IF
                       ADD SAMPLING-INTERVAL TO SELECTION-POINT
                   END-PERFORM
               END-IF
           END-PERFORM.

       SELECT-MONETARY-UNITS-EXIT.
           EXIT.

      *    ONE STEP OF THE SEEDED GENERATOR, LEAVING THE NEW VALUE
      *    IN RANDOM-SEED.
       NEXT-RANDOM-NUMBER.
           COMPUTE RANDOM-PRODUCT = RANDOM-SEED * 16807
           DIVIDE RANDOM-PRODUCT BY 2147483647
               GIVING RANDOM-QUOTIENT REMAINDER RANDOM-SEED.

      *    THE DRAWN ITEMS, IN LEDGER ORDER.
       BUILD-SAMPLE-TABLE.
           PERFORM VARYING POPULATION-INDEX FROM 1 BY 1
                   UNTIL POPULATION-INDEX > POPULATION-COUNT
               IF POP-STRATUM (POPULATION-INDEX) NOT = SPACE
                       AND SAMPLE-COUNT < 200
                   ADD 1 TO SAMPLE-COUNT
                   MOVE POPULATION-INDEX
                       TO SMP-POP-INDEX (SAMPLE-COUNT)
                   MOVE 0 TO SMP-ACCRUED-SUM (SAMPLE-COUNT)
                   MOVE 0 TO SMP-ACCRUAL-ENTRIES (SAMPLE-COUNT)
               END-IF
           END-PERFORM.

      *    SECOND LEDGER PASS - THE DAILY ACCRUALS INSIDE EACH
      *    SAMPLED CAPITALIZATION'S WINDOW (AFTER ITS PRIOR POSTING,
      *    UP TO AND INCLUDING THE CYCLE), AND THE CI CAPITALIZATIONS
      *    AND SWEEPS DATED AFTER THE CYCLE ON SAMPLED CI ACCOUNTS.
       LOAD-SAMPLE-EVIDENCE.
           MOVE "N" TO LEDGER-EOF-SWITCH
           OPEN INPUT INT-LEDGER-FILE
           IF INT-LEDGER-STATUS = "00"
               READ INT-LEDGER-FILE
                   AT END SET END-OF-INT-LEDGER TO TRUE
               END-READ

               PERFORM UNTIL END-OF-INT-LEDGER
                   IF LDG-ACCRUAL
                       PERFORM NOTE-SAMPLE-ACCRUAL
                   END-IF
                   IF LDG-PRODUCT-CI
                           AND LDG-CYCLE-DATE > AUDIT-CYCLE-DATE
                           AND (LDG-CAPITALIZATION OR LDG-SWEEP-OUT)
                       PERFORM NOTE-LATER-MOVEMENT
                   END-IF

                   READ INT-LEDGER-FILE
                       AT END SET END-OF-INT-LEDGER TO TRUE
                   END-READ
               END-PERFORM

               CLOSE INT-LEDGER-FILE
           END-IF.

       NOTE-SAMPLE-ACCRUAL.
           PERFORM VARYING SAMPLE-INDEX FROM 1 BY 1
                   UNTIL SAMPLE-INDEX > SAMPLE-COUNT
               MOVE SMP-POP-INDEX (SAMPLE-INDEX) TO POPULATION-INDEX
               IF POP-ENTRY-TYPE (POPULATION-INDEX) = "C"
                   AND POP-ACCT-NUMBER (POPULATION-INDEX)
                       = LDG-ACCT-NUMBER
                   AND POP-PRODUCT (POPULATION-INDEX) = LDG-PRODUCT
                   AND LDG-CYCLE-DATE
                       > POP-PRIOR-RUN-DATE (POPULATION-INDEX)
                   AND LDG-CYCLE-DATE NOT > AUDIT-CYCLE-DATE
                   ADD LDG-INTEREST TO SMP-ACCRUED-SUM (SAMPLE-INDEX)
                   ADD 1 TO SMP-ACCRUAL-ENTRIES (SAMPLE-INDEX)
               END-IF
           END-PERFORM.

       NOTE-LATER-MOVEMENT.
           MOVE "N" TO SAMPLE-MATCH-SWITCH
           PERFORM VARYING SAMPLE-INDEX FROM 1 BY 1
                   UNTIL SAMPLE-INDEX > SAMPLE-COUNT
               MOVE SMP-POP-INDEX (SAMPLE-INDEX) TO POPULATION-INDEX
               IF POP-ACCT-NUMBER (POPULATION-INDEX) = LDG-ACCT-NUMBER
                   AND POP-PRODUCT (POPULATION-INDEX) = "CI"
                   SET ACCOUNT-IS-SAMPLED TO TRUE
               END-IF
           END-PERFORM
           IF ACCOUNT-IS-SAMPLED AND LATER-COUNT < 1000
               ADD 1 TO LATER-COUNT
               MOVE LDG-ACCT-NUMBER TO LTR-ACCT-NUMBER (LATER-COUNT)
               MOVE LDG-CYCLE-DATE TO LTR-CYCLE-DATE (LATER-COUNT)
               IF LDG-PRIOR-RUN-DATE NUMERIC
                   MOVE LDG-PRIOR-RUN-DATE
                       TO LTR-PRIOR-RUN-DATE (LATER-COUNT)
               ELSE
                   MOVE 0 TO LTR-PRIOR-RUN-DATE (LATER-COUNT)
               END-IF
               MOVE LDG-ENTRY-TYPE TO LTR-ENTRY-TYPE (LATER-COUNT)
               MOVE LDG-INTEREST TO LTR-AMOUNT (LATER-COUNT)
           END-IF.

      *    THE BALHIST MOVEMENTS OF THE SAMPLED ACCOUNTS ONLY.
       LOAD-BALANCE-HISTORY.
           OPEN INPUT BAL-HIST-FILE
           IF BAL-HIST-STATUS = "00"
               PERFORM UNTIL BAL-HIST-STATUS NOT = "00"
                   READ BAL-HIST-FILE
                       AT END MOVE "10" TO BAL-HIST-STATUS
                       NOT AT END
                           PERFORM NOTE-BALANCE-MOVEMENT
                   END-READ
               END-PERFORM
               CLOSE BAL-HIST-FILE
           END-IF.

       NOTE-BALANCE-MOVEMENT.
           MOVE "N" TO SAMPLE-MATCH-SWITCH
           PERFORM VARYING SAMPLE-INDEX FROM 1 BY 1
                   UNTIL SAMPLE-INDEX > SAMPLE-COUNT
               MOVE SMP-POP-INDEX (SAMPLE-INDEX) TO POPULATION-INDEX
               IF POP-ACCT-NUMBER (POPULATION-INDEX) = BHR-ACCT-NUMBER
                   AND POP-PRODUCT (POPULATION-INDEX) = BHR-PRODUCT
                   SET ACCOUNT-IS-SAMPLED TO TRUE
               END-IF
           END-PERFORM
           IF ACCOUNT-IS-SAMPLED AND BAL-HIST-COUNT < 5000
               ADD 1 TO BAL-HIST-COUNT
               MOVE BHR-ACCT-NUMBER TO BHT-ACCT-NUMBER (BAL-HIST-COUNT)
               MOVE BHR-PRODUCT TO BHT-PRODUCT (BAL-HIST-COUNT)
               MOVE BHR-POST-DATE TO BHT-POST-DATE (BAL-HIST-COUNT)
               MOVE BHR-PRIOR-BALANCE
                   TO BHT-PRIOR-BALANCE (BAL-HIST-COUNT)
               MOVE BHR-NEW-BALANCE
                   TO BHT-NEW-BALANCE (BAL-HIST-COUNT)
           END-IF.

       LOAD-HOUSE-BANDS.
           OPEN INPUT RATE-BAND-FILE
           IF RATE-BAND-STATUS = "00"
               PERFORM UNTIL RATE-BAND-STATUS NOT = "00"
                   READ RATE-BAND-FILE
                       AT END MOVE "10" TO RATE-BAND-STATUS
                       NOT AT END
                           IF RBD-BAND-SET = SPACES
                                   AND HOUSE-BAND-COUNT < 20
                               ADD 1 TO HOUSE-BAND-COUNT
                               MOVE RBD-BAND-FLOOR TO
                                   HOUSE-BAND-FLOOR (HOUSE-BAND-COUNT)
                               MOVE RBD-BAND-CEILING TO
                                   HOUSE-BAND-CEILING
                                       (HOUSE-BAND-COUNT)
                               MOVE RBD-BAND-RATE TO
                                   HOUSE-BAND-RATE (HOUSE-BAND-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-BAND-FILE
           END-IF.

      *    THE INDEX RATES, THE INDEX DESIGNATIONS AND THE
      *    NEGOTIATED OVERRIDES FOR BOTH PRODUCTS.
       LOAD-RATE-TABLES.
           OPEN INPUT RATE-INDEX-FILE
           IF RATE-INDEX-STATUS = "00"
               PERFORM UNTIL RATE-INDEX-STATUS NOT = "00"
                   READ RATE-INDEX-FILE
                       AT END MOVE "10" TO RATE-INDEX-STATUS
                       NOT AT END
                           IF RATE-INDEX-COUNT < 200
                               ADD 1 TO RATE-INDEX-COUNT
                               MOVE RIX-INDEX-CODE TO
                                   RIT-INDEX-CODE (RATE-INDEX-COUNT)
                               MOVE RIX-RATE TO
                                   RIT-RATE (RATE-INDEX-COUNT)
                               IF RIX-EFFECTIVE-DATE NUMERIC
                                   MOVE RIX-EFFECTIVE-DATE TO
                                       RIT-EFF-DATE
                                           (RATE-INDEX-COUNT)
                               ELSE
                                   MOVE 0 TO RIT-EFF-DATE
                                       (RATE-INDEX-COUNT)
                               END-IF
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
                           IF RATE-DESG-COUNT < 1000
                               ADD 1 TO RATE-DESG-COUNT
                               MOVE RDG-TARGET TO
                                   RDT-TARGET (RATE-DESG-COUNT)
                               MOVE RDG-ACCT-NUMBER TO
                                   RDT-ACCT-NUMBER (RATE-DESG-COUNT)
                               MOVE RDG-INDEX-CODE TO
                                   RDT-INDEX-CODE (RATE-DESG-COUNT)
                               MOVE RDG-MARGIN TO
                                   RDT-MARGIN (RATE-DESG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-DESG-FILE
           END-IF

           OPEN INPUT RATE-OVR-FILE
           IF RATE-OVR-STATUS = "00"
               PERFORM UNTIL RATE-OVR-STATUS NOT = "00"
                   READ RATE-OVR-FILE
                       AT END MOVE "10" TO RATE-OVR-STATUS
                       NOT AT END
                           IF RATE-OVR-COUNT < 1000
                               ADD 1 TO RATE-OVR-COUNT
                               MOVE ROV-TARGET TO
                                   ROT-TARGET (RATE-OVR-COUNT)
                               MOVE ROV-ACCT-NUMBER TO
                                   ROT-ACCT-NUMBER (RATE-OVR-COUNT)
                               MOVE ROV-TYPE TO
                                   ROT-TYPE (RATE-OVR-COUNT)
                               MOVE ROV-SPREAD-SIGN TO
                                   ROT-SPREAD-SIGN (RATE-OVR-COUNT)
                               MOVE ROV-RATE TO
                                   ROT-RATE (RATE-OVR-COUNT)
                               MOVE ROV-START-DATE TO
                                   ROT-START-DATE (RATE-OVR-COUNT)
                               MOVE ROV-EXPIRY-DATE TO
                                   ROT-EXPIRY-DATE (RATE-OVR-COUNT)
                               MOVE ROV-APPROVED-BY TO
                                   ROT-APPROVED-BY (RATE-OVR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-OVR-FILE
           END-IF.

       LOAD-HOLDS.
           OPEN INPUT HOLD-FILE
           IF HOLD-FILE-STATUS = "00"
               PERFORM UNTIL HOLD-FILE-STATUS NOT = "00"
                   READ HOLD-FILE
                       AT END MOVE "10" TO HOLD-FILE-STATUS
                       NOT AT END
                           IF HOLD-COUNT < 400
                               ADD 1 TO HOLD-COUNT
                               MOVE HLD-TARGET TO
                                   HDT-TARGET (HOLD-COUNT)
                               MOVE HLD-ACCT-NUMBER TO
                                   HDT-ACCT-NUMBER (HOLD-COUNT)
                               MOVE HLD-TYPE TO
                                   HDT-TYPE (HOLD-COUNT)
                               MOVE HLD-FROM-DATE TO
                                   HDT-FROM-DATE (HOLD-COUNT)
                               MOVE HLD-TO-DATE TO
                                   HDT-TO-DATE (HOLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

      *    THE CAMPAIGN BONUSES SETTLED AS PAID ON THE CYCLE - PAID
      *    AS PART OF THE ACCOUNT'S INTEREST, SO PART OF WHAT THE
      *    POSTING SHOULD CARRY.
       LOAD-CAMPAIGN-BONUSES.
           OPEN INPUT CPN-LEDG-FILE
           IF CPN-LEDG-STATUS = "00"
               PERFORM UNTIL CPN-LEDG-STATUS NOT = "00"
                   READ CPN-LEDG-FILE
                       AT END MOVE "10" TO CPN-LEDG-STATUS
                       NOT AT END
                           IF CPL-BONUS-PAID
                                   AND CPL-EVENT-DATE
                                       = AUDIT-CYCLE-DATE
                                   AND BONUS-COUNT < 1000
                               ADD 1 TO BONUS-COUNT
                               MOVE CPL-TARGET TO
                                   BNT-TARGET (BONUS-COUNT)
                               MOVE CPL-ACCT-NUMBER TO
                                   BNT-ACCT-NUMBER (BONUS-COUNT)
                               MOVE CPL-BONUS-AMOUNT TO
                                   BNT-AMOUNT (BONUS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CPN-LEDG-FILE
           END-IF.

       WRITE-PAPER-HEADER.
           MOVE SPACES TO AUD-WP-RECORD
           STRING "INTEREST-AUDIT - RECOMPUTATION SAMPLE WORKING "
                   DELIMITED BY SIZE
               "PAPER - CYCLE " DELIMITED BY SIZE
               AUDIT-CYCLE-DATE DELIMITED BY SIZE
               INTO AUD-WP-RECORD
           END-STRING
           WRITE AUD-WP-RECORD

           MOVE SPACES TO AUD-WP-RECORD
           STRING "BUSINESS DATE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  RUN TIME " DELIMITED BY SIZE
               BATCH-START-TIME (1:4) DELIMITED BY SIZE
               INTO AUD-WP-RECORD
           END-STRING
           WRITE AUD-WP-RECORD

           MOVE POPULATION-COUNT TO EDITED-COUNT
           MOVE POPULATION-TOTAL TO EDITED-TOTAL
           MOVE SPACES TO AUD-WP-RECORD
           STRING "POPULATION " DELIMITED BY SIZE
               EDITED-COUNT DELIMITED BY SIZE
               " ENTRIES  TOTAL " DELIMITED BY SIZE
               EDITED-TOTAL DELIMITED BY SIZE
               "  (DAILY ACCRUALS EXCLUDED)" DELIMITED BY SIZE
               INTO AUD-WP-RECORD
           END-STRING
           WRITE AUD-WP-RECORD
           IF POPULATION-OVERFLOW > 0
               MOVE SPACES TO AUD-WP-RECORD
               STRING "*** " DELIMITED BY SIZE
                   POPULATION-OVERFLOW DELIMITED BY SIZE
                   " ENTRIES BEYOND THE TABLE WERE NOT SAMPLED ***"
                       DELIMITED BY SIZE
                   INTO AUD-WP-RECORD
               END-STRING
               WRITE AUD-WP-RECORD
           END-IF

           MOVE SPACES TO AUD-WP-RECORD
           STRING "SAMPLE " DELIMITED BY SIZE
               SAMPLE-COUNT DELIMITED BY SIZE
               " - UNUSUAL TYPE " DELIMITED BY SIZE
               UNUSUAL-TAKEN DELIMITED BY SIZE
               "  KEY ITEM " DELIMITED BY SIZE
               KEY-ITEM-COUNT DELIMITED BY SIZE
               "  MONETARY UNIT " DELIMITED BY SIZE
               INTO AUD-WP-RECORD
           END-STRING
           COMPUTE MONETARY-ONLY = MONETARY-TAKEN - KEY-ITEM-COUNT
           MOVE MONETARY-ONLY TO AUD-WP-RECORD (61:3)
           WRITE AUD-WP-RECORD

           MOVE SAMPLING-INTERVAL TO EDITED-INTERVAL
           MOVE VARIANCE-TOLERANCE TO EDITED-TOLERANCE
           MOVE SPACES TO AUD-WP-RECORD
           STRING "INTERVAL " DELIMITED BY SIZE
               EDITED-INTERVAL DELIMITED BY SIZE
               "  TOLERANCE " DELIMITED BY SIZE
               EDITED-TOLERANCE DELIMITED BY SIZE
               "  SEED " DELIMITED BY SIZE
               RANDOM-SEED-START DELIMITED BY SIZE
               INTO AUD-WP-RECORD
           END-STRING
           WRITE AUD-WP-RECORD

           MOVE SPACES TO AUD-WP-RECORD
           WRITE AUD-WP-RECORD
           MOVE "NO. S ACCOUNT    PR T       POSTED     EXPECTED"
               TO AUD-WP-RECORD
           MOVE "VARIANCE RESULT" TO AUD-WP-RECORD (53:15)
           WRITE AUD-WP-RECORD.

      *    ONE DRAWN ITEM - RECOMPUTED, PROVED OR VOUCHED BY ITS
      *    ENTRY TYPE, JUDGED AGAINST THE TOLERANCE AND WRITTEN.
       AUDIT-ONE-ITEM.
           MOVE SMP-POP-INDEX (SAMPLE-INDEX) TO POPULATION-INDEX
           MOVE "N" TO ITEM-TESTED-SWITCH
           MOVE 0 TO EXPECTED-INTEREST
           MOVE SPACES TO ITEM-NOTE
           MOVE SPACES TO ITEM-RESULT
           MOVE 0 TO ITEM-BAND-COUNT
           ADD POP-INTEREST (POPULATION-INDEX) TO SAMPLE-POSTED-TOTAL

           EVALUATE POP-ENTRY-TYPE (POPULATION-INDEX)
               WHEN "P"
                   PERFORM RECOMPUTE-POSTING THRU RECOMPUTE-POSTING-EXIT
               WHEN "C"
                   PERFORM PROVE-CAPITALIZATION
               WHEN "R"
                   PERFORM PROVE-REVERSAL
               WHEN OTHER
                   MOVE "VOUCHED" TO ITEM-RESULT
                   MOVE "NOT RECOMPUTED - VOUCHED TO THE LEDGER"
                       TO ITEM-NOTE
                   ADD 1 TO VOUCHED-COUNT
           END-EVALUATE

           IF ITEM-WAS-RECOMPUTED
               PERFORM JUDGE-ITEM
           END-IF
           PERFORM WRITE-ITEM-LINES.

      *    A NORMAL POSTING PRICED AGAIN FROM THE MASTER AS IT STOOD
      *    AT THE CYCLE.
       RECOMPUTE-POSTING.
           PERFORM READ-ITEM-MASTER
           IF NOT MASTER-WAS-FOUND
               MOVE "NO MASTER" TO ITEM-RESULT
               MOVE "ACCOUNT NOT ON THE MASTER - CANNOT BE RECOMPUTED"
                   TO ITEM-NOTE
               ADD 1 TO EXCEPTION-COUNT
               PERFORM LOG-ITEM-EXCEPTION
               GO TO RECOMPUTE-POSTING-EXIT
           END-IF
           SET ITEM-WAS-RECOMPUTED TO TRUE
           ADD 1 TO RECOMPUTED-COUNT

           PERFORM CHECK-ITEM-HOLD
           IF HOLD-WAS-IN-FORCE
               STRING "STOP-INTEREST HOLD " DELIMITED BY SIZE
                   ITEM-HOLD-TYPE DELIMITED BY SIZE
                   " IN FORCE - NOTHING DUE" DELIMITED BY SIZE
                   INTO ITEM-NOTE
               END-STRING
               GO TO RECOMPUTE-POSTING-EXIT
           END-IF

           PERFORM RESOLVE-ITEM-BANDS
           IF PRODUCT-IS-UNKNOWN
               MOVE "PRODUCT NOT ON CATALOG - NOT POSTABLE"
                   TO ITEM-NOTE
               GO TO RECOMPUTE-POSTING-EXIT
           END-IF

           PERFORM RESOLVE-ITEM-RATE
           PERFORM ROLL-BACK-PRINCIPAL
           IF POP-INTEREST-BASIS (POPULATION-INDEX) = "A"
               PERFORM AVERAGE-ITEM-BALANCE
           END-IF
           PERFORM FIND-ITEM-BONUS

           IF POP-PRODUCT (POPULATION-INDEX) = "CI"
               PERFORM PRICE-COMPOUND-INTEREST
           ELSE
               PERFORM PRICE-SIMPLE-INTEREST
           END-IF
           ADD ITEM-BONUS TO EXPECTED-INTEREST.

       RECOMPUTE-POSTING-EXIT.
           EXIT.

       READ-ITEM-MASTER.
           MOVE "N" TO MASTER-FOUND-SWITCH
           MOVE SPACE TO MASTER-DAY-COUNT
           MOVE 0 TO MASTER-ACCRUAL-DAYS
           MOVE 1 TO MASTER-FREQ
           IF POP-PRODUCT (POPULATION-INDEX) = "CI"
               IF CI-MASTER-IS-OPEN
                   MOVE POP-ACCT-NUMBER (POPULATION-INDEX)
                       TO CIA-ACCT-NUMBER
                   READ CI-ACCT-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           SET MASTER-WAS-FOUND TO TRUE
                           MOVE CIA-PRINCIPAL TO MASTER-PRINCIPAL
                           MOVE CIA-RATE TO MASTER-RATE
                           MOVE CIA-TIME TO MASTER-TIME
                           MOVE CIA-PRODUCT-CODE
                               TO MASTER-PRODUCT-CODE
                           IF CIA-COMPOUND-FREQ NUMERIC
                                   AND CIA-COMPOUND-FREQ > 0
                               MOVE CIA-COMPOUND-FREQ TO MASTER-FREQ
                           END-IF
                   END-READ
               END-IF
           ELSE
               IF SI-MASTER-IS-OPEN
                   MOVE POP-ACCT-NUMBER (POPULATION-INDEX)
                       TO SIA-ACCT-NUMBER
                   READ SI-ACCT-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           SET MASTER-WAS-FOUND TO TRUE
                           MOVE SIA-PRINCIPAL TO MASTER-PRINCIPAL
                           MOVE SIA-RATE TO MASTER-RATE
                           MOVE SIA-TIME TO MASTER-TIME
                           MOVE SIA-PRODUCT-CODE
                               TO MASTER-PRODUCT-CODE
                           MOVE SIA-DAY-COUNT-BASIS
                               TO MASTER-DAY-COUNT
                           IF SIA-ACCRUAL-DAYS NUMERIC
                               MOVE SIA-ACCRUAL-DAYS
                                   TO MASTER-ACCRUAL-DAYS
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *    A STOP-INTEREST HOLD ON THE ITEM'S PRODUCT IN FORCE ON THE
      *    CYCLE DATE - FROM AND TO DATES INCLUSIVE.
       CHECK-ITEM-HOLD.
           MOVE "N" TO HOLD-SWITCH
           MOVE SPACES TO ITEM-HOLD-TYPE
           PERFORM VARYING HOLD-INDEX FROM 1 BY 1
                   UNTIL HOLD-INDEX > HOLD-COUNT
               IF HDT-TARGET (HOLD-INDEX)
                       = POP-PRODUCT (POPULATION-INDEX)
                   AND HDT-ACCT-NUMBER (HOLD-INDEX)
                       = POP-ACCT-NUMBER (POPULATION-INDEX)
                   AND HDT-FROM-DATE (HOLD-INDEX)
                       NOT > AUDIT-CYCLE-DATE
                   AND HDT-TO-DATE (HOLD-INDEX)
                       NOT < AUDIT-CYCLE-DATE
                   SET HOLD-WAS-IN-FORCE TO TRUE
                   MOVE HDT-TYPE (HOLD-INDEX) TO ITEM-HOLD-TYPE
               END-IF
           END-PERFORM.

      *    THE HOUSE BANDS, OR A CATALOG PRODUCT'S OWN BAND SET.
       RESOLVE-ITEM-BANDS.
           MOVE "N" TO PRODUCT-SWITCH
           MOVE HOUSE-BAND-COUNT TO ITEM-BAND-COUNT
           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > HOUSE-BAND-COUNT
               MOVE HOUSE-BAND-FLOOR (BAND-INDEX)
                   TO IBD-FLOOR (BAND-INDEX)
               MOVE HOUSE-BAND-CEILING (BAND-INDEX)
                   TO IBD-CEILING (BAND-INDEX)
               MOVE HOUSE-BAND-RATE (BAND-INDEX)
                   TO IBD-RATE (BAND-INDEX)
           END-PERFORM

           IF MASTER-PRODUCT-CODE NOT = SPACES
               MOVE MASTER-PRODUCT-CODE TO PDQ-PRODUCT-CODE
               CALL "PRODUCT-SERVICE" USING PRODUCT-SERVICE-AREA
               IF NOT PDQ-PRODUCT-FOUND
                   SET PRODUCT-IS-UNKNOWN TO TRUE
               ELSE
                   IF PDQ-BAND-SET NOT = SPACES
                       MOVE PDQ-BAND-COUNT TO ITEM-BAND-COUNT
                       PERFORM VARYING BAND-INDEX FROM 1 BY 1
                               UNTIL BAND-INDEX > PDQ-BAND-COUNT
                           MOVE PDQ-BAND-FLOOR (BAND-INDEX)
                               TO IBD-FLOOR (BAND-INDEX)
                           MOVE PDQ-BAND-CEILING (BAND-INDEX)
                               TO IBD-CEILING (BAND-INDEX)
                           MOVE PDQ-BAND-RATE (BAND-INDEX)
                               TO IBD-RATE (BAND-INDEX)
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

      *    THE RATE IN FORCE ON THE CYCLE DATE - AN APPROVED
      *    OVERRIDE FIRST (A FIXED RATE SETS THE BANDS ASIDE, A
      *    SPREAD MOVES THE RATE AND EVERY BAND, NEVER BELOW ZERO),
      *    OTHERWISE THE DESIGNATED INDEX AS AT THE CYCLE PLUS THE
      *    MARGIN, OTHERWISE THE MASTER'S FLAT RATE.
       RESOLVE-ITEM-RATE.
           MOVE "N" TO OVERRIDE-SWITCH
           PERFORM VARYING RATE-OVR-INDEX FROM 1 BY 1
                   UNTIL RATE-OVR-INDEX > RATE-OVR-COUNT
               IF ROT-TARGET (RATE-OVR-INDEX)
                       = POP-PRODUCT (POPULATION-INDEX)
                   AND ROT-ACCT-NUMBER (RATE-OVR-INDEX)
                       = POP-ACCT-NUMBER (POPULATION-INDEX)
                   AND ROT-START-DATE (RATE-OVR-INDEX)
                       NOT > AUDIT-CYCLE-DATE
                   AND ROT-EXPIRY-DATE (RATE-OVR-INDEX)
                       NOT < AUDIT-CYCLE-DATE
                   AND ROT-APPROVED-BY (RATE-OVR-INDEX) NOT = SPACES
                   SET ITEM-RATE-OVERRIDDEN TO TRUE
                   MOVE ROT-TYPE (RATE-OVR-INDEX) TO OVR-TYPE
                   MOVE ROT-SPREAD-SIGN (RATE-OVR-INDEX)
                       TO OVR-SPREAD-SIGN
                   MOVE ROT-RATE (RATE-OVR-INDEX) TO OVR-RATE
               END-IF
           END-PERFORM

           IF ITEM-RATE-OVERRIDDEN AND OVR-IS-FIXED-RATE
               MOVE OVR-RATE TO DERIVED-RATE
               MOVE 0 TO ITEM-BAND-COUNT
               MOVE "OVERRIDE" TO RATE-SOURCE
           ELSE
               PERFORM RESOLVE-INDEX-RATE
               IF ITEM-RATE-OVERRIDDEN
                   PERFORM APPLY-ITEM-SPREAD
                   MOVE "SPREAD" TO RATE-SOURCE
               END-IF
           END-IF.

       RESOLVE-INDEX-RATE.
           MOVE MASTER-RATE TO DERIVED-RATE
           MOVE "FLAT" TO RATE-SOURCE
           MOVE SPACES TO RESOLVED-INDEX-CODE
           MOVE 0 TO RESOLVED-MARGIN
           PERFORM VARYING RATE-DESG-INDEX FROM 1 BY 1
                   UNTIL RATE-DESG-INDEX > RATE-DESG-COUNT
               IF RDT-TARGET (RATE-DESG-INDEX)
                       = POP-PRODUCT (POPULATION-INDEX)
                   AND RDT-ACCT-NUMBER (RATE-DESG-INDEX)
                       = POP-ACCT-NUMBER (POPULATION-INDEX)
                   MOVE RDT-INDEX-CODE (RATE-DESG-INDEX)
                       TO RESOLVED-INDEX-CODE
                   MOVE RDT-MARGIN (RATE-DESG-INDEX)
                       TO RESOLVED-MARGIN
               END-IF
           END-PERFORM

           IF RESOLVED-INDEX-CODE NOT = SPACES
               MOVE "N" TO INDEX-FOUND-SWITCH
               MOVE 0 TO INDEX-BEST-DATE
               MOVE 0 TO RESOLVED-INDEX-RATE
               PERFORM VARYING RATE-INDEX-INDEX FROM 1 BY 1
                       UNTIL RATE-INDEX-INDEX > RATE-INDEX-COUNT
                   IF RIT-INDEX-CODE (RATE-INDEX-INDEX)
                           = RESOLVED-INDEX-CODE
                       AND RIT-EFF-DATE (RATE-INDEX-INDEX)
                           NOT > AUDIT-CYCLE-DATE
                       AND (NOT INDEX-RATE-WAS-FOUND
                           OR RIT-EFF-DATE (RATE-INDEX-INDEX)
                               >= INDEX-BEST-DATE)
                       SET INDEX-RATE-WAS-FOUND TO TRUE
                       MOVE RIT-EFF-DATE (RATE-INDEX-INDEX)
                           TO INDEX-BEST-DATE
                       MOVE RIT-RATE (RATE-INDEX-INDEX)
                           TO RESOLVED-INDEX-RATE
                   END-IF
               END-PERFORM
               IF INDEX-RATE-WAS-FOUND
                   COMPUTE DERIVED-RATE =
                       RESOLVED-INDEX-RATE + RESOLVED-MARGIN
                   MOVE RESOLVED-INDEX-CODE TO RATE-SOURCE
               END-IF
           END-IF.

       APPLY-ITEM-SPREAD.
           IF OVR-SPREAD-DOWN
               COMPUTE SPREAD-TRIAL-RATE = DERIVED-RATE - OVR-RATE
           ELSE
               COMPUTE SPREAD-TRIAL-RATE = DERIVED-RATE + OVR-RATE
           END-IF
           IF SPREAD-TRIAL-RATE < 0
               MOVE 0 TO SPREAD-TRIAL-RATE
           END-IF
           MOVE SPREAD-TRIAL-RATE TO DERIVED-RATE

           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > ITEM-BAND-COUNT
               IF OVR-SPREAD-DOWN
                   COMPUTE SPREAD-TRIAL-RATE =
                       IBD-RATE (BAND-INDEX) - OVR-RATE
               ELSE
                   COMPUTE SPREAD-TRIAL-RATE =
                       IBD-RATE (BAND-INDEX) + OVR-RATE
               END-IF
               IF SPREAD-TRIAL-RATE < 0
                   MOVE 0 TO SPREAD-TRIAL-RATE
               END-IF
               MOVE SPREAD-TRIAL-RATE TO IBD-RATE (BAND-INDEX)
           END-PERFORM.

      *    THE PRINCIPAL AS IT STOOD AT THE CYCLE. THE FIRST BALHIST
      *    MOVEMENT AFTER THE CYCLE CARRIES THE BALANCE BEFORE IT;
      *    WITHOUT ONE THE MASTER'S PRINCIPAL STANDS. A CI ACCOUNT
      *    ALSO GREW BY EVERY LATER CAPITALIZATION NOT SWEPT AWAY
      *    BEFORE THAT POINT, WHICH BALHIST DOES NOT CARRY.
       ROLL-BACK-PRINCIPAL.
           MOVE MASTER-PRINCIPAL TO CYCLE-BALANCE
           MOVE 99999999 TO CUTOFF-DATE
           PERFORM VARYING BAL-HIST-INDEX FROM 1 BY 1
                   UNTIL BAL-HIST-INDEX > BAL-HIST-COUNT
               IF BHT-ACCT-NUMBER (BAL-HIST-INDEX)
                       = POP-ACCT-NUMBER (POPULATION-INDEX)
                   AND BHT-PRODUCT (BAL-HIST-INDEX)
                       = POP-PRODUCT (POPULATION-INDEX)
                   AND BHT-POST-DATE (BAL-HIST-INDEX)
                       > AUDIT-CYCLE-DATE
                   AND BHT-POST-DATE (BAL-HIST-INDEX) < CUTOFF-DATE
                   MOVE BHT-POST-DATE (BAL-HIST-INDEX) TO CUTOFF-DATE
                   MOVE BHT-PRIOR-BALANCE (BAL-HIST-INDEX)
                       TO CYCLE-BALANCE
               END-IF
           END-PERFORM

           IF POP-PRODUCT (POPULATION-INDEX) = "CI"
               PERFORM VARYING LATER-INDEX FROM 1 BY 1
                       UNTIL LATER-INDEX > LATER-COUNT
                   IF LTR-ACCT-NUMBER (LATER-INDEX)
                           = POP-ACCT-NUMBER (POPULATION-INDEX)
                       AND LTR-ENTRY-TYPE (LATER-INDEX) = "C"
                       AND LTR-CYCLE-DATE (LATER-INDEX) < CUTOFF-DATE
                       PERFORM CHECK-CAPITAL-SWEPT
                       IF NOT CAPITAL-WAS-SWEPT
                           SUBTRACT LTR-AMOUNT (LATER-INDEX)
                               FROM CYCLE-BALANCE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF CYCLE-BALANCE < 0
               MOVE 0 TO CYCLE-BALANCE
           END-IF
           MOVE CYCLE-BALANCE TO DERIVED-PRINCIPAL.

      *    A SWEPT CAPITALIZATION LEFT THE PRINCIPAL ALONE - ITS
      *    SWEEP-OUT ENTRY CARRIES THE SAME AMOUNT AND THE SAME PRIOR
      *    POSTING DATE.
       CHECK-CAPITAL-SWEPT.
           MOVE "N" TO SWEPT-SWITCH
           PERFORM VARYING SWEEP-INDEX FROM 1 BY 1
                   UNTIL SWEEP-INDEX > LATER-COUNT
               IF LTR-ENTRY-TYPE (SWEEP-INDEX) = "S"
                   AND LTR-ACCT-NUMBER (SWEEP-INDEX)
                       = LTR-ACCT-NUMBER (LATER-INDEX)
                   AND LTR-PRIOR-RUN-DATE (SWEEP-INDEX)
                       = LTR-PRIOR-RUN-DATE (LATER-INDEX)
                   AND LTR-AMOUNT (SWEEP-INDEX)
                       = LTR-AMOUNT (LATER-INDEX)
                   SET CAPITAL-WAS-SWEPT TO TRUE
               END-IF
           END-PERFORM.

      *    THE AVERAGE DAILY BALANCE OVER THE POSTING'S WINDOW -
      *    AFTER ITS PRIOR POSTING, UP TO AND INCLUDING THE CYCLE -
      *    THE OPENING BALANCE PLUS EACH BALANCE AFTER A MOVEMENT,
      *    OVER THE NUMBER OF BALANCES. A STILL ACCOUNT AVERAGES TO
      *    ITS BALANCE AT THE CYCLE.
       AVERAGE-ITEM-BALANCE.
           MOVE 0 TO BALANCE-SUM
           MOVE 0 TO BALANCE-POINTS
           MOVE "N" TO OPENING-SEEN-SWITCH
           PERFORM VARYING BAL-HIST-INDEX FROM 1 BY 1
                   UNTIL BAL-HIST-INDEX > BAL-HIST-COUNT
               IF BHT-ACCT-NUMBER (BAL-HIST-INDEX)
                       = POP-ACCT-NUMBER (POPULATION-INDEX)
                   AND BHT-PRODUCT (BAL-HIST-INDEX)
                       = POP-PRODUCT (POPULATION-INDEX)
                   AND BHT-POST-DATE (BAL-HIST-INDEX)
                       > POP-PRIOR-RUN-DATE (POPULATION-INDEX)
                   AND BHT-POST-DATE (BAL-HIST-INDEX)
                       NOT > AUDIT-CYCLE-DATE
                   IF NOT OPENING-WAS-SEEN
                       SET OPENING-WAS-SEEN TO TRUE
                       ADD BHT-PRIOR-BALANCE (BAL-HIST-INDEX)
                           TO BALANCE-SUM
                       ADD 1 TO BALANCE-POINTS
                   END-IF
                   ADD BHT-NEW-BALANCE (BAL-HIST-INDEX)
                       TO BALANCE-SUM
                   ADD 1 TO BALANCE-POINTS
               END-IF
           END-PERFORM

           IF BALANCE-POINTS > 0
               COMPUTE DERIVED-PRINCIPAL ROUNDED =
                   BALANCE-SUM / BALANCE-POINTS
           END-IF.

       FIND-ITEM-BONUS.
           MOVE 0 TO ITEM-BONUS
           PERFORM VARYING BONUS-INDEX FROM 1 BY 1
                   UNTIL BONUS-INDEX > BONUS-COUNT
               IF BNT-TARGET (BONUS-INDEX)
                       = POP-PRODUCT (POPULATION-INDEX)
                   AND BNT-ACCT-NUMBER (BONUS-INDEX)
                       = POP-ACCT-NUMBER (POPULATION-INDEX)
                   ADD BNT-AMOUNT (BONUS-INDEX) TO ITEM-BONUS
               END-IF
           END-PERFORM.

      *    SIMPLE INTEREST ON THE DERIVED INPUTS - WHOLE-PERIOD
      *    (P * R * T) WITHOUT A DAY-COUNT CONVENTION, PER DIEM ON
      *    ACTUAL/360 OR ACTUAL/365 WITH ONE, EACH BAND SLICE AT ITS
      *    OWN RATE WHEN BANDS ARE IN FORCE.
       PRICE-SIMPLE-INTEREST.
           EVALUATE TRUE
               WHEN MASTER-ACTUAL-360
                   COMPUTE TIME-FACTOR ROUNDED =
                       MASTER-ACCRUAL-DAYS / 360
               WHEN MASTER-ACTUAL-365
                   COMPUTE TIME-FACTOR ROUNDED =
                       MASTER-ACCRUAL-DAYS / 365
               WHEN OTHER
                   MOVE MASTER-TIME TO TIME-FACTOR
           END-EVALUATE

           IF ITEM-BAND-COUNT > 0
               MOVE 0 TO EXPECTED-INTEREST
               PERFORM VARYING BAND-INDEX FROM 1 BY 1
                       UNTIL BAND-INDEX > ITEM-BAND-COUNT
                   PERFORM TAKE-BAND-SLICE
                   IF IBD-SLICE (BAND-INDEX) > 0
                       COMPUTE IBD-RESULT (BAND-INDEX) ROUNDED =
                           (IBD-SLICE (BAND-INDEX)
                               * IBD-RATE (BAND-INDEX)
                               * TIME-FACTOR) / 100
                       ADD IBD-RESULT (BAND-INDEX)
                           TO EXPECTED-INTEREST
                   END-IF
               END-PERFORM
           ELSE
               EVALUATE TRUE
                   WHEN MASTER-ACTUAL-360
                       COMPUTE EXPECTED-INTEREST ROUNDED =
                           (DERIVED-PRINCIPAL * DERIVED-RATE
                               * MASTER-ACCRUAL-DAYS) / 360 / 100
                   WHEN MASTER-ACTUAL-365
                       COMPUTE EXPECTED-INTEREST ROUNDED =
                           (DERIVED-PRINCIPAL * DERIVED-RATE
                               * MASTER-ACCRUAL-DAYS) / 365 / 100
                   WHEN OTHER
                       COMPUTE EXPECTED-INTEREST ROUNDED =
                           (DERIVED-PRINCIPAL * DERIVED-RATE
                               * MASTER-TIME) / 100
               END-EVALUATE
           END-IF.

      *    COMPOUND INTEREST ON THE DERIVED INPUTS - THE MASTER'S
      *    FREQUENCY AND TERM, EACH BAND SLICE COMPOUNDING AT ITS OWN
      *    RATE WHEN BANDS ARE IN FORCE. THE INTEREST IS THE
      *    MATURITY AMOUNT LESS THE PRINCIPAL.
       PRICE-COMPOUND-INTEREST.
           COMPUTE TOTAL-PERIODS = MASTER-TIME * MASTER-FREQ
           IF ITEM-BAND-COUNT > 0
               MOVE 0 TO MATURITY-AMOUNT
               PERFORM VARYING BAND-INDEX FROM 1 BY 1
                       UNTIL BAND-INDEX > ITEM-BAND-COUNT
                   PERFORM TAKE-BAND-SLICE
                   IF IBD-SLICE (BAND-INDEX) > 0
                       COMPUTE PERIOD-RATE =
                           IBD-RATE (BAND-INDEX) / MASTER-FREQ
                       PERFORM BUILD-COMPOUND-FACTOR
                       COMPUTE IBD-RESULT (BAND-INDEX) ROUNDED =
                           IBD-SLICE (BAND-INDEX) * COMPOUND-FACTOR
                       ADD IBD-RESULT (BAND-INDEX)
                           TO MATURITY-AMOUNT
                   END-IF
               END-PERFORM
           ELSE
               COMPUTE PERIOD-RATE = DERIVED-RATE / MASTER-FREQ
               PERFORM BUILD-COMPOUND-FACTOR
               COMPUTE MATURITY-AMOUNT ROUNDED =
                   DERIVED-PRINCIPAL * COMPOUND-FACTOR
           END-IF
           IF MATURITY-AMOUNT > DERIVED-PRINCIPAL
               COMPUTE EXPECTED-INTEREST =
                   MATURITY-AMOUNT - DERIVED-PRINCIPAL
           ELSE
               MOVE 0 TO EXPECTED-INTEREST
           END-IF.

       BUILD-COMPOUND-FACTOR.
           MOVE 1 TO COMPOUND-FACTOR
           PERFORM VARYING POWER-INDEX FROM 1 BY 1
                   UNTIL POWER-INDEX > TOTAL-PERIODS
               COMPUTE COMPOUND-FACTOR ROUNDED =
                   COMPOUND-FACTOR * (1 + PERIOD-RATE / 100)
           END-PERFORM.

      *    THE PART OF THE DERIVED PRINCIPAL FALLING IN THE BAND -
      *    ABOVE ITS FLOOR, UP TO ITS CEILING.
       TAKE-BAND-SLICE.
           MOVE 0 TO IBD-SLICE (BAND-INDEX)
           MOVE 0 TO IBD-RESULT (BAND-INDEX)
           IF DERIVED-PRINCIPAL > IBD-FLOOR (BAND-INDEX)
               IF DERIVED-PRINCIPAL < IBD-CEILING (BAND-INDEX)
                   MOVE DERIVED-PRINCIPAL TO SLICE-TOP
               ELSE
                   MOVE IBD-CEILING (BAND-INDEX) TO SLICE-TOP
               END-IF
               COMPUTE IBD-SLICE (BAND-INDEX) =
                   SLICE-TOP - IBD-FLOOR (BAND-INDEX)
           END-IF.

      *    A CAPITALIZATION IS DUE THE DAILY ACCRUALS SINCE THE
      *    ACCOUNT'S PRIOR POSTING.
       PROVE-CAPITALIZATION.
           SET ITEM-WAS-RECOMPUTED TO TRUE
           ADD 1 TO RECOMPUTED-COUNT
           MOVE SMP-ACCRUED-SUM (SAMPLE-INDEX) TO EXPECTED-INTEREST
           MOVE SMP-ACCRUAL-ENTRIES (SAMPLE-INDEX) TO EDITED-COUNT
           STRING "SUM OF " DELIMITED BY SIZE
               EDITED-COUNT DELIMITED BY SIZE
               " DAILY ACCRUALS AFTER " DELIMITED BY SIZE
               POP-PRIOR-RUN-DATE (POPULATION-INDEX)
                   DELIMITED BY SIZE
               INTO ITEM-NOTE
           END-STRING.

      *    A REVERSAL IS DUE THE AMOUNT OF THE ENTRY IT OFFSETS - AN
      *    ENTRY OF ANOTHER TYPE FOR THE SAME ACCOUNT AND PRODUCT ON
      *    THE SAME CYCLE, FOR THE SAME AMOUNT.
       PROVE-REVERSAL.
           SET ITEM-WAS-RECOMPUTED TO TRUE
           ADD 1 TO RECOMPUTED-COUNT
           MOVE "N" TO ORIGINAL-SWITCH
           PERFORM VARYING ORIGINAL-INDEX FROM 1 BY 1
                   UNTIL ORIGINAL-INDEX > POPULATION-COUNT
                   OR ORIGINAL-WAS-FOUND
               IF POP-ACCT-NUMBER (ORIGINAL-INDEX)
                       = POP-ACCT-NUMBER (POPULATION-INDEX)
                   AND POP-PRODUCT (ORIGINAL-INDEX)
                       = POP-PRODUCT (POPULATION-INDEX)
                   AND POP-ENTRY-TYPE (ORIGINAL-INDEX) NOT = "R"
                   AND POP-INTEREST (ORIGINAL-INDEX)
                       = POP-INTEREST (POPULATION-INDEX)
                   SET ORIGINAL-WAS-FOUND TO TRUE
                   MOVE POP-ENTRY-TYPE (ORIGINAL-INDEX)
                       TO ORIGINAL-TYPE
                   MOVE POP-INTEREST (ORIGINAL-INDEX)
                       TO EXPECTED-INTEREST
               END-IF
           END-PERFORM
           IF ORIGINAL-WAS-FOUND
               STRING "OFFSETS THE " DELIMITED BY SIZE
                   ORIGINAL-TYPE DELIMITED BY SIZE
                   " ENTRY POSTED ON THE CYCLE" DELIMITED BY SIZE
                   INTO ITEM-NOTE
               END-STRING
           ELSE
               MOVE "NO ENTRY ON THE CYCLE FOR IT TO OFFSET"
                   TO ITEM-NOTE
           END-IF.

       JUDGE-ITEM.
           COMPUTE VARIANCE-AMOUNT =
               POP-INTEREST (POPULATION-INDEX) - EXPECTED-INTEREST
           IF VARIANCE-AMOUNT < 0
               COMPUTE ABS-VARIANCE = 0 - VARIANCE-AMOUNT
           ELSE
               MOVE VARIANCE-AMOUNT TO ABS-VARIANCE
           END-IF
           ADD VARIANCE-AMOUNT TO NET-VARIANCE

           IF ABS-VARIANCE NOT > VARIANCE-TOLERANCE
               MOVE "AGREED" TO ITEM-RESULT
               ADD 1 TO AGREED-COUNT
           ELSE
               MOVE "EXCEPTION" TO ITEM-RESULT
               ADD 1 TO EXCEPTION-COUNT
               PERFORM LOG-ITEM-EXCEPTION
           END-IF.

      *    THE ITEM'S RESULT LINE, THEN ITS INPUTS BENEATH IT.
       WRITE-ITEM-LINES.
           MOVE SAMPLE-INDEX TO EDITED-SEQUENCE
           MOVE POP-INTEREST (POPULATION-INDEX) TO EDITED-POSTED
           MOVE SPACES TO AUD-WP-RECORD
           STRING EDITED-SEQUENCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POP-STRATUM (POPULATION-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POP-ACCT-NUMBER (POPULATION-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POP-PRODUCT (POPULATION-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POP-ENTRY-TYPE (POPULATION-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-POSTED DELIMITED BY SIZE
               INTO AUD-WP-RECORD
           END-STRING
           IF ITEM-WAS-RECOMPUTED
               MOVE EXPECTED-INTEREST TO EDITED-EXPECTED
               MOVE VARIANCE-AMOUNT TO EDITED-VARIANCE
               MOVE EDITED-EXPECTED TO AUD-WP-RECORD (36:12)
               MOVE EDITED-VARIANCE TO AUD-WP-RECORD (49:12)
           END-IF
           MOVE ITEM-RESULT TO AUD-WP-RECORD (62:10)
           WRITE AUD-WP-RECORD

           IF POP-ENTRY-TYPE (POPULATION-INDEX) = "P"
                   AND MASTER-WAS-FOUND
               PERFORM WRITE-POSTING-INPUTS
                   THRU WRITE-POSTING-INPUTS-EXIT
           END-IF

           IF ITEM-NOTE NOT = SPACES
               MOVE SPACES TO AUD-WP-RECORD
               MOVE ITEM-NOTE TO AUD-WP-RECORD (7:60)
               WRITE AUD-WP-RECORD
           END-IF.

      *    THE LEDGER'S OWN PRINCIPAL AND RATE BESIDE THE DERIVED
      *    ONES, THE BASIS AND TERMS, AND ANY BAND BREAKDOWN.
       WRITE-POSTING-INPUTS.
           IF HOLD-WAS-IN-FORCE OR PRODUCT-IS-UNKNOWN
               GO TO WRITE-POSTING-INPUTS-EXIT
           END-IF
           MOVE POP-PRINCIPAL (POPULATION-INDEX) TO EDITED-LEDGER-PRIN
           MOVE DERIVED-PRINCIPAL TO EDITED-DERIVED-PRIN
           MOVE POP-RATE (POPULATION-INDEX) TO EDITED-LEDGER-RATE
           MOVE DERIVED-RATE TO EDITED-DERIVED-RATE
           MOVE SPACES TO AUD-WP-RECORD
           STRING "      PRINCIPAL LDG " DELIMITED BY SIZE
               EDITED-LEDGER-PRIN DELIMITED BY SIZE
               " DRV " DELIMITED BY SIZE
               EDITED-DERIVED-PRIN DELIMITED BY SIZE
               "  RATE LDG " DELIMITED BY SIZE
               EDITED-LEDGER-RATE DELIMITED BY SIZE
               " DRV " DELIMITED BY SIZE
               EDITED-DERIVED-RATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RATE-SOURCE DELIMITED BY SIZE
               INTO AUD-WP-RECORD
           END-STRING
           WRITE AUD-WP-RECORD

           IF POP-INTEREST-BASIS (POPULATION-INDEX) = "A"
               MOVE "ADB" TO BASIS-TEXT
           ELSE
               MOVE "POINT" TO BASIS-TEXT
           END-IF
           EVALUATE TRUE
               WHEN POP-PRODUCT (POPULATION-INDEX) = "CI"
                   MOVE "COMPND" TO DAY-COUNT-TEXT
               WHEN MASTER-ACTUAL-360
                   MOVE "ACT/360" TO DAY-COUNT-TEXT
               WHEN MASTER-ACTUAL-365
                   MOVE "ACT/365" TO DAY-COUNT-TEXT
               WHEN OTHER
                   MOVE "PERIOD" TO DAY-COUNT-TEXT
           END-EVALUATE
           MOVE ITEM-BONUS TO EDITED-BONUS
           MOVE SPACES TO AUD-WP-RECORD
           STRING "      BASIS " DELIMITED BY SIZE
               BASIS-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DAY-COUNT-TEXT DELIMITED BY SIZE
               " DAYS " DELIMITED BY SIZE
               MASTER-ACCRUAL-DAYS DELIMITED BY SIZE
               " TERM " DELIMITED BY SIZE
               MASTER-TIME DELIMITED BY SIZE
               " FREQ " DELIMITED BY SIZE
               MASTER-FREQ DELIMITED BY SIZE
               " BANDS " DELIMITED BY SIZE
               ITEM-BAND-COUNT DELIMITED BY SIZE
               " BONUS " DELIMITED BY SIZE
               EDITED-BONUS DELIMITED BY SIZE
               INTO AUD-WP-RECORD
           END-STRING
           WRITE AUD-WP-RECORD

           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > ITEM-BAND-COUNT
               IF IBD-SLICE (BAND-INDEX) > 0
                   MOVE IBD-SLICE (BAND-INDEX) TO EDITED-SLICE
                   MOVE IBD-RATE (BAND-INDEX) TO EDITED-DERIVED-RATE
                   MOVE IBD-RESULT (BAND-INDEX) TO EDITED-BAND-RESULT
                   MOVE SPACES TO AUD-WP-RECORD
                   STRING "        BAND " DELIMITED BY SIZE
                       BAND-INDEX DELIMITED BY SIZE
                       " SLICE " DELIMITED BY SIZE
                       EDITED-SLICE DELIMITED BY SIZE
                       " AT " DELIMITED BY SIZE
                       EDITED-DERIVED-RATE DELIMITED BY SIZE
                       " = " DELIMITED BY SIZE
                       EDITED-BAND-RESULT DELIMITED BY SIZE
                       INTO AUD-WP-RECORD
                   END-STRING
                   WRITE AUD-WP-RECORD
               END-IF
           END-PERFORM.

       WRITE-POSTING-INPUTS-EXIT.
           EXIT.

       LOG-ITEM-EXCEPTION.
           MOVE SPACES TO EXC-LOG-RECORD
           MOVE "INTEREST-AUDIT" TO EXC-PROGRAM-ID
           MOVE POP-ACCT-NUMBER (POPULATION-INDEX) TO EXC-KEY-VALUE
           MOVE "POSTING DIFFERS FROM RECOMPUTATION" TO EXC-REASON
           IF NOT MASTER-WAS-FOUND
                   AND POP-ENTRY-TYPE (POPULATION-INDEX) = "P"
               MOVE "SAMPLED POSTING HAS NO MASTER" TO EXC-REASON
           END-IF
           MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
           MOVE AUDIT-CYCLE-DATE TO EXC-CYCLE-DATE
           WRITE EXC-LOG-RECORD.

      *    THE PAPER'S CONCLUSION - THE COUNTS, THE NET VARIANCE ON
      *    THE SAMPLE, THE PREPARER'S SIGN-OFF AND THE REVIEWER'S
      *    BLOCK.
       WRITE-SIGN-OFF-BLOCK.
           MOVE SPACES TO AUD-WP-RECORD
           WRITE AUD-WP-RECORD
           MOVE SPACES TO AUD-WP-RECORD
           STRING "ITEMS " DELIMITED BY SIZE
               SAMPLE-COUNT DELIMITED BY SIZE
               "  RECOMPUTED " DELIMITED BY SIZE
               RECOMPUTED-COUNT DELIMITED BY SIZE
               "  AGREED " DELIMITED BY SIZE
               AGREED-COUNT DELIMITED BY SIZE
               "  EXCEPTIONS " DELIMITED BY SIZE
               EXCEPTION-COUNT DELIMITED BY SIZE
               "  VOUCHED " DELIMITED BY SIZE
               VOUCHED-COUNT DELIMITED BY SIZE
               INTO AUD-WP-RECORD
           END-STRING
           WRITE AUD-WP-RECORD

           MOVE SAMPLE-POSTED-TOTAL TO EDITED-TOTAL
           MOVE NET-VARIANCE TO EDITED-NET-VARIANCE
           MOVE SPACES TO AUD-WP-RECORD
           STRING "SAMPLE POSTED " DELIMITED BY SIZE
               EDITED-TOTAL DELIMITED BY SIZE
               "  NET VARIANCE " DELIMITED BY SIZE
               EDITED-NET-VARIANCE DELIMITED BY SIZE
               INTO AUD-WP-RECORD
           END-STRING
           WRITE AUD-WP-RECORD

           MOVE SPACES TO AUD-WP-RECORD
           IF EXCEPTION-COUNT > 0
               MOVE "RESULT: EXCEPTIONS FOUND - SEE EXCLOG"
                   TO AUD-WP-RECORD
           ELSE
               MOVE "RESULT: NO EXCEPTIONS IN THE SAMPLE"
                   TO AUD-WP-RECORD
           END-IF
           WRITE AUD-WP-RECORD

           MOVE SPACES TO AUD-WP-RECORD
           WRITE AUD-WP-RECORD
           MOVE SPACES TO AUD-WP-RECORD
           STRING "PREPARED BY  " DELIMITED BY SIZE
               OPR-OPERATOR-ID DELIMITED BY SIZE
               "  ON " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               BATCH-START-TIME (1:4) DELIMITED BY SIZE
               INTO AUD-WP-RECORD
           END-STRING
           WRITE AUD-WP-RECORD
           MOVE "REVIEWED BY  ____________________  DATE ___________"
               TO AUD-WP-RECORD
           WRITE AUD-WP-RECORD
           MOVE "CONCLUSION   ______________________________________"
               TO AUD-WP-RECORD
           WRITE AUD-WP-RECORD.

       RAISE-EXCEPTION-ALERT.
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-RAISE TO TRUE
           SET ALQ-SEV-CRITICAL TO TRUE
           MOVE "INTEREST-AUDIT" TO ALQ-PROGRAM-ID
           MOVE AUDIT-CYCLE-DATE TO ALQ-CYCLE-DATE
           MOVE SPACES TO ALQ-MESSAGE
           STRING "INTEREST SAMPLE EXCEPTIONS: " DELIMITED BY SIZE
               EXCEPTION-COUNT DELIMITED BY SIZE
               INTO ALQ-MESSAGE
           END-STRING
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.

      *    APPENDS TO THE SHARED EXCEPTION LOG IF IT ALREADY EXISTS,
      *    OR CREATES IT ON THE FIRST PROGRAM TO WRITE TO IT TODAY.
       OPEN-EXCEPTION-LOG.
           OPEN EXTEND EXC-LOG-FILE
           IF EXC-LOG-STATUS NOT = "00"
               OPEN OUTPUT EXC-LOG-FILE
           END-IF.

      *    COPIES THE JUST-CLOSED WORKING PAPER TO A DATED ARCHIVE
      *    FILE NAMED FOR THE CYCLE AUDITED AND CATALOGS IT.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "INTAUDWP." DELIMITED BY SIZE
               AUDIT-CYCLE-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT AUD-WP-FILE
           OPEN OUTPUT ARC-FILE

           READ AUD-WP-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE AUD-WP-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ AUD-WP-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE AUD-WP-FILE
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
           MOVE "INTEREST-AUDIT" TO CAT-PROGRAM-ID
           MOVE "INTAUDWP" TO CAT-REPORT-NAME
           MOVE AUDIT-CYCLE-DATE TO CAT-CYCLE-DATE
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
      *    THE SHARED AUDIT TRAIL - ITEMS DRAWN, AGREED ITEMS AS
      *    OUTPUT, EXCEPTIONS AS EXCEPTIONS.
       WRITE-AUDIT-RECORD.
           PERFORM OPEN-AUDIT-LOG
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "INTEREST-AUDIT" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE AUDIT-CYCLE-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE SAMPLE-COUNT TO AUD-RECORD-COUNT
           MOVE AGREED-COUNT TO AUD-OUTPUT-COUNT
           MOVE EXCEPTION-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "INTLEDG SAMPLE RECOMPUTED" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.
