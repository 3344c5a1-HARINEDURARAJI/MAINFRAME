               FILE STATUS IS PENALTY-PARM-STATUS.
           SELECT SI-DELINQ-FILE ASSIGN TO "SIDELINQ"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OD-FACIL-FILE ASSIGN TO "ODFACIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OD-FACIL-STATUS.
           SELECT OD-SLICE-FILE ASSIGN TO DYNAMIC OD-SLICE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OD-SLICE-STATUS.
           SELECT OD-EXCESS-FILE ASSIGN TO DYNAMIC OD-EXCESS-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PEND-CHG-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PEND-CHG-STATUS.
           SELECT RATE-DESG-FILE ASSIGN TO "RATDESG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RATE-DESG-STATUS.
           SELECT RATE-OVR-FILE ASSIGN TO "RATEOVR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RATE-OVR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  RBD-BAND-FLOOR     PIC 9(5)V99.
           05  RBD-BAND-CEILING   PIC 9(5)V99.
           05  RBD-BAND-RATE      PIC 9(3)V99.
      *    A ROW NAMING A BAND SET BELONGS TO THE CATALOG PRODUCTS
      *    THAT USE THAT SET (ANSWERED BY PRODUCT-SERVICE); ONLY THE
      *    HOUSE ROWS, WITH NO SET, LOAD INTO THE TABLE HERE.
           05  RBD-BAND-SET       PIC X(04).

       FD  ACCT-MASTER-FILE.
       01  ACCT-MASTER-RECORD.
               88  DAY-COUNT-ACTUAL-365    VALUE "5".
               88  DAY-COUNT-NOT-USED      VALUE "N".
           05  MSTR-ACCRUAL-DAYS       PIC 9(5).
      *    THE CATALOG PRODUCT (PRDREC.CPY / PRODMSTR) THE ACCOUNT
      *    WAS OPENED UNDER, WHOSE RULES IT IS PRICED ON. SPACES
      *    MEANS NO PRODUCT - THE HOUSE PARAMETER FILES APPLY.
           05  MSTR-PRODUCT-CODE       PIC X(06).

       FD  SI-OUT-FILE.
       01  SI-OUT-RECORD          PIC X(80).
           05  RDG-INDEX-CODE     PIC X(5).
           05  RDG-MARGIN         PIC 9(3)V99.

      *    THE OPTIONAL NEGOTIATED RATE OVERRIDES - AN ACCOUNT WITH
      *    AN APPROVED ROW IN FORCE ON THE CYCLE DATE IS PRICED ON
      *    IT AHEAD OF ITS TIERS AND INDEX.
       FD  RATE-OVR-FILE.
       01  RATE-OVR-RECORD.
           COPY ROVREC.

      *    ONE STANDING SWEEP INSTRUCTION - THE EARNING ACCOUNT AND
      *    THE ACCOUNT ON THE SAME MASTER ITS POSTED INTEREST IS TO
      *    BE MOVED INTO. THE FILE IS OPTIONAL - WITHOUT IT EVERY
      *    ACCOUNT KEEPS ITS INTEREST, EXACTLY AS BEFORE. AN
      *    EXTERNAL SWEEP (DESTINATION TYPE E) PAYS THE INTEREST OUT
      *    OF THE BANK INSTEAD, TO THE ACCOUNT THE CUSTOMER NOMINATED
      *    ON PAYBENF, AND NAMES NO DESTINATION ACCOUNT HERE.
       FD  SWEEP-INS-FILE.
       01  SWEEP-INS-RECORD.
           05  SWP-TARGET         PIC X(2).
           05  SWP-ACCT-NUMBER    PIC X(10).
           05  SWP-DEST-ACCT      PIC X(10).
           05  SWP-DEST-TYPE      PIC X.
               88  SWP-DEST-EXTERNAL  VALUE "E".

      *    THE OPTIONAL STREAM CARD - WHEN PRESENT, THIS EXECUTION
      *    PROCESSES ONLY THE GIVEN ACCOUNT RANGE AND WRITES ITS
       FD  SI-DELINQ-FILE.
       01  SI-DELINQ-RECORD       PIC X(80).

      *    THE ARRANGED-OVERDRAFT FACILITIES MAINTAINED BY
      *    OVERDRAFT-MAINT AND DRAWN BY DEPOSIT-POSTING. AN ACCOUNT
      *    WITH ONE IS CHARGED DEBIT INTEREST ON THE DAYS BALHIST
      *    SHOWS IT OVERDRAWN, AND THE CHARGE IS ADDED TO WHAT IS
      *    DRAWN. THE FILE IS OPTIONAL - WITHOUT IT NO ACCOUNT IS
      *    CHARGED, EXACTLY AS BEFORE.
       FD  OD-FACIL-FILE.
       01  OD-FACIL-RECORD.
           COPY ODFREC.

      *    A STREAM'S OWN FACILITY ROWS - THE ONES IN ITS ACCOUNT
      *    RANGE, WRITTEN BACK HERE INSTEAD OF OVER ODFACIL SO
      *    CONCURRENT STREAMS NEVER OVERWRITE EACH OTHER'S CHANGES.
      *    STREAM-CONSOLIDATE LAYS THEM OVER ODFACIL AFTERWARDS.
       FD  OD-SLICE-FILE.
       01  OD-SLICE-RECORD        PIC X(62).

      *    THE DAILY OVERDRAFT EXCESS REPORT - EVERY FACILITY DRAWN
      *    OVER ITS LIMIT OR STILL DRAWN PAST ITS REVIEW DATE, WITH
      *    HOW LONG IT HAS BEEN OUT OF ORDER; THE SAME ACCOUNTS GO
      *    TO SIDELINQ FOR COLLECTIONS. A STREAM WRITES ITS OWN,
      *    NAMED BY STREAM ID, FOR STREAM-CONSOLIDATE TO FOLD IN.
       FD  OD-EXCESS-FILE.
       01  OD-EXCESS-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  VALID-INPUT-SWITCH     PIC X VALUE "Y".
           88  INPUT-IS-VALID         VALUE "Y".
           88  INDEX-RATE-WAS-FOUND   VALUE "Y".
       01 INDEXED-RATE-SWITCH     PIC X VALUE "N".
           88  ACCOUNT-RATE-INDEXED   VALUE "Y".
      *    THE NEGOTIATED OVERRIDES FOR THIS MASTER AND THE ONE IN
      *    FORCE FOR THE ACCOUNT IN HAND, WITH THE RATE THE ACCOUNT
      *    WOULD HAVE EARNED WITHOUT IT.
       01 RATE-OVR-STATUS         PIC XX.
       01 RATE-OVR-COUNT          PIC 9(3) VALUE 0.
       01 RATE-OVR-TABLE.
           05  RATE-OVR-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON RATE-OVR-COUNT.
               10  ROT-ACCT-NUMBER        PIC X(10).
               10  ROT-TYPE               PIC X.
               10  ROT-SPREAD-SIGN        PIC X.
               10  ROT-RATE               PIC 9(3)V99.
               10  ROT-START-DATE         PIC 9(8).
               10  ROT-EXPIRY-DATE        PIC 9(8).
               10  ROT-APPROVED-BY        PIC X(08).
       01 RATE-OVR-INDEX          PIC 9(3).
       01 OVERRIDE-SWITCH         PIC X VALUE "N".
           88  ACCOUNT-RATE-OVERRIDDEN VALUE "Y".
       01 UNAPPROVED-OVR-SWITCH   PIC X VALUE "N".
           88  UNAPPROVED-OVR-FOUND   VALUE "Y".
       01 OVR-TYPE                PIC X.
           88  OVR-IS-FIXED-RATE      VALUE "R".
       01 OVR-SPREAD-SIGN         PIC X.
           88  OVR-SPREAD-DOWN        VALUE "-".
       01 OVR-RATE                PIC 9(3)V99.
       01 OVR-EXPIRY-DATE         PIC 9(8).
       01 OVR-APPROVED-BY         PIC X(08).
       01 STANDARD-RATE           PIC 9(3)V99.
       01 SPREAD-TRIAL-RATE       PIC S9(5)V99.

      *    THE EXEMPTION CERTIFICATES AND THE ONE RESOLVED FOR THE
      *    ACCOUNT'S OWNING CUSTOMER.
                   DEPENDING ON SWEEP-INS-COUNT.
               10  SWI-ACCT-NUMBER        PIC X(10).
               10  SWI-DEST-ACCT          PIC X(10).
               10  SWI-DEST-TYPE          PIC X.
       01 SWEEP-INS-INDEX         PIC 9(3).
       01 SWEEP-PEND-COUNT        PIC 9(3) VALUE 0.
       01 SWEEP-PEND-TABLE.
                   DEPENDING ON SWEEP-PEND-COUNT.
               10  SWQ-ACCT-NUMBER        PIC X(10).
               10  SWQ-DEST-ACCT          PIC X(10).
               10  SWQ-DEST-TYPE          PIC X.
               10  SWQ-AMOUNT             PIC 9(9)V99.
               10  SWQ-CURRENCY-CODE      PIC X(03).
               10  SWQ-PRIOR-RUN-DATE     PIC 9(8).
       01 SWEPT-COUNT             PIC 9(7) VALUE 0.
       01 SWEEP-FALLOUT-COUNT     PIC 9(7) VALUE 0.
       01 TOTAL-SWEPT             PIC 9(11)V99 VALUE 0.
       01 SWEEP-PAID-OUT-COUNT    PIC 9(7) VALUE 0.

      *    AN EXTERNAL SWEEP IS HANDED TO THE SHARED PAYMENT-
      *    INSTRUCTION SERVICE FOR THE OUTBOUND PAYOUT FILE, BATCHED
      *    UNDER THE STREAM ID WHEN THE RUN IS SPLIT.
       01 PAYMENT-INSTR-AREA.
           COPY PAYIREQ.

      *    THE INTEREST BASIS IN FORCE FOR THE RUN (PARAMETER
      *    INTBASIS IN THE CENTRAL LIBRARY - "ADB" PRICES EVERY
               10  BHT-POST-DATE          PIC 9(8).
               10  BHT-PRIOR-BALANCE      PIC 9(5)V99.
               10  BHT-NEW-BALANCE        PIC 9(5)V99.
               10  BHT-PRIOR-OVERDRAWN    PIC 9(5)V99.
               10  BHT-NEW-OVERDRAWN      PIC 9(5)V99.
               10  BHT-OVERDRAWN-KNOWN    PIC X.
       01 BAL-HIST-INDEX          PIC 9(4).
       01 BALANCE-SUM             PIC 9(11)V99.
       01 BALANCE-POINTS          PIC 9(5).
       01 OPENING-SEEN-SWITCH     PIC X VALUE "N".
           88  OPENING-WAS-SEEN       VALUE "Y".

      *    THE ARRANGED-OVERDRAFT FACILITIES HELD FOR THE RUN, THE
      *    ONE FOUND FOR THE ACCOUNT IN HAND, AND THE OVERDRAWN DAYS
      *    REBUILT FROM BALHIST - EACH STRETCH BETWEEN MOVEMENTS
      *    CONTRIBUTES ITS DRAWN AMOUNT TIMES ITS LENGTH IN DAYS, SO
      *    THE DEBIT INTEREST IS THE SUM AT THE FACILITY'S RATE.
       01 OD-FACIL-STATUS         PIC XX.
       01 OD-FACIL-EOF-SWITCH     PIC X VALUE "N".
           88  END-OF-OD-FACIL        VALUE "Y".
       01 OD-FACIL-CHANGED-SW     PIC X VALUE "N".
           88  OD-FACIL-WAS-CHANGED   VALUE "Y".
       01 OD-DRAWN-RAISED-SW      PIC X VALUE "N".
           88  OD-DRAWN-WAS-RAISED    VALUE "Y".
       01 OD-SLICE-STATUS         PIC XX.
       01 OD-FACIL-COUNT          PIC 9(3) VALUE 0.
       01 OD-FACIL-TABLE.
           05  OD-FACIL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON OD-FACIL-COUNT.
               10  ODE-ROW                PIC X(62).
               10  ODE-RESTORED           PIC X.
       01 OD-FACIL-INDEX          PIC 9(3).
       01 OD-FACIL-MATCH          PIC 9(3).
       01 OVERDRAWN-SWITCH        PIC X VALUE "N".
           88  ACCOUNT-WAS-OVERDRAWN  VALUE "Y".
       01 SEGMENT-OPEN-SWITCH     PIC X VALUE "N".
           88  SEGMENT-IS-OPEN        VALUE "Y".
       01 FIRST-MOVE-SWITCH       PIC X VALUE "N".
           88  FIRST-MOVE-WAS-SEEN    VALUE "Y".
       01 SEGMENT-START           PIC 9(7).
       01 SEGMENT-DAYS            PIC 9(5).
       01 SEGMENT-OVERDRAWN       PIC 9(5)V99.
       01 OVERDRAWN-DAYS          PIC 9(5).
       01 OVERDRAWN-DAY-SUM       PIC 9(11)V99.
       01 DEBIT-INTEREST          PIC 9(9)V99.
       01 DEBIT-CHARGED-COUNT     PIC 9(7) VALUE 0.
       01 TOTAL-DEBIT-INTEREST    PIC 9(11)V99 VALUE 0.
       01 EXCESS-KIND             PIC X(16).
       01 EXCESS-AMOUNT           PIC 9(5)V99.
       01 EXCESS-DAYS             PIC 9(5).
       01 EXCESS-COUNT            PIC 9(7) VALUE 0.
       01 TOTAL-EXCESS            PIC 9(11)V99 VALUE 0.
       01 REVIEW-DUE-COUNT        PIC 9(7) VALUE 0.
       01 SERIAL-WORK-AREA.
           05  SER-DATE           PIC 9(8).
           05  SER-YYYY           PIC 9(4).
           05  SER-MM             PIC 9(2).
           05  SER-DD             PIC 9(2).
           05  SER-ADJ-YYYY       PIC 9(4).
           05  SER-ADJ-MM         PIC 9(2).
           05  SER-DAY-NUMBER     PIC 9(7).

      *    THE CONFIGURED FLOOR BELOW WHICH AN ACCOUNT'S PRINCIPAL IS
      *    REJECTED RATHER THAN HAVING INTEREST COMPUTED ON IT; LOADED
      *    FROM AN OPTIONAL PARAMETER FILE, DEFAULTING TO ZERO (NO
       01 INT-LEDGER-NAME         PIC X(20) VALUE "INTLEDG".
       01 GL-JRNL-NAME            PIC X(20) VALUE "GLJRNL".
       01 CHECKPOINT-NAME         PIC X(20) VALUE "SICHKPT".
       01 OD-SLICE-NAME           PIC X(20) VALUE "ODFACIL".
       01 OD-EXCESS-NAME          PIC X(20) VALUE "ODEXCESS".

      *    CHECKPOINT/RESTART STATE - THE WRITE FREQUENCY (PARAMETER
      *    CHKPTFREQ, ONE HUNDRED WHEN NO ROW IS ON FILE), THE
       01  CUSTOMER-STATUS-AREA.
           COPY CUSTSREQ.

      *    THE HOUSE RULES (SIMINBAL/MINBAL, SIPENALTY, THE RATEBAND
      *    ROWS WITH NO SET) AS LOADED, KEPT ASIDE SO EACH ACCOUNT CAN
      *    BE PRICED ON ITS CATALOG PRODUCT'S RULES AND THE NEXT ONE
      *    WITHOUT A PRODUCT STILL GETS THE HOUSE RULES BACK.
       01 PRODUCT-SERVICE-AREA.
           COPY PRODREQ.

      *    PROMOTIONAL CAMPAIGN BONUSES ON NEW MONEY, SETTLED FOR
      *    EACH ACCOUNT BY THE SHARED CAMPAIGN-SERVICE AND PAID WITH
      *    THE CYCLE'S INTEREST.
       01 CAMPAIGN-SERVICE-AREA.
           COPY CAMPREQ.
       01 CAMPAIGN-PAID-COUNT     PIC 9(7) VALUE 0.
       01 CAMPAIGN-FORFEIT-COUNT  PIC 9(7) VALUE 0.
       01 TOTAL-CAMPAIGN-BONUS    PIC 9(11)V99 VALUE 0.
       01 TOTAL-CAMPAIGN-FORFEIT  PIC 9(11)V99 VALUE 0.
       01 ACCOUNT-PRODUCT-SWITCH  PIC X VALUE "N".
           88  ACCOUNT-PRODUCT-UNKNOWN    VALUE "U".
       01 HOUSE-MINIMUM-PRINCIPAL PIC 9(5)V99 VALUE 0.
       01 HOUSE-PENALTY-SWITCH    PIC X VALUE "N".
       01 HOUSE-GRACE-DAYS        PIC 9(3) VALUE 0.
       01 HOUSE-PENALTY-RATE      PIC 9(3)V99 VALUE 0.
       01 HOUSE-BAND-COUNT        PIC 9(2) VALUE 0.
       01 HOUSE-BAND-TABLE.
           05  HOUSE-BAND-ENTRY OCCURS 20 TIMES.
               10  HOUSE-BAND-FLOOR       PIC 9(5)V99.
               10  HOUSE-BAND-CEILING     PIC 9(5)V99.
               10  HOUSE-BAND-RATE        PIC 9(3)V99.
       01 DELINQ-REPORT-SWITCH    PIC X VALUE "N".
           88  DELINQ-REPORT-OPEN         VALUE "Y".

      *    EVERY WRITE, REWRITE AND DELETE AGAINST THE MASTERS IS
      *    JOURNALED WITH ITS BEFORE AND AFTER IMAGES THROUGH THE
      *    SHARED CHANGE-JOURNAL SERVICE.
               PERFORM RUN-INTERACTIVE-SI
           END-IF.

           GOBACK.

      *    THE OFFICIAL BUSINESS DATE FROM THE CENTRAL PARAMETER
      *    LIBRARY (ROW BUSDATE PUBLISHED BY THE BUSINESS-DATE
           PERFORM LOAD-CURRENCY-TABLE
           PERFORM LOAD-MINIMUM-PRINCIPAL
           PERFORM LOAD-INTEREST-BASIS
           PERFORM LOAD-OD-FACILITIES
           IF BASIS-IS-AVERAGE OR OD-FACIL-COUNT > 0
               PERFORM LOAD-BALANCE-HISTORY
           END-IF
           PERFORM LOAD-RATE-BAND-TABLE
           PERFORM LOAD-RATE-INDEX-TABLES
           PERFORM LOAD-RATE-OVERRIDES
           PERFORM LOAD-GL-MAP-TABLE
           PERFORM LOAD-SWEEP-INSTRUCTIONS
           PERFORM LOAD-HOLD-FILE
           PERFORM LOAD-TAX-TABLE
           PERFORM LOAD-EXEMPT-CERTS
           PERFORM LOAD-PENALTY-PARMS
           PERFORM SAVE-HOUSE-RULES
      *    A CATALOG PRODUCT MAY CARRY ITS OWN PENALTY TERMS EVEN
      *    WHERE THE HOUSE HAS NONE, SO THE REPORT IS STARTED FOR IT.
           IF PENALTY-IS-ENABLED OR OD-FACIL-COUNT > 0
                   OR PDQ-CATALOG-COUNT > 0
               PERFORM START-DELINQUENCY-REPORT
               SET DELINQ-REPORT-OPEN TO TRUE
           END-IF
           PERFORM CHECK-FOR-RESTART
      *    A STREAM STARTS ITS FACILITY SLICE AFRESH FROM ODFACIL,
      *    SO AN EARLIER CYCLE'S SLICE CAN NEVER BE FOLDED IN AGAIN;
      *    A RESTARTED STREAM TAKES BACK THE SLICE THE FIRST ATTEMPT
      *    WROTE, AS THE ACCOUNTS IT CHARGED ARE NOT CHARGED AGAIN.
           IF IN-STREAM-MODE AND OD-FACIL-COUNT > 0
               IF IN-RESTART-MODE
                   PERFORM RESTORE-OD-SLICE
               ELSE
                   PERFORM REWRITE-OD-FACILITIES
               END-IF
           END-IF
           PERFORM LOAD-PENDING-CHANGES
      *    AN OVERFLOWED PENDING FILE ABENDS THE CYCLE BEFORE ANY
      *    ACCOUNT IS TOUCHED - NOTHING IS APPLIED, NOTHING IS
                       WRITE EXC-LOG-RECORD
                       ADD 1 TO EXCEPTION-COUNT
                   ELSE
                   PERFORM APPLY-ACCOUNT-PRODUCT
                   IF ACCOUNT-PRODUCT-UNKNOWN
      *    AN ACCOUNT NAMING A PRODUCT THE CATALOG DOES NOT HOLD
      *    CANNOT BE PRICED - IT IS NOT GUESSED ONTO THE HOUSE
      *    RULES.
                       MOVE SPACES TO EXC-LOG-RECORD
                       MOVE "SIMPLE-INTEREST" TO EXC-PROGRAM-ID
                       MOVE MSTR-ACCT-NUMBER TO EXC-KEY-VALUE
                       MOVE "PRODUCT NOT ON CATALOG" TO EXC-REASON
                       MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
                       MOVE RUN-DATE TO EXC-CYCLE-DATE
                       WRITE EXC-LOG-RECORD
                       ADD 1 TO EXCEPTION-COUNT
                   ELSE
      *    AN ACCOUNT OVERDRAWN ON ITS ARRANGED FACILITY AT ANY
      *    POINT IN THE CYCLE IS CHARGED DEBIT INTEREST FOR THOSE
      *    DAYS INSTEAD OF BEING PAID CREDIT INTEREST.
                   PERFORM CHECK-OVERDRAWN-DAYS
                   IF ACCOUNT-WAS-OVERDRAWN
                       PERFORM CHARGE-DEBIT-INTEREST
                   ELSE
                   MOVE MSTR-PRINCIPAL TO P
                   MOVE MSTR-RATE TO R
                   PERFORM RESOLVE-EFFECTIVE-RATE
                   ADD 1 TO EXCEPTION-COUNT
                   ELSE IF INPUT-IS-VALID AND CURRENCY-WAS-FOUND
                       PERFORM COMPUTE-SIMPLE-INTEREST
                       PERFORM APPLY-CAMPAIGN-BONUS

                       MOVE SPACES TO SI-OUT-RECORD
                       STRING MSTR-ACCT-NUMBER DELIMITED BY SIZE
                       IF ACCOUNT-RATE-INDEXED
                           PERFORM WRITE-INDEXED-RATE-LINE
                       END-IF
                       IF ACCOUNT-RATE-OVERRIDDEN
                           PERFORM WRITE-OVERRIDE-RATE-LINE
                       END-IF
                       IF BASIS-IS-AVERAGE
                           PERFORM WRITE-BASIS-LINE
                       END-IF
                       IF RATE-BAND-COUNT > 0
                           PERFORM WRITE-BAND-BREAKDOWN
                       END-IF
                       IF CPQ-PAID-COUNT > 0 OR CPQ-FORFEIT-COUNT > 0
                           PERFORM WRITE-CAMPAIGN-BONUS-LINE
                       END-IF
                       IF TAX-TABLE-COUNT > 0
                           PERFORM APPLY-WITHHOLDING-TAX
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF

               IF SINCE-CHECKPOINT NOT < CHECKPOINT-FREQ

           IF SWEEP-PEND-COUNT > 0
               PERFORM APPLY-SWEEPS
               PERFORM CLOSE-PAYOUT-BATCH
               PERFORM WRITE-SWEEP-TOTALS
           END-IF

           IF OD-FACIL-COUNT > 0
               PERFORM WRITE-OD-EXCESS-REPORT
               IF OD-FACIL-WAS-CHANGED
                   PERFORM REWRITE-OD-FACILITIES
               END-IF
           END-IF

           IF HOLD-FILE-PRESENT
               PERFORM REWRITE-HOLD-FILE
               IF HELD-INTEREST-COUNT > 0
           PERFORM RAISE-EXCEPTION-ALERT
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM WRITE-GL-JOURNAL
           IF DELINQ-REPORT-OPEN
               PERFORM FINISH-DELINQUENCY-REPORT
           END-IF
           IF TAX-TOTALS-COUNT > 0
           END-STRING
           WRITE SI-OUT-RECORD

           IF DEBIT-CHARGED-COUNT > 0
               MOVE SPACES TO SI-OUT-RECORD
               STRING "OVERDRAWN ACCOUNTS CHARGED: " DELIMITED BY SIZE
                   DEBIT-CHARGED-COUNT DELIMITED BY SIZE
                   "  DEBIT INTEREST: " DELIMITED BY SIZE
                   TOTAL-DEBIT-INTEREST DELIMITED BY SIZE
                   INTO SI-OUT-RECORD
               END-STRING
               WRITE SI-OUT-RECORD
           END-IF

           IF CAMPAIGN-PAID-COUNT > 0 OR CAMPAIGN-FORFEIT-COUNT > 0
               MOVE SPACES TO SI-OUT-RECORD
               STRING "CAMPAIGN BONUSES PAID: " DELIMITED BY SIZE
                   CAMPAIGN-PAID-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TOTAL-CAMPAIGN-BONUS DELIMITED BY SIZE
                   "  FORFEITED: " DELIMITED BY SIZE
                   CAMPAIGN-FORFEIT-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TOTAL-CAMPAIGN-FORFEIT DELIMITED BY SIZE
                   INTO SI-OUT-RECORD
               END-STRING
               WRITE SI-OUT-RECORD
           END-IF

           PERFORM VARYING BRANCH-INDEX FROM 1 BY 1
                   UNTIL BRANCH-INDEX > BRANCH-COUNT
               MOVE SPACES TO SI-OUT-RECORD

           COMPUTE SI-BASE-AMOUNT ROUNDED = SI * CURRENT-CURRENCY-RATE.

      *    ANY CAMPAIGN BONUS THE ACCOUNT HAS EARNED THIS CYCLE IS
      *    PAID AS PART OF ITS INTEREST, IN THE ACCOUNT'S CURRENCY,
      *    SO IT IS TAXED, SWEPT AND POSTED TO THE GL WITH IT.
       APPLY-CAMPAIGN-BONUS.
           MOVE "SI" TO CPQ-TARGET
           MOVE MSTR-ACCT-NUMBER TO CPQ-ACCT-NUMBER
           MOVE MSTR-PRODUCT-CODE TO CPQ-PRODUCT-CODE
           MOVE MSTR-BRANCH-CODE TO CPQ-BRANCH-CODE
           MOVE RUN-DATE TO CPQ-CYCLE-DATE
           CALL "CAMPAIGN-SERVICE" USING CAMPAIGN-SERVICE-AREA
           IF CPQ-BONUS-AMOUNT > 0
               ADD CPQ-BONUS-AMOUNT TO SI
               COMPUTE SI-BASE-AMOUNT ROUNDED =
                   SI * CURRENT-CURRENCY-RATE
           END-IF
           ADD CPQ-PAID-COUNT TO CAMPAIGN-PAID-COUNT
           ADD CPQ-FORFEIT-COUNT TO CAMPAIGN-FORFEIT-COUNT
           ADD CPQ-BONUS-AMOUNT TO TOTAL-CAMPAIGN-BONUS
           ADD CPQ-FORFEIT-AMOUNT TO TOTAL-CAMPAIGN-FORFEIT.

      *    EACH SLICE OF THE PRINCIPAL EARNS ITS OWN BAND'S RATE -
      *    THE PRODUCT NOW PAYS ONE RATE UP TO A BAND CEILING AND A
      *    BETTER RATE ON THE BALANCE ABOVE IT - USING THE SAME TIME
               CLOSE RATE-DESG-FILE
           END-IF.

      *    THE EFFECTIVE RATE FOR THE ACCOUNT IN HAND - AN APPROVED
      *    NEGOTIATED OVERRIDE IN FORCE TAKES PRECEDENCE: A FIXED
      *    OVERRIDE REPLACES THE RATE AND SETS ASIDE THE TIERS, A
      *    SPREAD MOVES THE STANDARD RATE, WHICH IS THE INDEX
      *    RATE IN FORCE ON THE RUN DATE (LATEST EFFECTIVE DATE NOT
      *    AFTER IT, AS THE CURRENCY TABLE SELECTS) PLUS THE
      *    ACCOUNT'S MARGIN. AN ACCOUNT WITH NO DESIGNATION, OR AN
      *    INDEX WITH NO RATE IN FORCE, KEEPS ITS FLAT MSTR-RATE -
      *    THE MISSING INDEX IS LOGGED SO THE TABLE GETS FIXED.
       RESOLVE-EFFECTIVE-RATE.
           PERFORM FIND-RATE-OVERRIDE
           IF ACCOUNT-RATE-OVERRIDDEN AND OVR-IS-FIXED-RATE
               MOVE "N" TO INDEXED-RATE-SWITCH
               MOVE MSTR-RATE TO STANDARD-RATE
               MOVE OVR-RATE TO EFFECTIVE-RATE
               MOVE 0 TO RATE-BAND-COUNT
           ELSE
               PERFORM RESOLVE-STANDARD-RATE
               MOVE EFFECTIVE-RATE TO STANDARD-RATE
               IF ACCOUNT-RATE-OVERRIDDEN
                   PERFORM APPLY-RATE-SPREAD
               END-IF
           END-IF.

      *    THE APPROVED OVERRIDE IN FORCE ON THE CYCLE DATE FOR THE
      *    ACCOUNT IN HAND, IF ANY - THE LAST ONE ON THE FILE WINS
      *    WHERE TWO OVERLAP. A MATCHING ROW WITH NO APPROVING
      *    OFFICER IS LOGGED AND NOT HONORED.
       FIND-RATE-OVERRIDE.
           MOVE "N" TO OVERRIDE-SWITCH
           MOVE "N" TO UNAPPROVED-OVR-SWITCH
           PERFORM VARYING RATE-OVR-INDEX FROM 1 BY 1
                   UNTIL RATE-OVR-INDEX > RATE-OVR-COUNT
               IF ROT-ACCT-NUMBER (RATE-OVR-INDEX) = MSTR-ACCT-NUMBER
                   AND ROT-START-DATE (RATE-OVR-INDEX)
                       NOT > RUN-DATE
                   AND ROT-EXPIRY-DATE (RATE-OVR-INDEX)
                       NOT < RUN-DATE
                   IF ROT-APPROVED-BY (RATE-OVR-INDEX) = SPACES
                       SET UNAPPROVED-OVR-FOUND TO TRUE
                   ELSE
                       SET ACCOUNT-RATE-OVERRIDDEN TO TRUE
                       MOVE ROT-TYPE (RATE-OVR-INDEX) TO OVR-TYPE
                       MOVE ROT-SPREAD-SIGN (RATE-OVR-INDEX)
                           TO OVR-SPREAD-SIGN
                       MOVE ROT-RATE (RATE-OVR-INDEX) TO OVR-RATE
                       MOVE ROT-EXPIRY-DATE (RATE-OVR-INDEX)
                           TO OVR-EXPIRY-DATE
                       MOVE ROT-APPROVED-BY (RATE-OVR-INDEX)
                           TO OVR-APPROVED-BY
                   END-IF
               END-IF
           END-PERFORM

           IF UNAPPROVED-OVR-FOUND AND NOT ACCOUNT-RATE-OVERRIDDEN
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "SIMPLE-INTEREST" TO EXC-PROGRAM-ID
               MOVE MSTR-ACCT-NUMBER TO EXC-KEY-VALUE
               MOVE "RATE OVERRIDE HAS NO APPROVING OFFICER"
                   TO EXC-REASON
               MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
               MOVE RUN-DATE TO EXC-CYCLE-DATE
               WRITE EXC-LOG-RECORD
           END-IF.

      *    A SPREAD MOVES THE STANDARD RATE AND, FOR A TIERED
      *    ACCOUNT, EVERY BAND RATE BY THE SAME AMOUNT - NEVER BELOW
      *    ZERO. THE BAND TABLE IS RESET FOR EACH ACCOUNT BY
      *    APPLY-ACCOUNT-PRODUCT, SO THE MOVE DOES NOT CARRY OVER.
       APPLY-RATE-SPREAD.
           IF OVR-SPREAD-DOWN
               COMPUTE SPREAD-TRIAL-RATE = EFFECTIVE-RATE - OVR-RATE
           ELSE
               COMPUTE SPREAD-TRIAL-RATE = EFFECTIVE-RATE + OVR-RATE
           END-IF
           IF SPREAD-TRIAL-RATE < 0
               MOVE 0 TO SPREAD-TRIAL-RATE
           END-IF
           MOVE SPREAD-TRIAL-RATE TO EFFECTIVE-RATE

           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > RATE-BAND-COUNT
               IF OVR-SPREAD-DOWN
                   COMPUTE SPREAD-TRIAL-RATE =
                       BAND-RATE (BAND-INDEX) - OVR-RATE
               ELSE
                   COMPUTE SPREAD-TRIAL-RATE =
                       BAND-RATE (BAND-INDEX) + OVR-RATE
               END-IF
               IF SPREAD-TRIAL-RATE < 0
                   MOVE 0 TO SPREAD-TRIAL-RATE
               END-IF
               MOVE SPREAD-TRIAL-RATE TO BAND-RATE (BAND-INDEX)
           END-PERFORM.

      *    THE RATE THE ACCOUNT EARNS WITHOUT AN OVERRIDE.
       RESOLVE-STANDARD-RATE.
           MOVE "N" TO INDEXED-RATE-SWITCH
           MOVE MSTR-RATE TO EFFECTIVE-RATE
           MOVE SPACES TO RESOLVED-INDEX-CODE
               " + MARGIN " DELIMITED BY SIZE
               RESOLVED-MARGIN DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               STANDARD-RATE DELIMITED BY SIZE
               INTO SI-OUT-RECORD
           END-STRING
           WRITE SI-OUT-RECORD.

      *    ONE INDENTED LINE UNDER THE ACCOUNT NAMING THE NEGOTIATED
      *    OVERRIDE IT WAS PRICED ON, ITS EXPIRY AND WHO APPROVED IT.
       WRITE-OVERRIDE-RATE-LINE.
           MOVE SPACES TO SI-OUT-RECORD
           IF OVR-IS-FIXED-RATE
               STRING "   RATE OVERRIDE FIXED " DELIMITED BY SIZE
                   EFFECTIVE-RATE DELIMITED BY SIZE
                   " FOR " DELIMITED BY SIZE
                   STANDARD-RATE DELIMITED BY SIZE
                   INTO SI-OUT-RECORD
               END-STRING
           ELSE
               STRING "   RATE OVERRIDE SPREAD " DELIMITED BY SIZE
                   OVR-SPREAD-SIGN DELIMITED BY SIZE
                   OVR-RATE DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   STANDARD-RATE DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   EFFECTIVE-RATE DELIMITED BY SIZE
                   INTO SI-OUT-RECORD
               END-STRING
           END-IF
           MOVE " TO" TO SI-OUT-RECORD (49:3)
           MOVE OVR-EXPIRY-DATE TO SI-OUT-RECORD (53:8)
           MOVE " BY" TO SI-OUT-RECORD (61:3)
           MOVE OVR-APPROVED-BY TO SI-OUT-RECORD (65:8)
           WRITE SI-OUT-RECORD.

      *    ONE INDENTED LINE UNDER THE ACCOUNT FOR THE CAMPAIGN
      *    BONUS PAID IN ITS INTEREST, OR FORFEITED BY A WITHDRAWAL
      *    INSIDE THE HOLDING PERIOD.
       WRITE-CAMPAIGN-BONUS-LINE.
           MOVE SPACES TO SI-OUT-RECORD
           STRING "   CAMPAIGN BONUS PAID " DELIMITED BY SIZE
               CPQ-PAID-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CPQ-BONUS-AMOUNT DELIMITED BY SIZE
               "  FORFEITED " DELIMITED BY SIZE
               CPQ-FORFEIT-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CPQ-FORFEIT-AMOUNT DELIMITED BY SIZE
               INTO SI-OUT-RECORD
           END-STRING
           WRITE SI-OUT-RECORD.

      *    THE OVERRIDES FOR THIS MASTER, HELD FOR THE RUN.
       LOAD-RATE-OVERRIDES.
           OPEN INPUT RATE-OVR-FILE
           IF RATE-OVR-STATUS = "00"
               PERFORM UNTIL RATE-OVR-STATUS NOT = "00"
                   READ RATE-OVR-FILE
                       AT END MOVE "10" TO RATE-OVR-STATUS
                       NOT AT END
                           IF ROV-TARGET = "SI"
                                   AND RATE-OVR-COUNT < 500
                               ADD 1 TO RATE-OVR-COUNT
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

      *    READS THE OPTIONAL STREAM CARD. A CARD SLICES THE FILE
      *    NAMES AND THE CALENDAR NAME BY STREAM, SO CONCURRENT
      *    RANGES NEITHER COLLIDE ON OUTPUT NOR REFUSE EACH OTHER'S
                   STREAM-ID DELIMITED BY SIZE
                   INTO CHECKPOINT-NAME
               END-STRING
               MOVE SPACES TO OD-SLICE-NAME
               STRING "ODFACIL.S" DELIMITED BY SIZE
                   STREAM-ID DELIMITED BY SIZE
                   INTO OD-SLICE-NAME
               END-STRING
               MOVE SPACES TO OD-EXCESS-NAME
               STRING "ODEXCESS.S" DELIMITED BY SIZE
                   STREAM-ID DELIMITED BY SIZE
                   INTO OD-EXCESS-NAME
               END-STRING
               MOVE SPACES TO CALENDAR-PROGRAM-NAME
               STRING "SIMPLE-INTEREST-S" DELIMITED BY SIZE
                   STREAM-ID DELIMITED BY SIZE
                           IF LDG-PRODUCT = "SI"
                                   AND LDG-CYCLE-DATE = RUN-DATE
                                   AND (LDG-NORMAL-POSTING
                                       OR LDG-CAPITALIZATION
                                       OR LDG-DEBIT-INTEREST)
                                   AND POSTED-COUNT < 2000
                               ADD 1 TO POSTED-COUNT
                               MOVE LDG-ACCT-NUMBER TO
                                   SWI-ACCT-NUMBER (SWEEP-INS-COUNT)
                               MOVE SWP-DEST-ACCT TO
                                   SWI-DEST-ACCT (SWEEP-INS-COUNT)
                               MOVE SWP-DEST-TYPE TO
                                   SWI-DEST-TYPE (SWEEP-INS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
                       SWQ-ACCT-NUMBER (SWEEP-PEND-COUNT)
                   MOVE SWI-DEST-ACCT (SWEEP-INS-INDEX) TO
                       SWQ-DEST-ACCT (SWEEP-PEND-COUNT)
                   MOVE SWI-DEST-TYPE (SWEEP-INS-INDEX) TO
                       SWQ-DEST-TYPE (SWEEP-PEND-COUNT)
                   MOVE SWEEP-AMOUNT TO
                       SWQ-AMOUNT (SWEEP-PEND-COUNT)
                   MOVE MSTR-CURRENCY-CODE TO
      *    LEDGER - A SWEEP-OUT ENTRY ON THE SOURCE AND A SWEEP-IN
      *    ON THE TARGET - SO THE MOVEMENT RECONCILES. A CLOSED OR
      *    MISSING TARGET IS A FALLOUT LINE AND AN EXCEPTION-LOG
      *    ENTRY; THE INTEREST THEN STAYS WHERE IT WAS POSTED. AN
      *    EXTERNAL SWEEP LEAVES THE BANK AS A PAYMENT INSTRUCTION.
       APPLY-SWEEPS.
           PERFORM VARYING SWEEP-PEND-INDEX FROM 1 BY 1
                   UNTIL SWEEP-PEND-INDEX > SWEEP-PEND-COUNT
           END-PERFORM.

       APPLY-ONE-SWEEP.
           IF SWQ-DEST-TYPE (SWEEP-PEND-INDEX) = "E"
               PERFORM APPLY-EXTERNAL-SWEEP
           ELSE
      *    A CONCURRENT STREAM MAY HOLD THE TARGET'S RANGE - ONLY
      *    IN-RANGE TARGETS ARE TOUCHED HERE; THE REST FALL OUT
      *    FOR THE OPERATOR RATHER THAN RACING ANOTHER STREAM.
                       WRITE SI-OUT-RECORD
                   END-IF
           END-READ
           END-IF
           END-IF.

      *    THE SWEPT INTEREST GOES TO THE SOURCE ACCOUNT'S NOMINATED
      *    PAYOUT ACCOUNT, VALUED TODAY. ONLY THE SWEEP-OUT HALF OF
      *    THE LEDGER PAIR IS WRITTEN - THE MONEY HAS LEFT THE BANK.
      *    WITH NO NOMINATION ON FILE THE SWEEP FALLS OUT.
       APPLY-EXTERNAL-SWEEP.
           MOVE SPACES TO PAYMENT-INSTR-AREA
           SET PIQ-REQ-ISSUE TO TRUE
           MOVE "SI" TO PIQ-SOURCE
           PERFORM SET-PAYOUT-BATCH-ID
           MOVE RUN-DATE TO PIQ-CYCLE-DATE
           MOVE "SWEP" TO PIQ-EVENT
           MOVE "SI" TO PIQ-ORIG-TARGET
           MOVE SWQ-ACCT-NUMBER (SWEEP-PEND-INDEX) TO PIQ-ORIG-ACCT
           MOVE SWQ-AMOUNT (SWEEP-PEND-INDEX) TO PIQ-AMOUNT
           MOVE SWQ-CURRENCY-CODE (SWEEP-PEND-INDEX)
               TO PIQ-CURRENCY-CODE
           MOVE RUN-DATE TO PIQ-VALUE-DATE
           CALL "PAYMENT-INSTRUCTION" USING PAYMENT-INSTR-AREA
           IF PIQ-ISSUED
               PERFORM WRITE-SWEEP-OUT-ENTRY
               ADD 1 TO SWEPT-COUNT
               ADD 1 TO SWEEP-PAID-OUT-COUNT
               ADD SWQ-AMOUNT (SWEEP-PEND-INDEX) TO TOTAL-SWEPT
               MOVE SPACES TO SI-OUT-RECORD
               STRING "SWEEP " DELIMITED BY SIZE
                   SWQ-AMOUNT (SWEEP-PEND-INDEX) DELIMITED BY SIZE
                   " FROM " DELIMITED BY SIZE
                   SWQ-ACCT-NUMBER (SWEEP-PEND-INDEX)
                       DELIMITED BY SIZE
                   " PAID OUT " DELIMITED BY SIZE
                   PIQ-INSTR-REF DELIMITED BY SIZE
                   INTO SI-OUT-RECORD
               END-STRING
               WRITE SI-OUT-RECORD
           ELSE
               ADD 1 TO SWEEP-FALLOUT-COUNT
               MOVE SPACES TO SI-OUT-RECORD
               STRING "SWEEP FALLOUT " DELIMITED BY SIZE
                   SWQ-ACCT-NUMBER (SWEEP-PEND-INDEX)
                       DELIMITED BY SIZE
                   " NO NOMINATED PAYOUT ACCOUNT" DELIMITED BY SIZE
                   INTO SI-OUT-RECORD
               END-STRING
               WRITE SI-OUT-RECORD

               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "SIMPLE-INTEREST" TO EXC-PROGRAM-ID
               MOVE SWQ-ACCT-NUMBER (SWEEP-PEND-INDEX)
                   TO EXC-KEY-VALUE
               MOVE "SWEEP HAS NO NOMINATED PAYOUT ACCOUNT"
                   TO EXC-REASON
               MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
               MOVE RUN-DATE TO EXC-CYCLE-DATE
               WRITE EXC-LOG-RECORD
           END-IF.

       SET-PAYOUT-BATCH-ID.
           IF IN-STREAM-MODE
               MOVE STREAM-ID TO PIQ-BATCH-ID
           ELSE
               MOVE "00" TO PIQ-BATCH-ID
           END-IF.

      *    THE BATCH TRAILER FOR THE SWEEPS THIS RUN PAID OUT.
       CLOSE-PAYOUT-BATCH.
           MOVE SPACES TO PAYMENT-INSTR-AREA
           SET PIQ-REQ-CLOSE TO TRUE
           MOVE "SI" TO PIQ-SOURCE
           PERFORM SET-PAYOUT-BATCH-ID
           MOVE RUN-DATE TO PIQ-CYCLE-DATE
           CALL "PAYMENT-INSTRUCTION" USING PAYMENT-INSTR-AREA.

       WRITE-SWEEP-LEDGER-PAIR.
           PERFORM WRITE-SWEEP-OUT-ENTRY
           PERFORM WRITE-SWEEP-IN-ENTRY.

       WRITE-SWEEP-OUT-ENTRY.
           MOVE SPACES TO INT-LEDGER-RECORD
           MOVE SWQ-ACCT-NUMBER (SWEEP-PEND-INDEX)
               TO LDG-ACCT-NUMBER
               TO LDG-PRIOR-RUN-DATE
           MOVE "S" TO LDG-ENTRY-TYPE
           MOVE SPACE TO LDG-INTEREST-BASIS
           WRITE INT-LEDGER-RECORD.

       WRITE-SWEEP-IN-ENTRY.
           MOVE SPACES TO INT-LEDGER-RECORD
           MOVE SWQ-DEST-ACCT (SWEEP-PEND-INDEX)
               TO LDG-ACCT-NUMBER
               TOTAL-SWEPT DELIMITED BY SIZE
               "  FALLOUT: " DELIMITED BY SIZE
               SWEEP-FALLOUT-COUNT DELIMITED BY SIZE
               "  PAID OUT: " DELIMITED BY SIZE
               SWEEP-PAID-OUT-COUNT DELIMITED BY SIZE
               INTO SI-OUT-RECORD
           END-STRING
           WRITE SI-OUT-RECORD.
                   READ RATE-BAND-FILE
                       AT END MOVE "10" TO RATE-BAND-STATUS
                       NOT AT END
                           IF RBD-BAND-SET = SPACES
                                   AND RATE-BAND-COUNT < 20
                               ADD 1 TO RATE-BAND-COUNT
                               MOVE RBD-BAND-FLOOR TO
                                   BAND-FLOOR (RATE-BAND-COUNT)
                                   BHT-PRIOR-BALANCE (BAL-HIST-COUNT)
                               MOVE BHR-NEW-BALANCE TO
                                   BHT-NEW-BALANCE (BAL-HIST-COUNT)
      *    A MOVEMENT POSTED WITHOUT THE OVERDRAWN FIGURES (A FEE,
      *    OR ONE FROM BEFORE THEY EXISTED) TELLS NOTHING ABOUT THE
      *    OVERDRAFT AND IS PASSED OVER WHEN THE DAYS ARE COUNTED.
                               IF BHR-PRIOR-OVERDRAWN NUMERIC
                                       AND BHR-NEW-OVERDRAWN NUMERIC
                                   MOVE BHR-PRIOR-OVERDRAWN TO
                                       BHT-PRIOR-OVERDRAWN
                                           (BAL-HIST-COUNT)
                                   MOVE BHR-NEW-OVERDRAWN TO
                                       BHT-NEW-OVERDRAWN
                                           (BAL-HIST-COUNT)
                                   MOVE "Y" TO BHT-OVERDRAWN-KNOWN
                                       (BAL-HIST-COUNT)
                               ELSE
                                   MOVE 0 TO BHT-PRIOR-OVERDRAWN
                                       (BAL-HIST-COUNT)
                                   MOVE 0 TO BHT-NEW-OVERDRAWN
                                       (BAL-HIST-COUNT)
                                   MOVE "N" TO BHT-OVERDRAWN-KNOWN
                                       (BAL-HIST-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                           TO GL-MAPPED-CREDIT
                       PERFORM WRITE-MAPPED-GL-PAIR
                   END-IF
      *    DEBIT INTEREST IS INCOME TAKEN FROM THE CUSTOMER - A SITE
      *    WITHOUT THE MAPPING TABLE STILL BOOKS IT TO THE STOCK
      *    OVERDRAFT PAIR RATHER THAN LOSING IT.
                   IF GLT-EVENT-TYPE (GL-TOTALS-INDEX) = "D"
                       MOVE "CUSTOMER OVERDRAFTS" TO GL-MAPPED-DEBIT
                       MOVE "DEBIT INTEREST INCOME"
                           TO GL-MAPPED-CREDIT
                       PERFORM WRITE-MAPPED-GL-PAIR
                   END-IF
               END-IF
           END-PERFORM

               CLOSE PENALTY-PARM-FILE
           END-IF.

      *    KEEPS THE HOUSE RULES JUST LOADED AND PRIMES THE PRODUCT
      *    SERVICE, WHICH ANSWERS THE CATALOG SIZE ON ANY CALL.
       SAVE-HOUSE-RULES.
           MOVE MINIMUM-PRINCIPAL TO HOUSE-MINIMUM-PRINCIPAL
           MOVE PENALTY-ENABLED-SWITCH TO HOUSE-PENALTY-SWITCH
           MOVE PENALTY-GRACE-DAYS TO HOUSE-GRACE-DAYS
           MOVE PENALTY-RATE TO HOUSE-PENALTY-RATE
           MOVE RATE-BAND-COUNT TO HOUSE-BAND-COUNT
           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > RATE-BAND-COUNT
               MOVE RATE-BAND-ENTRY (BAND-INDEX)
                   TO HOUSE-BAND-ENTRY (BAND-INDEX)
           END-PERFORM
           MOVE SPACES TO PDQ-PRODUCT-CODE
           CALL "PRODUCT-SERVICE" USING PRODUCT-SERVICE-AREA.

      *    SETS THE MINIMUM PRINCIPAL, PENALTY TERMS AND RATE BANDS
      *    THE ACCOUNT IS PRICED ON: ITS CATALOG PRODUCT'S WHEN IT
      *    NAMES ONE, THE HOUSE RULES WHEN IT DOES NOT. A PRODUCT
      *    WITH NO BAND SET IS TIERED ON THE HOUSE BANDS, AND ONE
      *    WITH A ZERO PENALTY RATE CHARGES NO PENALTY.
       APPLY-ACCOUNT-PRODUCT.
           MOVE "N" TO ACCOUNT-PRODUCT-SWITCH
           MOVE HOUSE-MINIMUM-PRINCIPAL TO MINIMUM-PRINCIPAL
           MOVE HOUSE-PENALTY-SWITCH TO PENALTY-ENABLED-SWITCH
           MOVE HOUSE-GRACE-DAYS TO PENALTY-GRACE-DAYS
           MOVE HOUSE-PENALTY-RATE TO PENALTY-RATE
           MOVE HOUSE-BAND-COUNT TO RATE-BAND-COUNT
           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > HOUSE-BAND-COUNT
               MOVE HOUSE-BAND-ENTRY (BAND-INDEX)
                   TO RATE-BAND-ENTRY (BAND-INDEX)
           END-PERFORM

           IF MSTR-PRODUCT-CODE NOT = SPACES
               MOVE MSTR-PRODUCT-CODE TO PDQ-PRODUCT-CODE
               CALL "PRODUCT-SERVICE" USING PRODUCT-SERVICE-AREA
               IF NOT PDQ-PRODUCT-FOUND
                   SET ACCOUNT-PRODUCT-UNKNOWN TO TRUE
               ELSE
                   MOVE PDQ-MIN-BALANCE TO MINIMUM-PRINCIPAL
                   MOVE "N" TO PENALTY-ENABLED-SWITCH
                   IF PDQ-PENALTY-RATE > 0
                       MOVE PDQ-GRACE-DAYS TO PENALTY-GRACE-DAYS
                       MOVE PDQ-PENALTY-RATE TO PENALTY-RATE
                       SET PENALTY-IS-ENABLED TO TRUE
                   END-IF
                   IF PDQ-BAND-SET NOT = SPACES
                       MOVE PDQ-BAND-COUNT TO RATE-BAND-COUNT
                       PERFORM VARYING BAND-INDEX FROM 1 BY 1
                               UNTIL BAND-INDEX > PDQ-BAND-COUNT
                           MOVE PDQ-BAND-ENTRY (BAND-INDEX)
                               TO RATE-BAND-ENTRY (BAND-INDEX)
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

       START-DELINQUENCY-REPORT.
           OPEN OUTPUT SI-DELINQ-FILE
           MOVE SPACES TO SI-DELINQ-RECORD
               INTO SI-DELINQ-RECORD
           END-STRING
           WRITE SI-DELINQ-RECORD
           IF OD-FACIL-COUNT > 0
               MOVE SPACES TO SI-DELINQ-RECORD
               STRING "OVERDRAFTS OUT OF ORDER: " DELIMITED BY SIZE
                   EXCESS-COUNT DELIMITED BY SIZE
                   "  TOTAL EXCESS: " DELIMITED BY SIZE
                   TOTAL-EXCESS DELIMITED BY SIZE
                   INTO SI-DELINQ-RECORD
               END-STRING
               WRITE SI-DELINQ-RECORD
           END-IF
           CLOSE SI-DELINQ-FILE.

      *    LOADS EVERY FACILITY ROW, ACTIVE OR NOT, SO THE WRITE-BACK
      *    KEEPS THE CANCELLED ONES ON FILE.
       LOAD-OD-FACILITIES.
           OPEN INPUT OD-FACIL-FILE
           IF OD-FACIL-STATUS = "00"
               READ OD-FACIL-FILE
                   AT END SET END-OF-OD-FACIL TO TRUE
               END-READ
               PERFORM UNTIL END-OF-OD-FACIL
                   IF OD-FACIL-COUNT < 500
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

      *    THE ACTIVE FACILITY ON THE ACCOUNT IN HAND, LEFT IN
      *    OD-FACIL-RECORD; OD-FACIL-MATCH IS ZERO WHEN THERE IS NONE.
       FIND-OD-FACILITY.
           MOVE 0 TO OD-FACIL-MATCH
           PERFORM VARYING OD-FACIL-INDEX FROM 1 BY 1
                   UNTIL OD-FACIL-INDEX > OD-FACIL-COUNT
               MOVE ODE-ROW (OD-FACIL-INDEX) TO OD-FACIL-RECORD
               IF ODF-ACCT-NUMBER = MSTR-ACCT-NUMBER
                       AND ODF-IS-ACTIVE
                   MOVE OD-FACIL-INDEX TO OD-FACIL-MATCH
               END-IF
           END-PERFORM
           IF OD-FACIL-MATCH > 0
               MOVE ODE-ROW (OD-FACIL-MATCH) TO OD-FACIL-RECORD
               IF ODF-DRAWN-AMOUNT NOT NUMERIC
                   MOVE 0 TO ODF-DRAWN-AMOUNT
               END-IF
           END-IF.

      *    REBUILDS THE ACCOUNT'S OVERDRAWN DAYS OVER THE CYCLE
      *    WINDOW - LAST POSTING DATE (EXCLUSIVE) TO THE RUN DATE -
      *    FROM ITS BALHIST MOVEMENTS. THE DRAWN AMOUNT HELD BEFORE
      *    THE FIRST MOVEMENT RUNS FROM THE WINDOW START TO THAT
      *    MOVEMENT, EACH MOVEMENT'S NEW FIGURE RUNS TO THE NEXT, AND
      *    THE LAST RUNS TO THE RUN DATE. AN ACCOUNT THAT DID NOT
      *    MOVE CARRIES ITS FACILITY'S DRAWN AMOUNT THROUGHOUT.
       CHECK-OVERDRAWN-DAYS.
           MOVE "N" TO OVERDRAWN-SWITCH
           MOVE 0 TO OVERDRAWN-DAYS
           MOVE 0 TO OVERDRAWN-DAY-SUM
           PERFORM FIND-OD-FACILITY
           IF OD-FACIL-MATCH > 0
               PERFORM COMPUTE-OVERDRAWN-DAYS
               IF OVERDRAWN-DAY-SUM > 0
                   SET ACCOUNT-WAS-OVERDRAWN TO TRUE
               END-IF
           END-IF.

       COMPUTE-OVERDRAWN-DAYS.
           MOVE "N" TO SEGMENT-OPEN-SWITCH
           MOVE "N" TO FIRST-MOVE-SWITCH
           MOVE 0 TO SEGMENT-OVERDRAWN
           IF MSTR-LAST-RUN-DATE NUMERIC AND MSTR-LAST-RUN-DATE > 0
               MOVE MSTR-LAST-RUN-DATE TO SER-DATE
               PERFORM COMPUTE-SERIAL-DAY
               MOVE SER-DAY-NUMBER TO SEGMENT-START
               SET SEGMENT-IS-OPEN TO TRUE
           END-IF

           PERFORM VARYING BAL-HIST-INDEX FROM 1 BY 1
                   UNTIL BAL-HIST-INDEX > BAL-HIST-COUNT
               IF BHT-ACCT-NUMBER (BAL-HIST-INDEX)
                       = MSTR-ACCT-NUMBER
                   AND BHT-POST-DATE (BAL-HIST-INDEX)
                       > MSTR-LAST-RUN-DATE
                   AND BHT-POST-DATE (BAL-HIST-INDEX)
                       NOT > RUN-DATE
                   AND BHT-OVERDRAWN-KNOWN (BAL-HIST-INDEX) = "Y"
                   IF NOT FIRST-MOVE-WAS-SEEN
                       SET FIRST-MOVE-WAS-SEEN TO TRUE
                       MOVE BHT-PRIOR-OVERDRAWN (BAL-HIST-INDEX)
                           TO SEGMENT-OVERDRAWN
                   END-IF
                   MOVE BHT-POST-DATE (BAL-HIST-INDEX) TO SER-DATE
                   PERFORM COMPUTE-SERIAL-DAY
                   IF SEGMENT-IS-OPEN
                       PERFORM ADD-OVERDRAWN-SEGMENT
                   END-IF
                   SET SEGMENT-IS-OPEN TO TRUE
                   MOVE SER-DAY-NUMBER TO SEGMENT-START
                   MOVE BHT-NEW-OVERDRAWN (BAL-HIST-INDEX)
                       TO SEGMENT-OVERDRAWN
               END-IF
           END-PERFORM

           IF NOT FIRST-MOVE-WAS-SEEN
               MOVE ODF-DRAWN-AMOUNT TO SEGMENT-OVERDRAWN
           END-IF
           IF SEGMENT-IS-OPEN
               MOVE RUN-DATE TO SER-DATE
               PERFORM COMPUTE-SERIAL-DAY
               PERFORM ADD-OVERDRAWN-SEGMENT
           END-IF.

       ADD-OVERDRAWN-SEGMENT.
           IF SEGMENT-OVERDRAWN > 0
                   AND SER-DAY-NUMBER > SEGMENT-START
               COMPUTE SEGMENT-DAYS = SER-DAY-NUMBER - SEGMENT-START
               COMPUTE OVERDRAWN-DAY-SUM = OVERDRAWN-DAY-SUM
                   + SEGMENT-OVERDRAWN * SEGMENT-DAYS
               ADD SEGMENT-DAYS TO OVERDRAWN-DAYS
           END-IF.

      *    THE DEBIT INTEREST ON THE OVERDRAWN DAYS AT THE FACILITY'S
      *    RATE, ON THE ACCOUNT'S OWN DAY-COUNT BASIS. THE CHARGE
      *    COMES OUT OF ANY CREDIT BALANCE THE ACCOUNT NOW HOLDS AND
      *    THE REST IS ADDED TO WHAT IS DRAWN ON THE FACILITY. THE
      *    LEDGER CARRIES IT AS A DEBIT-INTEREST ENTRY PRICED ON THE
      *    AVERAGE SUM DRAWN WHILE OVERDRAWN, AND THE GL TAKES IT AS
      *    EVENT "D".
       CHARGE-DEBIT-INTEREST.
           MOVE "N" TO OD-DRAWN-RAISED-SW
           IF DAY-COUNT-ACTUAL-360
               COMPUTE DEBIT-INTEREST ROUNDED =
                   OVERDRAWN-DAY-SUM * ODF-DEBIT-RATE / 360 / 100
           ELSE
               COMPUTE DEBIT-INTEREST ROUNDED =
                   OVERDRAWN-DAY-SUM * ODF-DEBIT-RATE / 365 / 100
           END-IF
           COMPUTE P ROUNDED = OVERDRAWN-DAY-SUM / OVERDRAWN-DAYS
           MOVE ODF-DEBIT-RATE TO R

           IF MSTR-PRINCIPAL NOT < DEBIT-INTEREST
               SUBTRACT DEBIT-INTEREST FROM MSTR-PRINCIPAL
           ELSE
               COMPUTE ODF-DRAWN-AMOUNT = ODF-DRAWN-AMOUNT
                   + DEBIT-INTEREST - MSTR-PRINCIPAL
               MOVE 0 TO MSTR-PRINCIPAL
               MOVE OD-FACIL-RECORD TO ODE-ROW (OD-FACIL-MATCH)
               SET OD-FACIL-WAS-CHANGED TO TRUE
               SET OD-DRAWN-WAS-RAISED TO TRUE
           END-IF

           MOVE SPACES TO SI-OUT-RECORD
           STRING MSTR-ACCT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MSTR-CURRENCY-CODE DELIMITED BY SIZE
               " OVERDRAWN " DELIMITED BY SIZE
               OVERDRAWN-DAYS DELIMITED BY SIZE
               " DAYS AVG " DELIMITED BY SIZE
               P DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               R DELIMITED BY SIZE
               " DEBIT INT " DELIMITED BY SIZE
               DEBIT-INTEREST DELIMITED BY SIZE
               INTO SI-OUT-RECORD
           END-STRING
           WRITE SI-OUT-RECORD

           ADD 1 TO DEBIT-CHARGED-COUNT
           ADD DEBIT-INTEREST TO TOTAL-DEBIT-INTEREST
           ADD 1 TO RECORD-COUNT
           PERFORM WRITE-DEBIT-LEDGER-ENTRY
           MOVE "D" TO GL-EVENT-CODE
           MOVE DEBIT-INTEREST TO GL-EVENT-AMOUNT
           PERFORM ACCUMULATE-GL-TOTAL

           MOVE RUN-DATE TO MSTR-LAST-RUN-DATE
           REWRITE ACCT-MASTER-RECORD
           MOVE "SI" TO CJQ-FILE-ID
           MOVE MSTR-ACCT-NUMBER TO CJQ-RECORD-KEY
           MOVE "R" TO CJQ-ACTION
           MOVE BEFORE-IMAGE-SAVE TO CJQ-BEFORE-IMAGE
           MOVE ACCT-MASTER-RECORD TO CJQ-AFTER-IMAGE
           PERFORM JOURNAL-MASTER-CHANGE
      *    THE RAISED DRAWN AMOUNT GOES TO FILE WITH THE MASTER - A
      *    RESTART SKIPS THIS ACCOUNT AS POSTED, SO A CHANGE HELD
      *    ONLY IN THE TABLE UNTIL END OF RUN WOULD BE LOST.
           IF OD-DRAWN-WAS-RAISED
               PERFORM REWRITE-OD-FACILITIES
           END-IF
           ADD 1 TO SINCE-CHECKPOINT.

       WRITE-DEBIT-LEDGER-ENTRY.
           MOVE SPACES TO INT-LEDGER-RECORD
           MOVE MSTR-ACCT-NUMBER TO LDG-ACCT-NUMBER
           MOVE RUN-DATE TO LDG-CYCLE-DATE
           MOVE "SI" TO LDG-PRODUCT
           MOVE P TO LDG-PRINCIPAL
           MOVE R TO LDG-RATE
           MOVE DEBIT-INTEREST TO LDG-INTEREST
           MOVE MSTR-CURRENCY-CODE TO LDG-CURRENCY-CODE
           MOVE MSTR-LAST-RUN-DATE TO LDG-PRIOR-RUN-DATE
           MOVE "D" TO LDG-ENTRY-TYPE
           MOVE "P" TO LDG-INTEREST-BASIS
           WRITE INT-LEDGER-RECORD.

      *    THE DAILY EXCESS REPORT OVER EVERY ACTIVE FACILITY IN
      *    THIS RUN'S RANGE. A FACILITY DRAWN OVER ITS LIMIT, OR
      *    STILL DRAWN PAST ITS REVIEW DATE, IS OUT OF ORDER - IT IS
      *    LISTED WITH THE EXCESS AND THE DAYS SINCE IT FIRST WENT
      *    OUT OF ORDER, AND THE SAME LINE GOES TO SIDELINQ FOR
      *    COLLECTIONS. ONE PAST REVIEW BUT UNDRAWN IS LISTED FOR
      *    RENEWAL ONLY. A FACILITY BACK IN ORDER HAS ITS EXCESS
      *    DATE CLEARED.
       WRITE-OD-EXCESS-REPORT.
           OPEN OUTPUT OD-EXCESS-FILE
           MOVE SPACES TO OD-EXCESS-RECORD
           STRING "OVERDRAFT EXCESS REPORT RUN DATE: "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO OD-EXCESS-RECORD
           END-STRING
           WRITE OD-EXCESS-RECORD
           MOVE "ACCOUNT    CONDITION        LIMIT    DRAWN    EXCESS"
               TO OD-EXCESS-RECORD
           WRITE OD-EXCESS-RECORD

           PERFORM VARYING OD-FACIL-INDEX FROM 1 BY 1
                   UNTIL OD-FACIL-INDEX > OD-FACIL-COUNT
               MOVE ODE-ROW (OD-FACIL-INDEX) TO OD-FACIL-RECORD
               IF ODF-IS-ACTIVE
                   IF NOT IN-STREAM-MODE
                       OR (ODF-ACCT-NUMBER NOT < STREAM-LO-ACCT
                           AND ODF-ACCT-NUMBER NOT > STREAM-HI-ACCT)
                       PERFORM CHECK-ONE-FACILITY
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO OD-EXCESS-RECORD
           STRING "OUT OF ORDER: " DELIMITED BY SIZE
               EXCESS-COUNT DELIMITED BY SIZE
               "  TOTAL EXCESS: " DELIMITED BY SIZE
               TOTAL-EXCESS DELIMITED BY SIZE
               "  REVIEW DUE: " DELIMITED BY SIZE
               REVIEW-DUE-COUNT DELIMITED BY SIZE
               INTO OD-EXCESS-RECORD
           END-STRING
           WRITE OD-EXCESS-RECORD
           CLOSE OD-EXCESS-FILE.

       CHECK-ONE-FACILITY.
           IF ODF-DRAWN-AMOUNT NOT NUMERIC
               MOVE 0 TO ODF-DRAWN-AMOUNT
           END-IF
           IF ODF-EXCESS-SINCE NOT NUMERIC
               MOVE 0 TO ODF-EXCESS-SINCE
           END-IF
           MOVE SPACES TO EXCESS-KIND
           MOVE 0 TO EXCESS-AMOUNT
           IF ODF-DRAWN-AMOUNT > ODF-LIMIT
               MOVE "LIMIT EXCESS" TO EXCESS-KIND
               COMPUTE EXCESS-AMOUNT = ODF-DRAWN-AMOUNT - ODF-LIMIT
           ELSE IF ODF-REVIEW-DATE < RUN-DATE
                   AND ODF-DRAWN-AMOUNT > 0
               MOVE "EXPIRED FACILITY" TO EXCESS-KIND
               MOVE ODF-DRAWN-AMOUNT TO EXCESS-AMOUNT
           END-IF
           END-IF

           IF EXCESS-KIND NOT = SPACES
               IF ODF-EXCESS-SINCE = 0
                   MOVE RUN-DATE TO ODF-EXCESS-SINCE
                   MOVE OD-FACIL-RECORD TO ODE-ROW (OD-FACIL-INDEX)
                   SET OD-FACIL-WAS-CHANGED TO TRUE
               END-IF
               MOVE RUN-DATE TO SER-DATE
               PERFORM COMPUTE-SERIAL-DAY
               MOVE SER-DAY-NUMBER TO SEGMENT-START
               MOVE ODF-EXCESS-SINCE TO SER-DATE
               PERFORM COMPUTE-SERIAL-DAY
               COMPUTE EXCESS-DAYS = SEGMENT-START - SER-DAY-NUMBER
               ADD 1 TO EXCESS-COUNT
               ADD EXCESS-AMOUNT TO TOTAL-EXCESS
               PERFORM WRITE-EXCESS-LINE

               MOVE SPACES TO SI-DELINQ-RECORD
               STRING ODF-ACCT-NUMBER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EXCESS-DAYS DELIMITED BY SIZE
                   "        " DELIMITED BY SIZE
                   EXCESS-AMOUNT DELIMITED BY SIZE
                   " OD " DELIMITED BY SIZE
                   EXCESS-KIND DELIMITED BY SIZE
                   INTO SI-DELINQ-RECORD
               END-STRING
               WRITE SI-DELINQ-RECORD
           ELSE
               IF ODF-EXCESS-SINCE NOT = 0
                   MOVE 0 TO ODF-EXCESS-SINCE
                   MOVE OD-FACIL-RECORD TO ODE-ROW (OD-FACIL-INDEX)
                   SET OD-FACIL-WAS-CHANGED TO TRUE
               END-IF
               IF ODF-REVIEW-DATE < RUN-DATE
                   MOVE "REVIEW DUE" TO EXCESS-KIND
                   MOVE 0 TO EXCESS-DAYS
                   ADD 1 TO REVIEW-DUE-COUNT
                   PERFORM WRITE-EXCESS-LINE
               END-IF
           END-IF.

       WRITE-EXCESS-LINE.
           MOVE SPACES TO OD-EXCESS-RECORD
           STRING ODF-ACCT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXCESS-KIND DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ODF-LIMIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ODF-DRAWN-AMOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXCESS-AMOUNT DELIMITED BY SIZE
               " DAYS " DELIMITED BY SIZE
               EXCESS-DAYS DELIMITED BY SIZE
               " REVIEW " DELIMITED BY SIZE
               ODF-REVIEW-DATE DELIMITED BY SIZE
               INTO OD-EXCESS-RECORD
           END-STRING
           WRITE OD-EXCESS-RECORD.

      *    WRITES THE FACILITY FILE BACK WHOLE WITH THE CYCLE'S
      *    DEBIT INTEREST AND EXCESS DATES APPLIED. A STREAM WRITES
      *    ONLY THE ROWS IN ITS OWN RANGE, TO ITS SLICE.
       REWRITE-OD-FACILITIES.
           IF IN-STREAM-MODE
               OPEN OUTPUT OD-SLICE-FILE
               PERFORM VARYING OD-FACIL-INDEX FROM 1 BY 1
                       UNTIL OD-FACIL-INDEX > OD-FACIL-COUNT
                   MOVE ODE-ROW (OD-FACIL-INDEX) TO OD-FACIL-RECORD
                   IF ODF-ACCT-NUMBER NOT < STREAM-LO-ACCT
                           AND ODF-ACCT-NUMBER NOT > STREAM-HI-ACCT
                       MOVE OD-FACIL-RECORD TO OD-SLICE-RECORD
                       WRITE OD-SLICE-RECORD
                   END-IF
               END-PERFORM
               CLOSE OD-SLICE-FILE
           ELSE
               OPEN OUTPUT OD-FACIL-FILE
               PERFORM VARYING OD-FACIL-INDEX FROM 1 BY 1
                       UNTIL OD-FACIL-INDEX > OD-FACIL-COUNT
                   MOVE ODE-ROW (OD-FACIL-INDEX) TO OD-FACIL-RECORD
                   WRITE OD-FACIL-RECORD
               END-PERFORM
               CLOSE OD-FACIL-FILE
           END-IF.

      *    A RESTARTED STREAM'S FACILITY ROWS, TAKEN BACK FROM THE
      *    SLICE THE FIRST ATTEMPT WROTE. EACH SLICE ROW REPLACES THE
      *    NEXT ROW NOT YET RESTORED FOR THE SAME ACCOUNT, SO AN
      *    ACCOUNT'S CANCELLED AND ACTIVE ROWS EACH MATCH THEIR OWN.
       RESTORE-OD-SLICE.
           PERFORM VARYING OD-FACIL-INDEX FROM 1 BY 1
                   UNTIL OD-FACIL-INDEX > OD-FACIL-COUNT
               MOVE "N" TO ODE-RESTORED (OD-FACIL-INDEX)
           END-PERFORM
           OPEN INPUT OD-SLICE-FILE
           IF OD-SLICE-STATUS = "00"
               PERFORM UNTIL OD-SLICE-STATUS NOT = "00"
                   READ OD-SLICE-FILE
                       AT END MOVE "10" TO OD-SLICE-STATUS
                       NOT AT END
                           MOVE OD-SLICE-RECORD TO OD-FACIL-RECORD
                           PERFORM RESTORE-ONE-SLICE-ROW
                   END-READ
               END-PERFORM
               CLOSE OD-SLICE-FILE
           END-IF.

       RESTORE-ONE-SLICE-ROW.
           MOVE 0 TO OD-FACIL-MATCH
           PERFORM VARYING OD-FACIL-INDEX FROM 1 BY 1
                   UNTIL OD-FACIL-INDEX > OD-FACIL-COUNT
                       OR OD-FACIL-MATCH > 0
               IF ODE-ROW (OD-FACIL-INDEX) (1:10) = ODF-ACCT-NUMBER
                       AND ODE-RESTORED (OD-FACIL-INDEX) = "N"
                   MOVE OD-FACIL-INDEX TO OD-FACIL-MATCH
               END-IF
           END-PERFORM
           IF OD-FACIL-MATCH > 0
               MOVE OD-FACIL-RECORD TO ODE-ROW (OD-FACIL-MATCH)
               MOVE "Y" TO ODE-RESTORED (OD-FACIL-MATCH)
           END-IF.

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

      *    READS THE OPTIONAL EXEMPTION-CERTIFICATE FILE INTO
      *    MEMORY; WITHOUT IT EVERY ACCOUNT WITHHOLDS AT THE
      *    STANDARD RATE, EXACTLY AS BEFORE.
