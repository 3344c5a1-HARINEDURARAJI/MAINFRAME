           05  TRN-LOAN-FLAG          PIC X.
      *    THE BOOKING BRANCH - BLANK ON A CHANGE MEANS LEAVE AS IS.
           05  TRN-BRANCH-CODE        PIC X(3).
      *    THE CATALOG PRODUCT THE ACCOUNT IS OPENED UNDER - BLANK ON
      *    A CHANGE MEANS LEAVE AS IS.
           05  TRN-PRODUCT-CODE       PIC X(06).

      *    MIRRORS THE SIACCT RECORD (ACCTMSTR.CPY PLUS SIMPLE-
      *    INTEREST'S DAY-COUNT EXTENSION) FIELD FOR FIELD UNDER ITS
           05  SIA-BRANCH-CODE        PIC X(03).
           05  SIA-DAY-COUNT-BASIS    PIC X.
           05  SIA-ACCRUAL-DAYS       PIC 9(5).
           05  SIA-PRODUCT-CODE       PIC X(06).

      *    MIRRORS THE CIACCT RECORD (ACCTMSTR.CPY PLUS COMPOUND-
      *    INTEREST'S COMPOUNDING-FREQUENCY EXTENSION) THE SAME WAY.
           05  CIA-COMPOUND-FREQ      PIC 9(2).
           05  CIA-ACCRUED-INTEREST   PIC 9(7)V99.
           05  CIA-LOAN-FLAG          PIC X.
           05  CIA-PRODUCT-CODE       PIC X(06).

       FD  ACM-OUT-FILE.
       01  ACM-OUT-RECORD         PIC X(80).
           05  RBD-BAND-FLOOR     PIC 9(5)V99.
           05  RBD-BAND-CEILING   PIC 9(5)V99.
           05  RBD-BAND-RATE      PIC 9(3)V99.
      *    A ROW NAMING A BAND SET BELONGS TO THE CATALOG PRODUCTS
      *    THAT USE THAT SET (ANSWERED BY PRODUCT-SERVICE); ONLY THE
      *    HOUSE ROWS, WITH NO SET, LOAD INTO THE TABLE HERE.
           05  RBD-BAND-SET       PIC X(04).

      *    OPTIONAL SWITCH TURNING THE SHARED MOD-10 CHECK-DIGIT
      *    VERIFICATION ON FOR ACCOUNT NUMBERS - OFF UNTIL THE SHOP
       01  SETTLE-DAY-BASE        PIC 9(3).
       01  SETTLE-INTEREST        PIC 9(9)V99.
       01  SETTLE-PAYOUT          PIC 9(9)V99.
       01  SETTLE-LIEN-RETAINED   PIC 9(7)V99.
       01  SETTLE-CURRENCY        PIC X(03).
       01  SETTLE-PRODUCT         PIC X(2).
       01  SETTLE-PRIOR-DATE      PIC 9(8).
               10  BAND-CEILING           PIC 9(5)V99.
               10  BAND-RATE              PIC 9(3)V99.
       01  BAND-INDEX             PIC 9(2).

      *    THE HOUSE BANDS AS LOADED, AND THE CATALOG PRODUCT THE
      *    ACCOUNT IN HAND IS PRICED ON - A PRODUCT WITH ITS OWN BAND
      *    SET IS TIERED ON THAT SET INSTEAD.
       01  PRODUCT-SERVICE-AREA.
           COPY PRODREQ.
       01  BAND-PRODUCT-CODE      PIC X(06).
       01  HOUSE-BAND-COUNT       PIC 9(2) VALUE 0.
       01  HOUSE-BAND-TABLE.
           05  HOUSE-BAND-ENTRY OCCURS 20 TIMES.
               10  HOUSE-BAND-FLOOR       PIC 9(5)V99.
               10  HOUSE-BAND-CEILING     PIC 9(5)V99.
               10  HOUSE-BAND-RATE        PIC 9(3)V99.
       01  SERIAL-WORK-AREA.
           05  SER-DATE           PIC 9(8).
           05  SER-YYYY           PIC 9(4).
       01  CUSTOMER-STATUS-AREA.
           COPY CUSTSREQ.

      *    THE ACCOUNT AS IT WILL STAND AFTER THE TRANSACTION, HELD
      *    UP AGAINST ITS CATALOG PRODUCT'S TERMS BEFORE THE MASTER
      *    IS WRITTEN.
       01  PRODUCT-CHECK-AREA.
           05  PCK-PRODUCT-CODE       PIC X(06).
           05  PCK-TARGET             PIC X(02).
           05  PCK-CURRENCY-CODE      PIC X(03).
           05  PCK-PRINCIPAL          PIC 9(5)V99.
           05  PCK-TIME               PIC 9(03).
           05  PCK-LOAN-FLAG          PIC X.
           05  PCK-NEW-SALE-SWITCH    PIC X.
               88  PCK-IS-NEW-SALE        VALUE "Y".
       01  CURRENCY-ALLOWED-SWITCH    PIC X.
           88  CURRENCY-IS-ALLOWED        VALUE "Y".
       01  CURRENCY-INDEX         PIC 9.

      *    THE AMOUNT EARMARKED ON THE ACCOUNT BY LIENS IN FORCE -
      *    HELD BACK FROM ANY CLOSURE SETTLEMENT.
       01  LIEN-SERVICE-AREA.
           COPY LIENREQ.

      *    A CLOSURE PAYOUT IS HANDED TO THE SHARED PAYMENT-
      *    INSTRUCTION SERVICE FOR THE OUTBOUND PAYOUT FILE.
       01  PAYMENT-INSTR-AREA.
           COPY PAYIREQ.
       01  INSTRUCTED-COUNT       PIC 9(7) VALUE 0.
       01  MANUAL-PAYOUT-COUNT    PIC 9(7) VALUE 0.

      *    DUAL CONTROL - A TRANSACTION CARRYING MORE PRINCIPAL
      *    THAN THE APPRAMT THRESHOLD QUEUES FOR A SUPERVISOR; ONE
      *    RELEASED THROUGH APPROVAL-REVIEW APPLIES WITH BOTH
               10  RLT-IMAGE          PIC X(80).
       01  RELEASE-INDEX          PIC 9(3).

      *    THE CHANGE-FREEZE GATE EVERY VALID TRANSACTION PASSES
      *    BEFORE IT IS APPLIED OR QUEUED - A FROZEN ONE IS PARKED
      *    FOR REPLAY ONTO THE FILE IT CAME FROM (ACCTTRAN, OR
      *    ACCTREL WITH BOTH IDENTITIES FOR A RELEASED ONE), NOT
      *    REJECTED.
       01  CHANGE-FREEZE-AREA.
           COPY FRZREQ.
       01  FREEZE-TRAN-FILE       PIC X(8).
       01  FREEZE-TRAN-IMAGE      PIC X(400).
       01  DEFERRED-COUNT         PIC 9(7) VALUE 0.
       01  OVERRIDDEN-COUNT       PIC 9(7) VALUE 0.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.
           PERFORM LOAD-APPROVAL-THRESHOLD
           PERFORM LOAD-RELEASED-TRANS
           PERFORM LOAD-RATE-BAND-TABLE
           PERFORM KEEP-HOUSE-BANDS
           MOVE SPACES TO PDQ-PRODUCT-CODE
           CALL "PRODUCT-SERVICE" USING PRODUCT-SERVICE-AREA
           PERFORM LOAD-GL-MAP-TABLE
           PERFORM OPEN-INTEREST-LEDGER
           OPEN INPUT ACCT-TRAN-FILE
           PERFORM UNTIL END-OF-ACCT-TRAN
               ADD 1 TO TRAN-COUNT
               PERFORM VALIDATE-MAINT-TRAN
               MOVE "ACCTTRAN" TO FREEZE-TRAN-FILE
               MOVE ACCT-TRAN-RECORD TO FREEZE-TRAN-IMAGE
               PERFORM CHECK-CHANGE-FREEZE

               IF FRZ-TRAN-DEFERRED
                   PERFORM WRITE-DEFERRED-LINE
               ELSE

      *    A VALID TRANSACTION OVER THE PRINCIPAL THRESHOLD WAITS
      *    FOR A SECOND OPERATOR INSTEAD OF APPLYING NOW.
               IF INPUT-IS-VALID
                   ADD 1 TO APPLIED-COUNT
                   PERFORM WRITE-APPLIED-LINE
                   PERFORM WRITE-OVERRIDE-LINE
               ELSE
                   ADD 1 TO REJECTED-COUNT
                   PERFORM WRITE-REJECTED-LINE
                   WRITE EXC-LOG-RECORD
               END-IF
               END-IF
               END-IF

               READ ACCT-TRAN-FILE
                   AT END SET END-OF-ACCT-TRAN TO TRUE
           END-PERFORM

           PERFORM APPLY-RELEASED-TRANS
           PERFORM CLOSE-PAYOUT-BATCH

           PERFORM WRITE-CONTROL-TOTALS
           IF GL-TOTALS-COUNT > 0
               MOVE RLT-CHECKER (RELEASE-INDEX) TO RELEASE-CHECKER
               ADD 1 TO TRAN-COUNT
               PERFORM VALIDATE-MAINT-TRAN
               MOVE "ACCTREL" TO FREEZE-TRAN-FILE
               MOVE SPACES TO FREEZE-TRAN-IMAGE
               MOVE RELEASE-MAKER TO FREEZE-TRAN-IMAGE (1:8)
               MOVE RELEASE-CHECKER TO FREEZE-TRAN-IMAGE (9:8)
               MOVE ACCT-TRAN-RECORD TO FREEZE-TRAN-IMAGE (17:80)
               PERFORM CHECK-CHANGE-FREEZE

               IF FRZ-TRAN-DEFERRED
                   PERFORM WRITE-DEFERRED-LINE
               ELSE

               IF INPUT-IS-VALID
                   PERFORM APPLY-MAINT-TRAN
                   ADD 1 TO APPLIED-COUNT
                   ADD 1 TO RELEASED-APPLIED
                   PERFORM WRITE-APPLIED-LINE
                   PERFORM WRITE-OVERRIDE-LINE
                   MOVE SPACES TO ACM-OUT-RECORD
                   STRING "   DUAL CONTROL - MAKER "
                           DELIMITED BY SIZE
                   MOVE RUN-DATE TO EXC-CYCLE-DATE
                   WRITE EXC-LOG-RECORD
               END-IF
               END-IF
           END-PERFORM

           IF RELEASE-COUNT > 0
               CLOSE ACCT-REL-FILE
           END-IF.

      *    A TRANSACTION UNDER A CHANGE FREEZE IS PARKED ON FRZDEFER
      *    BY THE SHARED SERVICE AND REPLAYED WHEN THE FREEZE LIFTS;
      *    ONE THAT CANNOT BE PARKED IS REJECTED.
       CHECK-CHANGE-FREEZE.
           MOVE SPACES TO CHANGE-FREEZE-AREA
           IF INPUT-IS-VALID
               MOVE "CHECK" TO FRZQ-REQUEST
               MOVE "ACCOUNT-MAINTENANCE" TO FRZQ-PROGRAM-ID
               MOVE TRN-ACTION TO FRZQ-TRAN-TYPE
               MOVE RUN-DATE TO FRZQ-CHECK-DATE
               MOVE OPR-OPERATOR-ID TO FRZQ-OPERATOR-ID
               MOVE OPR-AUTHORITY TO FRZQ-OPERATOR-AUTH
               MOVE FREEZE-TRAN-FILE TO FRZQ-TRAN-FILE
               MOVE TRN-ACCT-NUMBER TO FRZQ-KEY-VALUE
               MOVE FREEZE-TRAN-IMAGE TO FRZQ-TRAN-IMAGE
               CALL "CHANGE-FREEZE" USING CHANGE-FREEZE-AREA
               IF FRZ-TRAN-REFUSED
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "FROZEN - DEFERRED FILE NOT WRITABLE"
                       TO REJECT-REASON
               END-IF
           END-IF.

      *    THE PRINCIPAL THRESHOLD COMES FROM THE CENTRAL PARAMETER
      *    LIBRARY (PARAMETER APPRAMT); NO ROW MEANS NO DUAL
      *    CONTROL, EXACTLY AS BEFORE.
           ELSE
               MOVE 0 TO SIA-ACCRUAL-DAYS
           END-IF
           MOVE TRN-PRODUCT-CODE TO SIA-PRODUCT-CODE
           MOVE "Y" TO PCK-NEW-SALE-SWITCH
           PERFORM LOAD-SI-PRODUCT-CHECK
           PERFORM CHECK-PRODUCT-TERMS
           IF INPUT-IS-VALID
               WRITE SI-ACCT-RECORD
                   INVALID KEY
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "ACCOUNT ALREADY ON SIACCT MASTER"
                           TO REJECT-REASON
                   NOT INVALID KEY
                       MOVE "SI" TO CJQ-FILE-ID
                       MOVE SIA-ACCT-NUMBER TO CJQ-RECORD-KEY
                       MOVE "W" TO CJQ-ACTION
                       MOVE SPACES TO CJQ-BEFORE-IMAGE
                       MOVE SI-ACCT-RECORD TO CJQ-AFTER-IMAGE
                       PERFORM JOURNAL-MASTER-CHANGE
               END-WRITE
           END-IF.

       LOAD-SI-PRODUCT-CHECK.
           MOVE SIA-PRODUCT-CODE TO PCK-PRODUCT-CODE
           MOVE "SI" TO PCK-TARGET
           MOVE SIA-CURRENCY-CODE TO PCK-CURRENCY-CODE
           MOVE SIA-PRINCIPAL TO PCK-PRINCIPAL
           MOVE SIA-TIME TO PCK-TIME
           MOVE SPACE TO PCK-LOAN-FLAG.

      *    A CHANGE ONLY REPLACES THE FIELDS THE TRANSACTION ACTUALLY
      *    CARRIES - ZERO NUMERICS AND BLANK CODES MEAN "LEAVE AS IS",
           IF TRN-BRANCH-CODE NOT = SPACES
               MOVE TRN-BRANCH-CODE TO SIA-BRANCH-CODE
           END-IF
           MOVE "N" TO PCK-NEW-SALE-SWITCH
           IF TRN-PRODUCT-CODE NOT = SPACES
               IF TRN-PRODUCT-CODE NOT = SIA-PRODUCT-CODE
                   MOVE "Y" TO PCK-NEW-SALE-SWITCH
               END-IF
               MOVE TRN-PRODUCT-CODE TO SIA-PRODUCT-CODE
           END-IF
           PERFORM LOAD-SI-PRODUCT-CHECK
           PERFORM CHECK-PRODUCT-TERMS
           IF INPUT-IS-VALID
               MOVE "A" TO SIA-STATUS
               REWRITE SI-ACCT-RECORD
               MOVE "SI" TO CJQ-FILE-ID
               MOVE SIA-ACCT-NUMBER TO CJQ-RECORD-KEY
               MOVE "R" TO CJQ-ACTION
               MOVE BEFORE-IMAGE-SAVE TO CJQ-BEFORE-IMAGE
               MOVE SI-ACCT-RECORD TO CJQ-AFTER-IMAGE
               PERFORM JOURNAL-MASTER-CHANGE
           END-IF.

      *    A CLOSE NOW SETTLES THE ACCOUNT - FINAL INTEREST FROM THE
      *    LAST POSTING DATE TO THE CLOSURE DATE ON THE ACCOUNT'S
      *    DAY-COUNT AND TIER RULES, POSTED TO THE LEDGER AND THE
      *    GL, THE PRINCIPAL PAID OUT AND ZEROED, AND A FINAL
      *    SETTLEMENT STATEMENT ON THE REGISTER FOR THE CUSTOMER.
      *    AN AMOUNT HELD UNDER LIEN IS NEVER PAID OUT - IT STAYS AS
      *    THE PRINCIPAL OF AN ACCOUNT LEFT OPEN UNTIL RELEASED.
       CLOSE-SI-ACCOUNT.
           IF SIA-ACCOUNT-CLOSED
               MOVE "N" TO VALID-INPUT-SWITCH
               ELSE
                   MOVE 365 TO SETTLE-DAY-BASE
               END-IF
               MOVE SIA-PRODUCT-CODE TO BAND-PRODUCT-CODE
               PERFORM SELECT-ACCOUNT-BANDS
               PERFORM COMPUTE-SETTLEMENT-INTEREST
               COMPUTE SETTLE-PAYOUT =
                   SETTLE-PRINCIPAL + SETTLE-INTEREST
               PERFORM HOLD-BACK-LIENED-AMOUNT
               PERFORM POST-SETTLEMENT
               MOVE SETTLE-LIEN-RETAINED TO SIA-PRINCIPAL
               MOVE 0 TO SIA-ACCRUAL-DAYS
               IF SETTLE-LIEN-RETAINED = 0
                   MOVE "C" TO SIA-STATUS
               ELSE
                   MOVE RUN-DATE TO SIA-LAST-RUN-DATE
               END-IF
               REWRITE SI-ACCT-RECORD
               MOVE "SI" TO CJQ-FILE-ID
               MOVE SIA-ACCT-NUMBER TO CJQ-RECORD-KEY
               MOVE SI-ACCT-RECORD TO CJQ-AFTER-IMAGE
               PERFORM JOURNAL-MASTER-CHANGE
               PERFORM WRITE-SETTLEMENT-STATEMENT
               IF SETTLE-PAYOUT > 0
                   PERFORM ISSUE-PAYOUT-INSTRUCTION
               END-IF
           END-IF.

       APPLY-CI-TRAN.
           END-IF
           MOVE 0 TO CIA-ACCRUED-INTEREST
           MOVE TRN-LOAN-FLAG TO CIA-LOAN-FLAG
           MOVE TRN-PRODUCT-CODE TO CIA-PRODUCT-CODE
           MOVE "Y" TO PCK-NEW-SALE-SWITCH
           PERFORM LOAD-CI-PRODUCT-CHECK
           PERFORM CHECK-PRODUCT-TERMS
           IF INPUT-IS-VALID
               WRITE CI-ACCT-RECORD
                   INVALID KEY
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "ACCOUNT ALREADY ON CIACCT MASTER"
                           TO REJECT-REASON
                   NOT INVALID KEY
                       MOVE "CI" TO CJQ-FILE-ID
                       MOVE CIA-ACCT-NUMBER TO CJQ-RECORD-KEY
                       MOVE "W" TO CJQ-ACTION
                       MOVE SPACES TO CJQ-BEFORE-IMAGE
                       MOVE CI-ACCT-RECORD TO CJQ-AFTER-IMAGE
                       PERFORM JOURNAL-MASTER-CHANGE
               END-WRITE
           END-IF.

       LOAD-CI-PRODUCT-CHECK.
           MOVE CIA-PRODUCT-CODE TO PCK-PRODUCT-CODE
           MOVE "CI" TO PCK-TARGET
           MOVE CIA-CURRENCY-CODE TO PCK-CURRENCY-CODE
           MOVE CIA-PRINCIPAL TO PCK-PRINCIPAL
           MOVE CIA-TIME TO PCK-TIME
           MOVE CIA-LOAN-FLAG TO PCK-LOAN-FLAG.

       CHANGE-CI-ACCOUNT.
           IF TRN-CURRENCY-CODE NOT = SPACES
           IF TRN-LOAN-FLAG NOT = SPACE
               MOVE TRN-LOAN-FLAG TO CIA-LOAN-FLAG
           END-IF
           MOVE "N" TO PCK-NEW-SALE-SWITCH
           IF TRN-PRODUCT-CODE NOT = SPACES
               IF TRN-PRODUCT-CODE NOT = CIA-PRODUCT-CODE
                   MOVE "Y" TO PCK-NEW-SALE-SWITCH
               END-IF
               MOVE TRN-PRODUCT-CODE TO CIA-PRODUCT-CODE
           END-IF
           PERFORM LOAD-CI-PRODUCT-CHECK
           PERFORM CHECK-PRODUCT-TERMS
           IF INPUT-IS-VALID
               MOVE "A" TO CIA-STATUS
               REWRITE CI-ACCT-RECORD
               MOVE "CI" TO CJQ-FILE-ID
               MOVE CIA-ACCT-NUMBER TO CJQ-RECORD-KEY
               MOVE "R" TO CJQ-ACTION
               MOVE BEFORE-IMAGE-SAVE TO CJQ-BEFORE-IMAGE
               MOVE CI-ACCT-RECORD TO CJQ-AFTER-IMAGE
               PERFORM JOURNAL-MASTER-CHANGE
           END-IF.

      *    AN ACCOUNT IS HELD TO ITS CATALOG PRODUCT: THE PRODUCT
      *    MUST EXIST AND BE BOOKED ON THIS MASTER, A LOAN PRODUCT
      *    ONLY ON A LOAN ACCOUNT (AND THE REVERSE), IN A CURRENCY
      *    THE PRODUCT ALLOWS AND FOR A TERM WITHIN ITS TENOR LIMITS.
      *    A NEW SALE - AN OPENING, OR A SWITCH TO ANOTHER PRODUCT -
      *    MUST ALSO BE ON SALE AND MEET ITS MINIMUM BALANCE. ONCE A
      *    CATALOG IS IN USE EVERY NEW ACCOUNT NAMES A PRODUCT; AN
      *    OLD ACCOUNT WITH NONE KEEPS THE HOUSE RULES.
       CHECK-PRODUCT-TERMS.
           IF PCK-PRODUCT-CODE = SPACES
               IF TRN-ACTION-ADD AND PDQ-CATALOG-COUNT > 0
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "PRODUCT CODE IS BLANK" TO REJECT-REASON
               END-IF
           ELSE
               MOVE PCK-PRODUCT-CODE TO PDQ-PRODUCT-CODE
               CALL "PRODUCT-SERVICE" USING PRODUCT-SERVICE-AREA
               IF NOT PDQ-PRODUCT-FOUND
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "PRODUCT NOT ON CATALOG" TO REJECT-REASON
               END-IF
               IF INPUT-IS-VALID AND PDQ-TARGET NOT = PCK-TARGET
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "PRODUCT NOT BOOKED ON THIS MASTER"
                       TO REJECT-REASON
               END-IF
               IF INPUT-IS-VALID AND PCK-IS-NEW-SALE
                       AND NOT PDQ-ON-SALE
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "PRODUCT WITHDRAWN FROM SALE"
                       TO REJECT-REASON
               END-IF
               IF INPUT-IS-VALID
                   IF (PDQ-FAMILY-LOAN AND PCK-LOAN-FLAG NOT = "L")
                       OR (NOT PDQ-FAMILY-LOAN AND PCK-LOAN-FLAG = "L")
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "LOAN FLAG DOES NOT MATCH PRODUCT"
                           TO REJECT-REASON
                   END-IF
               END-IF
               IF INPUT-IS-VALID
                   PERFORM CHECK-PRODUCT-CURRENCY
                   IF NOT CURRENCY-IS-ALLOWED
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "CURRENCY NOT OFFERED ON PRODUCT"
                           TO REJECT-REASON
                   END-IF
               END-IF
               IF INPUT-IS-VALID
                   IF PCK-TIME < PDQ-MIN-TENOR
                       OR (PDQ-MAX-TENOR > 0
                           AND PCK-TIME > PDQ-MAX-TENOR)
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "TERM OUTSIDE PRODUCT TENOR LIMITS"
                           TO REJECT-REASON
                   END-IF
               END-IF
               IF INPUT-IS-VALID AND PCK-IS-NEW-SALE
                       AND PCK-PRINCIPAL < PDQ-MIN-BALANCE
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "PRINCIPAL BELOW PRODUCT MINIMUM"
                       TO REJECT-REASON
               END-IF
           END-IF.

      *    ALL FIVE CURRENCY SLOTS BLANK MEANS ANY CURRENCY.
       CHECK-PRODUCT-CURRENCY.
           MOVE "Y" TO CURRENCY-ALLOWED-SWITCH
           IF PDQ-CURRENCY-CODE (1) NOT = SPACES
                   OR PDQ-CURRENCY-CODE (2) NOT = SPACES
                   OR PDQ-CURRENCY-CODE (3) NOT = SPACES
                   OR PDQ-CURRENCY-CODE (4) NOT = SPACES
                   OR PDQ-CURRENCY-CODE (5) NOT = SPACES
               MOVE "N" TO CURRENCY-ALLOWED-SWITCH
               PERFORM VARYING CURRENCY-INDEX FROM 1 BY 1
                       UNTIL CURRENCY-INDEX > 5
                   IF PDQ-CURRENCY-CODE (CURRENCY-INDEX)
                           = PCK-CURRENCY-CODE
                       MOVE "Y" TO CURRENCY-ALLOWED-SWITCH
                   END-IF
               END-PERFORM
           END-IF.

      *    A COMPOUND ACCOUNT'S FINAL INTEREST IS THE ACCRUAL THE
      *    NIGHTLY PASS HAS ALREADY EARNED UP TO LAST NIGHT - IT IS
               MOVE CIA-ACCRUED-INTEREST TO SETTLE-INTEREST
               COMPUTE SETTLE-PAYOUT =
                   SETTLE-PRINCIPAL + SETTLE-INTEREST
               PERFORM HOLD-BACK-LIENED-AMOUNT
               PERFORM POST-SETTLEMENT
               MOVE SETTLE-LIEN-RETAINED TO CIA-PRINCIPAL
               MOVE 0 TO CIA-ACCRUED-INTEREST
               IF SETTLE-LIEN-RETAINED = 0
                   MOVE "C" TO CIA-STATUS
               ELSE
                   MOVE RUN-DATE TO CIA-LAST-RUN-DATE
               END-IF
               REWRITE CI-ACCT-RECORD
               MOVE "CI" TO CJQ-FILE-ID
               MOVE CIA-ACCT-NUMBER TO CJQ-RECORD-KEY
               MOVE CI-ACCT-RECORD TO CJQ-AFTER-IMAGE
               PERFORM JOURNAL-MASTER-CHANGE
               PERFORM WRITE-SETTLEMENT-STATEMENT
               IF SETTLE-PAYOUT > 0
                   PERFORM ISSUE-PAYOUT-INSTRUCTION
               END-IF
           END-IF.

      *    FINAL SIMPLE INTEREST FROM THE PRIOR POSTING DATE TO THE
               END-IF
           END-PERFORM.

      *    WHATEVER THE LIENS IN FORCE TODAY HOLD COMES OFF THE
      *    PAYOUT AND IS RETAINED ON THE ACCOUNT - NEVER MORE THAN
      *    THE SETTLEMENT ITSELF.
       HOLD-BACK-LIENED-AMOUNT.
           MOVE SETTLE-PRODUCT TO LNQ-TARGET
           MOVE TRN-ACCT-NUMBER TO LNQ-ACCT-NUMBER
           MOVE RUN-DATE TO LNQ-AS-OF-DATE
           CALL "LIEN-SERVICE" USING LIEN-SERVICE-AREA
           IF LNQ-LIENED-AMOUNT < SETTLE-PAYOUT
               MOVE LNQ-LIENED-AMOUNT TO SETTLE-LIEN-RETAINED
           ELSE
               MOVE SETTLE-PAYOUT TO SETTLE-LIEN-RETAINED
           END-IF
           SUBTRACT SETTLE-LIEN-RETAINED FROM SETTLE-PAYOUT.

      *    THE SETTLEMENT GOES ON THE POSTED-INTEREST LEDGER UNDER
      *    THE CLOSURE DATE AND INTO THE CLOSURE-INTEREST GL TOTALS.
       POST-SETTLEMENT.
               END-IF
           END-IF.

      *    THE SETTLEMENT PAYOUT GOES TO THE ACCOUNT THE CUSTOMER
      *    NOMINATED ON PAYBENF, VALUED ON THE CLOSURE DATE. WITH NO
      *    NOMINATION ON FILE IT IS LOGGED FOR THE BRANCH TO PAY.
       ISSUE-PAYOUT-INSTRUCTION.
           MOVE SPACES TO PAYMENT-INSTR-AREA
           SET PIQ-REQ-ISSUE TO TRUE
           MOVE "AM" TO PIQ-SOURCE
           MOVE "00" TO PIQ-BATCH-ID
           MOVE RUN-DATE TO PIQ-CYCLE-DATE
           MOVE "CLOS" TO PIQ-EVENT
           MOVE SETTLE-PRODUCT TO PIQ-ORIG-TARGET
           MOVE TRN-ACCT-NUMBER TO PIQ-ORIG-ACCT
           MOVE SETTLE-PAYOUT TO PIQ-AMOUNT
           MOVE SETTLE-CURRENCY TO PIQ-CURRENCY-CODE
           MOVE RUN-DATE TO PIQ-VALUE-DATE
           CALL "PAYMENT-INSTRUCTION" USING PAYMENT-INSTR-AREA
           IF PIQ-ISSUED
               ADD 1 TO INSTRUCTED-COUNT
               MOVE SPACES TO ACM-OUT-RECORD
               STRING "PAYMENT INSTRUCTION " DELIMITED BY SIZE
                   PIQ-INSTR-REF DELIMITED BY SIZE
                   INTO ACM-OUT-RECORD
               END-STRING
               WRITE ACM-OUT-RECORD
           ELSE
               ADD 1 TO MANUAL-PAYOUT-COUNT
               MOVE "NO NOMINATED PAYOUT ACCOUNT - PAY BY HAND"
                   TO ACM-OUT-RECORD
               WRITE ACM-OUT-RECORD
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "ACCOUNT-MAINT" TO EXC-PROGRAM-ID
               MOVE TRN-ACCT-NUMBER TO EXC-KEY-VALUE
               MOVE "NO NOMINATED PAYOUT ACCOUNT - PAY BY HAND"
                   TO EXC-REASON
               MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
               MOVE RUN-DATE TO EXC-CYCLE-DATE
               WRITE EXC-LOG-RECORD
           END-IF.

      *    THE BATCH TRAILER FOR WHAT THIS RUN INSTRUCTED.
       CLOSE-PAYOUT-BATCH.
           MOVE SPACES TO PAYMENT-INSTR-AREA
           SET PIQ-REQ-CLOSE TO TRUE
           MOVE "AM" TO PIQ-SOURCE
           MOVE "00" TO PIQ-BATCH-ID
           MOVE RUN-DATE TO PIQ-CYCLE-DATE
           CALL "PAYMENT-INSTRUCTION" USING PAYMENT-INSTR-AREA.

      *    THE DOCUMENT THE CUSTOMER LEAVES WITH - A RULED PAGE IN
      *    THE STATEMENT-PRINT STYLE SHOWING THE FINAL INTEREST AND
      *    THE PAYOUT THAT EMPTIED THE ACCOUNT.
           WRITE ACM-OUT-RECORD

           MOVE SPACES TO ACM-OUT-RECORD
           IF SETTLE-LIEN-RETAINED = 0
               STRING "ACCOUNT " DELIMITED BY SIZE
                   TRN-ACCT-NUMBER DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   SETTLE-PRODUCT DELIMITED BY SIZE
                   ") CLOSED" DELIMITED BY SIZE
                   INTO ACM-OUT-RECORD
               END-STRING
           ELSE
               STRING "ACCOUNT " DELIMITED BY SIZE
                   TRN-ACCT-NUMBER DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   SETTLE-PRODUCT DELIMITED BY SIZE
                   ") SETTLED - HELD UNDER LIEN" DELIMITED BY SIZE
                   INTO ACM-OUT-RECORD
               END-STRING
           END-IF
           WRITE ACM-OUT-RECORD

           MOVE SPACES TO ACM-OUT-RECORD
           END-STRING
           WRITE ACM-OUT-RECORD

           IF SETTLE-LIEN-RETAINED > 0
               MOVE SPACES TO ACM-OUT-RECORD
               STRING "LIEN RETAINED " DELIMITED BY SIZE
                   SETTLE-LIEN-RETAINED DELIMITED BY SIZE
                   " - ACCOUNT KEPT OPEN UNTIL RELEASED"
                       DELIMITED BY SIZE
                   INTO ACM-OUT-RECORD
               END-STRING
               WRITE ACM-OUT-RECORD
           END-IF

           MOVE ALL "=" TO ACM-OUT-RECORD
           WRITE ACM-OUT-RECORD.

               END-PERFORM
           END-IF.

      *    KEEPS THE HOUSE BANDS JUST LOADED SO EACH ACCOUNT CAN BE
      *    SWITCHED TO ITS PRODUCT'S BAND SET AND BACK.
       KEEP-HOUSE-BANDS.
           MOVE RATE-BAND-COUNT TO HOUSE-BAND-COUNT
           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > RATE-BAND-COUNT
               MOVE RATE-BAND-ENTRY (BAND-INDEX)
                   TO HOUSE-BAND-ENTRY (BAND-INDEX)
           END-PERFORM.

      *    THE BANDS THE ACCOUNT IN BAND-PRODUCT-CODE IS TIERED ON -
      *    ITS CATALOG PRODUCT'S BAND SET WHEN THE PRODUCT HAS ONE,
      *    OTHERWISE THE HOUSE BANDS, EXACTLY AS THE INTEREST RUNS
      *    PRICE IT.
       SELECT-ACCOUNT-BANDS.
           MOVE HOUSE-BAND-COUNT TO RATE-BAND-COUNT
           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > HOUSE-BAND-COUNT
               MOVE HOUSE-BAND-ENTRY (BAND-INDEX)
                   TO RATE-BAND-ENTRY (BAND-INDEX)
           END-PERFORM
           IF BAND-PRODUCT-CODE NOT = SPACES
               MOVE BAND-PRODUCT-CODE TO PDQ-PRODUCT-CODE
               CALL "PRODUCT-SERVICE" USING PRODUCT-SERVICE-AREA
               IF PDQ-PRODUCT-FOUND AND PDQ-BAND-SET NOT = SPACES
                   MOVE PDQ-BAND-COUNT TO RATE-BAND-COUNT
                   PERFORM VARYING BAND-INDEX FROM 1 BY 1
                           UNTIL BAND-INDEX > PDQ-BAND-COUNT
                       MOVE PDQ-BAND-ENTRY (BAND-INDEX)
                           TO RATE-BAND-ENTRY (BAND-INDEX)
                   END-PERFORM
               END-IF
           END-IF.

      *    READS THE OPTIONAL RATE-BAND TABLE INTO MEMORY, EXACTLY
      *    AS THE INTEREST RUNS DO.
       LOAD-RATE-BAND-TABLE.
                   READ RATE-BAND-FILE
                       AT END MOVE "10" TO RATE-BAND-STATUS
                       NOT AT END
                           IF RBD-BAND-SET = SPACES
                                   AND RATE-BAND-COUNT < 20
                               ADD 1 TO RATE-BAND-COUNT
                               MOVE RBD-BAND-FLOOR TO
                                   BAND-FLOOR (RATE-BAND-COUNT)
           END-STRING
           WRITE ACM-OUT-RECORD.

       WRITE-DEFERRED-LINE.
           ADD 1 TO DEFERRED-COUNT
           MOVE SPACES TO ACM-OUT-RECORD
           STRING TRN-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRN-TARGET DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TRN-ACCT-NUMBER DELIMITED BY SIZE
               " DEFERRED - FREEZE " DELIMITED BY SIZE
               FRZQ-FREEZE-ID DELIMITED BY SIZE
               INTO ACM-OUT-RECORD
           END-STRING
           WRITE ACM-OUT-RECORD.

       WRITE-OVERRIDE-LINE.
           IF FRZ-TRAN-OVERRIDDEN
               ADD 1 TO OVERRIDDEN-COUNT
               MOVE SPACES TO ACM-OUT-RECORD
               STRING "   FREEZE " DELIMITED BY SIZE
                   FRZQ-FREEZE-ID DELIMITED BY SIZE
                   " OVERRIDDEN BY " DELIMITED BY SIZE
                   OPR-OPERATOR-ID DELIMITED BY SIZE
                   INTO ACM-OUT-RECORD
               END-STRING
               WRITE ACM-OUT-RECORD
           END-IF.

       WRITE-REJECTED-LINE.
           MOVE SPACES TO ACM-OUT-RECORD
           STRING TRN-ACTION DELIMITED BY SIZE
                   INTO ACM-OUT-RECORD
               END-STRING
               WRITE ACM-OUT-RECORD
           END-IF

           IF DEFERRED-COUNT > 0 OR OVERRIDDEN-COUNT > 0
               MOVE SPACES TO ACM-OUT-RECORD
               STRING "DEFERRED BY FREEZE: " DELIMITED BY SIZE
                   DEFERRED-COUNT DELIMITED BY SIZE
                   "  APPLIED UNDER OVERRIDE: " DELIMITED BY SIZE
                   OVERRIDDEN-COUNT DELIMITED BY SIZE
                   INTO ACM-OUT-RECORD
               END-STRING
               WRITE ACM-OUT-RECORD
           END-IF

           IF INSTRUCTED-COUNT > 0 OR MANUAL-PAYOUT-COUNT > 0
               MOVE SPACES TO ACM-OUT-RECORD
               STRING "PAYMENTS INSTRUCTED: " DELIMITED BY SIZE
                   INSTRUCTED-COUNT DELIMITED BY SIZE
                   "  TO PAY BY HAND: " DELIMITED BY SIZE
                   MANUAL-PAYOUT-COUNT DELIMITED BY SIZE
                   INTO ACM-OUT-RECORD
               END-STRING
               WRITE ACM-OUT-RECORD
           END-IF.

      *    COPIES THE JUST-CLOSED OUTPUT REPORT TO A DATED ARCHIVE
