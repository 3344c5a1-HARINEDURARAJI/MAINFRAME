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
      *    FOR IT INSTEAD OF COMPOUNDING IT AS A DEPOSIT.
           05  MSTR-LOAN-FLAG     PIC X.
               88  MSTR-ACCOUNT-IS-LOAN   VALUE "L".
      *    THE CATALOG PRODUCT (PRDREC.CPY / PRODMSTR) THE ACCOUNT
      *    WAS OPENED UNDER, WHOSE RULES IT IS PRICED ON. SPACES
      *    MEANS NO PRODUCT - THE HOUSE PARAMETER FILES APPLY.
           05  MSTR-PRODUCT-CODE  PIC X(06).

       FD  CI-OUT-FILE.
       01  CI-OUT-RECORD          PIC X(80).
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
       01  CUSTOMER-STATUS-AREA.
           COPY CUSTSREQ.

      *    THE HOUSE RULES (CIMINBAL/MINBAL AND THE RATEBAND ROWS WITH
      *    NO SET) AS LOADED, KEPT ASIDE SO EACH ACCOUNT CAN BE PRICED
      *    ON ITS CATALOG PRODUCT'S RULES AND THE NEXT ONE WITHOUT A
      *    PRODUCT STILL GETS THE HOUSE RULES BACK.
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
       01 HOUSE-BAND-COUNT        PIC 9(2) VALUE 0.
       01 HOUSE-BAND-TABLE.
           05  HOUSE-BAND-ENTRY OCCURS 20 TIMES.
               10  HOUSE-BAND-FLOOR       PIC 9(5)V99.
               10  HOUSE-BAND-CEILING     PIC 9(5)V99.
               10  HOUSE-BAND-RATE        PIC 9(3)V99.

      *    EVERY WRITE, REWRITE AND DELETE AGAINST THE MASTERS IS
      *    JOURNALED WITH ITS BEFORE AND AFTER IMAGES THROUGH THE
      *    SHARED CHANGE-JOURNAL SERVICE.
           END-IF
           END-IF.

           GOBACK.

      *    THE OFFICIAL BUSINESS DATE FROM THE CENTRAL PARAMETER
      *    LIBRARY (ROW BUSDATE PUBLISHED BY THE BUSINESS-DATE
           END-IF
           PERFORM LOAD-RATE-BAND-TABLE
           PERFORM LOAD-RATE-INDEX-TABLES
           PERFORM LOAD-RATE-OVERRIDES
           PERFORM LOAD-GL-MAP-TABLE
           PERFORM LOAD-SWEEP-INSTRUCTIONS
           PERFORM LOAD-HOLD-FILE
           PERFORM LOAD-TAX-TABLE
           PERFORM LOAD-EXEMPT-CERTS
           PERFORM SAVE-HOUSE-RULES
           PERFORM CHECK-FOR-RESTART
           PERFORM RESOLVE-POSTING-DATE
           IF POSTING-DATE NOT = RUN-DATE
                       WRITE EXC-LOG-RECORD
                       ADD 1 TO EXCEPTION-COUNT
                   ELSE
                   PERFORM APPLY-ACCOUNT-PRODUCT
                   IF ACCOUNT-PRODUCT-UNKNOWN
      *    AN ACCOUNT NAMING A PRODUCT THE CATALOG DOES NOT HOLD
      *    CANNOT BE PRICED - IT IS NOT GUESSED ONTO THE HOUSE
      *    RULES.
                       MOVE SPACES TO EXC-LOG-RECORD
                       MOVE "COMPOUND-INTEREST" TO EXC-PROGRAM-ID
                       MOVE MSTR-ACCT-NUMBER TO EXC-KEY-VALUE
                       MOVE "PRODUCT NOT ON CATALOG" TO EXC-REASON
                       MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
                       MOVE RUN-DATE TO EXC-CYCLE-DATE
                       WRITE EXC-LOG-RECORD
                       ADD 1 TO EXCEPTION-COUNT
                   ELSE
                   MOVE MSTR-PRINCIPAL TO P
                   MOVE MSTR-RATE TO R
                   PERFORM RESOLVE-EFFECTIVE-RATE
                           MOVE AVERAGE-BALANCE TO P
                       END-IF
                       PERFORM COMPUTE-COMPOUND-INTEREST
                       PERFORM APPLY-CAMPAIGN-BONUS

                       MOVE SPACES TO CI-OUT-RECORD
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

               IF SINCE-CHECKPOINT NOT < CHECKPOINT-FREQ

           IF SWEEP-PEND-COUNT > 0
               PERFORM APPLY-SWEEPS
               PERFORM CLOSE-PAYOUT-BATCH
               PERFORM WRITE-SWEEP-TOTALS
           END-IF

           END-STRING
           WRITE CI-OUT-RECORD

           IF CAMPAIGN-PAID-COUNT > 0 OR CAMPAIGN-FORFEIT-COUNT > 0
               MOVE SPACES TO CI-OUT-RECORD
               STRING "CAMPAIGN BONUSES PAID: " DELIMITED BY SIZE
                   CAMPAIGN-PAID-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TOTAL-CAMPAIGN-BONUS DELIMITED BY SIZE
                   "  FORFEITED: " DELIMITED BY SIZE
                   CAMPAIGN-FORFEIT-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TOTAL-CAMPAIGN-FORFEIT DELIMITED BY SIZE
                   INTO CI-OUT-RECORD
               END-STRING
               WRITE CI-OUT-RECORD
           END-IF

           PERFORM VARYING BRANCH-INDEX FROM 1 BY 1
                   UNTIL BRANCH-INDEX > BRANCH-COUNT
               MOVE SPACES TO CI-OUT-RECORD
      *    CARRIES FOR THIS CYCLE.
           COMPUTE CI-INTEREST = AMOUNT - P.

      *    ANY CAMPAIGN BONUS THE ACCOUNT HAS EARNED THIS CYCLE IS
      *    PAID AS PART OF ITS INTEREST, IN THE ACCOUNT'S CURRENCY,
      *    SO IT IS TAXED AND POSTED TO THE GL WITH IT.
       APPLY-CAMPAIGN-BONUS.
           MOVE "CI" TO CPQ-TARGET
           MOVE MSTR-ACCT-NUMBER TO CPQ-ACCT-NUMBER
           MOVE MSTR-PRODUCT-CODE TO CPQ-PRODUCT-CODE
           MOVE MSTR-BRANCH-CODE TO CPQ-BRANCH-CODE
           MOVE RUN-DATE TO CPQ-CYCLE-DATE
           CALL "CAMPAIGN-SERVICE" USING CAMPAIGN-SERVICE-AREA
           IF CPQ-BONUS-AMOUNT > 0
               ADD CPQ-BONUS-AMOUNT TO AMOUNT
               ADD CPQ-BONUS-AMOUNT TO CI-INTEREST
               COMPUTE CI-BASE-AMOUNT ROUNDED =
                   AMOUNT * CURRENT-CURRENCY-RATE
           END-IF
           ADD CPQ-PAID-COUNT TO CAMPAIGN-PAID-COUNT
           ADD CPQ-FORFEIT-COUNT TO CAMPAIGN-FORFEIT-COUNT
           ADD CPQ-BONUS-AMOUNT TO TOTAL-CAMPAIGN-BONUS
           ADD CPQ-FORFEIT-AMOUNT TO TOTAL-CAMPAIGN-FORFEIT.

      *    BALANCE AS OF THE END OF SCHEDULE-YEAR, USING THE SAME
      *    PERIOD-RATE COMPUTED ABOVE FOR THE ACCOUNT - OR, WHEN THE
      *    RATE-BAND TABLE IS IN FORCE, COMPOUNDING EACH BAND SLICE
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
               MOVE "COMPOUND-INTEREST" TO EXC-PROGRAM-ID
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
               INTO CI-OUT-RECORD
           END-STRING
           WRITE CI-OUT-RECORD.

      *    ONE INDENTED LINE UNDER THE ACCOUNT NAMING THE NEGOTIATED
      *    OVERRIDE IT WAS PRICED ON, ITS EXPIRY AND WHO APPROVED IT.
       WRITE-OVERRIDE-RATE-LINE.
           MOVE SPACES TO CI-OUT-RECORD
           IF OVR-IS-FIXED-RATE
               STRING "   RATE OVERRIDE FIXED " DELIMITED BY SIZE
                   EFFECTIVE-RATE DELIMITED BY SIZE
                   " FOR " DELIMITED BY SIZE
                   STANDARD-RATE DELIMITED BY SIZE
                   INTO CI-OUT-RECORD
               END-STRING
           ELSE
               STRING "   RATE OVERRIDE SPREAD " DELIMITED BY SIZE
                   OVR-SPREAD-SIGN DELIMITED BY SIZE
                   OVR-RATE DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   STANDARD-RATE DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   EFFECTIVE-RATE DELIMITED BY SIZE
                   INTO CI-OUT-RECORD
               END-STRING
           END-IF
           MOVE " TO" TO CI-OUT-RECORD (49:3)
           MOVE OVR-EXPIRY-DATE TO CI-OUT-RECORD (53:8)
           MOVE " BY" TO CI-OUT-RECORD (61:3)
           MOVE OVR-APPROVED-BY TO CI-OUT-RECORD (65:8)
           WRITE CI-OUT-RECORD.

      *    ONE INDENTED LINE UNDER THE ACCOUNT FOR THE CAMPAIGN
      *    BONUS PAID IN ITS INTEREST, OR FORFEITED BY A WITHDRAWAL
      *    INSIDE THE HOLDING PERIOD.
       WRITE-CAMPAIGN-BONUS-LINE.
           MOVE SPACES TO CI-OUT-RECORD
           STRING "   CAMPAIGN BONUS PAID " DELIMITED BY SIZE
               CPQ-PAID-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CPQ-BONUS-AMOUNT DELIMITED BY SIZE
               "  FORFEITED " DELIMITED BY SIZE
               CPQ-FORFEIT-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CPQ-FORFEIT-AMOUNT DELIMITED BY SIZE
               INTO CI-OUT-RECORD
           END-STRING
           WRITE CI-OUT-RECORD.

      *    THE OVERRIDES FOR THIS MASTER, HELD FOR THE RUN.
       LOAD-RATE-OVERRIDES.
           OPEN INPUT RATE-OVR-FILE
           IF RATE-OVR-STATUS = "00"
               PERFORM UNTIL RATE-OVR-STATUS NOT = "00"
                   READ RATE-OVR-FILE
                       AT END MOVE "10" TO RATE-OVR-STATUS
                       NOT AT END
                           IF ROV-TARGET = "CI"
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
                       WRITE CI-OUT-RECORD
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
           MOVE "CI" TO PIQ-SOURCE
           PERFORM SET-PAYOUT-BATCH-ID
           MOVE RUN-DATE TO PIQ-CYCLE-DATE
           MOVE "SWEP" TO PIQ-EVENT
           MOVE "CI" TO PIQ-ORIG-TARGET
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
               MOVE SPACES TO CI-OUT-RECORD
               STRING "SWEEP " DELIMITED BY SIZE
                   SWQ-AMOUNT (SWEEP-PEND-INDEX) DELIMITED BY SIZE
                   " FROM " DELIMITED BY SIZE
                   SWQ-ACCT-NUMBER (SWEEP-PEND-INDEX)
                       DELIMITED BY SIZE
                   " PAID OUT " DELIMITED BY SIZE
                   PIQ-INSTR-REF DELIMITED BY SIZE
                   INTO CI-OUT-RECORD
               END-STRING
               WRITE CI-OUT-RECORD
           ELSE
               ADD 1 TO SWEEP-FALLOUT-COUNT
               MOVE SPACES TO CI-OUT-RECORD
               STRING "SWEEP FALLOUT " DELIMITED BY SIZE
                   SWQ-ACCT-NUMBER (SWEEP-PEND-INDEX)
                       DELIMITED BY SIZE
                   " NO NOMINATED PAYOUT ACCOUNT" DELIMITED BY SIZE
                   INTO CI-OUT-RECORD
               END-STRING
               WRITE CI-OUT-RECORD

               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "COMPOUND-INTEREST" TO EXC-PROGRAM-ID
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
           MOVE "CI" TO PIQ-SOURCE
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
               INTO CI-OUT-RECORD
           END-STRING
           WRITE CI-OUT-RECORD.
                   READ RATE-BAND-FILE
                       AT END MOVE "10" TO RATE-BAND-STATUS
                       NOT AT END
                           IF RBD-BAND-SET = SPACES
                                   AND RATE-BAND-COUNT < 20
                               ADD 1 TO RATE-BAND-COUNT
                               MOVE RBD-BAND-FLOOR TO
                                   BAND-FLOOR (RATE-BAND-COUNT)
      *    REPEATED MULTIPLICATION, SINCE THE ** OPERATOR WITH A
      *    VARIABLE EXPONENT OF 1 DOES NOT EVALUATE RELIABLY ON THIS
      *    RUNTIME.
      *    KEEPS THE HOUSE RULES JUST LOADED AND PRIMES THE PRODUCT
      *    SERVICE FOR THE RUN.
       SAVE-HOUSE-RULES.
           MOVE MINIMUM-PRINCIPAL TO HOUSE-MINIMUM-PRINCIPAL
           MOVE RATE-BAND-COUNT TO HOUSE-BAND-COUNT
           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > RATE-BAND-COUNT
               MOVE RATE-BAND-ENTRY (BAND-INDEX)
                   TO HOUSE-BAND-ENTRY (BAND-INDEX)
           END-PERFORM
           MOVE SPACES TO PDQ-PRODUCT-CODE
           CALL "PRODUCT-SERVICE" USING PRODUCT-SERVICE-AREA.

      *    SETS THE MINIMUM PRINCIPAL AND RATE BANDS THE ACCOUNT IS
      *    PRICED ON: ITS CATALOG PRODUCT'S WHEN IT NAMES ONE, THE
      *    HOUSE RULES WHEN IT DOES NOT. A PRODUCT WITH NO BAND SET
      *    IS TIERED ON THE HOUSE BANDS.
       APPLY-ACCOUNT-PRODUCT.
           MOVE "N" TO ACCOUNT-PRODUCT-SWITCH
           MOVE HOUSE-MINIMUM-PRINCIPAL TO MINIMUM-PRINCIPAL
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

       COMPUTE-COMPOUND-FACTOR.
           MOVE 1 TO COMPOUND-FACTOR
           PERFORM VARYING POWER-INDEX FROM 1 BY 1
           PERFORM OPEN-HELD-REPORT
           PERFORM OPEN-INTEREST-LEDGER
           PERFORM LOAD-RATE-INDEX-TABLES
           PERFORM LOAD-RATE-OVERRIDES
           PERFORM LOAD-HOLD-FILE

           MOVE SPACES TO CI-OUT-RECORD
