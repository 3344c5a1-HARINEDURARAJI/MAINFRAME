      *    BRANCH CAN CONTACT THE CUSTOMER BEFORE THE DATE, NOT
      *    AFTER. APPLIED INSTRUCTIONS ARE CONSUMED; THE REST ARE
      *    WRITTEN BACK FOR A LATER CYCLE, AS THE PENDING-CHANGE
      *    FILE IS. ONLY THE UNENCUMBERED PART OF A DEPOSIT IS EVER
      *    PAID AWAY - AN AMOUNT HELD UNDER LIEN STAYS ON THE
      *    ACCOUNT, WHICH IS KEPT OPEN TO CARRY IT. WHAT IS PAID
      *    AWAY GOES OUT AS AN INSTRUCTION ON THE PAYOUT FILE TO THE
      *    ACCOUNT THE CUSTOMER NOMINATED ON PAYBENF; A PAYOUT WITH
      *    NO NOMINATION GOES TO THE EXCEPTION LOG TO BE PAID BY HAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EXC-LOG-FILE ASSIGN TO "EXCLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXC-LOG-STATUS.
           SELECT NOTICE-Q-FILE ASSIGN TO "NOTICEQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NOTICE-Q-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
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

       FD  MAT-OUT-FILE.
       01  MAT-OUT-RECORD         PIC X(80).
       01  EXC-LOG-RECORD.
           COPY EXCREC.

      *    THE CUSTOMER-NOTICE QUEUE - EVERY DEPOSIT IN THE NOTICE
      *    WINDOW IS QUEUED FOR AN ADVANCE MATURITY LETTER; THE
      *    LETTER RUN SENDS ONE PER MATURITY, HOWEVER MANY DAYS IT
      *    IS LISTED.
       FD  NOTICE-Q-FILE.
       01  NOTICE-Q-RECORD.
           COPY NTEREC.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.
       01  CI-ACCT-STATUS         PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  NOTICE-Q-STATUS        PIC XX.

      *    THE INSTRUCTION TABLE LOADED AT CYCLE START. AN ENTRY
      *    APPLIED THIS CYCLE IS FLAGGED SO THE FILE CAN BE WRITTEN
       01  NOTICE-COUNT           PIC 9(7) VALUE 0.
       01  TOTAL-PAID-OUT         PIC 9(11)V99 VALUE 0.
       01  PAYOUT-AMOUNT          PIC 9(9)V99.
       01  LIEN-RETAINED          PIC 9(7)V99.
       01  MATURITY-BALANCE       PIC 9(9)V99.
       01  PAYOUT-CURRENCY        PIC X(03).
       01  INSTRUCTED-COUNT       PIC 9(7) VALUE 0.
       01  MANUAL-PAYOUT-COUNT    PIC 9(7) VALUE 0.

      *    THE MASTER SCAN - MATURITY READ OFF THE ACCOUNTS' OWN
      *    TERM CLOCKS, NOT OFF MATINST, SO A DEPOSIT NOBODY WROTE
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

      *    THE AMOUNT EARMARKED ON THE ACCOUNT BY LIENS IN FORCE -
      *    NEVER PAID AWAY AT MATURITY.
       01  LIEN-SERVICE-AREA.
           COPY LIENREQ.

      *    EACH PAYOUT IS HANDED TO THE SHARED PAYMENT-INSTRUCTION
      *    SERVICE FOR THE OUTBOUND PAYOUT FILE.
       01  PAYMENT-INSTR-AREA.
           COPY PAYIREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

               END-IF
           END-IF.

           GOBACK.

      *    THE OFFICIAL BUSINESS DATE FROM THE CENTRAL PARAMETER
      *    LIBRARY (ROW BUSDATE PUBLISHED BY THE BUSINESS-DATE
               END-IF
           END-PERFORM

           PERFORM CLOSE-PAYOUT-BATCH

           PERFORM SCAN-MASTER-MATURITIES
           PERFORM OPEN-NOTICE-QUEUE
           PERFORM WRITE-ADVANCE-NOTICE
           CLOSE NOTICE-Q-FILE
           PERFORM WRITE-CONTROL-TOTALS

           IF INST-FILE-PRESENT
           SET INPUT-IS-VALID TO TRUE
           MOVE SPACES TO REJECT-REASON
           MOVE 0 TO PAYOUT-AMOUNT
           MOVE 0 TO LIEN-RETAINED

           IF INS-DISPOSITION (INST-INDEX) NOT = "ROLL"
                   AND INS-DISPOSITION (INST-INDEX) NOT = "PRIN"
               ADD 1 TO APPLIED-COUNT
               ADD PAYOUT-AMOUNT TO TOTAL-PAID-OUT
               PERFORM WRITE-MATURITY-LINE
               IF PAYOUT-AMOUNT > 0
                   PERFORM ISSUE-PAYOUT-INSTRUCTION
               END-IF
           ELSE
               ADD 1 TO REJECTED-COUNT
               PERFORM WRITE-MATURITY-REJECT-LINE
      *    SIMPLE-INTEREST PAYS ITS INTEREST EVERY CYCLE, SO THE
      *    DEPOSIT ITSELF IS THE ONLY MONEY ON THE RECORD: ROLL AND
      *    PRIN BOTH RESTART THE TERM CLOCK AT THE CURRENT RATE,
      *    CLOS PAYS THE PRINCIPAL OUT AND CLOSES THE ACCOUNT - OR,
      *    UNDER A LIEN, PAYS OUT ONLY WHAT THE LIEN LEAVES FREE AND
      *    KEEPS THE ACCOUNT OPEN HOLDING THE LIENED AMOUNT.
       APPLY-SI-MATURITY.
           MOVE "N" TO MASTER-FOUND-SWITCH
           MOVE INS-ACCT-NUMBER (INST-INDEX) TO SIA-ACCT-NUMBER
               NOT INVALID KEY
                   SET MASTER-WAS-FOUND TO TRUE
                   MOVE SI-ACCT-RECORD TO BEFORE-IMAGE-SAVE
                   MOVE SIA-CURRENCY-CODE TO PAYOUT-CURRENCY
           END-READ

           IF MASTER-WAS-FOUND
                       WHEN "PRIN"
                           MOVE 0 TO SIA-ACCRUAL-DAYS
                       WHEN "CLOS"
                           MOVE SIA-PRINCIPAL TO MATURITY-BALANCE
                           PERFORM SPLIT-LIENED-BALANCE
                           MOVE LIEN-RETAINED TO SIA-PRINCIPAL
                           MOVE 0 TO SIA-ACCRUAL-DAYS
                           IF LIEN-RETAINED = 0
                               MOVE "C" TO SIA-STATUS
                           END-IF
                   END-EVALUATE
                   REWRITE SI-ACCT-RECORD
                   MOVE "SI" TO CJQ-FILE-ID
      *    COMPOUND-INTEREST CARRIES AN ACCRUED-NOT-POSTED BALANCE:
      *    ROLL CAPITALIZES IT INTO THE NEW TERM'S PRINCIPAL, PRIN
      *    PAYS IT OUT AND ROLLS THE PRINCIPAL ALONE, CLOS PAYS
      *    PRINCIPAL AND ACCRUAL OUT TOGETHER AND CLOSES. UNDER A
      *    LIEN, PRIN PAYS ONLY THE INTEREST THE LIEN LEAVES FREE
      *    AND CAPITALIZES THE REST, AND CLOS KEEPS THE LIENED
      *    AMOUNT AS PRINCIPAL ON AN ACCOUNT LEFT OPEN.
       APPLY-CI-MATURITY.
           MOVE "N" TO MASTER-FOUND-SWITCH
           MOVE INS-ACCT-NUMBER (INST-INDEX) TO CIA-ACCT-NUMBER
               NOT INVALID KEY
                   SET MASTER-WAS-FOUND TO TRUE
                   MOVE CI-ACCT-RECORD TO BEFORE-IMAGE-SAVE
                   MOVE CIA-CURRENCY-CODE TO PAYOUT-CURRENCY
           END-READ

           IF MASTER-WAS-FOUND
                               TO CIA-PRINCIPAL
                           MOVE 0 TO CIA-ACCRUED-INTEREST
                       WHEN "PRIN"
                           COMPUTE MATURITY-BALANCE =
                               CIA-PRINCIPAL + CIA-ACCRUED-INTEREST
                           PERFORM SPLIT-LIENED-BALANCE
                           IF PAYOUT-AMOUNT > CIA-ACCRUED-INTEREST
                               MOVE CIA-ACCRUED-INTEREST
                                   TO PAYOUT-AMOUNT
                           END-IF
                           COMPUTE CIA-PRINCIPAL = CIA-PRINCIPAL
                               + CIA-ACCRUED-INTEREST - PAYOUT-AMOUNT
                           MOVE 0 TO CIA-ACCRUED-INTEREST
                       WHEN "CLOS"
                           COMPUTE MATURITY-BALANCE =
                               CIA-PRINCIPAL + CIA-ACCRUED-INTEREST
                           PERFORM SPLIT-LIENED-BALANCE
                           MOVE LIEN-RETAINED TO CIA-PRINCIPAL
                           MOVE 0 TO CIA-ACCRUED-INTEREST
                           IF LIEN-RETAINED = 0
                               MOVE "C" TO CIA-STATUS
                           END-IF
                   END-EVALUATE
                   REWRITE CI-ACCT-RECORD
                   MOVE "CI" TO CJQ-FILE-ID
               END-IF
           END-IF.

      *    DIVIDES MATURITY-BALANCE BETWEEN WHAT MAY BE PAID AWAY
      *    AND WHAT THE LIENS IN FORCE TODAY HOLD BACK. THE LIEN
      *    RETAINED NEVER EXCEEDS THE BALANCE ITSELF.
       SPLIT-LIENED-BALANCE.
           MOVE INS-TARGET (INST-INDEX) TO LNQ-TARGET
           MOVE INS-ACCT-NUMBER (INST-INDEX) TO LNQ-ACCT-NUMBER
           MOVE RUN-DATE TO LNQ-AS-OF-DATE
           CALL "LIEN-SERVICE" USING LIEN-SERVICE-AREA
           IF LNQ-LIENED-AMOUNT < MATURITY-BALANCE
               MOVE LNQ-LIENED-AMOUNT TO LIEN-RETAINED
           ELSE
               MOVE MATURITY-BALANCE TO LIEN-RETAINED
           END-IF
           COMPUTE PAYOUT-AMOUNT = MATURITY-BALANCE - LIEN-RETAINED.

      *    THE PAYOUT GOES OUT VALUED ON THE POSTING DATE. WITH NO
      *    NOMINATED ACCOUNT ON FILE THE MONEY HAS STILL LEFT THE
      *    DEPOSIT, SO IT IS LOGGED FOR THE BRANCH TO PAY BY HAND.
       ISSUE-PAYOUT-INSTRUCTION.
           MOVE SPACES TO PAYMENT-INSTR-AREA
           SET PIQ-REQ-ISSUE TO TRUE
           MOVE "MP" TO PIQ-SOURCE
           MOVE "00" TO PIQ-BATCH-ID
           MOVE RUN-DATE TO PIQ-CYCLE-DATE
           MOVE "MATY" TO PIQ-EVENT
           MOVE INS-TARGET (INST-INDEX) TO PIQ-ORIG-TARGET
           MOVE INS-ACCT-NUMBER (INST-INDEX) TO PIQ-ORIG-ACCT
           MOVE PAYOUT-AMOUNT TO PIQ-AMOUNT
           MOVE PAYOUT-CURRENCY TO PIQ-CURRENCY-CODE
           MOVE POSTING-DATE TO PIQ-VALUE-DATE
           CALL "PAYMENT-INSTRUCTION" USING PAYMENT-INSTR-AREA
           IF PIQ-ISSUED
               ADD 1 TO INSTRUCTED-COUNT
               MOVE SPACES TO MAT-OUT-RECORD
               STRING "    PAYMENT INSTRUCTION " DELIMITED BY SIZE
                   PIQ-INSTR-REF DELIMITED BY SIZE
                   INTO MAT-OUT-RECORD
               END-STRING
               WRITE MAT-OUT-RECORD
           ELSE
               ADD 1 TO MANUAL-PAYOUT-COUNT
               MOVE "    NO NOMINATED PAYOUT ACCOUNT - PAY BY HAND"
                   TO MAT-OUT-RECORD
               WRITE MAT-OUT-RECORD
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "MATURITY-PROC" TO EXC-PROGRAM-ID
               MOVE INS-ACCT-NUMBER (INST-INDEX) TO EXC-KEY-VALUE
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
           MOVE "MP" TO PIQ-SOURCE
           MOVE "00" TO PIQ-BATCH-ID
           MOVE RUN-DATE TO PIQ-CYCLE-DATE
           CALL "PAYMENT-INSTRUCTION" USING PAYMENT-INSTR-AREA.

      *    ONE JOURNAL ENTRY PER MASTER CHANGE - THE CALLER FILLS
      *    THE FILE, KEY, ACTION AND IMAGES FIRST.
       JOURNAL-MASTER-CHANGE.
               PAYOUT-AMOUNT DELIMITED BY SIZE
               INTO MAT-OUT-RECORD
           END-STRING
           WRITE MAT-OUT-RECORD

           IF LIEN-RETAINED > 0
               MOVE SPACES TO MAT-OUT-RECORD
               STRING "    LIEN RETAINED " DELIMITED BY SIZE
                   LIEN-RETAINED DELIMITED BY SIZE
                   " - HELD ON ACCOUNT" DELIMITED BY SIZE
                   INTO MAT-OUT-RECORD
               END-STRING
               WRITE MAT-OUT-RECORD
           END-IF.

       WRITE-MATURITY-REJECT-LINE.
           MOVE SPACES TO MAT-OUT-RECORD
                       INTO MAT-OUT-RECORD
                   END-STRING
                   WRITE MAT-OUT-RECORD
                   PERFORM QUEUE-MATURITY-NOTICE
               END-IF
           END-PERFORM.

           END-STRING
           WRITE MAT-OUT-RECORD

           MOVE SPACES TO MAT-OUT-RECORD
           STRING "PAYMENTS INSTRUCTED: " DELIMITED BY SIZE
               INSTRUCTED-COUNT DELIMITED BY SIZE
               "  TO PAY BY HAND: " DELIMITED BY SIZE
               MANUAL-PAYOUT-COUNT DELIMITED BY SIZE
               INTO MAT-OUT-RECORD
           END-STRING
           WRITE MAT-OUT-RECORD

           MOVE SPACES TO MAT-OUT-RECORD
           STRING "MASTER SCAN - MATURED: " DELIMITED BY SIZE
               SCAN-MATURED-COUNT DELIMITED BY SIZE
           END-EVALUATE.

      *    THE OPERATOR'S VERDICT ON THE RUN - ZERO FOR A CLEAN
      *    CYCLE, FOUR WHEN INSTRUCTIONS OR UNNOMINATED PAYOUTS WENT
      *    TO THE EXCEPTION LOG, EIGHT WHEN READS DO NOT EQUAL
      *    APPLIED PLUS CARRIED PLUS REJECTED (THE RUN LOST TRACK OF
      *    SOMETHING).
       SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN INSTRUCTIONS-READ NOT =
                       APPLIED-COUNT + CARRIED-COUNT
                           + REJECTED-COUNT
                   MOVE 8 TO RETURN-CODE
               WHEN REJECTED-COUNT > 0 OR MANUAL-PAYOUT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           WRITE ARC-CAT-RECORD
           CLOSE ARC-CAT-FILE.

      *    THE CUSTOMER'S ADVANCE NOTICE OF THE MATURITY, KEYED BY
      *    THE MATURITY DATE SO IT IS SENT ONCE.
       QUEUE-MATURITY-NOTICE.
           MOVE SPACES TO NOTICE-Q-RECORD
           SET NTE-MATURITY-NOTICE TO TRUE
           MOVE INS-TARGET (INST-INDEX) TO NTE-TARGET
           MOVE INS-ACCT-NUMBER (INST-INDEX) TO NTE-ACCT-NUMBER
           MOVE RUN-DATE TO NTE-EVENT-DATE
           MOVE INS-MATURITY-DATE (INST-INDEX) TO NTE-REFERENCE
           MOVE 0 TO NTE-OLD-RATE
           MOVE 0 TO NTE-NEW-RATE
           MOVE 0 TO NTE-AMOUNT
           MOVE INS-MATURITY-DATE (INST-INDEX) TO NTE-KEY-DATE
           MOVE "MATURITY-PROC" TO NTE-PROGRAM-ID
           WRITE NOTICE-Q-RECORD.

       OPEN-NOTICE-QUEUE.
           OPEN EXTEND NOTICE-Q-FILE
           IF NOTICE-Q-STATUS NOT = "00"
               OPEN OUTPUT NOTICE-Q-FILE
           END-IF.

      *    APPENDS TO THE SHARED EXCEPTION LOG IF IT ALREADY EXISTS,
      *    OR CREATES IT ON THE FIRST PROGRAM TO WRITE TO IT TODAY.
       OPEN-EXCEPTION-LOG.
           SET ALQ-REQ-EXCCOUNT TO TRUE
           MOVE "MATURITY-PROCESSING" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           COMPUTE ALQ-EXC-COUNT =
               REJECTED-COUNT + MANUAL-PAYOUT-COUNT
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
