               ACCESS MODE DYNAMIC
               RECORD KEY IS CIA-ACCT-NUMBER
               FILE STATUS IS CI-ACCT-STATUS.
           SELECT RATE-OVR-FILE ASSIGN TO "RATEOVR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RATE-OVR-STATUS.
           SELECT RCH-OUT-FILE ASSIGN TO "RCHOUT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXC-LOG-FILE ASSIGN TO "EXCLOG"
           SELECT HELD-RPT-FILE ASSIGN TO "HELDRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HELD-RPT-STATUS.
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

       FD  CI-ACCT-FILE.
       01  CI-ACCT-RECORD.
           05  CIA-COMPOUND-FREQ      PIC 9(2).
           05  CIA-ACCRUED-INTEREST   PIC 9(7)V99.
           05  CIA-LOAN-FLAG          PIC X.
           05  CIA-PRODUCT-CODE       PIC X(06).

      *    THE NEGOTIATED RATE OVERRIDES - AN ACCOUNT PRICED ON AN
      *    APPROVED OVERRIDE IN FORCE IS LEFT ALONE BY A BULK MOVE.
       FD  RATE-OVR-FILE.
       01  RATE-OVR-RECORD.
           COPY ROVREC.

       FD  RCH-OUT-FILE.
       01  RCH-OUT-RECORD         PIC X(80).
       01  EXC-LOG-RECORD.
           COPY EXCREC.

      *    THE CUSTOMER-NOTICE QUEUE - EVERY ACCOUNT REPRICED IS
      *    QUEUED FOR A RATE-CHANGE LETTER.
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

      *    THE CURRENT MASTER RECORD BEING JUDGED, LIFTED INTO ONE
      *    SET OF FIELDS SO THE SELECTION AND CHANGE LOGIC IS WRITTEN
       01  SELECTED-COUNT         PIC 9(7) VALUE 0.
       01  CHANGED-COUNT          PIC 9(7) VALUE 0.
       01  SKIPPED-COUNT          PIC 9(7) VALUE 0.
       01  OVERRIDE-SKIP-COUNT    PIC 9(7) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).

      *    THE APPROVED OVERRIDES IN FORCE ON THE RUN DATE.
       01  RATE-OVR-STATUS        PIC XX.
       01  RATE-OVR-COUNT         PIC 9(3) VALUE 0.
       01  RATE-OVR-TABLE.
           05  RATE-OVR-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON RATE-OVR-COUNT.
               10  ROT-TARGET             PIC X(02).
               10  ROT-ACCT-NUMBER        PIC X(10).
       01  RATE-OVR-INDEX         PIC 9(3).
       01  OVERRIDE-SWITCH        PIC X.
           88  WORK-RATE-OVERRIDDEN   VALUE "Y".

      *    THE CUSTOMER STANDING CHECK - A FROZEN, DECEASED OR
      *    COURT-ORDER RELATIONSHIP BLOCKS BALANCE-CHANGING WORK.
       01  HELD-RPT-STATUS        PIC XX.
       01  CUSTOMER-STATUS-AREA.
           COPY CUSTSREQ.

      *    THE CHANGE-FREEZE GATE EVERY VALID CARD PASSES BEFORE THE
      *    DUAL-CONTROL GATE - A FROZEN CARD IS PARKED FOR REPLAY
      *    ONTO RATESEL, NOT REJECTED, AND A RELEASE WAITING FOR IT
      *    ON RATEREL IS LEFT THERE FOR THE REPLAYED CARD.
       01  CHANGE-FREEZE-AREA.
           COPY FRZREQ.
       01  DEFERRED-COUNT         PIC 9(5) VALUE 0.
       01  OVERRIDDEN-COUNT       PIC 9(5) VALUE 0.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

           PERFORM LOAD-APPROVAL-THRESHOLD
           PERFORM LOAD-RELEASED-CARDS
           PERFORM LOAD-RATE-OVERRIDES
           OPEN INPUT RATE-SEL-FILE
           OPEN OUTPUT RCH-OUT-FILE
           PERFORM OPEN-EXCEPTION-LOG
           PERFORM OPEN-HELD-REPORT
           PERFORM OPEN-NOTICE-QUEUE

           MOVE SPACES TO RCH-OUT-RECORD
           STRING "RATE-MASS-CHANGE RUN DATE: " DELIMITED BY SIZE
           PERFORM UNTIL END-OF-RATE-SEL
               ADD 1 TO CARD-COUNT
               PERFORM VALIDATE-SELECTION-CARD
               PERFORM CHECK-CHANGE-FREEZE

               IF FRZ-TRAN-DEFERRED
                   PERFORM WRITE-DEFERRED-LINE
               ELSE

               IF INPUT-IS-VALID
                   IF FRZ-TRAN-OVERRIDDEN
                       PERFORM WRITE-OVERRIDE-LINE
                   END-IF
                   PERFORM JUDGE-CARD-CONTROL
                   IF INPUT-IS-VALID
                       IF SEL-TARGET-SI
                   MOVE RUN-DATE TO EXC-CYCLE-DATE
                   WRITE EXC-LOG-RECORD
               END-IF
               END-IF

               READ RATE-SEL-FILE
                   AT END SET END-OF-RATE-SEL TO TRUE
           END-IF
           CLOSE RCH-OUT-FILE
           CLOSE HELD-RPT-FILE
           CLOSE NOTICE-Q-FILE
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

           END-PERFORM
           CLOSE RATE-REL-FILE.

      *    ONLY APPROVED OVERRIDES IN FORCE TODAY ARE HELD - ONE
      *    NOT YET STARTED OR ALREADY EXPIRED DOES NOT PROTECT THE
      *    ACCOUNT'S RATE.
       LOAD-RATE-OVERRIDES.
           OPEN INPUT RATE-OVR-FILE
           IF RATE-OVR-STATUS = "00"
               PERFORM UNTIL RATE-OVR-STATUS NOT = "00"
                   READ RATE-OVR-FILE
                       AT END MOVE "10" TO RATE-OVR-STATUS
                       NOT AT END
                           IF ROV-APPROVED-BY NOT = SPACES
                                   AND ROV-START-DATE NOT > RUN-DATE
                                   AND ROV-EXPIRY-DATE NOT < RUN-DATE
                                   AND RATE-OVR-COUNT < 500
                               ADD 1 TO RATE-OVR-COUNT
                               MOVE ROV-TARGET TO
                                   ROT-TARGET (RATE-OVR-COUNT)
                               MOVE ROV-ACCT-NUMBER TO
                                   ROT-ACCT-NUMBER (RATE-OVR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-OVR-FILE
           END-IF.

       VALIDATE-SELECTION-CARD.
           SET INPUT-IS-VALID TO TRUE
           MOVE SPACES TO REJECT-REASON
               MOVE "ACCOUNT NUMBER IS BLANK" TO REJECT-REASON
           END-IF.

      *    A CARD UNDER A CHANGE FREEZE IS PARKED ON FRZDEFER BY THE
      *    SHARED SERVICE AND REPLAYED ONTO RATESEL WHEN THE FREEZE
      *    LIFTS; ONE THAT CANNOT BE PARKED IS REJECTED.
       CHECK-CHANGE-FREEZE.
           MOVE SPACES TO CHANGE-FREEZE-AREA
           IF INPUT-IS-VALID
               MOVE "CHECK" TO FRZQ-REQUEST
               MOVE "RATE-MASS-CHANGE" TO FRZQ-PROGRAM-ID
               MOVE SEL-SELECT-TYPE TO FRZQ-TRAN-TYPE
               MOVE RUN-DATE TO FRZQ-CHECK-DATE
               MOVE OPR-OPERATOR-ID TO FRZQ-OPERATOR-ID
               MOVE OPR-AUTHORITY TO FRZQ-OPERATOR-AUTH
               MOVE "RATESEL" TO FRZQ-TRAN-FILE
               MOVE SEL-TARGET TO FRZQ-KEY-VALUE (1:2)
               EVALUATE TRUE
                   WHEN SEL-BY-CURRENCY
                       MOVE SEL-CURRENCY TO FRZQ-KEY-VALUE (4:3)
                   WHEN SEL-BY-ACCOUNT
                       MOVE SEL-ACCT-NUMBER TO FRZQ-KEY-VALUE (4:10)
                   WHEN OTHER
                       MOVE "BAND" TO FRZQ-KEY-VALUE (4:4)
               END-EVALUATE
               MOVE RATE-SEL-RECORD TO FRZQ-TRAN-IMAGE
               CALL "CHANGE-FREEZE" USING CHANGE-FREEZE-AREA
               IF FRZ-TRAN-REFUSED
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "FROZEN - DEFERRED FILE NOT WRITABLE"
                       TO REJECT-REASON
               END-IF
           END-IF.

       WRITE-DEFERRED-LINE.
           ADD 1 TO DEFERRED-COUNT
           MOVE SPACES TO RCH-OUT-RECORD
           STRING "SELECTION " DELIMITED BY SIZE
               FRZQ-KEY-VALUE DELIMITED BY SIZE
               " DEFERRED - FREEZE " DELIMITED BY SIZE
               FRZQ-FREEZE-ID DELIMITED BY SIZE
               INTO RCH-OUT-RECORD
           END-STRING
           WRITE RCH-OUT-RECORD.

       WRITE-OVERRIDE-LINE.
           ADD 1 TO OVERRIDDEN-COUNT
           MOVE SPACES TO RCH-OUT-RECORD
           STRING "SELECTION " DELIMITED BY SIZE
               FRZQ-KEY-VALUE DELIMITED BY SIZE
               " FREEZE " DELIMITED BY SIZE
               FRZQ-FREEZE-ID DELIMITED BY SIZE
               " OVERRIDDEN BY " DELIMITED BY SIZE
               OPR-OPERATOR-ID DELIMITED BY SIZE
               INTO RCH-OUT-RECORD
           END-STRING
           WRITE RCH-OUT-RECORD.

      *    ONE FULL PASS OF THE SI MASTER PER SELECTION CARD. AN
      *    EXPLICIT-ACCOUNT CARD READS ITS ONE RECORD BY KEY INSTEAD
      *    OF SCANNING.
                   MOVE BEFORE-IMAGE-SAVE TO CJQ-BEFORE-IMAGE
                   MOVE SI-ACCT-RECORD TO CJQ-AFTER-IMAGE
                   PERFORM JOURNAL-MASTER-CHANGE
                   PERFORM QUEUE-RATE-NOTICE
               END-IF
           END-IF
           END-IF.
                   MOVE BEFORE-IMAGE-SAVE TO CJQ-BEFORE-IMAGE
                   MOVE CI-ACCT-RECORD TO CJQ-AFTER-IMAGE
                   PERFORM JOURNAL-MASTER-CHANGE
                   PERFORM QUEUE-RATE-NOTICE
               END-IF
           END-IF
           END-IF.
                   END-IF
               END-IF

               MOVE "N" TO OVERRIDE-SWITCH
               PERFORM VARYING RATE-OVR-INDEX FROM 1 BY 1
                       UNTIL RATE-OVR-INDEX > RATE-OVR-COUNT
                   IF ROT-TARGET (RATE-OVR-INDEX) = SEL-TARGET
                       AND ROT-ACCT-NUMBER (RATE-OVR-INDEX)
                           = WORK-ACCT-NUMBER
                       SET WORK-RATE-OVERRIDDEN TO TRUE
                   END-IF
               END-PERFORM

               EVALUATE TRUE
                   WHEN WORK-ACCOUNT-CLOSED
                       ADD 1 TO SKIPPED-COUNT
                       PERFORM WRITE-SKIPPED-CLOSED-LINE
                   WHEN WORK-RATE-OVERRIDDEN
                       ADD 1 TO SKIPPED-COUNT
                       ADD 1 TO OVERRIDE-SKIP-COUNT
                       PERFORM WRITE-SKIPPED-OVERRIDE-LINE
                   WHEN TRIAL-RATE NOT > 0
                           OR TRIAL-RATE > 999.99
                       ADD 1 TO SKIPPED-COUNT
           END-STRING
           WRITE RCH-OUT-RECORD.

      *    THE NEGOTIATED RATE STANDS UNTIL THE OVERRIDE EXPIRES;
      *    THE ACCOUNT IS LISTED SO THE RELATIONSHIP MANAGER CAN
      *    DECIDE WHETHER TO RENEGOTIATE IT.
       WRITE-SKIPPED-OVERRIDE-LINE.
           MOVE SPACES TO RCH-OUT-RECORD
           STRING SEL-TARGET DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WORK-ACCT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WORK-OLD-RATE DELIMITED BY SIZE
               "    SKIPPED - RATE OVERRIDE IN FORCE"
                   DELIMITED BY SIZE
               INTO RCH-OUT-RECORD
           END-STRING
           WRITE RCH-OUT-RECORD.

       WRITE-SKIPPED-RANGE-LINE.
           MOVE SPACES TO RCH-OUT-RECORD
           STRING SEL-TARGET DELIMITED BY SIZE
               SKIPPED-COUNT DELIMITED BY SIZE
               INTO RCH-OUT-RECORD
           END-STRING
           WRITE RCH-OUT-RECORD

           MOVE SPACES TO RCH-OUT-RECORD
           STRING "SKIPPED FOR RATE OVERRIDES: " DELIMITED BY SIZE
               OVERRIDE-SKIP-COUNT DELIMITED BY SIZE
               INTO RCH-OUT-RECORD
           END-STRING
           WRITE RCH-OUT-RECORD

           MOVE SPACES TO RCH-OUT-RECORD
           STRING "CARDS DEFERRED BY FREEZE: " DELIMITED BY SIZE
               DEFERRED-COUNT DELIMITED BY SIZE
               "  APPLIED UNDER OVERRIDE: " DELIMITED BY SIZE
               OVERRIDDEN-COUNT DELIMITED BY SIZE
               INTO RCH-OUT-RECORD
           END-STRING
           WRITE RCH-OUT-RECORD.

      *    ONE JOURNAL ENTRY PER MASTER CHANGE - THE CALLER FILLS
           MOVE OPR-OPERATOR-ID TO CJQ-OPERATOR-ID
           CALL "CHANGE-JOURNAL" USING CHANGE-JOURNAL-AREA.

      *    THE CUSTOMER MUST BE TOLD OF THE NEW RATE IN WRITING -
      *    CUSTOMER-LETTERS PICKS THE CHANGE UP FROM THE QUEUE.
       QUEUE-RATE-NOTICE.
           MOVE SPACES TO NOTICE-Q-RECORD
           SET NTE-RATE-CHANGE TO TRUE
           MOVE SEL-TARGET TO NTE-TARGET
           MOVE WORK-ACCT-NUMBER TO NTE-ACCT-NUMBER
           MOVE RUN-DATE TO NTE-EVENT-DATE
           MOVE RUN-DATE TO NTE-REFERENCE
           MOVE WORK-OLD-RATE TO NTE-OLD-RATE
           MOVE WORK-NEW-RATE TO NTE-NEW-RATE
           MOVE 0 TO NTE-AMOUNT
           MOVE RUN-DATE TO NTE-KEY-DATE
           MOVE "RATE-MASS-CHG" TO NTE-PROGRAM-ID
           WRITE NOTICE-Q-RECORD.

       OPEN-NOTICE-QUEUE.
           OPEN EXTEND NOTICE-Q-FILE
           IF NOTICE-Q-STATUS NOT = "00"
               OPEN OUTPUT NOTICE-Q-FILE
           END-IF.

      *    APPENDS TO THE SHARED HELD-ACTIVITY REPORT IF IT ALREADY
      *    EXISTS, OR CREATES IT ON THE FIRST PROGRAM TO WRITE TO
      *    IT TODAY.
