           SELECT ARC-CAT-FILE ASSIGN TO "ARCCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARC-CAT-STATUS.
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

       FD  BAL-HIST-FILE.
       01  BAL-HIST-RECORD.
       01  ARC-CAT-RECORD.
           COPY ARCCATR.

      *    THE CUSTOMER-NOTICE QUEUE - AN ACCOUNT STEPPING DOWN TO
      *    DORMANT OR PRE-ESCHEATMENT IS QUEUED FOR A LETTER.
       FD  NOTICE-Q-FILE.
       01  NOTICE-Q-RECORD.
           COPY NTEREC.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.
       01  BAL-HIST-STATUS        PIC XX.
       01  DORM-STATE-STATUS      PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  NOTICE-Q-STATUS        PIC XX.
       01  SI-EOF-SWITCH          PIC X VALUE "N".
           88  END-OF-SI-ACCT         VALUE "Y".
       01  CI-EOF-SWITCH          PIC X VALUE "N".
               INTO DRM-OUT-RECORD
           END-STRING
           WRITE DRM-OUT-RECORD
           PERFORM OPEN-NOTICE-QUEUE

           OPEN INPUT SI-ACCT-FILE
           READ SI-ACCT-FILE

           PERFORM WRITE-CONTROL-TOTALS
           CLOSE DRM-OUT-FILE
           CLOSE NOTICE-Q-FILE

           PERFORM WRITE-ESCHEATMENT-REPORT
           PERFORM REWRITE-DORMANCY-STATES
                   MOVE RUN-DATE TO STT-STATE-DATE (MATCHED-INDEX)
                   ADD 1 TO NEW-PRE-ESCHEAT-COUNT
                   PERFORM WRITE-STATE-LINE
                   PERFORM QUEUE-DORMANCY-NOTICE
               END-IF
           ELSE
               IF INACTIVE-DAYS >= DORMANT-DAYS
                   MOVE RUN-DATE TO STT-STATE-DATE (MATCHED-INDEX)
                   ADD 1 TO NEW-DORMANT-COUNT
                   PERFORM WRITE-STATE-LINE
                   PERFORM QUEUE-DORMANCY-NOTICE
               END-IF
           END-IF

           END-STRING
           WRITE DRM-OUT-RECORD.

      *    THE CUSTOMER IS TOLD OF EACH STEP DOWN - DORMANT, THEN
      *    PRE-ESCHEATMENT - KEYED BY THE DATE THE STATE WAS ENTERED.
       QUEUE-DORMANCY-NOTICE.
           MOVE SPACES TO NOTICE-Q-RECORD
           IF STT-STATE (MATCHED-INDEX) = "P"
               SET NTE-PRE-ESCHEAT TO TRUE
           ELSE
               SET NTE-DORMANT TO TRUE
           END-IF
           MOVE STT-PRODUCT (MATCHED-INDEX) TO NTE-TARGET
           MOVE STT-ACCT-NUMBER (MATCHED-INDEX) TO NTE-ACCT-NUMBER
           MOVE RUN-DATE TO NTE-EVENT-DATE
           MOVE STT-STATE-DATE (MATCHED-INDEX) TO NTE-REFERENCE
           MOVE 0 TO NTE-OLD-RATE
           MOVE 0 TO NTE-NEW-RATE
           MOVE STT-BALANCE (MATCHED-INDEX) TO NTE-AMOUNT
           MOVE STT-LAST-ACTIVITY (MATCHED-INDEX) TO NTE-KEY-DATE
           MOVE "DORMANCY-REVIEW" TO NTE-PROGRAM-ID
           WRITE NOTICE-Q-RECORD.

       OPEN-NOTICE-QUEUE.
           OPEN EXTEND NOTICE-Q-FILE
           IF NOTICE-Q-STATUS NOT = "00"
               OPEN OUTPUT NOTICE-Q-FILE
           END-IF.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO DRM-OUT-RECORD
           STRING "ACCOUNTS REVIEWED: " DELIMITED BY SIZE
