       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACK-VALUE.

      *    INTEREST CORRECTION FOR BACK-VALUED MOVEMENTS. WHEN THE
      *    POSTING FEED CARRIES A VALUE DATE EARLIER THAN THE DAY IT
      *    IS POSTED, DEPOSIT-POSTING APPLIES THE MOVEMENT AS USUAL
      *    AND QUEUES IT ON BVQUEUE; BY THEN THE INTEREST RUNS HAVE
      *    ALREADY PRICED THE DAYS BETWEEN ON THE WRONG BALANCE. FOR
      *    EACH QUEUED MOVEMENT THIS RUN WALKS EVERY DAY FROM THE
      *    VALUE DATE TO THE DAY BEFORE POSTING, TAKES THAT DAY'S
      *    BALANCE FROM BALHIST AND THE RATE THE LEDGER PRICED IT AT,
      *    AND REPRICES THE DAY WITH THE MOVEMENT IN PLACE ON THE
      *    ACCOUNT'S DAY-COUNT BASIS. ONLY DAYS SOME INTLEDG ENTRY
      *    ACTUALLY PRICED ARE AFFECTED - A DAILY CI ACCRUAL FOR THAT
      *    DAY, OR AN UNREVERSED POSTING WHOSE PERIOD COVERS IT -
      *    SINCE A DAY NOT YET PRICED WILL BE PRICED ON THE RIGHT
      *    BALANCE IN THE NORMAL COURSE. THE DIFFERENCE GOES ON THE
      *    LEDGER AS A BACK-VALUE CREDIT ("B", INTEREST ADDED) OR
      *    DEBIT ("W", INTEREST TAKEN BACK) DATED TODAY, WITH THE
      *    VALUE DATE IN ITS PRIOR-RUN-DATE FIELD, AND ON THE GL
      *    JOURNAL UNDER THE SAME EVENT. THE MASTERS ARE NOT CHANGED;
      *    SI INTEREST IS PAID AWAY AND CI WILL CAPITALIZE FROM THE
      *    LEDGER. THE REGISTER SHOWS, PER MOVEMENT, THE VALUE DATE,
      *    THE DAYS AFFECTED, WHAT THE LEDGER POSTED FOR THOSE DAYS,
      *    THE REPRICED FIGURE AND THE CORRECTION. THE QUEUE IS
      *    EMPTIED ONCE EVERY ROW HAS BEEN DEALT WITH; IF A WORKING
      *    TABLE OVERFLOWS NOTHING IS POSTED AND THE QUEUE IS KEPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BV-QUEUE-FILE ASSIGN TO "BVQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BV-QUEUE-STATUS.
           SELECT BAL-HIST-FILE ASSIGN TO "BALHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BAL-HIST-STATUS.
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
           SELECT BV-RPT-FILE ASSIGN TO "BVRPT"
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
           SELECT INT-LEDGER-FILE ASSIGN TO "INTLEDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS INT-LEDGER-STATUS.
           SELECT GL-JRNL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GL-JRNL-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GL-MAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BV-QUEUE-FILE.
       01  BV-QUEUE-RECORD.
           COPY BVQREC.

       FD  BAL-HIST-FILE.
       01  BAL-HIST-RECORD.
           COPY BALHREC.

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
               88  SIA-ACCOUNT-CLOSED     VALUE "C".
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
               88  CIA-ACCOUNT-CLOSED     VALUE "C".
           05  CIA-LAST-RUN-DATE      PIC 9(8).
           05  CIA-CUSTOMER-NUMBER    PIC X(10).
           05  CIA-BRANCH-CODE        PIC X(03).
           05  CIA-COMPOUND-FREQ      PIC 9(2).
           05  CIA-ACCRUED-INTEREST   PIC 9(7)V99.
           05  CIA-LOAN-FLAG          PIC X.
               88  CIA-ACCOUNT-IS-LOAN    VALUE "L".
           05  CIA-PRODUCT-CODE       PIC X(06).

       FD  BV-RPT-FILE.
       01  BV-RPT-RECORD          PIC X(80).

      *    A DATED COPY OF BV-RPT-FILE, WRITTEN AFTER THE REPORT IS
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

      *    READ FOR THE RATES AND AMOUNTS THE INTEREST RUNS ALREADY
      *    POSTED, AND APPENDED WITH THE CORRECTIONS.
       FD  INT-LEDGER-FILE.
       01  INT-LEDGER-RECORD.
           COPY LEDGREC.

       FD  GL-JRNL-FILE.
       01  GL-JRNL-RECORD.
           COPY GLJREC.

      *    THE SAME GL MAPPING TABLE THE INTEREST RUNS READ - THE
      *    CORRECTIONS POST TO THE ACCOUNTS MAPPED FOR EVENTS "B" AND
      *    "W"; A SITE WITHOUT THE TABLE GETS THE STOCK PAIRS.
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05  GLM-SOURCE         PIC X(2).
           05  GLM-EVENT-TYPE     PIC X.
           05  GLM-CURRENCY-CODE  PIC X(3).
           05  GLM-DEBIT-ACCOUNT  PIC X(20).
           05  GLM-CREDIT-ACCOUNT PIC X(20).

       WORKING-STORAGE SECTION.
       01  VALID-INPUT-SWITCH     PIC X VALUE "Y".
           88  INPUT-IS-VALID         VALUE "Y".
       01  REJECT-REASON          PIC X(40).
       01  LEDGER-EOF-SWITCH      PIC X.
           88  END-OF-INT-LEDGER      VALUE "Y".
       01  HIST-EOF-SWITCH        PIC X.
           88  END-OF-BAL-HIST        VALUE "Y".
       01  CAPACITY-SWITCH        PIC X VALUE "N".
           88  CAPACITY-EXCEEDED      VALUE "Y".
       01  BV-QUEUE-STATUS        PIC XX.
       01  BAL-HIST-STATUS        PIC XX.
       01  SI-ACCT-STATUS         PIC XX.
       01  CI-ACCT-STATUS         PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  INT-LEDGER-STATUS      PIC XX.
       01  GL-JRNL-STATUS         PIC XX.
       01  GL-MAP-STATUS          PIC XX.
       01  TRAN-COUNT             PIC 9(7) VALUE 0.
       01  APPLIED-COUNT          PIC 9(7) VALUE 0.
       01  REJECTED-COUNT         PIC 9(7) VALUE 0.
       01  TOTAL-ADDED            PIC 9(11)V99 VALUE 0.
       01  TOTAL-TAKEN-BACK       PIC 9(11)V99 VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE QUEUE LOADED AT RUN START.
       01  QUEUE-COUNT            PIC 9(3) VALUE 0.
       01  QUEUE-TABLE.
           05  QUEUE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON QUEUE-COUNT.
               10  BVT-ACCT-NUMBER        PIC X(10).
               10  BVT-PRODUCT            PIC X(2).
               10  BVT-POST-DATE          PIC 9(8).
               10  BVT-VALUE-DATE         PIC 9(8).
               10  BVT-TRAN-TYPE          PIC X(3).
               10  BVT-PRIOR-BALANCE      PIC 9(5)V99.
               10  BVT-NEW-BALANCE        PIC 9(5)V99.
       01  QUEUE-INDEX            PIC 9(3).

      *    THE BALANCE HISTORY OF THE QUEUED ACCOUNTS, IN POSTING
      *    ORDER, WITH EACH POSTING DATE HELD AS A DAY NUMBER.
       01  HIST-COUNT             PIC 9(4) VALUE 0.
       01  HIST-TABLE.
           05  HIST-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON HIST-COUNT.
               10  BHT-ACCT-NUMBER        PIC X(10).
               10  BHT-PRODUCT            PIC X(2).
               10  BHT-POST-SERIAL        PIC 9(7).
               10  BHT-PRIOR-BALANCE      PIC 9(5)V99.
               10  BHT-NEW-BALANCE        PIC 9(5)V99.
       01  HIST-INDEX             PIC 9(4).

      *    THE INTEREST THE RUNS PRICED FOR THE QUEUED ACCOUNTS -
      *    POSTINGS WITH THE PERIOD THEY COVER AND DAILY CI
      *    ACCRUALS - WITH ANY ENTRY A CYCLE REVERSAL BACKED OUT
      *    FLAGGED SO IT NO LONGER COUNTS.
       01  PRICED-COUNT           PIC 9(4) VALUE 0.
       01  PRICED-TABLE.
           05  PRICED-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON PRICED-COUNT.
               10  PRT-ACCT-NUMBER        PIC X(10).
               10  PRT-PRODUCT            PIC X(2).
               10  PRT-ENTRY-TYPE         PIC X.
                   88  PRT-IS-ACCRUAL         VALUE "A".
               10  PRT-CYCLE-DATE         PIC 9(8).
               10  PRT-CYCLE-SERIAL       PIC 9(7).
               10  PRT-PRIOR-SERIAL       PIC 9(7).
               10  PRT-RATE               PIC 9(3)V99.
               10  PRT-INTEREST           PIC 9(9)V99.
               10  PRT-REVERSED-FLAG      PIC X.
                   88  PRT-WAS-REVERSED       VALUE "Y".
       01  PRICED-INDEX           PIC 9(4).
       01  MATCHED-PRICED         PIC 9(4).

      *    ONE MOVEMENT'S FIGURES. THE DELTA IS WHAT THE MOVEMENT
      *    DID TO THE PRINCIPAL; EACH AFFECTED DAY IS PRICED ON THE
      *    BALANCE HISTORY SHOWS AND ON THAT BALANCE WITH THE DELTA
      *    IN PLACE, AND THE CORRECTION IS THE DIFFERENCE. THE DAILY
      *    FIGURES ARE HELD TO SIX PLACES AND ROUNDED ONCE AT THE END.
       01  BV-PRODUCT             PIC X(2).
       01  BV-ACCT-NUMBER         PIC X(10).
       01  BV-CURRENCY            PIC X(3).
       01  BV-DAY-BASE            PIC 9(3).
       01  BV-DELTA               PIC S9(7)V99.
       01  BV-ABS-DELTA           PIC 9(5)V99.
       01  BV-VALUE-SERIAL        PIC 9(7).
       01  BV-POST-SERIAL         PIC 9(7).
       01  BV-DAY-SERIAL          PIC 9(7).
       01  BV-DAYS-AFFECTED       PIC 9(5).
       01  BV-DAY-BALANCE         PIC 9(5)V99.
       01  BV-CORRECTED-BALANCE   PIC S9(7)V99.
       01  BV-DAY-RATE            PIC 9(3)V99.
       01  BV-LAST-RATE           PIC 9(3)V99.
       01  BV-PERIOD-DAYS         PIC 9(7).
       01  BV-HIST-FOUND-SWITCH   PIC X.
           88  BV-HIST-WAS-FOUND      VALUE "Y".
       01  BV-POSTED-SUM          PIC S9(9)V9(6).
       01  BV-ASIS-SUM            PIC S9(9)V9(6).
       01  BV-CORRECTED-SUM       PIC S9(9)V9(6).
       01  BV-LEDGER-POSTED       PIC S9(9)V99.
       01  BV-CORRECTION          PIC S9(9)V99.
       01  BV-REPRICED            PIC S9(9)V99.
       01  BV-ABS-CORRECTION      PIC 9(9)V99.
       01  EDITED-POSTED          PIC -(8)9.99.
       01  EDITED-REPRICED        PIC -(8)9.99.
       01  EDITED-CORRECTION      PIC -(8)9.99.
       01  SERIAL-WORK-AREA.
           05  SER-DATE           PIC 9(8).
           05  SER-YYYY           PIC 9(4).
           05  SER-MM             PIC 9(2).
           05  SER-DD             PIC 9(2).
           05  SER-ADJ-YYYY       PIC 9(4).
           05  SER-ADJ-MM         PIC 9(2).
           05  SER-DAY-NUMBER     PIC 9(7).

      *    CORRECTION TOTALS PER PRODUCT, CURRENCY AND EVENT FOR THE
      *    GL JOURNAL, AND THE MAPPING ROWS FOR EVENTS "B" AND "W".
       01  GL-TOTALS-COUNT        PIC 9(3) VALUE 0.
       01  GL-TOTALS-TABLE.
           05  GL-TOTALS-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON GL-TOTALS-COUNT.
               10  GLT-SOURCE             PIC X(2).
               10  GLT-CURRENCY-CODE      PIC X(03).
               10  GLT-EVENT-TYPE         PIC X.
               10  GLT-AMOUNT-TOTAL       PIC 9(11)V99.
       01  GL-TOTALS-INDEX        PIC 9(3).
       01  GL-ENTRY-FOUND-SWITCH  PIC X VALUE "N".
           88  GL-ENTRY-WAS-FOUND     VALUE "Y".
       01  GL-WORK-EVENT          PIC X.
       01  GL-WORK-AMOUNT         PIC 9(9)V99.
       01  GL-HASH-TOTAL          PIC 9(11)V99.
       01  GL-DETAIL-COUNT        PIC 9(7).
       01  GL-MAP-LOADED-SWITCH   PIC X VALUE "N".
           88  GL-MAP-IS-LOADED       VALUE "Y".
       01  GL-MAP-COUNT           PIC 9(3) VALUE 0.
       01  GL-MAP-TABLE.
           05  GL-MAP-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON GL-MAP-COUNT.
               10  GLM-T-SOURCE           PIC X(2).
               10  GLM-T-EVENT-TYPE       PIC X.
               10  GLM-T-CURRENCY         PIC X(3).
               10  GLM-T-DEBIT-ACCOUNT    PIC X(20).
               10  GLM-T-CREDIT-ACCOUNT   PIC X(20).
       01  GL-MAP-INDEX           PIC 9(3).
       01  GL-MAPPED-DEBIT        PIC X(20).
       01  GL-MAPPED-CREDIT       PIC X(20).

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
                                  VALUE "BACK-VALUE".
       01  PROCESSING-CAL-AREA.
           COPY CALREQ.

      *    HOW THIS RUN RAISES OPERATOR ALERTS - THE SHARED WRITER
      *    GRADES THE EXCEPTION COUNT AGAINST THE ALRTTHR THRESHOLD.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

      *    THE CORRECTIONS POST CUSTOMER INTEREST - UPDATE AUTHORITY
      *    IS REQUIRED, AS FOR EVERY MAINTENANCE RUN.
           IF NOT OPR-CAN-UPDATE
               DISPLAY "OPERATOR " OPR-OPERATOR-ID
                   " LACKS UPDATE AUTHORITY - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM CHECK-PROCESSING-CALENDAR
               IF CAL-RUN-REFUSED
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM RUN-BACK-VALUE
                   PERFORM SET-COMPLETION-CODE
                   IF RETURN-CODE < 8
                       PERFORM MARK-CALENDAR-COMPLETE
                   END-IF
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

       RUN-BACK-VALUE.
           ACCEPT BATCH-START-TIME FROM TIME

           PERFORM LOAD-QUEUE
           PERFORM LOAD-GL-MAP-TABLE
           IF QUEUE-COUNT > 0
               PERFORM LOAD-BALANCE-HISTORY
               PERFORM LOAD-PRICED-ENTRIES
           END-IF

           OPEN INPUT SI-ACCT-FILE
           OPEN INPUT CI-ACCT-FILE
           OPEN OUTPUT BV-RPT-FILE
           PERFORM OPEN-EXCEPTION-LOG

           MOVE SPACES TO BV-RPT-RECORD
           STRING "BACK-VALUE RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  QUEUED MOVEMENTS: " DELIMITED BY SIZE
               QUEUE-COUNT DELIMITED BY SIZE
               INTO BV-RPT-RECORD
           END-STRING
           WRITE BV-RPT-RECORD

           IF CAPACITY-EXCEEDED
               MOVE "WORKING TABLE FULL - NOTHING POSTED, QUEUE KEPT"
                   TO BV-RPT-RECORD
               WRITE BV-RPT-RECORD
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "BACK-VALUE" TO EXC-PROGRAM-ID
               MOVE "BVQUEUE" TO EXC-KEY-VALUE
               MOVE "WORKING TABLE FULL - QUEUE KEPT"
                   TO EXC-REASON
               MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
               MOVE RUN-DATE TO EXC-CYCLE-DATE
               WRITE EXC-LOG-RECORD
           ELSE
               MOVE "ACCOUNT    PR VALUE    POSTED   DAYS"
                   TO BV-RPT-RECORD
               MOVE "   AS POSTED     REPRICED   CORRECTION"
                   TO BV-RPT-RECORD (39:38)
               WRITE BV-RPT-RECORD
               PERFORM OPEN-INTEREST-LEDGER
               PERFORM VARYING QUEUE-INDEX FROM 1 BY 1
                       UNTIL QUEUE-INDEX > QUEUE-COUNT
                   ADD 1 TO TRAN-COUNT
                   PERFORM CORRECT-ONE-MOVEMENT

                   IF INPUT-IS-VALID
                       ADD 1 TO APPLIED-COUNT
                       PERFORM WRITE-REGISTER-LINE
                   ELSE
                       ADD 1 TO REJECTED-COUNT
                       PERFORM WRITE-REJECTED-LINE

                       MOVE SPACES TO EXC-LOG-RECORD
                       MOVE "BACK-VALUE" TO EXC-PROGRAM-ID
                       MOVE BV-ACCT-NUMBER TO EXC-KEY-VALUE
                       MOVE REJECT-REASON TO EXC-REASON
                       MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
                       MOVE RUN-DATE TO EXC-CYCLE-DATE
                       WRITE EXC-LOG-RECORD
                   END-IF
               END-PERFORM
               CLOSE INT-LEDGER-FILE

               IF GL-TOTALS-COUNT > 0
                   PERFORM WRITE-GL-JOURNAL
               END-IF
               IF QUEUE-COUNT > 0
                   PERFORM EMPTY-QUEUE
               END-IF
           END-IF

           PERFORM WRITE-CONTROL-TOTALS
           PERFORM RAISE-EXCEPTION-ALERT

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE SI-ACCT-FILE
           CLOSE CI-ACCT-FILE
           CLOSE BV-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

      *    LOADS THE WHOLE QUEUE. A QUEUE TOO LONG FOR THE TABLE IS
      *    LEFT ALONE FOR A RERUN ONCE THE LIMIT IS RAISED.
       LOAD-QUEUE.
           OPEN INPUT BV-QUEUE-FILE
           IF BV-QUEUE-STATUS = "00"
               PERFORM UNTIL BV-QUEUE-STATUS NOT = "00"
                   READ BV-QUEUE-FILE
                       AT END MOVE "10" TO BV-QUEUE-STATUS
                       NOT AT END
                           IF QUEUE-COUNT < 500
                               ADD 1 TO QUEUE-COUNT
                               MOVE BVQ-ACCT-NUMBER TO
                                   BVT-ACCT-NUMBER (QUEUE-COUNT)
                               MOVE BVQ-PRODUCT TO
                                   BVT-PRODUCT (QUEUE-COUNT)
                               MOVE BVQ-POST-DATE TO
                                   BVT-POST-DATE (QUEUE-COUNT)
                               MOVE BVQ-VALUE-DATE TO
                                   BVT-VALUE-DATE (QUEUE-COUNT)
                               MOVE BVQ-TRAN-TYPE TO
                                   BVT-TRAN-TYPE (QUEUE-COUNT)
                               MOVE BVQ-PRIOR-BALANCE TO
                                   BVT-PRIOR-BALANCE (QUEUE-COUNT)
                               MOVE BVQ-NEW-BALANCE TO
                                   BVT-NEW-BALANCE (QUEUE-COUNT)
                           ELSE
                               SET CAPACITY-EXCEEDED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BV-QUEUE-FILE
           END-IF.

      *    KEEPS THE HISTORY ROWS OF QUEUED ACCOUNTS ONLY.
       LOAD-BALANCE-HISTORY.
           MOVE "N" TO HIST-EOF-SWITCH
           OPEN INPUT BAL-HIST-FILE
           IF BAL-HIST-STATUS = "00"
               READ BAL-HIST-FILE
                   AT END SET END-OF-BAL-HIST TO TRUE
               END-READ
               PERFORM UNTIL END-OF-BAL-HIST
                   MOVE BHR-ACCT-NUMBER TO BV-ACCT-NUMBER
                   MOVE BHR-PRODUCT TO BV-PRODUCT
                   PERFORM FIND-QUEUED-ACCOUNT
                   IF INPUT-IS-VALID
                       IF HIST-COUNT < 5000
                           ADD 1 TO HIST-COUNT
                           MOVE BHR-ACCT-NUMBER
                               TO BHT-ACCT-NUMBER (HIST-COUNT)
                           MOVE BHR-PRODUCT
                               TO BHT-PRODUCT (HIST-COUNT)
                           MOVE BHR-POST-DATE TO SER-DATE
                           PERFORM COMPUTE-SERIAL-DAY
                           MOVE SER-DAY-NUMBER
                               TO BHT-POST-SERIAL (HIST-COUNT)
                           MOVE BHR-PRIOR-BALANCE
                               TO BHT-PRIOR-BALANCE (HIST-COUNT)
                           MOVE BHR-NEW-BALANCE
                               TO BHT-NEW-BALANCE (HIST-COUNT)
                       ELSE
                           SET CAPACITY-EXCEEDED TO TRUE
                       END-IF
                   END-IF
                   READ BAL-HIST-FILE
                       AT END SET END-OF-BAL-HIST TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BAL-HIST-FILE
           END-IF.

      *    KEEPS THE POSTINGS AND ACCRUALS OF QUEUED ACCOUNTS, AND
      *    FLAGS EVERY ONE A LATER REVERSAL OFFSETS - A REVERSAL
      *    CARRIES THE ACCOUNT, PRODUCT AND CYCLE DATE IT BACKED OUT.
       LOAD-PRICED-ENTRIES.
           MOVE "N" TO LEDGER-EOF-SWITCH
           OPEN INPUT INT-LEDGER-FILE
           IF INT-LEDGER-STATUS = "00"
               READ INT-LEDGER-FILE
                   AT END SET END-OF-INT-LEDGER TO TRUE
               END-READ
               PERFORM UNTIL END-OF-INT-LEDGER
                   MOVE LDG-ACCT-NUMBER TO BV-ACCT-NUMBER
                   MOVE LDG-PRODUCT TO BV-PRODUCT
                   PERFORM FIND-QUEUED-ACCOUNT
                   IF INPUT-IS-VALID
                       EVALUATE TRUE
                           WHEN LDG-NORMAL-POSTING
                               PERFORM KEEP-PRICED-ENTRY
                           WHEN LDG-ACCRUAL
                               PERFORM KEEP-PRICED-ENTRY
                           WHEN LDG-REVERSAL
                               PERFORM MARK-REVERSED-ENTRIES
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   READ INT-LEDGER-FILE
                       AT END SET END-OF-INT-LEDGER TO TRUE
                   END-READ
               END-PERFORM
               CLOSE INT-LEDGER-FILE
           END-IF.

      *    A POSTING WITH NO PRIOR-RUN DATE CANNOT BE SPREAD OVER
      *    ITS DAYS AND IS PASSED OVER.
       KEEP-PRICED-ENTRY.
           IF LDG-ACCRUAL
                   OR (LDG-PRIOR-RUN-DATE NUMERIC
                       AND LDG-PRIOR-RUN-DATE > 0
                       AND LDG-PRIOR-RUN-DATE < LDG-CYCLE-DATE)
               IF PRICED-COUNT < 5000
                   ADD 1 TO PRICED-COUNT
                   MOVE LDG-ACCT-NUMBER
                       TO PRT-ACCT-NUMBER (PRICED-COUNT)
                   MOVE LDG-PRODUCT TO PRT-PRODUCT (PRICED-COUNT)
                   MOVE LDG-ENTRY-TYPE
                       TO PRT-ENTRY-TYPE (PRICED-COUNT)
                   MOVE LDG-CYCLE-DATE
                       TO PRT-CYCLE-DATE (PRICED-COUNT)
                   MOVE LDG-CYCLE-DATE TO SER-DATE
                   PERFORM COMPUTE-SERIAL-DAY
                   MOVE SER-DAY-NUMBER
                       TO PRT-CYCLE-SERIAL (PRICED-COUNT)
                   IF LDG-ACCRUAL
                       MOVE SER-DAY-NUMBER
                           TO PRT-PRIOR-SERIAL (PRICED-COUNT)
                   ELSE
                       MOVE LDG-PRIOR-RUN-DATE TO SER-DATE
                       PERFORM COMPUTE-SERIAL-DAY
                       MOVE SER-DAY-NUMBER
                           TO PRT-PRIOR-SERIAL (PRICED-COUNT)
                   END-IF
                   MOVE LDG-RATE TO PRT-RATE (PRICED-COUNT)
                   MOVE LDG-INTEREST TO PRT-INTEREST (PRICED-COUNT)
                   MOVE "N" TO PRT-REVERSED-FLAG (PRICED-COUNT)
               ELSE
                   SET CAPACITY-EXCEEDED TO TRUE
               END-IF
           END-IF.

       MARK-REVERSED-ENTRIES.
           PERFORM VARYING PRICED-INDEX FROM 1 BY 1
                   UNTIL PRICED-INDEX > PRICED-COUNT
               IF PRT-ACCT-NUMBER (PRICED-INDEX) = LDG-ACCT-NUMBER
                       AND PRT-PRODUCT (PRICED-INDEX) = LDG-PRODUCT
                       AND PRT-CYCLE-DATE (PRICED-INDEX)
                           = LDG-CYCLE-DATE
                   SET PRT-WAS-REVERSED (PRICED-INDEX) TO TRUE
               END-IF
           END-PERFORM.

      *    LEAVES INPUT-IS-VALID SET WHEN BV-ACCT-NUMBER/BV-PRODUCT
      *    HAS A MOVEMENT ON THE QUEUE.
       FIND-QUEUED-ACCOUNT.
           MOVE "N" TO VALID-INPUT-SWITCH
           PERFORM VARYING QUEUE-INDEX FROM 1 BY 1
                   UNTIL QUEUE-INDEX > QUEUE-COUNT
                       OR INPUT-IS-VALID
               IF BVT-ACCT-NUMBER (QUEUE-INDEX) = BV-ACCT-NUMBER
                       AND BVT-PRODUCT (QUEUE-INDEX) = BV-PRODUCT
                   SET INPUT-IS-VALID TO TRUE
               END-IF
           END-PERFORM.

      *    ONE QUEUED MOVEMENT - THE ACCOUNT'S BASIS AND CURRENCY
      *    FETCHED, EVERY DAY FROM THE VALUE DATE TO THE DAY BEFORE
      *    POSTING REPRICED, AND ANY CORRECTION POSTED.
       CORRECT-ONE-MOVEMENT.
           SET INPUT-IS-VALID TO TRUE
           MOVE SPACES TO REJECT-REASON
           MOVE BVT-ACCT-NUMBER (QUEUE-INDEX) TO BV-ACCT-NUMBER
           MOVE BVT-PRODUCT (QUEUE-INDEX) TO BV-PRODUCT

           IF BV-PRODUCT = "SI"
               MOVE BV-ACCT-NUMBER TO SIA-ACCT-NUMBER
               READ SI-ACCT-FILE
                   INVALID KEY
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "ACCOUNT NOT ON SIACCT MASTER"
                           TO REJECT-REASON
                   NOT INVALID KEY
                       MOVE SIA-CURRENCY-CODE TO BV-CURRENCY
                       IF SIA-DAY-COUNT-BASIS = "3"
                           MOVE 360 TO BV-DAY-BASE
                       ELSE
                           MOVE 365 TO BV-DAY-BASE
                       END-IF
               END-READ
           ELSE IF BV-PRODUCT = "CI"
               MOVE BV-ACCT-NUMBER TO CIA-ACCT-NUMBER
               READ CI-ACCT-FILE
                   INVALID KEY
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "ACCOUNT NOT ON CIACCT MASTER"
                           TO REJECT-REASON
                   NOT INVALID KEY
                       MOVE CIA-CURRENCY-CODE TO BV-CURRENCY
                       MOVE 365 TO BV-DAY-BASE
               END-READ
           ELSE
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "TARGET FILE NOT SI OR CI" TO REJECT-REASON
           END-IF
           END-IF

           IF INPUT-IS-VALID
               PERFORM REPRICE-MOVEMENT
               PERFORM POST-CORRECTION
           END-IF.

       REPRICE-MOVEMENT.
           COMPUTE BV-DELTA = BVT-NEW-BALANCE (QUEUE-INDEX)
               - BVT-PRIOR-BALANCE (QUEUE-INDEX)
           MOVE BVT-VALUE-DATE (QUEUE-INDEX) TO SER-DATE
           PERFORM COMPUTE-SERIAL-DAY
           MOVE SER-DAY-NUMBER TO BV-VALUE-SERIAL
           MOVE BVT-POST-DATE (QUEUE-INDEX) TO SER-DATE
           PERFORM COMPUTE-SERIAL-DAY
           MOVE SER-DAY-NUMBER TO BV-POST-SERIAL

           MOVE 0 TO BV-DAYS-AFFECTED
           MOVE 0 TO BV-LAST-RATE
           MOVE 0 TO BV-POSTED-SUM
           MOVE 0 TO BV-ASIS-SUM
           MOVE 0 TO BV-CORRECTED-SUM
           PERFORM VARYING BV-DAY-SERIAL FROM BV-VALUE-SERIAL BY 1
                   UNTIL BV-DAY-SERIAL NOT < BV-POST-SERIAL
               PERFORM REPRICE-ONE-DAY
           END-PERFORM

           COMPUTE BV-LEDGER-POSTED ROUNDED = BV-POSTED-SUM
           COMPUTE BV-CORRECTION ROUNDED =
               BV-CORRECTED-SUM - BV-ASIS-SUM
           COMPUTE BV-REPRICED = BV-LEDGER-POSTED + BV-CORRECTION.

      *    A DAY THE LEDGER HAS NOT PRICED IS LEFT ALONE. A PRICED
      *    DAY'S SHARE OF WHAT WAS POSTED IS THE ACCRUAL ITSELF, OR
      *    THE POSTING SPREAD EVENLY OVER THE DAYS OF ITS PERIOD.
       REPRICE-ONE-DAY.
           PERFORM FIND-PRICING-ENTRY
           IF MATCHED-PRICED > 0
               ADD 1 TO BV-DAYS-AFFECTED
               MOVE PRT-RATE (MATCHED-PRICED) TO BV-DAY-RATE
               MOVE BV-DAY-RATE TO BV-LAST-RATE
               IF PRT-IS-ACCRUAL (MATCHED-PRICED)
                   ADD PRT-INTEREST (MATCHED-PRICED) TO BV-POSTED-SUM
               ELSE
                   COMPUTE BV-PERIOD-DAYS =
                       PRT-CYCLE-SERIAL (MATCHED-PRICED)
                           - PRT-PRIOR-SERIAL (MATCHED-PRICED)
                   COMPUTE BV-POSTED-SUM = BV-POSTED-SUM
                       + PRT-INTEREST (MATCHED-PRICED) / BV-PERIOD-DAYS
               END-IF

               PERFORM FIND-DAY-BALANCE
               COMPUTE BV-CORRECTED-BALANCE =
                   BV-DAY-BALANCE + BV-DELTA
               IF BV-CORRECTED-BALANCE < 0
                   MOVE 0 TO BV-CORRECTED-BALANCE
               END-IF
               COMPUTE BV-ASIS-SUM = BV-ASIS-SUM
                   + BV-DAY-BALANCE * BV-DAY-RATE / BV-DAY-BASE / 100
               COMPUTE BV-CORRECTED-SUM = BV-CORRECTED-SUM
                   + BV-CORRECTED-BALANCE * BV-DAY-RATE
                       / BV-DAY-BASE / 100
           END-IF.

      *    THE ENTRY THAT PRICED THE DAY - ONE POSTED BEFORE THE
      *    MOVEMENT WAS, SINCE A LATER RUN ALREADY SAW IT, AND NOT
      *    SINCE REVERSED. AN ACCRUAL COVERS ITS OWN DAY; A POSTING
      *    COVERS THE DAYS AFTER ITS PRIOR RUN UP TO ITS CYCLE DATE.
       FIND-PRICING-ENTRY.
           MOVE 0 TO MATCHED-PRICED
           PERFORM VARYING PRICED-INDEX FROM 1 BY 1
                   UNTIL PRICED-INDEX > PRICED-COUNT
                       OR MATCHED-PRICED > 0
               IF PRT-ACCT-NUMBER (PRICED-INDEX) = BV-ACCT-NUMBER
                       AND PRT-PRODUCT (PRICED-INDEX) = BV-PRODUCT
                       AND NOT PRT-WAS-REVERSED (PRICED-INDEX)
                       AND PRT-CYCLE-SERIAL (PRICED-INDEX)
                           < BV-POST-SERIAL
                   IF PRT-IS-ACCRUAL (PRICED-INDEX)
                       IF PRT-CYCLE-SERIAL (PRICED-INDEX)
                               = BV-DAY-SERIAL
                           MOVE PRICED-INDEX TO MATCHED-PRICED
                       END-IF
                   ELSE
                       IF PRT-PRIOR-SERIAL (PRICED-INDEX)
                               < BV-DAY-SERIAL
                           AND PRT-CYCLE-SERIAL (PRICED-INDEX)
                               NOT < BV-DAY-SERIAL
                           MOVE PRICED-INDEX TO MATCHED-PRICED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    THE BALANCE AT THE END OF THE DAY - THE NEW BALANCE OF
      *    THE LAST MOVEMENT POSTED ON OR BEFORE IT, OR FAILING THAT
      *    THE PRIOR BALANCE OF THE FIRST MOVEMENT POSTED AFTER IT.
       FIND-DAY-BALANCE.
           MOVE BVT-PRIOR-BALANCE (QUEUE-INDEX) TO BV-DAY-BALANCE
           MOVE "N" TO BV-HIST-FOUND-SWITCH
           PERFORM VARYING HIST-INDEX FROM 1 BY 1
                   UNTIL HIST-INDEX > HIST-COUNT
               IF BHT-ACCT-NUMBER (HIST-INDEX) = BV-ACCT-NUMBER
                       AND BHT-PRODUCT (HIST-INDEX) = BV-PRODUCT
                   IF BHT-POST-SERIAL (HIST-INDEX)
                           NOT > BV-DAY-SERIAL
                       MOVE BHT-NEW-BALANCE (HIST-INDEX)
                           TO BV-DAY-BALANCE
                       SET BV-HIST-WAS-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT BV-HIST-WAS-FOUND
               PERFORM VARYING HIST-INDEX FROM HIST-COUNT BY -1
                       UNTIL HIST-INDEX < 1
                   IF BHT-ACCT-NUMBER (HIST-INDEX) = BV-ACCT-NUMBER
                           AND BHT-PRODUCT (HIST-INDEX) = BV-PRODUCT
                       MOVE BHT-PRIOR-BALANCE (HIST-INDEX)
                           TO BV-DAY-BALANCE
                   END-IF
               END-PERFORM
           END-IF.

      *    A CORRECTION IN THE CUSTOMER'S FAVOUR POSTS AS "B", ONE
      *    AGAINST THEM AS "W"; NOTHING IS WRITTEN FOR A ZERO.
       POST-CORRECTION.
           IF BV-CORRECTION NOT = 0
               IF BV-DELTA < 0
                   COMPUTE BV-ABS-DELTA = 0 - BV-DELTA
               ELSE
                   MOVE BV-DELTA TO BV-ABS-DELTA
               END-IF
               IF BV-CORRECTION > 0
                   MOVE BV-CORRECTION TO BV-ABS-CORRECTION
                   MOVE "B" TO LDG-ENTRY-TYPE
                   ADD BV-ABS-CORRECTION TO TOTAL-ADDED
               ELSE
                   COMPUTE BV-ABS-CORRECTION = 0 - BV-CORRECTION
                   MOVE "W" TO LDG-ENTRY-TYPE
                   ADD BV-ABS-CORRECTION TO TOTAL-TAKEN-BACK
               END-IF
               MOVE LDG-ENTRY-TYPE TO GL-WORK-EVENT
               PERFORM WRITE-LEDGER-ENTRY
               MOVE BV-ABS-CORRECTION TO GL-WORK-AMOUNT
               PERFORM ADD-TO-GL-TOTALS
           END-IF.

      *    THE CALLER SETS THE ENTRY TYPE FIRST.
       WRITE-LEDGER-ENTRY.
           MOVE BV-ACCT-NUMBER TO LDG-ACCT-NUMBER
           MOVE RUN-DATE TO LDG-CYCLE-DATE
           MOVE BV-PRODUCT TO LDG-PRODUCT
           MOVE BV-ABS-DELTA TO LDG-PRINCIPAL
           MOVE BV-LAST-RATE TO LDG-RATE
           MOVE BV-ABS-CORRECTION TO LDG-INTEREST
           MOVE BV-CURRENCY TO LDG-CURRENCY-CODE
           MOVE BVT-VALUE-DATE (QUEUE-INDEX) TO LDG-PRIOR-RUN-DATE
           MOVE "P" TO LDG-INTEREST-BASIS
           WRITE INT-LEDGER-RECORD.

       ADD-TO-GL-TOTALS.
           MOVE "N" TO GL-ENTRY-FOUND-SWITCH
           PERFORM VARYING GL-TOTALS-INDEX FROM 1 BY 1
                   UNTIL GL-TOTALS-INDEX > GL-TOTALS-COUNT
               IF GLT-SOURCE (GL-TOTALS-INDEX) = BV-PRODUCT
                   AND GLT-CURRENCY-CODE (GL-TOTALS-INDEX)
                       = BV-CURRENCY
                   AND GLT-EVENT-TYPE (GL-TOTALS-INDEX)
                       = GL-WORK-EVENT
                   SET GL-ENTRY-WAS-FOUND TO TRUE
                   ADD GL-WORK-AMOUNT TO
                       GLT-AMOUNT-TOTAL (GL-TOTALS-INDEX)
               END-IF
           END-PERFORM
           IF NOT GL-ENTRY-WAS-FOUND AND GL-TOTALS-COUNT < 50
               ADD 1 TO GL-TOTALS-COUNT
               MOVE BV-PRODUCT TO GLT-SOURCE (GL-TOTALS-COUNT)
               MOVE BV-CURRENCY
                   TO GLT-CURRENCY-CODE (GL-TOTALS-COUNT)
               MOVE GL-WORK-EVENT TO GLT-EVENT-TYPE (GL-TOTALS-COUNT)
               MOVE GL-WORK-AMOUNT
                   TO GLT-AMOUNT-TOTAL (GL-TOTALS-COUNT)
           END-IF.

      *    ONE REGISTER LINE PER MOVEMENT REPRICED.
       WRITE-REGISTER-LINE.
           MOVE BV-LEDGER-POSTED TO EDITED-POSTED
           MOVE BV-REPRICED TO EDITED-REPRICED
           MOVE BV-CORRECTION TO EDITED-CORRECTION
           MOVE SPACES TO BV-RPT-RECORD
           STRING BV-ACCT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BV-PRODUCT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BVT-VALUE-DATE (QUEUE-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BVT-POST-DATE (QUEUE-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BV-DAYS-AFFECTED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-POSTED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-REPRICED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-CORRECTION DELIMITED BY SIZE
               INTO BV-RPT-RECORD
           END-STRING
           WRITE BV-RPT-RECORD.

       WRITE-REJECTED-LINE.
           MOVE SPACES TO BV-RPT-RECORD
           STRING BV-ACCT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BV-PRODUCT DELIMITED BY SIZE
               " DROPPED - " DELIMITED BY SIZE
               REJECT-REASON DELIMITED BY SIZE
               INTO BV-RPT-RECORD
           END-STRING
           WRITE BV-RPT-RECORD.

      *    WRITES THE RUN'S CONTROL COUNTS AND MONEY TOTALS SO THE
      *    OPERATOR CAN BALANCE THE RUN BEFORE SIGNING IT OFF.
       WRITE-CONTROL-TOTALS.
           MOVE ALL "-" TO BV-RPT-RECORD
           WRITE BV-RPT-RECORD

           MOVE SPACES TO BV-RPT-RECORD
           STRING "MOVEMENTS READ: " DELIMITED BY SIZE
               TRAN-COUNT DELIMITED BY SIZE
               "  REPRICED: " DELIMITED BY SIZE
               APPLIED-COUNT DELIMITED BY SIZE
               "  DROPPED: " DELIMITED BY SIZE
               REJECTED-COUNT DELIMITED BY SIZE
               INTO BV-RPT-RECORD
           END-STRING
           WRITE BV-RPT-RECORD

           MOVE SPACES TO BV-RPT-RECORD
           STRING "INTEREST ADDED: " DELIMITED BY SIZE
               TOTAL-ADDED DELIMITED BY SIZE
               "  TAKEN BACK: " DELIMITED BY SIZE
               TOTAL-TAKEN-BACK DELIMITED BY SIZE
               INTO BV-RPT-RECORD
           END-STRING
           WRITE BV-RPT-RECORD.

      *    THE RUN'S GL PAIRS - ONE BALANCED PAIR PER PRODUCT,
      *    CURRENCY AND EVENT, THEN THE TRAILER.
       WRITE-GL-JOURNAL.
           OPEN EXTEND GL-JRNL-FILE
           IF GL-JRNL-STATUS NOT = "00"
               OPEN OUTPUT GL-JRNL-FILE
           END-IF

           MOVE 0 TO GL-HASH-TOTAL
           MOVE 0 TO GL-DETAIL-COUNT

           PERFORM VARYING GL-TOTALS-INDEX FROM 1 BY 1
                   UNTIL GL-TOTALS-INDEX > GL-TOTALS-COUNT
               PERFORM RESOLVE-BACK-VALUE-MAPPING

               MOVE SPACES TO GL-JRNL-RECORD
               MOVE "DTL" TO GLJ-RECORD-TYPE
               MOVE GLT-EVENT-TYPE (GL-TOTALS-INDEX)
                   TO GLJ-EVENT-TYPE
               MOVE GLT-SOURCE (GL-TOTALS-INDEX) TO GLJ-SOURCE
               MOVE RUN-DATE TO GLJ-CYCLE-DATE
               MOVE GL-MAPPED-DEBIT TO GLJ-GL-ACCOUNT
               MOVE "D" TO GLJ-DEBIT-CREDIT
               MOVE GLT-CURRENCY-CODE (GL-TOTALS-INDEX)
                   TO GLJ-CURRENCY-CODE
               MOVE GLT-AMOUNT-TOTAL (GL-TOTALS-INDEX)
                   TO GLJ-AMOUNT
               MOVE 0 TO GLJ-DETAIL-COUNT
               WRITE GL-JRNL-RECORD
               ADD GLJ-AMOUNT TO GL-HASH-TOTAL
               ADD 1 TO GL-DETAIL-COUNT

               MOVE GL-MAPPED-CREDIT TO GLJ-GL-ACCOUNT
               MOVE "C" TO GLJ-DEBIT-CREDIT
               WRITE GL-JRNL-RECORD
               ADD GLJ-AMOUNT TO GL-HASH-TOTAL
               ADD 1 TO GL-DETAIL-COUNT
           END-PERFORM

           MOVE SPACES TO GL-JRNL-RECORD
           MOVE "TRL" TO GLJ-RECORD-TYPE
           MOVE "BV" TO GLJ-SOURCE
           MOVE RUN-DATE TO GLJ-CYCLE-DATE
           MOVE SPACES TO GLJ-GL-ACCOUNT
           MOVE SPACE TO GLJ-DEBIT-CREDIT
           MOVE SPACES TO GLJ-CURRENCY-CODE
           MOVE GL-HASH-TOTAL TO GLJ-AMOUNT
           MOVE GL-DETAIL-COUNT TO GLJ-DETAIL-COUNT
           WRITE GL-JRNL-RECORD

           CLOSE GL-JRNL-FILE.

      *    INTEREST ADDED IS FURTHER EXPENSE OWED TO THE CUSTOMER;
      *    INTEREST TAKEN BACK RELEASES IT.
       RESOLVE-BACK-VALUE-MAPPING.
           IF GLT-EVENT-TYPE (GL-TOTALS-INDEX) = "W"
               MOVE "ACCRUED INT PAYABLE" TO GL-MAPPED-DEBIT
               MOVE "INTEREST EXPENSE" TO GL-MAPPED-CREDIT
           ELSE
               MOVE "INTEREST EXPENSE" TO GL-MAPPED-DEBIT
               MOVE "ACCRUED INT PAYABLE" TO GL-MAPPED-CREDIT
           END-IF
           IF GL-MAP-IS-LOADED
               PERFORM VARYING GL-MAP-INDEX FROM 1 BY 1
                       UNTIL GL-MAP-INDEX > GL-MAP-COUNT
                   IF GLM-T-SOURCE (GL-MAP-INDEX)
                           = GLT-SOURCE (GL-TOTALS-INDEX)
                       AND GLM-T-EVENT-TYPE (GL-MAP-INDEX)
                           = GLT-EVENT-TYPE (GL-TOTALS-INDEX)
                       AND GLM-T-CURRENCY (GL-MAP-INDEX)
                           = GLT-CURRENCY-CODE (GL-TOTALS-INDEX)
                       MOVE GLM-T-DEBIT-ACCOUNT (GL-MAP-INDEX)
                           TO GL-MAPPED-DEBIT
                       MOVE GLM-T-CREDIT-ACCOUNT (GL-MAP-INDEX)
                           TO GL-MAPPED-CREDIT
                   END-IF
               END-PERFORM
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

      *    READS THE OPTIONAL GL MAPPING TABLE, KEEPING THE BACK-
      *    VALUE EVENT "B" AND "W" ROWS FOR EITHER PRODUCT.
       LOAD-GL-MAP-TABLE.
           OPEN INPUT GL-MAP-FILE
           IF GL-MAP-STATUS = "00"
               SET GL-MAP-IS-LOADED TO TRUE
               PERFORM UNTIL GL-MAP-STATUS NOT = "00"
                   READ GL-MAP-FILE
                       AT END MOVE "10" TO GL-MAP-STATUS
                       NOT AT END
                           IF (GLM-EVENT-TYPE = "B"
                                   OR GLM-EVENT-TYPE = "W")
                                   AND GL-MAP-COUNT < 100
                               ADD 1 TO GL-MAP-COUNT
                               MOVE GLM-SOURCE TO
                                   GLM-T-SOURCE (GL-MAP-COUNT)
                               MOVE GLM-EVENT-TYPE TO
                                   GLM-T-EVENT-TYPE (GL-MAP-COUNT)
                               MOVE GLM-CURRENCY-CODE TO
                                   GLM-T-CURRENCY (GL-MAP-COUNT)
                               MOVE GLM-DEBIT-ACCOUNT TO
                                   GLM-T-DEBIT-ACCOUNT (GL-MAP-COUNT)
                               MOVE GLM-CREDIT-ACCOUNT TO
                                   GLM-T-CREDIT-ACCOUNT
                                       (GL-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           END-IF.

      *    EVERY QUEUED MOVEMENT HAS BEEN REPRICED OR DROPPED TO THE
      *    EXCEPTION LOG, SO THE QUEUE STARTS EMPTY FOR TOMORROW.
       EMPTY-QUEUE.
           OPEN OUTPUT BV-QUEUE-FILE
           CLOSE BV-QUEUE-FILE.

      *    APPENDS TO THE POSTED-INTEREST LEDGER IF IT ALREADY
      *    EXISTS, OR CREATES IT ON THE FIRST RUN TO WRITE TO IT.
       OPEN-INTEREST-LEDGER.
           OPEN EXTEND INT-LEDGER-FILE
           IF INT-LEDGER-STATUS NOT = "00"
               OPEN OUTPUT INT-LEDGER-FILE
           END-IF.

      *    THE OPERATOR'S VERDICT ON THE RUN - ZERO FOR A CLEAN
      *    CYCLE, FOUR WHEN MOVEMENTS WENT TO THE EXCEPTION LOG,
      *    EIGHT WHEN A TABLE OVERFLOWED OR READS DO NOT EQUAL
      *    REPRICED PLUS DROPPED.
       SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN CAPACITY-EXCEEDED
                   MOVE 8 TO RETURN-CODE
               WHEN TRAN-COUNT NOT =
                       APPLIED-COUNT + REJECTED-COUNT
                   MOVE 8 TO RETURN-CODE
               WHEN REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *    COPIES THE JUST-CLOSED OUTPUT REPORT TO A DATED ARCHIVE
      *    FILE NAMED FOR TODAY'S RUN, SO EACH DAY'S REPORT SURVIVES
      *    UNDER ITS OWN FILE NAME INSTEAD OF BEING OVERWRITTEN THE
      *    NEXT TIME THIS JOB RUNS.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "BVRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT BV-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ BV-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE BV-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ BV-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE BV-RPT-FILE
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
           MOVE "BACK-VALUE" TO CAT-PROGRAM-ID
           MOVE "BVRPT" TO CAT-REPORT-NAME
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
           MOVE "BACK-VALUE" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE TRAN-COUNT TO AUD-RECORD-COUNT
           MOVE APPLIED-COUNT TO AUD-OUTPUT-COUNT
           MOVE REJECTED-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "BVQUEUE BACK-VALUE QUEUE" TO AUD-INPUT-SUMMARY
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
           MOVE "BACK-VALUE" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           MOVE REJECTED-COUNT TO ALQ-EXC-COUNT
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
