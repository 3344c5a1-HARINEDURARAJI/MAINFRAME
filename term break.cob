       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-BREAK.

      *    PREMATURE CLOSURE OF A TERM DEPOSIT AT THE CUSTOMER'S
      *    REQUEST. MATURITY-PROCESSING ONLY ACTS WHEN THE MATINST
      *    DATE ARRIVES; THIS RUN TAKES THE BREAK REQUESTS THE
      *    BRANCHES KEY TO BRKTRAN AND SETTLES EACH ONE AGAINST ITS
      *    PENDING MATINST INSTRUCTION. THE TERM STARTED MSTR-TIME
      *    YEARS BEFORE THE INSTRUCTION'S MATURITY DATE; THE PERIOD
      *    ACTUALLY RUN IS RE-PRICED AT THE TERMRATE RATE FOR THE
      *    SHORTER TENOR THAT PERIOD WOULD HAVE QUALIFIED FOR, LESS
      *    THE BREAK PENALTY SPREAD (PARAMETER BRKSPREAD IN THE
      *    CENTRAL LIBRARY), AND NEVER ABOVE THE CONTRACT RATE. THE
      *    DIFFERENCE BETWEEN THE CONTRACT INTEREST AND THE EARNED
      *    INTEREST IS THE PENALTY: INTEREST ALREADY CREDITED ABOVE
      *    THE EARNED FIGURE IS CLAWED BACK THROUGH IT, AND THE NET
      *    IS PAID OUT. THE PENALTY GOES ON THE POSTED-INTEREST
      *    LEDGER AS ENTRY TYPE "Y" AND ON THE GL JOURNAL AS PENALTY
      *    INCOME (EVENT "Y"); ANY CONTRACT INTEREST NOT YET CREDITED
      *    IS POSTED FIRST AS A CLOSURE SETTLEMENT IS. EACH BREAK
      *    PRINTS A SETTLEMENT ADVICE SHOWING CONTRACT INTEREST,
      *    EARNED INTEREST AND PENALTY SIDE BY SIDE. THE BROKEN
      *    INSTRUCTION IS CONSUMED; THE REST OF MATINST IS WRITTEN
      *    BACK UNTOUCHED. AN AMOUNT HELD UNDER LIEN IS NEVER PAID
      *    AWAY - IT STAYS ON AN ACCOUNT LEFT OPEN TO CARRY IT. THE
      *    NET GOES OUT AS AN INSTRUCTION ON THE PAYOUT FILE TO THE
      *    ACCOUNT THE CUSTOMER NOMINATED ON PAYBENF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRK-TRAN-FILE ASSIGN TO "BRKTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BRK-TRAN-STATUS.
           SELECT MAT-INST-FILE ASSIGN TO "MATINST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAT-INST-STATUS.
           SELECT TERM-RATE-FILE ASSIGN TO "TERMRATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TERM-RATE-STATUS.
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
           SELECT BRK-RPT-FILE ASSIGN TO "BRKRPT"
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
      *    ONE BREAK REQUEST - THE MASTER AND ACCOUNT THE CUSTOMER
      *    WANTS CLOSED EARLY, AND THE BRANCH'S REFERENCE FOR IT.
      *    THE BREAK TAKES EFFECT ON THE RUN DATE.
       FD  BRK-TRAN-FILE.
       01  BRK-TRAN-RECORD.
           05  BRK-TARGET             PIC X(2).
           05  BRK-ACCT-NUMBER        PIC X(10).
           05  BRK-REFERENCE          PIC X(15).

      *    THE SAME INSTRUCTION LAYOUT MATURITY-PROCESSING READS.
       FD  MAT-INST-FILE.
       01  MAT-INST-RECORD.
           05  MAT-TARGET             PIC X(2).
           05  MAT-ACCT-NUMBER        PIC X(10).
           05  MAT-MATURITY-DATE      PIC 9(8).
           05  MAT-DISPOSITION        PIC X(4).

      *    THE DEPOSIT RATE CARD BY TENOR - ONE ROW PER PRODUCT,
      *    CURRENCY AND MINIMUM TERM IN DAYS. A PERIOD QUALIFIES FOR
      *    THE ROW WITH THE LONGEST MINIMUM IT HAS REACHED; A PERIOD
      *    SHORTER THAN EVERY TENOR ON THE CARD EARNS NOTHING. A
      *    PRODUCT AND CURRENCY WITH NO ROWS AT ALL KEEPS ITS
      *    CONTRACT RATE, SO ONLY THE SPREAD IS CHARGED.
       FD  TERM-RATE-FILE.
       01  TERM-RATE-RECORD.
           05  TRF-PRODUCT            PIC X(2).
           05  TRF-CURRENCY-CODE      PIC X(3).
           05  TRF-MIN-DAYS           PIC 9(5).
           05  TRF-RATE               PIC 9(3)V99.

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

       FD  BRK-RPT-FILE.
       01  BRK-RPT-RECORD         PIC X(80).

      *    A DATED COPY OF BRK-RPT-FILE, WRITTEN AFTER THE REPORT IS
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

      *    READ FOR THE INTEREST ALREADY CREDITED DURING THE TERM,
      *    AND APPENDED WITH THE BREAK'S OWN ENTRIES.
       FD  INT-LEDGER-FILE.
       01  INT-LEDGER-RECORD.
           COPY LEDGREC.

       FD  GL-JRNL-FILE.
       01  GL-JRNL-RECORD.
           COPY GLJREC.

      *    THE SAME GL MAPPING TABLE THE INTEREST RUNS READ - THE
      *    CONTRACT INTEREST POSTS TO THE ACCOUNTS MAPPED FOR EVENT
      *    "L", THE PENALTY TO THOSE MAPPED FOR EVENT "Y"; A SITE
      *    WITHOUT THE TABLE GETS THE STOCK PAIRS.
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
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-BRK-TRAN        VALUE "Y".
       01  LEDGER-EOF-SWITCH      PIC X.
           88  END-OF-INT-LEDGER      VALUE "Y".
       01  MASTER-FOUND-SWITCH    PIC X VALUE "N".
           88  MASTER-WAS-FOUND       VALUE "Y".
       01  BRK-TRAN-STATUS        PIC XX.
       01  MAT-INST-STATUS        PIC XX.
       01  TERM-RATE-STATUS       PIC XX.
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
       01  TOTAL-CONTRACT         PIC 9(11)V99 VALUE 0.
       01  TOTAL-EARNED           PIC 9(11)V99 VALUE 0.
       01  TOTAL-PENALTY          PIC 9(11)V99 VALUE 0.
       01  TOTAL-PAID-OUT         PIC 9(11)V99 VALUE 0.
       01  TOTAL-LIEN-RETAINED    PIC 9(11)V99 VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE INSTRUCTION TABLE LOADED AT RUN START. A BROKEN
      *    DEPOSIT'S ENTRY IS FLAGGED SO THE FILE CAN BE WRITTEN
      *    BACK WITHOUT IT, EXACTLY AS MATURITY-PROCESSING CONSUMES
      *    AN APPLIED ONE.
       01  INST-COUNT             PIC 9(3) VALUE 0.
       01  INSTRUCTION-TABLE.
           05  INST-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON INST-COUNT.
               10  INS-TARGET             PIC X(2).
               10  INS-ACCT-NUMBER        PIC X(10).
               10  INS-MATURITY-DATE      PIC 9(8).
               10  INS-DISPOSITION        PIC X(4).
               10  INS-APPLIED-FLAG       PIC X.
                   88  INS-WAS-APPLIED        VALUE "Y".
       01  INST-INDEX             PIC 9(3).
       01  MATCHED-INST           PIC 9(3).
       01  INST-FILE-SWITCH       PIC X VALUE "N".
           88  INST-FILE-PRESENT      VALUE "Y".

      *    THE TENOR RATE CARD HELD IN MEMORY FOR THE RUN.
       01  TERM-RATE-COUNT        PIC 9(3) VALUE 0.
       01  TERM-RATE-TABLE.
           05  TERM-RATE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON TERM-RATE-COUNT.
               10  TRT-PRODUCT            PIC X(2).
               10  TRT-CURRENCY-CODE      PIC X(3).
               10  TRT-MIN-DAYS           PIC 9(5).
               10  TRT-RATE               PIC 9(3)V99.
       01  TERM-RATE-INDEX        PIC 9(3).
       01  CARD-ROWS-SWITCH       PIC X.
           88  CARD-HAS-ROWS          VALUE "Y".
       01  BEST-MIN-DAYS          PIC 9(5).
       01  TENOR-NOTE             PIC X(30).

      *    THE BREAK PENALTY SPREAD IN RATE POINTS (PARAMETER
      *    BRKSPREAD, ONE POINT WHEN NO ROW IS ON FILE).
       01  PENALTY-SPREAD         PIC 9(3)V99 VALUE 1.00.
       01  VALUE-RATE-AREA.
           05  VALUE-RATE-X       PIC X(5).
           05  VALUE-RATE REDEFINES VALUE-RATE-X
                                  PIC 9(3)V99.

      *    ONE BREAK'S FIGURES. THE TERM START IS THE MATURITY DATE
      *    LESS THE CONTRACT TERM IN YEARS; THE DAYS RUN ARE FROM
      *    THERE TO THE RUN DATE. CREDITED INTEREST IS WHAT THE
      *    LEDGER SHOWS POSTED SINCE THE TERM STARTED - PAID AWAY
      *    FOR SI, CAPITALIZED INTO PRINCIPAL FOR CI - SO THE
      *    PRINCIPAL THE TERM OPENED WITH IS THE CI PRINCIPAL LESS
      *    WHAT WAS CAPITALIZED INTO IT.
       01  BRK-PRODUCT            PIC X(2).
       01  BRK-CURRENCY           PIC X(3).
       01  BRK-MATURITY-DATE      PIC 9(8).
       01  BRK-TERM-YEARS         PIC 9(3).
       01  BRK-START-DATE         PIC 9(8).
       01  BRK-DAYS-RUN           PIC S9(7).
       01  BRK-DAY-BASE           PIC 9(3).
       01  BRK-BALANCE            PIC 9(7)V99.
       01  BRK-START-PRINCIPAL    PIC S9(7)V99.
       01  BRK-CONTRACT-RATE      PIC 9(3)V99.
       01  BRK-TENOR-RATE         PIC 9(3)V99.
       01  BRK-EARNED-RATE        PIC 9(3)V99.
       01  BRK-CONTRACT-INTEREST  PIC 9(9)V99.
       01  BRK-EARNED-INTEREST    PIC 9(9)V99.
       01  BRK-CREDITED           PIC S9(9)V99.
       01  BRK-CAPITALIZED        PIC 9(9)V99.
       01  BRK-CONTRACT-DUE       PIC 9(9)V99.
       01  BRK-PENALTY            PIC 9(9)V99.
       01  BRK-SETTLE-BALANCE     PIC S9(9)V99.
       01  BRK-PAYOUT             PIC 9(9)V99.
       01  BRK-LIEN-RETAINED      PIC 9(7)V99.
       01  SERIAL-WORK-AREA.
           05  SER-DATE           PIC 9(8).
           05  SER-YYYY           PIC 9(4).
           05  SER-MM             PIC 9(2).
           05  SER-DD             PIC 9(2).
           05  SER-ADJ-YYYY       PIC 9(4).
           05  SER-ADJ-MM         PIC 9(2).
           05  SER-DAY-NUMBER     PIC 9(7).
       01  SERIAL-RUN-DATE        PIC 9(7).
       01  SERIAL-START-DATE      PIC 9(7).

      *    CONTRACT-INTEREST AND PENALTY TOTALS PER PRODUCT,
      *    CURRENCY AND EVENT FOR THE GL JOURNAL, AND THE MAPPING
      *    ROWS FOR EVENTS "L" AND "Y".
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

      *    EVERY WRITE, REWRITE AND DELETE AGAINST THE MASTERS IS
      *    JOURNALED WITH ITS BEFORE AND AFTER IMAGES THROUGH THE
      *    SHARED CHANGE-JOURNAL SERVICE.
       01  BEFORE-IMAGE-SAVE      PIC X(80).
       01  CHANGE-JOURNAL-AREA.
           COPY CHGJREQ.

      *    THE AMOUNT EARMARKED ON THE ACCOUNT BY LIENS IN FORCE -
      *    NEVER PAID AWAY ON A BREAK.
       01  LIEN-SERVICE-AREA.
           COPY LIENREQ.

      *    THE NET PAID OUT IS HANDED TO THE SHARED PAYMENT-
      *    INSTRUCTION SERVICE FOR THE OUTBOUND PAYOUT FILE.
       01  PAYMENT-INSTR-AREA.
           COPY PAYIREQ.
       01  INSTRUCTED-COUNT       PIC 9(7) VALUE 0.
       01  MANUAL-PAYOUT-COUNT    PIC 9(7) VALUE 0.

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
                                  VALUE "TERM-BREAK".
       01  PROCESSING-CAL-AREA.
           COPY CALREQ.

      *    HOW THIS RUN RAISES OPERATOR ALERTS - THE SHARED WRITER
      *    GRADES THE EXCEPTION COUNT AGAINST THE ALRTTHR THRESHOLD.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

      *    A BREAK PAYS CUSTOMER MONEY OUT - UPDATE AUTHORITY IS
      *    REQUIRED, AS FOR EVERY MAINTENANCE RUN.
           IF NOT OPR-CAN-UPDATE
               DISPLAY "OPERATOR " OPR-OPERATOR-ID
                   " LACKS UPDATE AUTHORITY - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM CHECK-PROCESSING-CALENDAR
               IF CAL-RUN-REFUSED
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM RUN-TERM-BREAK
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

       RUN-TERM-BREAK.
           ACCEPT BATCH-START-TIME FROM TIME

           PERFORM LOAD-PENALTY-SPREAD
           PERFORM LOAD-INSTRUCTIONS
           PERFORM LOAD-TERM-RATE-TABLE
           PERFORM LOAD-GL-MAP-TABLE
           MOVE RUN-DATE TO SER-DATE
           PERFORM COMPUTE-SERIAL-DAY
           MOVE SER-DAY-NUMBER TO SERIAL-RUN-DATE

           OPEN INPUT BRK-TRAN-FILE
           OPEN I-O SI-ACCT-FILE
           OPEN I-O CI-ACCT-FILE
           OPEN OUTPUT BRK-RPT-FILE
           PERFORM OPEN-EXCEPTION-LOG

           MOVE SPACES TO BRK-RPT-RECORD
           STRING "TERM-BREAK RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  PENALTY SPREAD: " DELIMITED BY SIZE
               PENALTY-SPREAD DELIMITED BY SIZE
               INTO BRK-RPT-RECORD
           END-STRING
           WRITE BRK-RPT-RECORD

           IF BRK-TRAN-STATUS = "00"
               READ BRK-TRAN-FILE
                   AT END SET END-OF-BRK-TRAN TO TRUE
               END-READ
           ELSE
               SET END-OF-BRK-TRAN TO TRUE
           END-IF

           PERFORM UNTIL END-OF-BRK-TRAN
               ADD 1 TO TRAN-COUNT
               PERFORM APPLY-ONE-BREAK

               IF INPUT-IS-VALID
                   ADD 1 TO APPLIED-COUNT
                   PERFORM WRITE-SETTLEMENT-ADVICE
                   IF BRK-PAYOUT > 0
                       PERFORM ISSUE-PAYOUT-INSTRUCTION
                   END-IF
               ELSE
                   ADD 1 TO REJECTED-COUNT
                   PERFORM WRITE-REJECTED-LINE

                   MOVE SPACES TO EXC-LOG-RECORD
                   MOVE "TERM-BREAK" TO EXC-PROGRAM-ID
                   MOVE BRK-ACCT-NUMBER TO EXC-KEY-VALUE
                   MOVE REJECT-REASON TO EXC-REASON
                   MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
                   MOVE RUN-DATE TO EXC-CYCLE-DATE
                   WRITE EXC-LOG-RECORD
               END-IF

               READ BRK-TRAN-FILE
                   AT END SET END-OF-BRK-TRAN TO TRUE
               END-READ
           END-PERFORM
           PERFORM CLOSE-PAYOUT-BATCH

           IF GL-TOTALS-COUNT > 0
               PERFORM WRITE-GL-JOURNAL
           END-IF

           PERFORM WRITE-CONTROL-TOTALS
           IF INST-FILE-PRESENT AND APPLIED-COUNT > 0
               PERFORM REWRITE-INSTRUCTION-FILE
           END-IF
           PERFORM RAISE-EXCEPTION-ALERT

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           IF BRK-TRAN-STATUS = "00" OR BRK-TRAN-STATUS = "10"
               CLOSE BRK-TRAN-FILE
           END-IF
           CLOSE SI-ACCT-FILE
           CLOSE CI-ACCT-FILE
           CLOSE BRK-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

      *    THE SPREAD COMES FROM THE CENTRAL PARAMETER LIBRARY
      *    (PARAMETER BRKSPREAD), DEFAULTING TO ONE RATE POINT.
       LOAD-PENALTY-SPREAD.
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "TERM-BREAK" TO PLQ-PROGRAM-ID
           MOVE "BRKSPREAD" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (6:5) TO VALUE-RATE-X
               IF VALUE-RATE-X NUMERIC
                   MOVE VALUE-RATE TO PENALTY-SPREAD
               END-IF
           END-IF.

      *    LOADS THE INSTRUCTION FILE INTO MEMORY SO THE BROKEN
      *    ENTRIES CAN BE CONSUMED AND THE REST WRITTEN BACK.
       LOAD-INSTRUCTIONS.
           OPEN INPUT MAT-INST-FILE
           IF MAT-INST-STATUS = "00"
               SET INST-FILE-PRESENT TO TRUE
               PERFORM UNTIL MAT-INST-STATUS NOT = "00"
                   READ MAT-INST-FILE
                       AT END MOVE "10" TO MAT-INST-STATUS
                       NOT AT END
                           IF INST-COUNT < 200
                               ADD 1 TO INST-COUNT
                               MOVE MAT-TARGET TO
                                   INS-TARGET (INST-COUNT)
                               MOVE MAT-ACCT-NUMBER TO
                                   INS-ACCT-NUMBER (INST-COUNT)
                               MOVE MAT-MATURITY-DATE TO
                                   INS-MATURITY-DATE (INST-COUNT)
                               MOVE MAT-DISPOSITION TO
                                   INS-DISPOSITION (INST-COUNT)
                               MOVE "N" TO
                                   INS-APPLIED-FLAG (INST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAT-INST-FILE
           END-IF.

       LOAD-TERM-RATE-TABLE.
           OPEN INPUT TERM-RATE-FILE
           IF TERM-RATE-STATUS = "00"
               PERFORM UNTIL TERM-RATE-STATUS NOT = "00"
                   READ TERM-RATE-FILE
                       AT END MOVE "10" TO TERM-RATE-STATUS
                       NOT AT END
                           IF TERM-RATE-COUNT < 200
                               ADD 1 TO TERM-RATE-COUNT
                               MOVE TRF-PRODUCT TO
                                   TRT-PRODUCT (TERM-RATE-COUNT)
                               MOVE TRF-CURRENCY-CODE TO
                                   TRT-CURRENCY-CODE (TERM-RATE-COUNT)
                               MOVE TRF-MIN-DAYS TO
                                   TRT-MIN-DAYS (TERM-RATE-COUNT)
                               MOVE TRF-RATE TO
                                   TRT-RATE (TERM-RATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-RATE-FILE
           END-IF.

      *    ONE BREAK REQUEST - THE PENDING INSTRUCTION FOUND, THE
      *    ACCOUNT FETCHED, THE PERIOD RE-PRICED AND SETTLED. A
      *    REQUEST WITH NO PENDING INSTRUCTION, OR ONE WHOSE TERM HAS
      *    ALREADY ENDED, IS LEFT TO THE MATURITY RUN.
       APPLY-ONE-BREAK.
           SET INPUT-IS-VALID TO TRUE
           MOVE SPACES TO REJECT-REASON
           MOVE "N" TO MASTER-FOUND-SWITCH
           MOVE 0 TO MATCHED-INST

           IF BRK-TARGET NOT = "SI" AND BRK-TARGET NOT = "CI"
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "TARGET FILE NOT SI OR CI" TO REJECT-REASON
           ELSE
               PERFORM VARYING INST-INDEX FROM 1 BY 1
                       UNTIL INST-INDEX > INST-COUNT
                   IF INS-TARGET (INST-INDEX) = BRK-TARGET
                           AND INS-ACCT-NUMBER (INST-INDEX)
                               = BRK-ACCT-NUMBER
                           AND NOT INS-WAS-APPLIED (INST-INDEX)
                       MOVE INST-INDEX TO MATCHED-INST
                   END-IF
               END-PERFORM
               IF MATCHED-INST = 0
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "NO PENDING MATINST INSTRUCTION"
                       TO REJECT-REASON
               ELSE
                   IF INS-MATURITY-DATE (MATCHED-INST) NOT > RUN-DATE
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "TERM HAS MATURED - LEFT TO MATURITY RUN"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF INPUT-IS-VALID
               MOVE BRK-TARGET TO BRK-PRODUCT
               MOVE INS-MATURITY-DATE (MATCHED-INST)
                   TO BRK-MATURITY-DATE
               IF BRK-TARGET = "SI"
                   PERFORM FETCH-SI-ACCOUNT
               ELSE
                   PERFORM FETCH-CI-ACCOUNT
               END-IF
           END-IF

           IF INPUT-IS-VALID
               PERFORM DERIVE-TERM-PERIOD
           END-IF

           IF INPUT-IS-VALID
               PERFORM SUM-CREDITED-INTEREST
               PERFORM PRICE-BREAK
               PERFORM SETTLE-BREAK
               SET INS-WAS-APPLIED (MATCHED-INST) TO TRUE
           END-IF.

       FETCH-SI-ACCOUNT.
           MOVE BRK-ACCT-NUMBER TO SIA-ACCT-NUMBER
           READ SI-ACCT-FILE
               INVALID KEY
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "ACCOUNT NOT ON SIACCT MASTER"
                       TO REJECT-REASON
               NOT INVALID KEY
                   SET MASTER-WAS-FOUND TO TRUE
                   MOVE SI-ACCT-RECORD TO BEFORE-IMAGE-SAVE
           END-READ
           IF MASTER-WAS-FOUND
               IF SIA-ACCOUNT-CLOSED
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "ACCOUNT ALREADY CLOSED" TO REJECT-REASON
               ELSE
                   MOVE SIA-CURRENCY-CODE TO BRK-CURRENCY
                   MOVE SIA-PRINCIPAL TO BRK-BALANCE
                   MOVE SIA-RATE TO BRK-CONTRACT-RATE
                   MOVE SIA-TIME TO BRK-TERM-YEARS
                   IF SIA-DAY-COUNT-BASIS = "3"
                       MOVE 360 TO BRK-DAY-BASE
                   ELSE
                       MOVE 365 TO BRK-DAY-BASE
                   END-IF
               END-IF
           END-IF.

       FETCH-CI-ACCOUNT.
           MOVE BRK-ACCT-NUMBER TO CIA-ACCT-NUMBER
           READ CI-ACCT-FILE
               INVALID KEY
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "ACCOUNT NOT ON CIACCT MASTER"
                       TO REJECT-REASON
               NOT INVALID KEY
                   SET MASTER-WAS-FOUND TO TRUE
                   MOVE CI-ACCT-RECORD TO BEFORE-IMAGE-SAVE
           END-READ
           IF MASTER-WAS-FOUND
               IF CIA-ACCOUNT-CLOSED
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "ACCOUNT ALREADY CLOSED" TO REJECT-REASON
               ELSE IF CIA-ACCOUNT-IS-LOAN
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "LOAN ACCOUNT - NOT A TERM DEPOSIT"
                       TO REJECT-REASON
               ELSE
                   MOVE CIA-CURRENCY-CODE TO BRK-CURRENCY
                   MOVE CIA-PRINCIPAL TO BRK-BALANCE
                   MOVE CIA-RATE TO BRK-CONTRACT-RATE
                   MOVE CIA-TIME TO BRK-TERM-YEARS
                   MOVE 365 TO BRK-DAY-BASE
               END-IF
               END-IF
           END-IF.

      *    THE TERM STARTED THE CONTRACT YEARS BEFORE MATURITY; THE
      *    DAYS RUN ARE COUNTED FROM THERE TO TODAY.
       DERIVE-TERM-PERIOD.
           COMPUTE BRK-START-DATE =
               BRK-MATURITY-DATE - BRK-TERM-YEARS * 10000
           MOVE BRK-START-DATE TO SER-DATE
           PERFORM COMPUTE-SERIAL-DAY
           MOVE SER-DAY-NUMBER TO SERIAL-START-DATE
           COMPUTE BRK-DAYS-RUN = SERIAL-RUN-DATE - SERIAL-START-DATE
           IF BRK-TERM-YEARS = 0 OR BRK-DAYS-RUN NOT > 0
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "TERM NOT STARTED - NOTHING TO BREAK"
                   TO REJECT-REASON
           END-IF.

      *    THE INTEREST THE LEDGER SHOWS CREDITED TO THE DEPOSIT
      *    SINCE ITS TERM STARTED - NORMAL POSTINGS NET OF THEIR
      *    REVERSALS, AND CAPITALIZATIONS, WHICH ARE ALSO KEPT
      *    APART SO THE OPENING PRINCIPAL CAN BE RECOVERED.
       SUM-CREDITED-INTEREST.
           MOVE 0 TO BRK-CREDITED
           MOVE 0 TO BRK-CAPITALIZED
           MOVE "N" TO LEDGER-EOF-SWITCH
           OPEN INPUT INT-LEDGER-FILE
           IF INT-LEDGER-STATUS = "00"
               READ INT-LEDGER-FILE
                   AT END SET END-OF-INT-LEDGER TO TRUE
               END-READ
               PERFORM UNTIL END-OF-INT-LEDGER
                   IF LDG-ACCT-NUMBER = BRK-ACCT-NUMBER
                           AND LDG-PRODUCT = BRK-PRODUCT
                           AND LDG-CYCLE-DATE > BRK-START-DATE
                       EVALUATE TRUE
                           WHEN LDG-NORMAL-POSTING
                               ADD LDG-INTEREST TO BRK-CREDITED
                           WHEN LDG-REVERSAL
                               SUBTRACT LDG-INTEREST FROM BRK-CREDITED
                           WHEN LDG-CAPITALIZATION
                               ADD LDG-INTEREST TO BRK-CREDITED
                               ADD LDG-INTEREST TO BRK-CAPITALIZED
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   READ INT-LEDGER-FILE
                       AT END SET END-OF-INT-LEDGER TO TRUE
                   END-READ
               END-PERFORM
               CLOSE INT-LEDGER-FILE
           END-IF
           IF BRK-CREDITED < 0
               MOVE 0 TO BRK-CREDITED
           END-IF
           COMPUTE BRK-START-PRINCIPAL = BRK-BALANCE - BRK-CAPITALIZED
           IF BRK-START-PRINCIPAL < 0
               MOVE 0 TO BRK-START-PRINCIPAL
           END-IF.

      *    CONTRACT INTEREST AT THE AGREED RATE AND EARNED INTEREST
      *    AT THE SHORTER TENOR'S RATE LESS THE SPREAD, BOTH SIMPLE
      *    ON THE OPENING PRINCIPAL FOR THE DAYS RUN. THE PENALTY IS
      *    THE DIFFERENCE, AND ANYTHING CREDITED BEYOND THE CONTRACT
      *    FIGURE IS RECOVERED WITH IT.
       PRICE-BREAK.
           PERFORM FIND-TENOR-RATE
           IF BRK-TENOR-RATE > PENALTY-SPREAD
               COMPUTE BRK-EARNED-RATE =
                   BRK-TENOR-RATE - PENALTY-SPREAD
           ELSE
               MOVE 0 TO BRK-EARNED-RATE
           END-IF
           IF BRK-EARNED-RATE > BRK-CONTRACT-RATE
               MOVE BRK-CONTRACT-RATE TO BRK-EARNED-RATE
           END-IF

           COMPUTE BRK-CONTRACT-INTEREST ROUNDED =
               (BRK-START-PRINCIPAL * BRK-CONTRACT-RATE * BRK-DAYS-RUN)
                   / BRK-DAY-BASE / 100
           COMPUTE BRK-EARNED-INTEREST ROUNDED =
               (BRK-START-PRINCIPAL * BRK-EARNED-RATE * BRK-DAYS-RUN)
                   / BRK-DAY-BASE / 100

           IF BRK-CREDITED < BRK-CONTRACT-INTEREST
               COMPUTE BRK-CONTRACT-DUE =
                   BRK-CONTRACT-INTEREST - BRK-CREDITED
               COMPUTE BRK-PENALTY =
                   BRK-CONTRACT-INTEREST - BRK-EARNED-INTEREST
           ELSE
               MOVE 0 TO BRK-CONTRACT-DUE
               COMPUTE BRK-PENALTY =
                   BRK-CREDITED - BRK-EARNED-INTEREST
           END-IF

      *    SI INTEREST WAS PAID AWAY AS IT WAS CREDITED, SO ONLY
      *    THE PRINCIPAL IS ON THE RECORD; CI CAPITALIZED IT INTO
      *    THE PRINCIPAL, AND ITS UNPOSTED ACCRUAL IS SUPERSEDED BY
      *    THE RE-PRICING.
           COMPUTE BRK-SETTLE-BALANCE =
               BRK-BALANCE + BRK-CONTRACT-DUE - BRK-PENALTY
           IF BRK-SETTLE-BALANCE < 0
               MOVE 0 TO BRK-SETTLE-BALANCE
           END-IF

           MOVE BRK-PRODUCT TO LNQ-TARGET
           MOVE BRK-ACCT-NUMBER TO LNQ-ACCT-NUMBER
           MOVE RUN-DATE TO LNQ-AS-OF-DATE
           CALL "LIEN-SERVICE" USING LIEN-SERVICE-AREA
           IF LNQ-LIENED-AMOUNT < BRK-SETTLE-BALANCE
               MOVE LNQ-LIENED-AMOUNT TO BRK-LIEN-RETAINED
           ELSE
               MOVE BRK-SETTLE-BALANCE TO BRK-LIEN-RETAINED
           END-IF
           COMPUTE BRK-PAYOUT =
               BRK-SETTLE-BALANCE - BRK-LIEN-RETAINED.

      *    THE CARD ROW WITH THE LONGEST MINIMUM TERM THE DAYS RUN
      *    HAVE REACHED, FOR THIS PRODUCT AND CURRENCY.
       FIND-TENOR-RATE.
           MOVE "N" TO CARD-ROWS-SWITCH
           MOVE 0 TO BEST-MIN-DAYS
           MOVE 0 TO BRK-TENOR-RATE
           MOVE SPACES TO TENOR-NOTE
           PERFORM VARYING TERM-RATE-INDEX FROM 1 BY 1
                   UNTIL TERM-RATE-INDEX > TERM-RATE-COUNT
               IF TRT-PRODUCT (TERM-RATE-INDEX) = BRK-PRODUCT
                       AND TRT-CURRENCY-CODE (TERM-RATE-INDEX)
                           = BRK-CURRENCY
                   SET CARD-HAS-ROWS TO TRUE
                   IF TRT-MIN-DAYS (TERM-RATE-INDEX) NOT > BRK-DAYS-RUN
                       AND TRT-MIN-DAYS (TERM-RATE-INDEX)
                           NOT < BEST-MIN-DAYS
                       MOVE TRT-MIN-DAYS (TERM-RATE-INDEX)
                           TO BEST-MIN-DAYS
                       MOVE TRT-RATE (TERM-RATE-INDEX)
                           TO BRK-TENOR-RATE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT CARD-HAS-ROWS
               MOVE BRK-CONTRACT-RATE TO BRK-TENOR-RATE
               MOVE "NO RATE CARD - CONTRACT RATE" TO TENOR-NOTE
           ELSE
               IF BRK-TENOR-RATE = 0
                   MOVE "BELOW SHORTEST TENOR ON CARD" TO TENOR-NOTE
               END-IF
           END-IF.

      *    THE POSTINGS AND THE MASTER UPDATE - CONTRACT INTEREST
      *    STILL DUE AS A NORMAL POSTING, THE PENALTY AS ITS OWN
      *    ENTRY, AND THE ACCOUNT CLOSED OR LEFT OPEN UNDER LIEN.
       SETTLE-BREAK.
           ADD BRK-CONTRACT-INTEREST TO TOTAL-CONTRACT
           ADD BRK-EARNED-INTEREST TO TOTAL-EARNED
           ADD BRK-PENALTY TO TOTAL-PENALTY
           ADD BRK-PAYOUT TO TOTAL-PAID-OUT
           ADD BRK-LIEN-RETAINED TO TOTAL-LIEN-RETAINED

           PERFORM OPEN-INTEREST-LEDGER
           IF BRK-CONTRACT-DUE > 0
               MOVE "P" TO LDG-ENTRY-TYPE
               MOVE BRK-CONTRACT-DUE TO LDG-INTEREST
               MOVE BRK-CONTRACT-RATE TO LDG-RATE
               PERFORM WRITE-LEDGER-ENTRY
               MOVE "L" TO GL-WORK-EVENT
               MOVE BRK-CONTRACT-DUE TO GL-WORK-AMOUNT
               PERFORM ADD-TO-GL-TOTALS
           END-IF
           IF BRK-PENALTY > 0
               MOVE "Y" TO LDG-ENTRY-TYPE
               MOVE BRK-PENALTY TO LDG-INTEREST
               MOVE BRK-EARNED-RATE TO LDG-RATE
               PERFORM WRITE-LEDGER-ENTRY
               MOVE "Y" TO GL-WORK-EVENT
               MOVE BRK-PENALTY TO GL-WORK-AMOUNT
               PERFORM ADD-TO-GL-TOTALS
           END-IF
           CLOSE INT-LEDGER-FILE

           IF BRK-PRODUCT = "SI"
               MOVE BRK-LIEN-RETAINED TO SIA-PRINCIPAL
               MOVE 0 TO SIA-ACCRUAL-DAYS
               IF BRK-LIEN-RETAINED = 0
                   MOVE "C" TO SIA-STATUS
               ELSE
                   MOVE RUN-DATE TO SIA-LAST-RUN-DATE
               END-IF
               REWRITE SI-ACCT-RECORD
               MOVE "SI" TO CJQ-FILE-ID
               MOVE SIA-ACCT-NUMBER TO CJQ-RECORD-KEY
               MOVE "R" TO CJQ-ACTION
               MOVE BEFORE-IMAGE-SAVE TO CJQ-BEFORE-IMAGE
               MOVE SI-ACCT-RECORD TO CJQ-AFTER-IMAGE
               PERFORM JOURNAL-MASTER-CHANGE
           ELSE
               MOVE BRK-LIEN-RETAINED TO CIA-PRINCIPAL
               MOVE 0 TO CIA-ACCRUED-INTEREST
               IF BRK-LIEN-RETAINED = 0
                   MOVE "C" TO CIA-STATUS
               ELSE
                   MOVE RUN-DATE TO CIA-LAST-RUN-DATE
               END-IF
               REWRITE CI-ACCT-RECORD
               MOVE "CI" TO CJQ-FILE-ID
               MOVE CIA-ACCT-NUMBER TO CJQ-RECORD-KEY
               MOVE "R" TO CJQ-ACTION
               MOVE BEFORE-IMAGE-SAVE TO CJQ-BEFORE-IMAGE
               MOVE CI-ACCT-RECORD TO CJQ-AFTER-IMAGE
               PERFORM JOURNAL-MASTER-CHANGE
           END-IF.

      *    THE NET PAYOUT, VALUED ON THE BREAK DATE. WITH NO
      *    NOMINATED ACCOUNT ON FILE IT IS LOGGED FOR THE BRANCH.
       ISSUE-PAYOUT-INSTRUCTION.
           MOVE SPACES TO PAYMENT-INSTR-AREA
           SET PIQ-REQ-ISSUE TO TRUE
           MOVE "TB" TO PIQ-SOURCE
           MOVE "00" TO PIQ-BATCH-ID
           MOVE RUN-DATE TO PIQ-CYCLE-DATE
           MOVE "BRKN" TO PIQ-EVENT
           MOVE BRK-PRODUCT TO PIQ-ORIG-TARGET
           MOVE BRK-ACCT-NUMBER TO PIQ-ORIG-ACCT
           MOVE BRK-PAYOUT TO PIQ-AMOUNT
           MOVE BRK-CURRENCY TO PIQ-CURRENCY-CODE
           MOVE RUN-DATE TO PIQ-VALUE-DATE
           CALL "PAYMENT-INSTRUCTION" USING PAYMENT-INSTR-AREA
           IF PIQ-ISSUED
               ADD 1 TO INSTRUCTED-COUNT
               MOVE SPACES TO BRK-RPT-RECORD
               STRING "PAYMENT INSTRUCTION " DELIMITED BY SIZE
                   PIQ-INSTR-REF DELIMITED BY SIZE
                   INTO BRK-RPT-RECORD
               END-STRING
               WRITE BRK-RPT-RECORD
           ELSE
               ADD 1 TO MANUAL-PAYOUT-COUNT
               MOVE "NO NOMINATED PAYOUT ACCOUNT - PAY BY HAND"
                   TO BRK-RPT-RECORD
               WRITE BRK-RPT-RECORD
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "TERM-BREAK" TO EXC-PROGRAM-ID
               MOVE BRK-ACCT-NUMBER TO EXC-KEY-VALUE
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
           MOVE "TB" TO PIQ-SOURCE
           MOVE "00" TO PIQ-BATCH-ID
           MOVE RUN-DATE TO PIQ-CYCLE-DATE
           CALL "PAYMENT-INSTRUCTION" USING PAYMENT-INSTR-AREA.

      *    THE CALLER SETS THE ENTRY TYPE, AMOUNT AND RATE FIRST.
       WRITE-LEDGER-ENTRY.
           MOVE BRK-ACCT-NUMBER TO LDG-ACCT-NUMBER
           MOVE RUN-DATE TO LDG-CYCLE-DATE
           MOVE BRK-PRODUCT TO LDG-PRODUCT
           MOVE BRK-START-PRINCIPAL TO LDG-PRINCIPAL
           MOVE BRK-CURRENCY TO LDG-CURRENCY-CODE
           MOVE BRK-START-DATE TO LDG-PRIOR-RUN-DATE
           MOVE "P" TO LDG-INTEREST-BASIS
           WRITE INT-LEDGER-RECORD.

       ADD-TO-GL-TOTALS.
           MOVE "N" TO GL-ENTRY-FOUND-SWITCH
           PERFORM VARYING GL-TOTALS-INDEX FROM 1 BY 1
                   UNTIL GL-TOTALS-INDEX > GL-TOTALS-COUNT
               IF GLT-SOURCE (GL-TOTALS-INDEX) = BRK-PRODUCT
                   AND GLT-CURRENCY-CODE (GL-TOTALS-INDEX)
                       = BRK-CURRENCY
                   AND GLT-EVENT-TYPE (GL-TOTALS-INDEX)
                       = GL-WORK-EVENT
                   SET GL-ENTRY-WAS-FOUND TO TRUE
                   ADD GL-WORK-AMOUNT TO
                       GLT-AMOUNT-TOTAL (GL-TOTALS-INDEX)
               END-IF
           END-PERFORM
           IF NOT GL-ENTRY-WAS-FOUND AND GL-TOTALS-COUNT < 50
               ADD 1 TO GL-TOTALS-COUNT
               MOVE BRK-PRODUCT TO GLT-SOURCE (GL-TOTALS-COUNT)
               MOVE BRK-CURRENCY
                   TO GLT-CURRENCY-CODE (GL-TOTALS-COUNT)
               MOVE GL-WORK-EVENT TO GLT-EVENT-TYPE (GL-TOTALS-COUNT)
               MOVE GL-WORK-AMOUNT
                   TO GLT-AMOUNT-TOTAL (GL-TOTALS-COUNT)
           END-IF.

      *    THE SETTLEMENT ADVICE FOR ONE BREAK - THE TERM, THE THREE
      *    INTEREST FIGURES SIDE BY SIDE, AND WHAT IS PAID.
       WRITE-SETTLEMENT-ADVICE.
           MOVE ALL "-" TO BRK-RPT-RECORD
           WRITE BRK-RPT-RECORD

           MOVE SPACES TO BRK-RPT-RECORD
           STRING "BREAK " DELIMITED BY SIZE
               BRK-PRODUCT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BRK-ACCT-NUMBER DELIMITED BY SIZE
               "  REF " DELIMITED BY SIZE
               BRK-REFERENCE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BRK-CURRENCY DELIMITED BY SIZE
               INTO BRK-RPT-RECORD
           END-STRING
           WRITE BRK-RPT-RECORD

           MOVE SPACES TO BRK-RPT-RECORD
           STRING "   TERM " DELIMITED BY SIZE
               BRK-START-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               BRK-MATURITY-DATE DELIMITED BY SIZE
               "  BROKEN " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  DAYS RUN " DELIMITED BY SIZE
               BRK-DAYS-RUN DELIMITED BY SIZE
               INTO BRK-RPT-RECORD
           END-STRING
           WRITE BRK-RPT-RECORD

           MOVE SPACES TO BRK-RPT-RECORD
           STRING "   PRINCIPAL " DELIMITED BY SIZE
               BRK-START-PRINCIPAL DELIMITED BY SIZE
               "  CONTRACT RATE " DELIMITED BY SIZE
               BRK-CONTRACT-RATE DELIMITED BY SIZE
               "  EARNED RATE " DELIMITED BY SIZE
               BRK-EARNED-RATE DELIMITED BY SIZE
               INTO BRK-RPT-RECORD
           END-STRING
           WRITE BRK-RPT-RECORD

           IF TENOR-NOTE NOT = SPACES
               MOVE SPACES TO BRK-RPT-RECORD
               STRING "   EARNED RATE: " DELIMITED BY SIZE
                   TENOR-NOTE DELIMITED BY SIZE
                   INTO BRK-RPT-RECORD
               END-STRING
               WRITE BRK-RPT-RECORD
           END-IF

           MOVE "   CONTRACT INTEREST  EARNED INTEREST     PENALTY"
               TO BRK-RPT-RECORD
           WRITE BRK-RPT-RECORD
           MOVE SPACES TO BRK-RPT-RECORD
           STRING "   " DELIMITED BY SIZE
               BRK-CONTRACT-INTEREST DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               BRK-EARNED-INTEREST DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               BRK-PENALTY DELIMITED BY SIZE
               INTO BRK-RPT-RECORD
           END-STRING
           WRITE BRK-RPT-RECORD

           MOVE SPACES TO BRK-RPT-RECORD
           STRING "   ALREADY CREDITED " DELIMITED BY SIZE
               BRK-CREDITED DELIMITED BY SIZE
               "  NET PAID OUT " DELIMITED BY SIZE
               BRK-PAYOUT DELIMITED BY SIZE
               INTO BRK-RPT-RECORD
           END-STRING
           WRITE BRK-RPT-RECORD

           IF BRK-LIEN-RETAINED > 0
               MOVE SPACES TO BRK-RPT-RECORD
               STRING "   LIEN RETAINED " DELIMITED BY SIZE
                   BRK-LIEN-RETAINED DELIMITED BY SIZE
                   " - ACCOUNT KEPT OPEN UNTIL RELEASED"
                       DELIMITED BY SIZE
                   INTO BRK-RPT-RECORD
               END-STRING
               WRITE BRK-RPT-RECORD
           END-IF.

       WRITE-REJECTED-LINE.
           MOVE SPACES TO BRK-RPT-RECORD
           STRING BRK-TARGET DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BRK-ACCT-NUMBER DELIMITED BY SIZE
               " REJECTED - " DELIMITED BY SIZE
               REJECT-REASON DELIMITED BY SIZE
               INTO BRK-RPT-RECORD
           END-STRING
           WRITE BRK-RPT-RECORD.

      *    WRITES THE RUN'S CONTROL COUNTS AND MONEY TOTALS SO THE
      *    OPERATOR CAN BALANCE THE RUN BEFORE SIGNING IT OFF.
       WRITE-CONTROL-TOTALS.
           MOVE ALL "-" TO BRK-RPT-RECORD
           WRITE BRK-RPT-RECORD

           MOVE SPACES TO BRK-RPT-RECORD
           STRING "BREAKS READ: " DELIMITED BY SIZE
               TRAN-COUNT DELIMITED BY SIZE
               "  SETTLED: " DELIMITED BY SIZE
               APPLIED-COUNT DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               REJECTED-COUNT DELIMITED BY SIZE
               INTO BRK-RPT-RECORD
           END-STRING
           WRITE BRK-RPT-RECORD

           MOVE SPACES TO BRK-RPT-RECORD
           STRING "CONTRACT INTEREST: " DELIMITED BY SIZE
               TOTAL-CONTRACT DELIMITED BY SIZE
               "  EARNED: " DELIMITED BY SIZE
               TOTAL-EARNED DELIMITED BY SIZE
               INTO BRK-RPT-RECORD
           END-STRING
           WRITE BRK-RPT-RECORD

           MOVE SPACES TO BRK-RPT-RECORD
           STRING "PENALTY: " DELIMITED BY SIZE
               TOTAL-PENALTY DELIMITED BY SIZE
               "  PAID OUT: " DELIMITED BY SIZE
               TOTAL-PAID-OUT DELIMITED BY SIZE
               INTO BRK-RPT-RECORD
           END-STRING
           WRITE BRK-RPT-RECORD

           MOVE SPACES TO BRK-RPT-RECORD
           STRING "LIEN RETAINED: " DELIMITED BY SIZE
               TOTAL-LIEN-RETAINED DELIMITED BY SIZE
               INTO BRK-RPT-RECORD
           END-STRING
           WRITE BRK-RPT-RECORD

           MOVE SPACES TO BRK-RPT-RECORD
           STRING "PAYMENTS INSTRUCTED: " DELIMITED BY SIZE
               INSTRUCTED-COUNT DELIMITED BY SIZE
               "  TO PAY BY HAND: " DELIMITED BY SIZE
               MANUAL-PAYOUT-COUNT DELIMITED BY SIZE
               INTO BRK-RPT-RECORD
           END-STRING
           WRITE BRK-RPT-RECORD.

      *    THE RUN'S GL PAIRS - CONTRACT INTEREST UNDER EVENT "L"
      *    AND PENALTY INCOME UNDER EVENT "Y", ONE BALANCED PAIR PER
      *    PRODUCT, CURRENCY AND EVENT, THEN THE TRAILER.
       WRITE-GL-JOURNAL.
           OPEN EXTEND GL-JRNL-FILE
           IF GL-JRNL-STATUS NOT = "00"
               OPEN OUTPUT GL-JRNL-FILE
           END-IF

           MOVE 0 TO GL-HASH-TOTAL
           MOVE 0 TO GL-DETAIL-COUNT

           PERFORM VARYING GL-TOTALS-INDEX FROM 1 BY 1
                   UNTIL GL-TOTALS-INDEX > GL-TOTALS-COUNT
               PERFORM RESOLVE-BREAK-MAPPING

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
           MOVE "TB" TO GLJ-SOURCE
           MOVE RUN-DATE TO GLJ-CYCLE-DATE
           MOVE SPACES TO GLJ-GL-ACCOUNT
           MOVE SPACE TO GLJ-DEBIT-CREDIT
           MOVE SPACES TO GLJ-CURRENCY-CODE
           MOVE GL-HASH-TOTAL TO GLJ-AMOUNT
           MOVE GL-DETAIL-COUNT TO GLJ-DETAIL-COUNT
           WRITE GL-JRNL-RECORD

           CLOSE GL-JRNL-FILE.

       RESOLVE-BREAK-MAPPING.
           IF GLT-EVENT-TYPE (GL-TOTALS-INDEX) = "Y"
               MOVE "CUSTOMER DEPOSITS" TO GL-MAPPED-DEBIT
               MOVE "PENALTY INCOME" TO GL-MAPPED-CREDIT
           ELSE
               MOVE "INTEREST EXPENSE" TO GL-MAPPED-DEBIT
               MOVE "CUSTOMER PAYOUTS" TO GL-MAPPED-CREDIT
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

      *    READS THE OPTIONAL GL MAPPING TABLE, KEEPING THE CLOSURE
      *    EVENT "L" AND PENALTY EVENT "Y" ROWS FOR EITHER PRODUCT.
       LOAD-GL-MAP-TABLE.
           OPEN INPUT GL-MAP-FILE
           IF GL-MAP-STATUS = "00"
               SET GL-MAP-IS-LOADED TO TRUE
               PERFORM UNTIL GL-MAP-STATUS NOT = "00"
                   READ GL-MAP-FILE
                       AT END MOVE "10" TO GL-MAP-STATUS
                       NOT AT END
                           IF (GLM-EVENT-TYPE = "L"
                                   OR GLM-EVENT-TYPE = "Y")
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

      *    WRITES THE INSTRUCTION FILE BACK WITHOUT THE ENTRIES
      *    BROKEN THIS RUN, PRESERVING EVERY OTHER MATURITY.
       REWRITE-INSTRUCTION-FILE.
           OPEN OUTPUT MAT-INST-FILE
           PERFORM VARYING INST-INDEX FROM 1 BY 1
                   UNTIL INST-INDEX > INST-COUNT
               IF NOT INS-WAS-APPLIED (INST-INDEX)
                   MOVE SPACES TO MAT-INST-RECORD
                   MOVE INS-TARGET (INST-INDEX) TO MAT-TARGET
                   MOVE INS-ACCT-NUMBER (INST-INDEX)
                       TO MAT-ACCT-NUMBER
                   MOVE INS-MATURITY-DATE (INST-INDEX)
                       TO MAT-MATURITY-DATE
                   MOVE INS-DISPOSITION (INST-INDEX)
                       TO MAT-DISPOSITION
                   WRITE MAT-INST-RECORD
               END-IF
           END-PERFORM
           CLOSE MAT-INST-FILE.

      *    APPENDS TO THE POSTED-INTEREST LEDGER IF IT ALREADY
      *    EXISTS, OR CREATES IT ON THE FIRST RUN TO WRITE TO IT.
       OPEN-INTEREST-LEDGER.
           OPEN EXTEND INT-LEDGER-FILE
           IF INT-LEDGER-STATUS NOT = "00"
               OPEN OUTPUT INT-LEDGER-FILE
           END-IF.

      *    ONE JOURNAL ENTRY PER MASTER CHANGE - THE CALLER FILLS
      *    THE FILE, KEY, ACTION AND IMAGES FIRST.
       JOURNAL-MASTER-CHANGE.
           MOVE "TERM-BREAK" TO CJQ-PROGRAM-ID
           MOVE OPR-OPERATOR-ID TO CJQ-OPERATOR-ID
           CALL "CHANGE-JOURNAL" USING CHANGE-JOURNAL-AREA.

      *    THE OPERATOR'S VERDICT ON THE RUN - ZERO FOR A CLEAN
      *    CYCLE, FOUR WHEN BREAKS WENT TO THE EXCEPTION LOG, EIGHT
      *    WHEN READS DO NOT EQUAL SETTLED PLUS REJECTED.
       SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN TRAN-COUNT NOT =
                       APPLIED-COUNT + REJECTED-COUNT
                   MOVE 8 TO RETURN-CODE
               WHEN REJECTED-COUNT > 0 OR MANUAL-PAYOUT-COUNT > 0
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
           STRING "BRKRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT BRK-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ BRK-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE BRK-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ BRK-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE BRK-RPT-FILE
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
           MOVE "TERM-BREAK" TO CAT-PROGRAM-ID
           MOVE "BRKRPT" TO CAT-REPORT-NAME
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
           MOVE "TERM-BREAK" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE TRAN-COUNT TO AUD-RECORD-COUNT
           MOVE APPLIED-COUNT TO AUD-OUTPUT-COUNT
           MOVE REJECTED-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "BRKTRAN DETAIL FILE" TO AUD-INPUT-SUMMARY
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
           MOVE "TERM-BREAK" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           COMPUTE ALQ-EXC-COUNT =
               REJECTED-COUNT + MANUAL-PAYOUT-COUNT
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
