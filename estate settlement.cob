       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATE-SETTLEMENT.

      *    SETTLES A DECEASED CUSTOMER'S DEPOSIT ACCOUNTS, WHICH
      *    UNTIL NOW SAT BLOCKED BY CUSTOMER-STATUS UNTIL SOMEONE
      *    WORKED THEM BY HAND. ESTTRAN NAMES EACH CUSTOMER LEGAL HAS
      *    CLEARED FOR SETTLEMENT, WITH THE DATE OF DEATH AND THE
      *    PROBATE OR CERTIFICATE REFERENCE. FOR EVERY OPEN SIACCT
      *    AND CIACCT ACCOUNT THE CUSTOMER HOLDS, THE RUN PRICES THE
      *    FINAL INTEREST UP TO THE DATE OF DEATH ON THE ACCOUNT'S
      *    OWN DAY-COUNT AND TIER RULES, SPLITS THE BALANCE ACROSS
      *    THE NOMINEES ON THE NOMINEE FILE BY THEIR SHARES - ANY
      *    SHARE NOT NOMINATED, OR THE WHOLE BALANCE WHEN NOBODY
      *    WAS, GOES TO THE ESTATE SUSPENSE ACCOUNT - AND CLOSES THE
      *    ACCOUNT. THE FINAL INTEREST GOES ON THE POSTED-INTEREST
      *    LEDGER AND THE GL JOURNAL AS A CLOSURE SETTLEMENT DOES,
      *    THE SUSPENSE TRANSFERS GO ON THE GL JOURNAL AS EVENT "E",
      *    EACH NOMINEE'S SHARE IS PAID TO THE ACCOUNT ON THEIR
      *    NOMINEE ROW THROUGH THE SHARED PAYMENT-INSTRUCTION SERVICE
      *    (A SHARE WITH NO ACCOUNT ON FILE GOES TO THE EXCEPTION LOG
      *    TO BE PAID BY HAND), AND A SETTLEMENT SCHEDULE PER ESTATE
      *    IS PRINTED FOR THE FAMILY AND LEGAL TO SIGN. AN AMOUNT
      *    STILL HELD UNDER LIEN IS NEVER PAID AWAY - IT STAYS ON AN
      *    ACCOUNT LEFT OPEN.
      *    LOAN ACCOUNTS ARE NOT DEPOSITS AND ARE REFERRED TO
      *    COLLECTIONS THROUGH THE EXCEPTION LOG INSTEAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EST-TRAN-FILE ASSIGN TO "ESTTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EST-TRAN-STATUS.
           SELECT NOMINEE-FILE ASSIGN TO "NOMINEE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NOMINEE-STATUS.
           SELECT CUST-MSTR-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS CUST-MSTR-STATUS.
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
           SELECT EST-RPT-FILE ASSIGN TO "ESTRPT"
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
           SELECT RATE-BAND-FILE ASSIGN TO "RATEBAND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RATE-BAND-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE ESTATE CLEARED FOR SETTLEMENT - THE DECEASED CUSTOMER,
      *    THE DATE OF DEATH, AND THE PROBATE OR DEATH-CERTIFICATE
      *    REFERENCE LEGAL SETTLED IT UNDER.
       FD  EST-TRAN-FILE.
       01  EST-TRAN-RECORD.
           05  EST-CUSTOMER-NUMBER    PIC X(10).
           05  EST-DATE-OF-DEATH      PIC 9(8).
           05  EST-DATE-OF-DEATH-X REDEFINES EST-DATE-OF-DEATH
                                      PIC X(8).
           05  EST-REFERENCE          PIC X(15).

       FD  NOMINEE-FILE.
       01  NOMINEE-RECORD.
           COPY NOMREC.

       FD  CUST-MSTR-FILE.
       01  CUST-MSTR-RECORD.
           COPY CUSTREC.

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

       FD  EST-RPT-FILE.
       01  EST-RPT-RECORD         PIC X(80).

      *    A DATED COPY OF EST-RPT-FILE, WRITTEN AFTER THE REPORT IS
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

      *    THE FINAL INTEREST GOES ON THE POSTED-INTEREST LEDGER AS
      *    A NORMAL POSTING, EXACTLY AS A CLOSURE SETTLEMENT DOES, SO
      *    THE FINANCIAL PROOF TIES IT TO ITS GL PAIR.
       FD  INT-LEDGER-FILE.
       01  INT-LEDGER-RECORD.
           COPY LEDGREC.

       FD  GL-JRNL-FILE.
       01  GL-JRNL-RECORD.
           COPY GLJREC.

      *    THE SAME GL MAPPING TABLE THE INTEREST RUNS READ - FINAL
      *    INTEREST POSTS TO THE ACCOUNTS MAPPED FOR EVENT "L", THE
      *    SUSPENSE TRANSFERS TO THOSE MAPPED FOR EVENT "E"; A SITE
      *    WITHOUT THE TABLE GETS THE STOCK PAIRS.
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05  GLM-SOURCE         PIC X(2).
           05  GLM-EVENT-TYPE     PIC X.
           05  GLM-CURRENCY-CODE  PIC X(3).
           05  GLM-DEBIT-ACCOUNT  PIC X(20).
           05  GLM-CREDIT-ACCOUNT PIC X(20).

      *    THE SAME OPTIONAL RATE-BAND TABLE THE INTEREST RUNS READ,
      *    SO A TIERED ACCOUNT'S FINAL INTEREST IS PRICED SLICE BY
      *    SLICE EXACTLY AS A CYCLE WOULD HAVE PRICED IT.
       FD  RATE-BAND-FILE.
       01  RATE-BAND-RECORD.
           05  RBD-BAND-FLOOR     PIC 9(5)V99.
           05  RBD-BAND-CEILING   PIC 9(5)V99.
           05  RBD-BAND-RATE      PIC 9(3)V99.
      *    A ROW NAMING A BAND SET BELONGS TO THE CATALOG PRODUCTS
      *    THAT USE THAT SET (ANSWERED BY PRODUCT-SERVICE); ONLY THE
      *    HOUSE ROWS, WITH NO SET, LOAD INTO THE TABLE HERE.
           05  RBD-BAND-SET       PIC X(04).

       WORKING-STORAGE SECTION.
       01  VALID-INPUT-SWITCH     PIC X VALUE "Y".
           88  INPUT-IS-VALID         VALUE "Y".
       01  REJECT-REASON          PIC X(40).
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-EST-TRAN        VALUE "Y".
       01  SCAN-EOF-SWITCH        PIC X.
           88  END-OF-SCAN            VALUE "Y".
       01  EST-TRAN-STATUS        PIC XX.
       01  NOMINEE-STATUS         PIC XX.
       01  CUST-MSTR-STATUS       PIC XX.
       01  SI-ACCT-STATUS         PIC XX.
       01  CI-ACCT-STATUS         PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  INT-LEDGER-STATUS      PIC XX.
       01  GL-JRNL-STATUS         PIC XX.
       01  GL-MAP-STATUS          PIC XX.
       01  RATE-BAND-STATUS       PIC XX.
       01  TRAN-COUNT             PIC 9(7) VALUE 0.
       01  APPLIED-COUNT          PIC 9(7) VALUE 0.
       01  REJECTED-COUNT         PIC 9(7) VALUE 0.
       01  ACCOUNTS-SETTLED       PIC 9(7) VALUE 0.
       01  LOANS-REFERRED         PIC 9(7) VALUE 0.
       01  INSTRUCTED-COUNT       PIC 9(7) VALUE 0.
       01  MANUAL-PAYOUT-COUNT    PIC 9(7) VALUE 0.
       01  TOTAL-FINAL-INTEREST   PIC 9(11)V99 VALUE 0.
       01  TOTAL-TO-NOMINEES      PIC 9(11)V99 VALUE 0.
       01  TOTAL-TO-SUSPENSE      PIC 9(11)V99 VALUE 0.
       01  TOTAL-LIEN-RETAINED    PIC 9(11)V99 VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    ONE ESTATE'S FIGURES AND THE CUSTOMER'S NAME FOR THE
      *    SCHEDULE HEADING.
       01  DECEASED-NAME          PIC X(20).
       01  ESTATE-ACCOUNT-COUNT   PIC 9(5).
       01  ESTATE-DISTRIBUTED     PIC 9(11)V99.
       01  ESTATE-RETAINED        PIC 9(11)V99.

      *    SETTLEMENT WORK FIELDS - THE FINAL INTEREST FROM THE LAST
      *    POSTING DATE TO THE DATE OF DEATH, THE AMOUNT DISTRIBUTED,
      *    AND WHAT ANY LIEN STILL HOLDS BACK.
       01  SETTLE-PRODUCT         PIC X(2).
       01  SETTLE-ACCT-NUMBER     PIC X(10).
       01  SETTLE-PRINCIPAL       PIC 9(5)V99.
       01  SETTLE-RATE            PIC 9(3)V99.
       01  SETTLE-CURRENCY        PIC X(03).
       01  SETTLE-PRIOR-DATE      PIC 9(8).
       01  SETTLE-DAYS            PIC S9(7).
       01  SETTLE-DAY-BASE        PIC 9(3).
       01  SETTLE-INTEREST        PIC 9(9)V99.
       01  SETTLE-PAYOUT          PIC 9(9)V99.
       01  SETTLE-LIEN-RETAINED   PIC 9(7)V99.
       01  POSTED-PAST-SWITCH     PIC X.
           88  POSTED-PAST-DEATH      VALUE "Y".
       01  SLICE-TOP              PIC 9(5)V99.
       01  SLICE-AMOUNT           PIC 9(5)V99.
       01  TIME-FACTOR            PIC 9(5)V9(5).
       01  RATE-BAND-COUNT        PIC 9(2) VALUE 0.
       01  RATE-BAND-TABLE.
           05  RATE-BAND-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON RATE-BAND-COUNT.
               10  BAND-FLOOR             PIC 9(5)V99.
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
           05  SER-MM             PIC 9(2).
           05  SER-DD             PIC 9(2).
           05  SER-ADJ-YYYY       PIC 9(4).
           05  SER-ADJ-MM         PIC 9(2).
           05  SER-DAY-NUMBER     PIC 9(7).
       01  SERIAL-DEATH-DATE      PIC 9(7).
       01  SERIAL-PRIOR-DATE      PIC 9(7).

      *    THE NOMINEE FILE HELD IN MEMORY FOR THE RUN, AND THE
      *    SPLIT OF ONE ACCOUNT ACROSS ITS NOMINEES. WHEN THE SHARES
      *    COME TO ONE HUNDRED PERCENT THE LAST NOMINEE TAKES THE
      *    ROUNDING REMAINDER; OTHERWISE THE ESTATE SUSPENSE ACCOUNT
      *    TAKES EVERYTHING NOT NOMINATED.
       01  NOMINEE-COUNT          PIC 9(4) VALUE 0.
       01  NOMINEE-TABLE.
           05  NOMINEE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NOMINEE-COUNT.
               10  NMT-CUSTOMER-NUMBER    PIC X(10).
               10  NMT-TARGET             PIC X(2).
               10  NMT-ACCT-NUMBER        PIC X(10).
               10  NMT-NOMINEE-NAME       PIC X(20).
               10  NMT-RELATIONSHIP       PIC X(10).
               10  NMT-SHARE-PCT          PIC 9(3)V99.
               10  NMT-BENEF-ACCT         PIC X(20).
               10  NMT-BENEF-BANK         PIC X(11).
       01  NOMINEE-INDEX          PIC 9(4).
       01  NOMINEE-MATCHES        PIC 9(4).
       01  NOMINEE-SEEN           PIC 9(4).
       01  NOMINATED-PCT          PIC 9(5)V99.
       01  NOMINEE-AMOUNT         PIC 9(9)V99.
       01  ALLOCATED-AMOUNT       PIC 9(9)V99.
       01  SUSPENSE-AMOUNT        PIC 9(9)V99.

      *    FINAL-INTEREST AND SUSPENSE TOTALS PER PRODUCT, CURRENCY
      *    AND EVENT FOR THE GL JOURNAL, AND THE MAPPING ROWS FOR
      *    EVENTS "L" AND "E".
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
      *    NEVER DISTRIBUTED, WHOEVER THE ACCOUNT HOLDER WAS.
       01  LIEN-SERVICE-AREA.
           COPY LIENREQ.

      *    EACH NOMINEE'S SHARE LEAVES THE BANK THROUGH THE SHARED
      *    PAYMENT-INSTRUCTION SERVICE, TO THE ACCOUNT ON THE ROW.
       01  PAYMENT-INSTR-AREA.
           COPY PAYIREQ.

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
               VALUE "ESTATE-SETTLEMENT".
       01  PROCESSING-CAL-AREA.
           COPY CALREQ.

      *    HOW THIS RUN RAISES OPERATOR ALERTS - THE SHARED WRITER
      *    GRADES THE EXCEPTION COUNT AGAINST THE ALRTTHR THRESHOLD.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

      *    PAYING OUT A DEAD CUSTOMER'S MONEY TAKES UPDATE AUTHORITY,
      *    AS EVERY OTHER BALANCE-CHANGING RUN DOES.
           IF NOT OPR-CAN-UPDATE
               DISPLAY "OPERATOR " OPR-OPERATOR-ID
                   " LACKS UPDATE AUTHORITY - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM CHECK-PROCESSING-CALENDAR
               IF CAL-RUN-REFUSED
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM RUN-ESTATE-SETTLEMENT
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

       RUN-ESTATE-SETTLEMENT.
           ACCEPT BATCH-START-TIME FROM TIME

           PERFORM LOAD-NOMINEE-TABLE
           PERFORM LOAD-RATE-BAND-TABLE
           PERFORM KEEP-HOUSE-BANDS
           PERFORM LOAD-GL-MAP-TABLE
           OPEN INPUT EST-TRAN-FILE
           OPEN INPUT CUST-MSTR-FILE
           OPEN I-O SI-ACCT-FILE
           OPEN I-O CI-ACCT-FILE
           PERFORM OPEN-INTEREST-LEDGER
           OPEN OUTPUT EST-RPT-FILE
           PERFORM OPEN-EXCEPTION-LOG

           MOVE SPACES TO EST-RPT-RECORD
           STRING "ESTATE-SETTLEMENT RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO EST-RPT-RECORD
           END-STRING
           WRITE EST-RPT-RECORD

           IF EST-TRAN-STATUS = "00"
               READ EST-TRAN-FILE
                   AT END SET END-OF-EST-TRAN TO TRUE
               END-READ
           ELSE
               SET END-OF-EST-TRAN TO TRUE
           END-IF

           PERFORM UNTIL END-OF-EST-TRAN
               ADD 1 TO TRAN-COUNT
               PERFORM VALIDATE-ESTATE-TRAN

               IF INPUT-IS-VALID
                   ADD 1 TO APPLIED-COUNT
                   PERFORM SETTLE-ONE-ESTATE
               ELSE
                   ADD 1 TO REJECTED-COUNT
                   PERFORM WRITE-REJECTED-LINE

                   MOVE SPACES TO EXC-LOG-RECORD
                   MOVE "ESTATE-SETTLE" TO EXC-PROGRAM-ID
                   MOVE EST-CUSTOMER-NUMBER TO EXC-KEY-VALUE
                   MOVE REJECT-REASON TO EXC-REASON
                   MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
                   MOVE RUN-DATE TO EXC-CYCLE-DATE
                   WRITE EXC-LOG-RECORD
               END-IF

               READ EST-TRAN-FILE
                   AT END SET END-OF-EST-TRAN TO TRUE
               END-READ
           END-PERFORM
           PERFORM CLOSE-PAYOUT-BATCH

           IF GL-TOTALS-COUNT > 0
               PERFORM WRITE-GL-JOURNAL
           END-IF

           PERFORM WRITE-CONTROL-TOTALS
           PERFORM RAISE-EXCEPTION-ALERT

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           IF EST-TRAN-STATUS = "00" OR EST-TRAN-STATUS = "10"
               CLOSE EST-TRAN-FILE
           END-IF
           CLOSE CUST-MSTR-FILE
           CLOSE SI-ACCT-FILE
           CLOSE CI-ACCT-FILE
           CLOSE INT-LEDGER-FILE
           CLOSE EST-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

       LOAD-NOMINEE-TABLE.
           OPEN INPUT NOMINEE-FILE
           IF NOMINEE-STATUS = "00"
               PERFORM UNTIL NOMINEE-STATUS NOT = "00"
                   READ NOMINEE-FILE
                       AT END MOVE "10" TO NOMINEE-STATUS
                       NOT AT END
                           IF NOMINEE-COUNT < 2000
                               ADD 1 TO NOMINEE-COUNT
                               MOVE NOM-CUSTOMER-NUMBER TO
                                   NMT-CUSTOMER-NUMBER (NOMINEE-COUNT)
                               MOVE NOM-TARGET TO
                                   NMT-TARGET (NOMINEE-COUNT)
                               MOVE NOM-ACCT-NUMBER TO
                                   NMT-ACCT-NUMBER (NOMINEE-COUNT)
                               MOVE NOM-NOMINEE-NAME TO
                                   NMT-NOMINEE-NAME (NOMINEE-COUNT)
                               MOVE NOM-RELATIONSHIP TO
                                   NMT-RELATIONSHIP (NOMINEE-COUNT)
                               MOVE NOM-SHARE-PCT TO
                                   NMT-SHARE-PCT (NOMINEE-COUNT)
                               MOVE NOM-BENEF-ACCT TO
                                   NMT-BENEF-ACCT (NOMINEE-COUNT)
                               MOVE NOM-BENEF-BANK TO
                                   NMT-BENEF-BANK (NOMINEE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOMINEE-FILE
           END-IF.

      *    AN ESTATE IS ONLY SETTLED FOR A CUSTOMER THE MASTER SAYS
      *    IS DECEASED, WITH A DATE OF DEATH THAT HAS ACTUALLY COME.
       VALIDATE-ESTATE-TRAN.
           SET INPUT-IS-VALID TO TRUE
           MOVE SPACES TO REJECT-REASON
           MOVE SPACES TO DECEASED-NAME

           IF EST-CUSTOMER-NUMBER = SPACES
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "CUSTOMER NUMBER IS BLANK" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND EST-DATE-OF-DEATH-X NOT NUMERIC
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "DATE OF DEATH NOT NUMERIC" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID
                   AND (EST-DATE-OF-DEATH = 0
                       OR EST-DATE-OF-DEATH > RUN-DATE)
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "DATE OF DEATH NOT BEFORE RUN DATE"
                   TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID
               IF CUST-MSTR-STATUS NOT = "00"
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "NO CUSTMSTR - DEATH NOT CONFIRMED"
                       TO REJECT-REASON
               ELSE
                   MOVE EST-CUSTOMER-NUMBER TO CUST-NUMBER
                   READ CUST-MSTR-FILE
                       INVALID KEY
                           MOVE "N" TO VALID-INPUT-SWITCH
                           MOVE "CUSTOMER NOT ON CUSTMSTR"
                               TO REJECT-REASON
                       NOT INVALID KEY
                           IF CUST-IS-DECEASED
                               MOVE CUST-NAME TO DECEASED-NAME
                           ELSE
                               MOVE "N" TO VALID-INPUT-SWITCH
                               MOVE "CUSTOMER NOT MARKED DECEASED"
                                   TO REJECT-REASON
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *    ONE ESTATE - A SCHEDULE HEADING, EVERY OPEN ACCOUNT ON
      *    BOTH MASTERS SETTLED IN TURN, AND THE SIGN-OFF BLOCK.
       SETTLE-ONE-ESTATE.
           MOVE 0 TO ESTATE-ACCOUNT-COUNT
           MOVE 0 TO ESTATE-DISTRIBUTED
           MOVE 0 TO ESTATE-RETAINED
           PERFORM WRITE-ESTATE-HEADING

           MOVE "N" TO SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO SIA-ACCT-NUMBER
           START SI-ACCT-FILE KEY NOT < SIA-ACCT-NUMBER
               INVALID KEY SET END-OF-SCAN TO TRUE
           END-START
           IF NOT END-OF-SCAN
               READ SI-ACCT-FILE NEXT RECORD
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL END-OF-SCAN
               IF SIA-CUSTOMER-NUMBER = EST-CUSTOMER-NUMBER
                       AND SIA-ACCOUNT-ACTIVE
                   PERFORM SETTLE-SI-ACCOUNT
               END-IF
               READ SI-ACCT-FILE NEXT RECORD
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
           END-PERFORM

           MOVE "N" TO SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO CIA-ACCT-NUMBER
           START CI-ACCT-FILE KEY NOT < CIA-ACCT-NUMBER
               INVALID KEY SET END-OF-SCAN TO TRUE
           END-START
           IF NOT END-OF-SCAN
               READ CI-ACCT-FILE NEXT RECORD
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL END-OF-SCAN
               IF CIA-CUSTOMER-NUMBER = EST-CUSTOMER-NUMBER
                       AND CIA-ACCOUNT-ACTIVE
                   IF CIA-ACCOUNT-IS-LOAN
                       PERFORM REFER-LOAN-ACCOUNT
                   ELSE
                       PERFORM SETTLE-CI-ACCOUNT
                   END-IF
               END-IF
               READ CI-ACCT-FILE NEXT RECORD
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
           END-PERFORM

           PERFORM WRITE-ESTATE-FOOTING.

      *    SIMPLE INTEREST FROM THE LAST POSTING DATE TO THE DATE OF
      *    DEATH, THEN THE SPLIT, THEN THE MASTER CLOSED - OR LEFT
      *    OPEN HOLDING WHATEVER A LIEN STILL CLAIMS.
       SETTLE-SI-ACCOUNT.
           MOVE SI-ACCT-RECORD TO BEFORE-IMAGE-SAVE
           MOVE "SI" TO SETTLE-PRODUCT
           MOVE SIA-ACCT-NUMBER TO SETTLE-ACCT-NUMBER
           MOVE SIA-PRINCIPAL TO SETTLE-PRINCIPAL
           MOVE SIA-RATE TO SETTLE-RATE
           MOVE SIA-CURRENCY-CODE TO SETTLE-CURRENCY
           MOVE SIA-LAST-RUN-DATE TO SETTLE-PRIOR-DATE
           IF SIA-DAY-COUNT-BASIS = "3"
               MOVE 360 TO SETTLE-DAY-BASE
           ELSE
               MOVE 365 TO SETTLE-DAY-BASE
           END-IF
           MOVE SIA-PRODUCT-CODE TO BAND-PRODUCT-CODE
           PERFORM SELECT-ACCOUNT-BANDS
           PERFORM COMPUTE-INTEREST-TO-DEATH
           PERFORM DISTRIBUTE-ACCOUNT

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
           MOVE "R" TO CJQ-ACTION
           MOVE BEFORE-IMAGE-SAVE TO CJQ-BEFORE-IMAGE
           MOVE SI-ACCT-RECORD TO CJQ-AFTER-IMAGE
           PERFORM JOURNAL-MASTER-CHANGE.

      *    A COMPOUND ACCOUNT'S FINAL INTEREST IS THE ACCRUAL THE
      *    NIGHTLY PASS HAS EARNED, AS AT A NORMAL CLOSURE - THE
      *    SCHEDULE FLAGS IT WHEN THAT ACCRUAL RAN PAST THE DEATH.
       SETTLE-CI-ACCOUNT.
           MOVE CI-ACCT-RECORD TO BEFORE-IMAGE-SAVE
           MOVE "CI" TO SETTLE-PRODUCT
           MOVE CIA-ACCT-NUMBER TO SETTLE-ACCT-NUMBER
           MOVE CIA-PRINCIPAL TO SETTLE-PRINCIPAL
           MOVE CIA-RATE TO SETTLE-RATE
           MOVE CIA-CURRENCY-CODE TO SETTLE-CURRENCY
           MOVE CIA-LAST-RUN-DATE TO SETTLE-PRIOR-DATE
           MOVE CIA-ACCRUED-INTEREST TO SETTLE-INTEREST
           MOVE "N" TO POSTED-PAST-SWITCH
           IF SETTLE-PRIOR-DATE > EST-DATE-OF-DEATH
               SET POSTED-PAST-DEATH TO TRUE
           END-IF
           PERFORM DISTRIBUTE-ACCOUNT

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
           MOVE "R" TO CJQ-ACTION
           MOVE BEFORE-IMAGE-SAVE TO CJQ-BEFORE-IMAGE
           MOVE CI-ACCT-RECORD TO CJQ-AFTER-IMAGE
           PERFORM JOURNAL-MASTER-CHANGE.

       REFER-LOAN-ACCOUNT.
           ADD 1 TO LOANS-REFERRED
           MOVE SPACES TO EST-RPT-RECORD
           STRING "CI " DELIMITED BY SIZE
               CIA-ACCT-NUMBER DELIMITED BY SIZE
               " LOAN ACCOUNT - REFERRED TO COLLECTIONS"
                   DELIMITED BY SIZE
               INTO EST-RPT-RECORD
           END-STRING
           WRITE EST-RPT-RECORD

           MOVE SPACES TO EXC-LOG-RECORD
           MOVE "ESTATE-SETTLE" TO EXC-PROGRAM-ID
           MOVE CIA-ACCT-NUMBER TO EXC-KEY-VALUE
           MOVE "LOAN OF DECEASED - REFER TO COLLECTIONS"
               TO EXC-REASON
           MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
           MOVE RUN-DATE TO EXC-CYCLE-DATE
           WRITE EXC-LOG-RECORD.

      *    FINAL SIMPLE INTEREST FROM THE PRIOR POSTING DATE TO THE
      *    DATE OF DEATH. NO PRIOR POSTING MEANS NO MEASURABLE SPAN;
      *    A POSTING ALREADY PAST THE DEATH EARNS NOTHING MORE AND IS
      *    FLAGGED ON THE SCHEDULE FOR LEGAL TO REVIEW.
       COMPUTE-INTEREST-TO-DEATH.
           MOVE 0 TO SETTLE-INTEREST
           MOVE "N" TO POSTED-PAST-SWITCH
           IF SETTLE-PRIOR-DATE NOT = 0
               MOVE EST-DATE-OF-DEATH TO SER-DATE
               PERFORM COMPUTE-SERIAL-DAY
               MOVE SER-DAY-NUMBER TO SERIAL-DEATH-DATE
               MOVE SETTLE-PRIOR-DATE TO SER-DATE
               PERFORM COMPUTE-SERIAL-DAY
               MOVE SER-DAY-NUMBER TO SERIAL-PRIOR-DATE
               COMPUTE SETTLE-DAYS =
                   SERIAL-DEATH-DATE - SERIAL-PRIOR-DATE
               IF SETTLE-DAYS < 0
                   SET POSTED-PAST-DEATH TO TRUE
               END-IF
               IF SETTLE-DAYS > 0
                   IF RATE-BAND-COUNT > 0
                       COMPUTE TIME-FACTOR ROUNDED =
                           SETTLE-DAYS / SETTLE-DAY-BASE
                       PERFORM COMPUTE-TIERED-INTEREST
                   ELSE
                       COMPUTE SETTLE-INTEREST ROUNDED =
                           (SETTLE-PRINCIPAL * SETTLE-RATE
                               * SETTLE-DAYS)
                               / SETTLE-DAY-BASE / 100
                   END-IF
               END-IF
           END-IF.

       COMPUTE-TIERED-INTEREST.
           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > RATE-BAND-COUNT
               IF SETTLE-PRINCIPAL > BAND-FLOOR (BAND-INDEX)
                   IF SETTLE-PRINCIPAL < BAND-CEILING (BAND-INDEX)
                       MOVE SETTLE-PRINCIPAL TO SLICE-TOP
                   ELSE
                       MOVE BAND-CEILING (BAND-INDEX) TO SLICE-TOP
                   END-IF
                   COMPUTE SLICE-AMOUNT =
                       SLICE-TOP - BAND-FLOOR (BAND-INDEX)
                   COMPUTE SETTLE-INTEREST ROUNDED =
                       SETTLE-INTEREST
                           + (SLICE-AMOUNT * BAND-RATE (BAND-INDEX)
                               * TIME-FACTOR) / 100
               END-IF
           END-PERFORM.

      *    THE COMMON TAIL FOR EITHER PRODUCT - LIEN HOLD-BACK, THE
      *    LEDGER ENTRY, THE NOMINEE SPLIT AND THE SCHEDULE LINES.
       DISTRIBUTE-ACCOUNT.
           ADD 1 TO ACCOUNTS-SETTLED
           ADD 1 TO ESTATE-ACCOUNT-COUNT
           COMPUTE SETTLE-PAYOUT = SETTLE-PRINCIPAL + SETTLE-INTEREST

           MOVE SETTLE-PRODUCT TO LNQ-TARGET
           MOVE SETTLE-ACCT-NUMBER TO LNQ-ACCT-NUMBER
           MOVE RUN-DATE TO LNQ-AS-OF-DATE
           CALL "LIEN-SERVICE" USING LIEN-SERVICE-AREA
           IF LNQ-LIENED-AMOUNT < SETTLE-PAYOUT
               MOVE LNQ-LIENED-AMOUNT TO SETTLE-LIEN-RETAINED
           ELSE
               MOVE SETTLE-PAYOUT TO SETTLE-LIEN-RETAINED
           END-IF
           SUBTRACT SETTLE-LIEN-RETAINED FROM SETTLE-PAYOUT
           ADD SETTLE-LIEN-RETAINED TO TOTAL-LIEN-RETAINED
           ADD SETTLE-LIEN-RETAINED TO ESTATE-RETAINED

           PERFORM POST-FINAL-INTEREST
           PERFORM WRITE-ACCOUNT-LINES
           PERFORM SPLIT-ACROSS-NOMINEES.

      *    THE FINAL INTEREST GOES ON THE LEDGER UNDER TODAY'S CYCLE
      *    DATE AND INTO THE EVENT "L" GL TOTALS.
       POST-FINAL-INTEREST.
           ADD SETTLE-INTEREST TO TOTAL-FINAL-INTEREST

           MOVE SPACES TO INT-LEDGER-RECORD
           MOVE SETTLE-ACCT-NUMBER TO LDG-ACCT-NUMBER
           MOVE RUN-DATE TO LDG-CYCLE-DATE
           MOVE SETTLE-PRODUCT TO LDG-PRODUCT
           MOVE SETTLE-PRINCIPAL TO LDG-PRINCIPAL
           MOVE SETTLE-RATE TO LDG-RATE
           MOVE SETTLE-INTEREST TO LDG-INTEREST
           MOVE SETTLE-CURRENCY TO LDG-CURRENCY-CODE
           MOVE SETTLE-PRIOR-DATE TO LDG-PRIOR-RUN-DATE
           MOVE "P" TO LDG-ENTRY-TYPE
           MOVE "P" TO LDG-INTEREST-BASIS
           WRITE INT-LEDGER-RECORD

           IF SETTLE-INTEREST > 0
               MOVE "L" TO GL-WORK-EVENT
               MOVE SETTLE-INTEREST TO GL-WORK-AMOUNT
               PERFORM ADD-TO-GL-TOTALS
           END-IF.

      *    EACH NOMINEE OF THIS CUSTOMER'S ACCOUNT RECEIVES THEIR
      *    SHARE OF THE DISTRIBUTABLE AMOUNT; WHAT THE SHARES DO NOT
      *    COVER GOES TO THE ESTATE SUSPENSE ACCOUNT.
       SPLIT-ACROSS-NOMINEES.
           MOVE 0 TO NOMINEE-MATCHES
           MOVE 0 TO NOMINATED-PCT
           PERFORM VARYING NOMINEE-INDEX FROM 1 BY 1
                   UNTIL NOMINEE-INDEX > NOMINEE-COUNT
               IF NMT-CUSTOMER-NUMBER (NOMINEE-INDEX)
                       = EST-CUSTOMER-NUMBER
                   AND NMT-TARGET (NOMINEE-INDEX) = SETTLE-PRODUCT
                   AND NMT-ACCT-NUMBER (NOMINEE-INDEX)
                       = SETTLE-ACCT-NUMBER
                   ADD 1 TO NOMINEE-MATCHES
                   ADD NMT-SHARE-PCT (NOMINEE-INDEX) TO NOMINATED-PCT
               END-IF
           END-PERFORM

           MOVE 0 TO ALLOCATED-AMOUNT
           MOVE 0 TO NOMINEE-SEEN
           PERFORM VARYING NOMINEE-INDEX FROM 1 BY 1
                   UNTIL NOMINEE-INDEX > NOMINEE-COUNT
               IF NMT-CUSTOMER-NUMBER (NOMINEE-INDEX)
                       = EST-CUSTOMER-NUMBER
                   AND NMT-TARGET (NOMINEE-INDEX) = SETTLE-PRODUCT
                   AND NMT-ACCT-NUMBER (NOMINEE-INDEX)
                       = SETTLE-ACCT-NUMBER
                   ADD 1 TO NOMINEE-SEEN
                   IF NOMINEE-SEEN = NOMINEE-MATCHES
                           AND NOMINATED-PCT NOT < 100
                       COMPUTE NOMINEE-AMOUNT =
                           SETTLE-PAYOUT - ALLOCATED-AMOUNT
                   ELSE
                       COMPUTE NOMINEE-AMOUNT ROUNDED =
                           SETTLE-PAYOUT
                               * NMT-SHARE-PCT (NOMINEE-INDEX) / 100
                   END-IF
                   ADD NOMINEE-AMOUNT TO ALLOCATED-AMOUNT
                   ADD NOMINEE-AMOUNT TO TOTAL-TO-NOMINEES
                   ADD NOMINEE-AMOUNT TO ESTATE-DISTRIBUTED
                   PERFORM WRITE-NOMINEE-LINE
                   IF NOMINEE-AMOUNT > 0
                       PERFORM ISSUE-NOMINEE-PAYOUT
                   END-IF
               END-IF
           END-PERFORM

           IF ALLOCATED-AMOUNT < SETTLE-PAYOUT
               COMPUTE SUSPENSE-AMOUNT =
                   SETTLE-PAYOUT - ALLOCATED-AMOUNT
               ADD SUSPENSE-AMOUNT TO TOTAL-TO-SUSPENSE
               ADD SUSPENSE-AMOUNT TO ESTATE-DISTRIBUTED
               MOVE "E" TO GL-WORK-EVENT
               MOVE SUSPENSE-AMOUNT TO GL-WORK-AMOUNT
               PERFORM ADD-TO-GL-TOTALS
               PERFORM WRITE-SUSPENSE-LINE
           END-IF.

      *    THE SHARE GOES TO THE NOMINEE'S OWN ACCOUNT, VALUED ON
      *    THE SETTLEMENT DATE. THE SERVICE IS ALWAYS GIVEN THE
      *    ACCOUNT - LEFT TO ITSELF IT WOULD PAY THE DECEASED'S OWN
      *    PAYBENF NOMINATION - SO A NOMINEE WITH NO ACCOUNT ON FILE
      *    IS LOGGED FOR THE BRANCH TO PAY BY HAND INSTEAD.
       ISSUE-NOMINEE-PAYOUT.
           MOVE SPACES TO PAYMENT-INSTR-AREA
           SET PIQ-NO-BENEFICIARY TO TRUE
           IF NMT-BENEF-ACCT (NOMINEE-INDEX) NOT = SPACES
               SET PIQ-REQ-ISSUE TO TRUE
               MOVE "ES" TO PIQ-SOURCE
               MOVE "00" TO PIQ-BATCH-ID
               MOVE RUN-DATE TO PIQ-CYCLE-DATE
               MOVE "ESTS" TO PIQ-EVENT
               MOVE SETTLE-PRODUCT TO PIQ-ORIG-TARGET
               MOVE SETTLE-ACCT-NUMBER TO PIQ-ORIG-ACCT
               MOVE NOMINEE-AMOUNT TO PIQ-AMOUNT
               MOVE SETTLE-CURRENCY TO PIQ-CURRENCY-CODE
               MOVE RUN-DATE TO PIQ-VALUE-DATE
               MOVE NMT-BENEF-ACCT (NOMINEE-INDEX) TO PIQ-BENEF-ACCT
               MOVE NMT-BENEF-BANK (NOMINEE-INDEX) TO PIQ-BENEF-BANK
               MOVE NMT-NOMINEE-NAME (NOMINEE-INDEX)
                   TO PIQ-BENEF-NAME
               CALL "PAYMENT-INSTRUCTION" USING PAYMENT-INSTR-AREA
           END-IF
           IF PIQ-ISSUED
               ADD 1 TO INSTRUCTED-COUNT
               MOVE SPACES TO EST-RPT-RECORD
               STRING "      PAYMENT INSTRUCTION " DELIMITED BY SIZE
                   PIQ-INSTR-REF DELIMITED BY SIZE
                   INTO EST-RPT-RECORD
               END-STRING
               WRITE EST-RPT-RECORD
           ELSE
               ADD 1 TO MANUAL-PAYOUT-COUNT
               MOVE "      NO NOMINEE PAYOUT ACCOUNT - PAY BY HAND"
                   TO EST-RPT-RECORD
               WRITE EST-RPT-RECORD
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "ESTATE-SETTLE" TO EXC-PROGRAM-ID
               MOVE SETTLE-ACCT-NUMBER TO EXC-KEY-VALUE
               MOVE "NO NOMINEE PAYOUT ACCOUNT - PAY BY HAND"
                   TO EXC-REASON
               MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
               MOVE RUN-DATE TO EXC-CYCLE-DATE
               WRITE EXC-LOG-RECORD
           END-IF.

      *    THE BATCH TRAILER FOR WHAT THIS RUN INSTRUCTED.
       CLOSE-PAYOUT-BATCH.
           MOVE SPACES TO PAYMENT-INSTR-AREA
           SET PIQ-REQ-CLOSE TO TRUE
           MOVE "ES" TO PIQ-SOURCE
           MOVE "00" TO PIQ-BATCH-ID
           MOVE RUN-DATE TO PIQ-CYCLE-DATE
           CALL "PAYMENT-INSTRUCTION" USING PAYMENT-INSTR-AREA.

       ADD-TO-GL-TOTALS.
           MOVE "N" TO GL-ENTRY-FOUND-SWITCH
           PERFORM VARYING GL-TOTALS-INDEX FROM 1 BY 1
                   UNTIL GL-TOTALS-INDEX > GL-TOTALS-COUNT
               IF GLT-SOURCE (GL-TOTALS-INDEX) = SETTLE-PRODUCT
                   AND GLT-CURRENCY-CODE (GL-TOTALS-INDEX)
                       = SETTLE-CURRENCY
                   AND GLT-EVENT-TYPE (GL-TOTALS-INDEX)
                       = GL-WORK-EVENT
                   SET GL-ENTRY-WAS-FOUND TO TRUE
                   ADD GL-WORK-AMOUNT TO
                       GLT-AMOUNT-TOTAL (GL-TOTALS-INDEX)
               END-IF
           END-PERFORM
           IF NOT GL-ENTRY-WAS-FOUND AND GL-TOTALS-COUNT < 50
               ADD 1 TO GL-TOTALS-COUNT
               MOVE SETTLE-PRODUCT TO GLT-SOURCE (GL-TOTALS-COUNT)
               MOVE SETTLE-CURRENCY
                   TO GLT-CURRENCY-CODE (GL-TOTALS-COUNT)
               MOVE GL-WORK-EVENT TO GLT-EVENT-TYPE (GL-TOTALS-COUNT)
               MOVE GL-WORK-AMOUNT
                   TO GLT-AMOUNT-TOTAL (GL-TOTALS-COUNT)
           END-IF.

      *    THE SCHEDULE HEADING THE FAMILY AND LEGAL SIGN UNDER -
      *    WHO DIED, WHEN, AND THE REFERENCE LEGAL CLEARED IT ON.
       WRITE-ESTATE-HEADING.
           MOVE ALL "=" TO EST-RPT-RECORD
           WRITE EST-RPT-RECORD

           MOVE SPACES TO EST-RPT-RECORD
           STRING "ESTATE SETTLEMENT SCHEDULE   DATE "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO EST-RPT-RECORD
           END-STRING
           WRITE EST-RPT-RECORD

           MOVE SPACES TO EST-RPT-RECORD
           STRING "DECEASED " DELIMITED BY SIZE
               DECEASED-NAME DELIMITED BY SIZE
               " CUSTOMER " DELIMITED BY SIZE
               EST-CUSTOMER-NUMBER DELIMITED BY SIZE
               INTO EST-RPT-RECORD
           END-STRING
           WRITE EST-RPT-RECORD

           MOVE SPACES TO EST-RPT-RECORD
           STRING "DATE OF DEATH " DELIMITED BY SIZE
               EST-DATE-OF-DEATH DELIMITED BY SIZE
               "  REFERENCE " DELIMITED BY SIZE
               EST-REFERENCE DELIMITED BY SIZE
               INTO EST-RPT-RECORD
           END-STRING
           WRITE EST-RPT-RECORD

           MOVE ALL "-" TO EST-RPT-RECORD
           WRITE EST-RPT-RECORD.

       WRITE-ACCOUNT-LINES.
           MOVE SPACES TO EST-RPT-RECORD
           STRING SETTLE-PRODUCT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SETTLE-ACCT-NUMBER DELIMITED BY SIZE
               " PRINCIPAL " DELIMITED BY SIZE
               SETTLE-PRINCIPAL DELIMITED BY SIZE
               " INTEREST TO DEATH " DELIMITED BY SIZE
               SETTLE-INTEREST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SETTLE-CURRENCY DELIMITED BY SIZE
               INTO EST-RPT-RECORD
           END-STRING
           WRITE EST-RPT-RECORD

           IF POSTED-PAST-DEATH
               MOVE SPACES TO EST-RPT-RECORD
               STRING "   INTEREST POSTED THROUGH " DELIMITED BY SIZE
                   SETTLE-PRIOR-DATE DELIMITED BY SIZE
                   " - PAST DATE OF DEATH, REVIEW"
                       DELIMITED BY SIZE
                   INTO EST-RPT-RECORD
               END-STRING
               WRITE EST-RPT-RECORD
           END-IF

           IF SETTLE-LIEN-RETAINED > 0
               MOVE SPACES TO EST-RPT-RECORD
               STRING "   LIEN RETAINED " DELIMITED BY SIZE
                   SETTLE-LIEN-RETAINED DELIMITED BY SIZE
                   " - ACCOUNT KEPT OPEN UNTIL RELEASED"
                       DELIMITED BY SIZE
                   INTO EST-RPT-RECORD
               END-STRING
               WRITE EST-RPT-RECORD
           END-IF.

       WRITE-NOMINEE-LINE.
           MOVE SPACES TO EST-RPT-RECORD
           STRING "   NOMINEE " DELIMITED BY SIZE
               NMT-NOMINEE-NAME (NOMINEE-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NMT-RELATIONSHIP (NOMINEE-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NMT-SHARE-PCT (NOMINEE-INDEX) DELIMITED BY SIZE
               "% " DELIMITED BY SIZE
               NOMINEE-AMOUNT DELIMITED BY SIZE
               INTO EST-RPT-RECORD
           END-STRING
           WRITE EST-RPT-RECORD.

       WRITE-SUSPENSE-LINE.
           MOVE SPACES TO EST-RPT-RECORD
           IF NOMINEE-MATCHES = 0
               STRING "   NO NOMINEE - TO ESTATE SUSPENSE "
                       DELIMITED BY SIZE
                   SUSPENSE-AMOUNT DELIMITED BY SIZE
                   INTO EST-RPT-RECORD
               END-STRING
           ELSE
               STRING "   UNNOMINATED SHARE - TO ESTATE SUSPENSE "
                       DELIMITED BY SIZE
                   SUSPENSE-AMOUNT DELIMITED BY SIZE
                   INTO EST-RPT-RECORD
               END-STRING
           END-IF
           WRITE EST-RPT-RECORD.

      *    THE ESTATE'S TOTALS AND THE SIGNATURE BLOCK.
       WRITE-ESTATE-FOOTING.
           MOVE ALL "-" TO EST-RPT-RECORD
           WRITE EST-RPT-RECORD

           MOVE SPACES TO EST-RPT-RECORD
           IF ESTATE-ACCOUNT-COUNT = 0
               MOVE "NO OPEN DEPOSIT ACCOUNTS FOUND FOR THIS CUSTOMER"
                   TO EST-RPT-RECORD
           ELSE
               STRING "ACCOUNTS " DELIMITED BY SIZE
                   ESTATE-ACCOUNT-COUNT DELIMITED BY SIZE
                   "  DISTRIBUTED " DELIMITED BY SIZE
                   ESTATE-DISTRIBUTED DELIMITED BY SIZE
                   "  RETAINED " DELIMITED BY SIZE
                   ESTATE-RETAINED DELIMITED BY SIZE
                   INTO EST-RPT-RECORD
               END-STRING
           END-IF
           WRITE EST-RPT-RECORD

           MOVE SPACES TO EST-RPT-RECORD
           WRITE EST-RPT-RECORD
           MOVE "FOR THE FAMILY  ____________________  DATE ________"
               TO EST-RPT-RECORD
           WRITE EST-RPT-RECORD
           MOVE SPACES TO EST-RPT-RECORD
           WRITE EST-RPT-RECORD
           MOVE "FOR LEGAL       ____________________  DATE ________"
               TO EST-RPT-RECORD
           WRITE EST-RPT-RECORD
           MOVE SPACES TO EST-RPT-RECORD
           WRITE EST-RPT-RECORD
           MOVE "FOR THE BANK    ____________________  DATE ________"
               TO EST-RPT-RECORD
           WRITE EST-RPT-RECORD

           MOVE ALL "=" TO EST-RPT-RECORD
           WRITE EST-RPT-RECORD.

       WRITE-REJECTED-LINE.
           MOVE SPACES TO EST-RPT-RECORD
           STRING "CUSTOMER " DELIMITED BY SIZE
               EST-CUSTOMER-NUMBER DELIMITED BY SIZE
               " REJECTED - " DELIMITED BY SIZE
               REJECT-REASON DELIMITED BY SIZE
               INTO EST-RPT-RECORD
           END-STRING
           WRITE EST-RPT-RECORD.

      *    WRITES THE RUN'S CONTROL COUNTS AND MONEY TOTALS SO THE
      *    OPERATOR CAN BALANCE THE RUN BEFORE SIGNING IT OFF.
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO EST-RPT-RECORD
           STRING "ESTATES READ: " DELIMITED BY SIZE
               TRAN-COUNT DELIMITED BY SIZE
               "  SETTLED: " DELIMITED BY SIZE
               APPLIED-COUNT DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               REJECTED-COUNT DELIMITED BY SIZE
               INTO EST-RPT-RECORD
           END-STRING
           WRITE EST-RPT-RECORD

           MOVE SPACES TO EST-RPT-RECORD
           STRING "ACCOUNTS SETTLED: " DELIMITED BY SIZE
               ACCOUNTS-SETTLED DELIMITED BY SIZE
               "  LOANS REFERRED: " DELIMITED BY SIZE
               LOANS-REFERRED DELIMITED BY SIZE
               INTO EST-RPT-RECORD
           END-STRING
           WRITE EST-RPT-RECORD

           MOVE SPACES TO EST-RPT-RECORD
           STRING "FINAL INTEREST: " DELIMITED BY SIZE
               TOTAL-FINAL-INTEREST DELIMITED BY SIZE
               "  LIEN RETAINED: " DELIMITED BY SIZE
               TOTAL-LIEN-RETAINED DELIMITED BY SIZE
               INTO EST-RPT-RECORD
           END-STRING
           WRITE EST-RPT-RECORD

           MOVE SPACES TO EST-RPT-RECORD
           STRING "TO NOMINEES: " DELIMITED BY SIZE
               TOTAL-TO-NOMINEES DELIMITED BY SIZE
               "  TO ESTATE SUSPENSE: " DELIMITED BY SIZE
               TOTAL-TO-SUSPENSE DELIMITED BY SIZE
               INTO EST-RPT-RECORD
           END-STRING
           WRITE EST-RPT-RECORD

           MOVE SPACES TO EST-RPT-RECORD
           STRING "PAYMENTS INSTRUCTED: " DELIMITED BY SIZE
               INSTRUCTED-COUNT DELIMITED BY SIZE
               "  TO PAY BY HAND: " DELIMITED BY SIZE
               MANUAL-PAYOUT-COUNT DELIMITED BY SIZE
               INTO EST-RPT-RECORD
           END-STRING
           WRITE EST-RPT-RECORD.

      *    THE RUN'S GL PAIRS - FINAL INTEREST UNDER EVENT "L" AND
      *    THE SUSPENSE TRANSFERS UNDER EVENT "E", ONE BALANCED PAIR
      *    PER PRODUCT, CURRENCY AND EVENT, THEN THE TRAILER.
       WRITE-GL-JOURNAL.
           OPEN EXTEND GL-JRNL-FILE
           IF GL-JRNL-STATUS NOT = "00"
               OPEN OUTPUT GL-JRNL-FILE
           END-IF

           MOVE 0 TO GL-HASH-TOTAL
           MOVE 0 TO GL-DETAIL-COUNT

           PERFORM VARYING GL-TOTALS-INDEX FROM 1 BY 1
                   UNTIL GL-TOTALS-INDEX > GL-TOTALS-COUNT
               PERFORM RESOLVE-ESTATE-MAPPING

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
           MOVE "ES" TO GLJ-SOURCE
           MOVE RUN-DATE TO GLJ-CYCLE-DATE
           MOVE SPACES TO GLJ-GL-ACCOUNT
           MOVE SPACE TO GLJ-DEBIT-CREDIT
           MOVE SPACES TO GLJ-CURRENCY-CODE
           MOVE GL-HASH-TOTAL TO GLJ-AMOUNT
           MOVE GL-DETAIL-COUNT TO GLJ-DETAIL-COUNT
           WRITE GL-JRNL-RECORD

           CLOSE GL-JRNL-FILE.

       RESOLVE-ESTATE-MAPPING.
           IF GLT-EVENT-TYPE (GL-TOTALS-INDEX) = "E"
               MOVE "CUSTOMER DEPOSITS" TO GL-MAPPED-DEBIT
               MOVE "ESTATE SUSPENSE" TO GL-MAPPED-CREDIT
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
           OPEN INPUT RATE-BAND-FILE
           IF RATE-BAND-STATUS = "00"
               PERFORM UNTIL RATE-BAND-STATUS NOT = "00"
                   READ RATE-BAND-FILE
                       AT END MOVE "10" TO RATE-BAND-STATUS
                       NOT AT END
                           IF RBD-BAND-SET = SPACES
                                   AND RATE-BAND-COUNT < 20
                               ADD 1 TO RATE-BAND-COUNT
                               MOVE RBD-BAND-FLOOR TO
                                   BAND-FLOOR (RATE-BAND-COUNT)
                               MOVE RBD-BAND-CEILING TO
                                   BAND-CEILING (RATE-BAND-COUNT)
                               MOVE RBD-BAND-RATE TO
                                   BAND-RATE (RATE-BAND-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-BAND-FILE
           END-IF.

      *    READS THE OPTIONAL GL MAPPING TABLE, KEEPING THE CLOSURE
      *    EVENT "L" AND ESTATE EVENT "E" ROWS FOR EITHER PRODUCT.
       LOAD-GL-MAP-TABLE.
           OPEN INPUT GL-MAP-FILE
           IF GL-MAP-STATUS = "00"
               SET GL-MAP-IS-LOADED TO TRUE
               PERFORM UNTIL GL-MAP-STATUS NOT = "00"
                   READ GL-MAP-FILE
                       AT END MOVE "10" TO GL-MAP-STATUS
                       NOT AT END
                           IF (GLM-EVENT-TYPE = "L"
                                   OR GLM-EVENT-TYPE = "E")
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
           MOVE "ESTATE-SETTLEMENT" TO CJQ-PROGRAM-ID
           MOVE OPR-OPERATOR-ID TO CJQ-OPERATOR-ID
           CALL "CHANGE-JOURNAL" USING CHANGE-JOURNAL-AREA.

      *    THE OPERATOR'S VERDICT ON THE RUN - ZERO FOR A CLEAN
      *    CYCLE, FOUR WHEN ESTATES, LOANS OR NOMINEE SHARES TO BE
      *    PAID BY HAND WENT TO THE EXCEPTION LOG, EIGHT WHEN READS
      *    DO NOT EQUAL SETTLED PLUS REJECTED.
       SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN TRAN-COUNT NOT =
                       APPLIED-COUNT + REJECTED-COUNT
                   MOVE 8 TO RETURN-CODE
               WHEN REJECTED-COUNT > 0 OR LOANS-REFERRED > 0
                       OR MANUAL-PAYOUT-COUNT > 0
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
           STRING "ESTRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT EST-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ EST-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE EST-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ EST-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE EST-RPT-FILE
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
           MOVE "ESTATE-SETTLEMENT" TO CAT-PROGRAM-ID
           MOVE "ESTRPT" TO CAT-REPORT-NAME
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
           MOVE "ESTATE-SETTLEMENT" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE TRAN-COUNT TO AUD-RECORD-COUNT
           MOVE ACCOUNTS-SETTLED TO AUD-OUTPUT-COUNT
           MOVE REJECTED-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "ESTTRAN DETAIL FILE" TO AUD-INPUT-SUMMARY
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
           MOVE "ESTATE-SETTLEMENT" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           COMPUTE ALQ-EXC-COUNT = REJECTED-COUNT + LOANS-REFERRED
               + MANUAL-PAYOUT-COUNT
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
