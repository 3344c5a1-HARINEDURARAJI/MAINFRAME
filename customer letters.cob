       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-LETTERS.

      *    THE WRITTEN NOTICES THE BRANCHES USED TO TYPE BY HAND. THE
      *    RUNS THAT CHANGE SOMETHING THE CUSTOMER MUST BE TOLD OF -
      *    RATE-MASS-CHANGE, THE MATURITY ADVANCE NOTICE, DORMANCY-
      *    REVIEW, FEE-ASSESSMENT AND STANDING-ORDER - QUEUE AN EVENT
      *    ON NOTICEQ.
      *    THIS RUN MERGES EACH EVENT INTO THE LETTER TEMPLATE KEPT
      *    FOR ITS TYPE ON LTRTMPL, WITH THE CUSTOMER'S NAME FROM
      *    CUSTMSTR AND THE ACCOUNT'S DETAILS FROM ITS MASTER, AND
      *    PRINTS ONE LETTER PER CUSTOMER PER EVENT ON LETTERS - A
      *    JOINT ACCOUNT'S OWNERS ON ACCTOWN EACH GET THEIR OWN.
      *
      *    EVERY LETTER PRINTED IS ENTERED ON THE CORRLOG
      *    CORRESPONDENCE LOG WITH ITS SERIAL NUMBER. A NOTICE ALREADY
      *    ON THE LOG IS NEVER SENT AGAIN, SO THE DAILY MATURITY LIST
      *    PRODUCES ONE LETTER AND A MONTHLY FEE ONLY THE FIRST, AND
      *    THE LOG IS THE PROOF OF NOTICE WHEN A COMPLAINT COMES IN.
      *
      *    AN EVENT WITH NO TEMPLATE IS KEPT ON THE QUEUE UNTIL ONE
      *    IS ADDED; EVERY OTHER EVENT IS CONSUMED. A FROZEN,
      *    DECEASED OR COURT-ORDER CUSTOMER IS NOT WRITTEN TO - THE
      *    HOLD IS REPORTED INSTEAD, AS FOR STATEMENTS.
      *
      *    A TEMPLATE LINE MAY CARRY THESE MARKERS, REPLACED WHEN
      *    THE LETTER IS MERGED:
      *        &NAME  CUSTOMER NAME          &CUST  CUSTOMER NUMBER
      *        &ACCT  ACCOUNT NUMBER         &CURR  CURRENCY
      *        &BALN  ACCOUNT BALANCE        &AMNT  EVENT AMOUNT
      *        &OLDR  RATE BEFORE THE CHANGE &NEWR  RATE AFTER IT
      *        &DATE  EVENT'S KEY DATE       &TDAY  DATE OF LETTER
      *        &FEEC  FEE CODE

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-Q-FILE ASSIGN TO "NOTICEQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NOTICE-Q-STATUS.
           SELECT LTR-TMPL-FILE ASSIGN TO "LTRTMPL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LTR-TMPL-STATUS.
           SELECT CORR-LOG-FILE ASSIGN TO "CORRLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CORR-LOG-STATUS.
           SELECT ACCT-OWN-FILE ASSIGN TO "ACCTOWN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACCT-OWN-STATUS.
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
           SELECT LETTER-FILE ASSIGN TO "LETTERS"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LTR-RPT-FILE ASSIGN TO "LTRRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ARC-FILE ASSIGN TO DYNAMIC ARC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ARC-CAT-FILE ASSIGN TO "ARCCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARC-CAT-STATUS.
           SELECT HELD-RPT-FILE ASSIGN TO "HELDRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HELD-RPT-STATUS.
           SELECT EXC-LOG-FILE ASSIGN TO "EXCLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXC-LOG-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-Q-FILE.
       01  NOTICE-Q-RECORD.
           COPY NTEREC.

      *    ONE LINE OF A LETTER TEMPLATE - THE EVENT TYPE IT BELONGS
      *    TO AND THE TEXT. A TEMPLATE'S LINES PRINT IN FILE ORDER.
       FD  LTR-TMPL-FILE.
       01  LTR-TMPL-RECORD.
           05  LTT-EVENT-TYPE         PIC X(04).
           05  FILLER                 PIC X.
           05  LTT-TEXT               PIC X(70).

       FD  CORR-LOG-FILE.
       01  CORR-LOG-RECORD.
           COPY CORRREC.

       FD  ACCT-OWN-FILE.
       01  ACCT-OWN-RECORD.
           COPY OWNREC.

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
           05  CIA-LAST-RUN-DATE      PIC 9(8).
           05  CIA-CUSTOMER-NUMBER    PIC X(10).
           05  CIA-BRANCH-CODE        PIC X(03).
           05  CIA-COMPOUND-FREQ      PIC 9(2).
           05  CIA-ACCRUED-INTEREST   PIC 9(7)V99.
           05  CIA-LOAN-FLAG          PIC X.
           05  CIA-PRODUCT-CODE       PIC X(06).

      *    THE LETTERS THEMSELVES, ONE PAGE EACH, OPENED AND CLOSED
      *    WITH A FULL-WIDTH RULE AS STATEMENTS ARE.
       FD  LETTER-FILE.
       01  LETTER-RECORD          PIC X(80).

      *    THE OPERATOR'S REGISTER OF WHAT WAS SENT, SUPPRESSED,
      *    HELD OR KEPT BACK, WITH THE CONTROL TOTALS.
       FD  LTR-RPT-FILE.
       01  LTR-RPT-RECORD         PIC X(80).

      *    A DATED COPY OF LETTER-FILE, WRITTEN AFTER THE LETTERS ARE
      *    CLOSED, SO THE EXACT WORDING SENT IS RETAINED UNDER ITS
      *    OWN NAME INSTEAD OF BEING OVERWRITTEN BY TOMORROW'S RUN.
       FD  ARC-FILE.
       01  ARC-RECORD             PIC X(80).

      *    THE SHARED ARCHIVE CATALOG EVERY DATED COPY REGISTERS
      *    INTO, SO OLD REPORTS ARE FOUND BY LOOKUP, NOT BY GUESS.
       FD  ARC-CAT-FILE.
       01  ARC-CAT-RECORD.
           COPY ARCCATR.

      *    THE SHARED HELD-ACTIVITY REPORT - ONE LINE PER PIECE OF
      *    WORK A CUSTOMER STATUS FLAG BLOCKED.
       FD  HELD-RPT-FILE.
       01  HELD-RPT-RECORD        PIC X(80).

       FD  EXC-LOG-FILE.
       01  EXC-LOG-RECORD.
           COPY EXCREC.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  NOTICE-Q-STATUS        PIC XX.
       01  LTR-TMPL-STATUS        PIC XX.
       01  CORR-LOG-STATUS        PIC XX.
       01  ACCT-OWN-STATUS        PIC XX.
       01  CUST-MSTR-STATUS       PIC XX.
       01  SI-ACCT-STATUS         PIC XX.
       01  CI-ACCT-STATUS         PIC XX.
       01  HELD-RPT-STATUS        PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  CAPACITY-SWITCH        PIC X VALUE "N".
           88  CAPACITY-EXCEEDED      VALUE "Y".

      *    THE LETTER TEMPLATES.
       01  TEMPLATE-COUNT         PIC 9(3) VALUE 0.
       01  TEMPLATE-TABLE.
           05  TEMPLATE-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON TEMPLATE-COUNT.
               10  TPT-EVENT-TYPE         PIC X(04).
               10  TPT-TEXT               PIC X(70).
       01  TEMPLATE-INDEX         PIC 9(3).
       01  TEMPLATE-SWITCH        PIC X.
           88  TEMPLATE-ON-FILE       VALUE "Y".

      *    THE JOINT-OWNERSHIP TABLE.
       01  OWNER-COUNT            PIC 9(4) VALUE 0.
       01  OWNER-TABLE.
           05  OWNER-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON OWNER-COUNT.
               10  OWT-TARGET             PIC X(2).
               10  OWT-ACCT-NUMBER        PIC X(10).
               10  OWT-CUSTOMER-NUMBER    PIC X(10).
       01  OWNER-INDEX            PIC 9(4).
       01  OWNER-FOUND-SWITCH     PIC X.
           88  ACCOUNT-HAS-OWNERS     VALUE "Y".

      *    THE QUEUED EVENTS, AND WHAT BECAME OF EACH - CONSUMED, OR
      *    KEPT FOR A LATER RUN BECAUSE NO TEMPLATE EXISTS YET.
       01  EVENT-COUNT            PIC 9(4) VALUE 0.
       01  EVENT-TABLE.
           03  EVENT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON EVENT-COUNT.
               COPY NTEREC REPLACING LEADING ==NTE== BY ==EVT==.
               05  EVT-CURRENCY-CODE      PIC X(03).
               05  EVT-BALANCE            PIC 9(7)V99.
               05  EVT-KEEP-FLAG          PIC X.
                   88  EVT-KEEP-ON-QUEUE      VALUE "K".
       01  EVENT-INDEX            PIC 9(4).

      *    ONE LETTER TO WRITE - THE EVENT AND THE CUSTOMER - AND
      *    WHETHER THE CORRESPONDENCE LOG SHOWS IT ALREADY SENT.
       01  LETTER-COUNT           PIC 9(4) VALUE 0.
       01  LETTER-TABLE.
           05  LETTER-ENTRY OCCURS 1 TO 4000 TIMES
                   DEPENDING ON LETTER-COUNT.
               10  LTE-EVENT-INDEX        PIC 9(4).
               10  LTE-CUSTOMER-NUMBER    PIC X(10).
               10  LTE-SENT-FLAG          PIC X.
                   88  LTE-ALREADY-SENT       VALUE "Y".
       01  LETTER-INDEX           PIC 9(4).
       01  LETTER-MATCH           PIC 9(4).
       01  RECIPIENT-NUMBER       PIC X(10).
       01  LAST-LETTER-SERIAL     PIC 9(7) VALUE 0.
       01  LETTER-CURRENT         PIC 9(4).

      *    THE TEMPLATE MERGE - ONE TEMPLATE LINE IN, ONE LETTER LINE
      *    OUT, EACH MARKER REPLACED BY ITS VALUE WITH THE LEADING
      *    SPACES OF AN EDITED FIGURE TAKEN OFF.
       01  TEXT-POSITION          PIC 9(3).
       01  OUT-POINTER            PIC 9(3).
       01  MERGE-VALUE            PIC X(30).
       01  LEAD-SPACES            PIC 9(3).
       01  EDITED-RATE            PIC ZZ9.99.
       01  EDITED-AMOUNT          PIC Z(6)9.99.
       01  EDITED-DATE.
           05  EDD-DD             PIC 99.
           05  FILLER             PIC X VALUE "/".
           05  EDD-MM             PIC 99.
           05  FILLER             PIC X VALUE "/".
           05  EDD-YYYY           PIC 9(4).
       01  DATE-TO-EDIT           PIC 9(8).
       01  DATE-TO-EDIT-PARTS REDEFINES DATE-TO-EDIT.
           05  DTE-YYYY           PIC 9(4).
           05  DTE-MM             PIC 99.
           05  DTE-DD             PIC 99.

       01  EVENTS-READ            PIC 9(7) VALUE 0.
       01  LETTERS-PRINTED        PIC 9(7) VALUE 0.
       01  LETTERS-SUPPRESSED     PIC 9(7) VALUE 0.
       01  HELD-COUNT             PIC 9(7) VALUE 0.
       01  EVENTS-KEPT            PIC 9(7) VALUE 0.
       01  EVENTS-DROPPED         PIC 9(7) VALUE 0.
       01  EXCEPTION-COUNT        PIC 9(7) VALUE 0.
       01  EXCEPTION-TEXT         PIC X(40).
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT AND EXCEPTION
      *    RECORD THIS PROGRAM WRITES.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    HOW THIS RUN RAISES OPERATOR ALERTS - THE SHARED WRITER
      *    GRADES THE EXCEPTION COUNT AGAINST THE ALRTTHR THRESHOLD.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

           PERFORM RUN-CUSTOMER-LETTERS.

           IF EXCEPTION-COUNT > 0 OR CAPACITY-EXCEEDED
               MOVE 4 TO RETURN-CODE
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

       RUN-CUSTOMER-LETTERS.
           ACCEPT BATCH-START-TIME FROM TIME

           PERFORM LOAD-TEMPLATES
           PERFORM LOAD-OWNER-TABLE
           PERFORM LOAD-NOTICE-QUEUE

           OPEN OUTPUT LTR-RPT-FILE
           PERFORM OPEN-EXCEPTION-LOG
           PERFORM OPEN-HELD-REPORT

           MOVE SPACES TO LTR-RPT-RECORD
           STRING "CUSTOMER-LETTERS RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO LTR-RPT-RECORD
           END-STRING
           WRITE LTR-RPT-RECORD
           MOVE "EVNT TG ACCOUNT    CUSTOMER   REF      DISPOSITION"
               TO LTR-RPT-RECORD
           WRITE LTR-RPT-RECORD

           OPEN INPUT SI-ACCT-FILE
           OPEN INPUT CI-ACCT-FILE
           PERFORM VARYING EVENT-INDEX FROM 1 BY 1
                   UNTIL EVENT-INDEX > EVENT-COUNT
               PERFORM RESOLVE-ONE-EVENT
           END-PERFORM
           CLOSE SI-ACCT-FILE
           CLOSE CI-ACCT-FILE

           PERFORM MARK-LETTERS-ALREADY-SENT

           OPEN INPUT CUST-MSTR-FILE
           OPEN OUTPUT LETTER-FILE
           PERFORM OPEN-CORRESPONDENCE-LOG
           PERFORM VARYING LETTER-INDEX FROM 1 BY 1
                   UNTIL LETTER-INDEX > LETTER-COUNT
               IF LTE-ALREADY-SENT (LETTER-INDEX)
                   ADD 1 TO LETTERS-SUPPRESSED
               ELSE
                   PERFORM ISSUE-ONE-LETTER
               END-IF
           END-PERFORM
           CLOSE CORR-LOG-FILE
           CLOSE LETTER-FILE
           CLOSE CUST-MSTR-FILE

           PERFORM REWRITE-NOTICE-QUEUE
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM RAISE-EXCEPTION-ALERT

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE LTR-RPT-FILE
           CLOSE HELD-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

       LOAD-TEMPLATES.
           OPEN INPUT LTR-TMPL-FILE
           IF LTR-TMPL-STATUS = "00"
               PERFORM UNTIL LTR-TMPL-STATUS NOT = "00"
                   READ LTR-TMPL-FILE
                       AT END MOVE "10" TO LTR-TMPL-STATUS
                       NOT AT END
                           IF TEMPLATE-COUNT < 300
                               ADD 1 TO TEMPLATE-COUNT
                               MOVE LTT-EVENT-TYPE TO
                                   TPT-EVENT-TYPE (TEMPLATE-COUNT)
                               MOVE LTT-TEXT TO
                                   TPT-TEXT (TEMPLATE-COUNT)
                           ELSE
                               SET CAPACITY-EXCEEDED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LTR-TMPL-FILE
           END-IF.

       LOAD-OWNER-TABLE.
           OPEN INPUT ACCT-OWN-FILE
           IF ACCT-OWN-STATUS = "00"
               PERFORM UNTIL ACCT-OWN-STATUS NOT = "00"
                   READ ACCT-OWN-FILE
                       AT END MOVE "10" TO ACCT-OWN-STATUS
                       NOT AT END
                           IF OWNER-COUNT < 1000
                               ADD 1 TO OWNER-COUNT
                               MOVE OWN-TARGET TO
                                   OWT-TARGET (OWNER-COUNT)
                               MOVE OWN-ACCT-NUMBER TO
                                   OWT-ACCT-NUMBER (OWNER-COUNT)
                               MOVE OWN-CUSTOMER-NUMBER TO
                                   OWT-CUSTOMER-NUMBER (OWNER-COUNT)
                           ELSE
                               SET CAPACITY-EXCEEDED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-OWN-FILE
           END-IF.

      *    THE WHOLE QUEUE IS HELD FOR THE RUN; WHAT MUST WAIT FOR A
      *    TEMPLATE IS WRITTEN BACK AT THE END. EVENTS PAST THE TABLE
      *    ARE LEFT UNREAD AND STAY QUEUED FOR THE NEXT RUN.
       LOAD-NOTICE-QUEUE.
           OPEN INPUT NOTICE-Q-FILE
           IF NOTICE-Q-STATUS = "00"
               PERFORM UNTIL NOTICE-Q-STATUS NOT = "00"
                   READ NOTICE-Q-FILE
                       AT END MOVE "10" TO NOTICE-Q-STATUS
                       NOT AT END
                           IF EVENT-COUNT < 2000
                               ADD 1 TO EVENTS-READ
                               ADD 1 TO EVENT-COUNT
                               MOVE NOTICE-Q-RECORD TO
                                   EVENT-ENTRY (EVENT-COUNT)
                               MOVE SPACES TO
                                   EVT-CURRENCY-CODE (EVENT-COUNT)
                               MOVE 0 TO EVT-BALANCE (EVENT-COUNT)
                               MOVE SPACE TO
                                   EVT-KEEP-FLAG (EVENT-COUNT)
                           ELSE
                               SET CAPACITY-EXCEEDED TO TRUE
                               MOVE "10" TO NOTICE-Q-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTICE-Q-FILE
           END-IF.

      *    FINDS THE EVENT'S TEMPLATE AND ACCOUNT, AND LISTS ONE
      *    LETTER FOR EACH OWNER - THE ACCTOWN ROWS WHERE THERE ARE
      *    ANY, THE MASTER'S CUSTOMER OTHERWISE. THE SAME NOTICE
      *    QUEUED TWICE BEFORE THIS RUN IS LISTED ONCE.
       RESOLVE-ONE-EVENT.
           MOVE SPACES TO EXCEPTION-TEXT
           MOVE SPACES TO RECIPIENT-NUMBER
           MOVE "N" TO TEMPLATE-SWITCH
           PERFORM VARYING TEMPLATE-INDEX FROM 1 BY 1
                   UNTIL TEMPLATE-INDEX > TEMPLATE-COUNT
               IF TPT-EVENT-TYPE (TEMPLATE-INDEX)
                       = EVT-EVENT-TYPE (EVENT-INDEX)
                   SET TEMPLATE-ON-FILE TO TRUE
               END-IF
           END-PERFORM

           IF NOT TEMPLATE-ON-FILE
               SET EVT-KEEP-ON-QUEUE (EVENT-INDEX) TO TRUE
               ADD 1 TO EVENTS-KEPT
               MOVE "NO LETTER TEMPLATE - KEPT ON QUEUE"
                   TO EXCEPTION-TEXT
           ELSE
               PERFORM READ-EVENT-ACCOUNT
           END-IF

           IF EXCEPTION-TEXT = SPACES
               MOVE "N" TO OWNER-FOUND-SWITCH
               PERFORM VARYING OWNER-INDEX FROM 1 BY 1
                       UNTIL OWNER-INDEX > OWNER-COUNT
                   IF OWT-TARGET (OWNER-INDEX)
                           = EVT-TARGET (EVENT-INDEX)
                       AND OWT-ACCT-NUMBER (OWNER-INDEX)
                           = EVT-ACCT-NUMBER (EVENT-INDEX)
                       SET ACCOUNT-HAS-OWNERS TO TRUE
                       MOVE OWT-CUSTOMER-NUMBER (OWNER-INDEX)
                           TO RECIPIENT-NUMBER
                       PERFORM ADD-LETTER-ENTRY
                   END-IF
               END-PERFORM
               IF NOT ACCOUNT-HAS-OWNERS
                   IF RECIPIENT-NUMBER = SPACES
                       MOVE "NO CUSTOMER ON ACCOUNT"
                           TO EXCEPTION-TEXT
                   ELSE
                       PERFORM ADD-LETTER-ENTRY
                   END-IF
               END-IF
           END-IF

           IF EXCEPTION-TEXT NOT = SPACES
               IF NOT EVT-KEEP-ON-QUEUE (EVENT-INDEX)
                   ADD 1 TO EVENTS-DROPPED
               END-IF
               PERFORM REPORT-EVENT-EXCEPTION
           END-IF.

      *    THE ACCOUNT'S CURRENCY, BALANCE AND OWNING CUSTOMER.
       READ-EVENT-ACCOUNT.
           IF EVT-TARGET (EVENT-INDEX) = "CI"
               MOVE EVT-ACCT-NUMBER (EVENT-INDEX) TO CIA-ACCT-NUMBER
               READ CI-ACCT-FILE
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON CIACCT MASTER"
                           TO EXCEPTION-TEXT
                   NOT INVALID KEY
                       MOVE CIA-CURRENCY-CODE
                           TO EVT-CURRENCY-CODE (EVENT-INDEX)
                       MOVE CIA-PRINCIPAL TO EVT-BALANCE (EVENT-INDEX)
                       MOVE CIA-CUSTOMER-NUMBER TO RECIPIENT-NUMBER
               END-READ
           ELSE
               MOVE EVT-ACCT-NUMBER (EVENT-INDEX) TO SIA-ACCT-NUMBER
               READ SI-ACCT-FILE
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON SIACCT MASTER"
                           TO EXCEPTION-TEXT
                   NOT INVALID KEY
                       MOVE SIA-CURRENCY-CODE
                           TO EVT-CURRENCY-CODE (EVENT-INDEX)
                       MOVE SIA-PRINCIPAL TO EVT-BALANCE (EVENT-INDEX)
                       MOVE SIA-CUSTOMER-NUMBER TO RECIPIENT-NUMBER
               END-READ
           END-IF.

       ADD-LETTER-ENTRY.
           MOVE 0 TO LETTER-MATCH
           PERFORM VARYING LETTER-INDEX FROM 1 BY 1
                   UNTIL LETTER-INDEX > LETTER-COUNT
               MOVE LTE-EVENT-INDEX (LETTER-INDEX) TO LETTER-CURRENT
               IF LTE-CUSTOMER-NUMBER (LETTER-INDEX)
                       = RECIPIENT-NUMBER
                   AND EVT-EVENT-TYPE (LETTER-CURRENT)
                       = EVT-EVENT-TYPE (EVENT-INDEX)
                   AND EVT-TARGET (LETTER-CURRENT)
                       = EVT-TARGET (EVENT-INDEX)
                   AND EVT-ACCT-NUMBER (LETTER-CURRENT)
                       = EVT-ACCT-NUMBER (EVENT-INDEX)
                   AND EVT-REFERENCE (LETTER-CURRENT)
                       = EVT-REFERENCE (EVENT-INDEX)
                   MOVE LETTER-INDEX TO LETTER-MATCH
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN LETTER-MATCH > 0
                   ADD 1 TO LETTERS-SUPPRESSED
               WHEN LETTER-COUNT < 4000
                   ADD 1 TO LETTER-COUNT
                   MOVE EVENT-INDEX TO LTE-EVENT-INDEX (LETTER-COUNT)
                   MOVE RECIPIENT-NUMBER
                       TO LTE-CUSTOMER-NUMBER (LETTER-COUNT)
                   MOVE "N" TO LTE-SENT-FLAG (LETTER-COUNT)
               WHEN OTHER
                   SET CAPACITY-EXCEEDED TO TRUE
           END-EVALUATE.

      *    ONE PASS OF THE CORRESPONDENCE LOG - A LETTER ALREADY ON
      *    IT FOR THE SAME CUSTOMER, EVENT, ACCOUNT AND REFERENCE IS
      *    NOT SENT AGAIN. THE PASS ALSO FINDS THE LAST SERIAL USED.
       MARK-LETTERS-ALREADY-SENT.
           OPEN INPUT CORR-LOG-FILE
           IF CORR-LOG-STATUS = "00"
               PERFORM UNTIL CORR-LOG-STATUS NOT = "00"
                   READ CORR-LOG-FILE
                       AT END MOVE "10" TO CORR-LOG-STATUS
                       NOT AT END
                           PERFORM MATCH-LOGGED-LETTER
                   END-READ
               END-PERFORM
               CLOSE CORR-LOG-FILE
           END-IF.

       MATCH-LOGGED-LETTER.
           IF CRL-LETTER-SERIAL > LAST-LETTER-SERIAL
               MOVE CRL-LETTER-SERIAL TO LAST-LETTER-SERIAL
           END-IF
           PERFORM VARYING LETTER-INDEX FROM 1 BY 1
                   UNTIL LETTER-INDEX > LETTER-COUNT
               MOVE LTE-EVENT-INDEX (LETTER-INDEX) TO LETTER-CURRENT
               IF LTE-CUSTOMER-NUMBER (LETTER-INDEX)
                       = CRL-CUSTOMER-NUMBER
                   AND EVT-EVENT-TYPE (LETTER-CURRENT)
                       = CRL-EVENT-TYPE
                   AND EVT-TARGET (LETTER-CURRENT) = CRL-TARGET
                   AND EVT-ACCT-NUMBER (LETTER-CURRENT)
                       = CRL-ACCT-NUMBER
                   AND EVT-REFERENCE (LETTER-CURRENT)
                       = CRL-REFERENCE
                   SET LTE-ALREADY-SENT (LETTER-INDEX) TO TRUE
               END-IF
           END-PERFORM.

      *    ONE LETTER - HELD FOR A BLOCKED RELATIONSHIP, OTHERWISE
      *    PRINTED, LOGGED WITH THE NEXT SERIAL AND REGISTERED.
       ISSUE-ONE-LETTER.
           MOVE LTE-EVENT-INDEX (LETTER-INDEX) TO EVENT-INDEX
           MOVE LTE-CUSTOMER-NUMBER (LETTER-INDEX) TO CUST-NUMBER
           MOVE SPACES TO EXCEPTION-TEXT
           READ CUST-MSTR-FILE
               INVALID KEY
                   MOVE "CUSTOMER NOT ON CUSTMSTR" TO EXCEPTION-TEXT
           END-READ

           IF EXCEPTION-TEXT NOT = SPACES
               MOVE CUST-NUMBER TO RECIPIENT-NUMBER
               PERFORM REPORT-EVENT-EXCEPTION
           ELSE
               IF CUST-BLOCKS-ACTIVITY
                   PERFORM WRITE-HELD-LINE
               ELSE
                   ADD 1 TO LAST-LETTER-SERIAL
                   ADD 1 TO LETTERS-PRINTED
                   PERFORM PRINT-LETTER
                   PERFORM LOG-LETTER
                   MOVE SPACES TO LTR-RPT-RECORD
                   STRING EVT-EVENT-TYPE (EVENT-INDEX)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EVT-TARGET (EVENT-INDEX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EVT-ACCT-NUMBER (EVENT-INDEX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CUST-NUMBER DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EVT-REFERENCE (EVENT-INDEX) DELIMITED BY SIZE
                       " LETTER " DELIMITED BY SIZE
                       LAST-LETTER-SERIAL DELIMITED BY SIZE
                       INTO LTR-RPT-RECORD
                   END-STRING
                   WRITE LTR-RPT-RECORD
               END-IF
           END-IF.

       PRINT-LETTER.
           PERFORM WRITE-PAGE-RULE
           MOVE RUN-DATE TO DATE-TO-EDIT
           PERFORM EDIT-DATE
           MOVE SPACES TO LETTER-RECORD
           STRING "OUR REF " DELIMITED BY SIZE
               LAST-LETTER-SERIAL DELIMITED BY SIZE
               INTO LETTER-RECORD
           END-STRING
           MOVE EDITED-DATE TO LETTER-RECORD (71:10)
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE CUST-NAME TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           STRING "CUSTOMER NUMBER " DELIMITED BY SIZE
               CUST-NUMBER DELIMITED BY SIZE
               INTO LETTER-RECORD
           END-STRING
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD

           PERFORM VARYING TEMPLATE-INDEX FROM 1 BY 1
                   UNTIL TEMPLATE-INDEX > TEMPLATE-COUNT
               IF TPT-EVENT-TYPE (TEMPLATE-INDEX)
                       = EVT-EVENT-TYPE (EVENT-INDEX)
                   PERFORM MERGE-TEMPLATE-LINE
                   WRITE LETTER-RECORD
               END-IF
           END-PERFORM
           PERFORM WRITE-PAGE-RULE.

      *    COPIES THE TEMPLATE LINE ACROSS CHARACTER BY CHARACTER,
      *    REPLACING EACH FIVE-CHARACTER MARKER WITH ITS VALUE. AN
      *    UNKNOWN MARKER IS COPIED AS IT STANDS.
       MERGE-TEMPLATE-LINE.
           MOVE SPACES TO LETTER-RECORD
           MOVE 1 TO OUT-POINTER
           MOVE 1 TO TEXT-POSITION
           PERFORM UNTIL TEXT-POSITION > 70
               MOVE SPACES TO MERGE-VALUE
               IF TPT-TEXT (TEMPLATE-INDEX) (TEXT-POSITION:1) = "&"
                       AND TEXT-POSITION < 67
                   PERFORM RESOLVE-MARKER
               END-IF
               IF MERGE-VALUE NOT = SPACES
                   PERFORM APPEND-MERGE-VALUE
                   ADD 5 TO TEXT-POSITION
               ELSE
                   STRING TPT-TEXT (TEMPLATE-INDEX) (TEXT-POSITION:1)
                           DELIMITED BY SIZE
                       INTO LETTER-RECORD
                       WITH POINTER OUT-POINTER
                   END-STRING
                   ADD 1 TO TEXT-POSITION
               END-IF
           END-PERFORM.

       RESOLVE-MARKER.
           EVALUATE TPT-TEXT (TEMPLATE-INDEX) (TEXT-POSITION:5)
               WHEN "&NAME"
                   MOVE CUST-NAME TO MERGE-VALUE
               WHEN "&CUST"
                   MOVE CUST-NUMBER TO MERGE-VALUE
               WHEN "&ACCT"
                   MOVE EVT-ACCT-NUMBER (EVENT-INDEX) TO MERGE-VALUE
               WHEN "&CURR"
                   MOVE EVT-CURRENCY-CODE (EVENT-INDEX)
                       TO MERGE-VALUE
               WHEN "&BALN"
                   MOVE EVT-BALANCE (EVENT-INDEX) TO EDITED-AMOUNT
                   MOVE EDITED-AMOUNT TO MERGE-VALUE
               WHEN "&AMNT"
                   MOVE EVT-AMOUNT (EVENT-INDEX) TO EDITED-AMOUNT
                   MOVE EDITED-AMOUNT TO MERGE-VALUE
               WHEN "&OLDR"
                   MOVE EVT-OLD-RATE (EVENT-INDEX) TO EDITED-RATE
                   MOVE EDITED-RATE TO MERGE-VALUE
               WHEN "&NEWR"
                   MOVE EVT-NEW-RATE (EVENT-INDEX) TO EDITED-RATE
                   MOVE EDITED-RATE TO MERGE-VALUE
               WHEN "&DATE"
                   MOVE EVT-KEY-DATE (EVENT-INDEX) TO DATE-TO-EDIT
                   PERFORM EDIT-DATE
                   MOVE EDITED-DATE TO MERGE-VALUE
               WHEN "&TDAY"
                   MOVE RUN-DATE TO DATE-TO-EDIT
                   PERFORM EDIT-DATE
                   MOVE EDITED-DATE TO MERGE-VALUE
               WHEN "&FEEC"
                   MOVE EVT-REFERENCE (EVENT-INDEX) TO MERGE-VALUE
           END-EVALUATE.

      *    AN EDITED FIGURE COMES RIGHT-JUSTIFIED - ITS LEADING
      *    SPACES ARE SKIPPED, AND THE VALUE ENDS AT ITS FIRST PAIR
      *    OF SPACES SO A NAME KEEPS ITS SINGLE SPACES.
       APPEND-MERGE-VALUE.
           MOVE 0 TO LEAD-SPACES
           INSPECT MERGE-VALUE TALLYING LEAD-SPACES
               FOR LEADING SPACES
           IF LEAD-SPACES < 30
               STRING MERGE-VALUE (LEAD-SPACES + 1:)
                       DELIMITED BY "  "
                   INTO LETTER-RECORD
                   WITH POINTER OUT-POINTER
               END-STRING
           END-IF.

       EDIT-DATE.
           MOVE DTE-DD TO EDD-DD
           MOVE DTE-MM TO EDD-MM
           MOVE DTE-YYYY TO EDD-YYYY.

       WRITE-PAGE-RULE.
           MOVE ALL "=" TO LETTER-RECORD
           WRITE LETTER-RECORD.

       LOG-LETTER.
           MOVE SPACES TO CORR-LOG-RECORD
           MOVE CUST-NUMBER TO CRL-CUSTOMER-NUMBER
           MOVE EVT-EVENT-TYPE (EVENT-INDEX) TO CRL-EVENT-TYPE
           MOVE EVT-TARGET (EVENT-INDEX) TO CRL-TARGET
           MOVE EVT-ACCT-NUMBER (EVENT-INDEX) TO CRL-ACCT-NUMBER
           MOVE EVT-REFERENCE (EVENT-INDEX) TO CRL-REFERENCE
           MOVE EVT-EVENT-DATE (EVENT-INDEX) TO CRL-EVENT-DATE
           MOVE RUN-DATE TO CRL-LETTER-DATE
           MOVE LAST-LETTER-SERIAL TO CRL-LETTER-SERIAL
           MOVE OPR-OPERATOR-ID TO CRL-OPERATOR-ID
           WRITE CORR-LOG-RECORD.

       REPORT-EVENT-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT
           MOVE SPACES TO LTR-RPT-RECORD
           STRING EVT-EVENT-TYPE (EVENT-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EVT-TARGET (EVENT-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EVT-ACCT-NUMBER (EVENT-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RECIPIENT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXCEPTION-TEXT DELIMITED BY SIZE
               INTO LTR-RPT-RECORD
           END-STRING
           WRITE LTR-RPT-RECORD

           MOVE SPACES TO EXC-LOG-RECORD
           MOVE "CUST-LETTERS" TO EXC-PROGRAM-ID
           STRING EVT-TARGET (EVENT-INDEX) DELIMITED BY SIZE
               EVT-ACCT-NUMBER (EVENT-INDEX) DELIMITED BY SIZE
               INTO EXC-KEY-VALUE
           END-STRING
           MOVE EXCEPTION-TEXT TO EXC-REASON
           MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
           MOVE RUN-DATE TO EXC-CYCLE-DATE
           WRITE EXC-LOG-RECORD.

      *    ONLY THE EVENTS WAITING FOR A TEMPLATE GO BACK ON THE
      *    QUEUE. THE PRODUCING RUNS APPEND TO IT AGAIN TOMORROW.
       REWRITE-NOTICE-QUEUE.
           OPEN OUTPUT NOTICE-Q-FILE
           PERFORM VARYING EVENT-INDEX FROM 1 BY 1
                   UNTIL EVENT-INDEX > EVENT-COUNT
               IF EVT-KEEP-ON-QUEUE (EVENT-INDEX)
                   MOVE SPACES TO NOTICE-Q-RECORD
                   MOVE EVENT-ENTRY (EVENT-INDEX) (1:LENGTH OF
                       NOTICE-Q-RECORD) TO NOTICE-Q-RECORD
                   WRITE NOTICE-Q-RECORD
               END-IF
           END-PERFORM
           CLOSE NOTICE-Q-FILE.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO LTR-RPT-RECORD
           STRING "EVENTS READ: " DELIMITED BY SIZE
               EVENTS-READ DELIMITED BY SIZE
               "  KEPT ON QUEUE: " DELIMITED BY SIZE
               EVENTS-KEPT DELIMITED BY SIZE
               "  DROPPED: " DELIMITED BY SIZE
               EVENTS-DROPPED DELIMITED BY SIZE
               INTO LTR-RPT-RECORD
           END-STRING
           WRITE LTR-RPT-RECORD
           MOVE SPACES TO LTR-RPT-RECORD
           STRING "LETTERS PRINTED: " DELIMITED BY SIZE
               LETTERS-PRINTED DELIMITED BY SIZE
               "  ALREADY SENT: " DELIMITED BY SIZE
               LETTERS-SUPPRESSED DELIMITED BY SIZE
               "  HELD: " DELIMITED BY SIZE
               HELD-COUNT DELIMITED BY SIZE
               INTO LTR-RPT-RECORD
           END-STRING
           WRITE LTR-RPT-RECORD
           IF CAPACITY-EXCEEDED
               MOVE "TABLE CAPACITY EXCEEDED - REMAINDER LEFT QUEUED"
                   TO LTR-RPT-RECORD
               WRITE LTR-RPT-RECORD
           END-IF.

      *    APPENDS TO THE SHARED HELD-ACTIVITY REPORT IF IT ALREADY
      *    EXISTS, OR CREATES IT ON THE FIRST PROGRAM TO WRITE TO
      *    IT TODAY.
       OPEN-HELD-REPORT.
           OPEN EXTEND HELD-RPT-FILE
           IF HELD-RPT-STATUS NOT = "00"
               OPEN OUTPUT HELD-RPT-FILE
           END-IF.

       WRITE-HELD-LINE.
           ADD 1 TO HELD-COUNT
           MOVE SPACES TO HELD-RPT-RECORD
           STRING "CUSTOMER-LETTERS " DELIMITED BY SIZE
               EVT-ACCT-NUMBER (EVENT-INDEX) DELIMITED BY SIZE
               " CUSTOMER " DELIMITED BY SIZE
               CUST-NUMBER DELIMITED BY SIZE
               " STATUS " DELIMITED BY SIZE
               CUST-STATUS DELIMITED BY SIZE
               " - ACTIVITY BLOCKED" DELIMITED BY SIZE
               INTO HELD-RPT-RECORD
           END-STRING
           WRITE HELD-RPT-RECORD.

      *    APPENDS TO THE CORRESPONDENCE LOG, OR STARTS IT WITH THE
      *    FIRST LETTER EVER SENT.
       OPEN-CORRESPONDENCE-LOG.
           OPEN EXTEND CORR-LOG-FILE
           IF CORR-LOG-STATUS NOT = "00"
               OPEN OUTPUT CORR-LOG-FILE
           END-IF.

      *    COPIES THE JUST-CLOSED LETTER FILE TO A DATED ARCHIVE
      *    FILE NAMED FOR TODAY'S RUN AND CATALOGS IT.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "LETTERS." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT LETTER-FILE
           OPEN OUTPUT ARC-FILE

           READ LETTER-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE LETTER-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ LETTER-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE LETTER-FILE
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
           MOVE "CUSTOMER-LETTERS" TO CAT-PROGRAM-ID
           MOVE "LETTERS" TO CAT-REPORT-NAME
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
           MOVE "CUSTOMER-LETTERS" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE EVENTS-READ TO AUD-RECORD-COUNT
           MOVE LETTERS-PRINTED TO AUD-OUTPUT-COUNT
           MOVE EXCEPTION-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "NOTICEQ LTRTMPL CORRLOG" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

      *    HANDS THE RUN'S EXCEPTION COUNT TO THE SHARED ALERT
      *    WRITER - NOTHING FOR A CLEAN RUN, WARN OR CRITICAL PER
      *    THE CONFIGURED THRESHOLD.
       RAISE-EXCEPTION-ALERT.
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-EXCCOUNT TO TRUE
           MOVE "CUSTOMER-LETTERS" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           MOVE EXCEPTION-COUNT TO ALQ-EXC-COUNT
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
