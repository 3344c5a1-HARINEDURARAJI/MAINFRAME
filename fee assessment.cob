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

      *    MIRRORS THE CIACCT RECORD (ACCTMSTR.CPY PLUS COMPOUND-
      *    INTEREST'S COMPOUNDING-FREQUENCY EXTENSION) THE SAME WAY.
           05  CIA-ACCRUED-INTEREST   PIC 9(7)V99.
           05  CIA-LOAN-FLAG          PIC X.
               88  CIA-ACCOUNT-IS-LOAN    VALUE "L".
           05  CIA-PRODUCT-CODE       PIC X(06).

       FD  INT-LEDGER-FILE.
       01  INT-LEDGER-RECORD.
       FD  HELD-RPT-FILE.
       01  HELD-RPT-RECORD        PIC X(80).

      *    THE CUSTOMER-NOTICE QUEUE - EVERY FEE CHARGED IS QUEUED
      *    UNDER ITS FEE CODE; THE LETTER RUN WRITES ONLY THE FIRST
      *    TIME A FEE IS CHARGED TO AN ACCOUNT.
       FD  NOTICE-Q-FILE.
       01  NOTICE-Q-RECORD.
           COPY NTEREC.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.
       01  GL-JRNL-STATUS         PIC XX.
       01  GL-MAP-STATUS          PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  NOTICE-Q-STATUS        PIC XX.
       01  SI-EOF-SWITCH          PIC X VALUE "N".
           88  END-OF-SI-ACCT         VALUE "Y".
       01  CI-EOF-SWITCH          PIC X VALUE "N".
               10  FEE-T-AMOUNT-TOTAL     PIC 9(11)V99.
       01  FEE-INDEX              PIC 9(2).

      *    THE ACCOUNT'S CATALOG PRODUCT - ITS FEE CODES ARE THE FEE
      *    SCHEDULE IT IS CHARGED ON.
       01  PRODUCT-SERVICE-AREA.
           COPY PRODREQ.
       01  PRODUCT-FEE-INDEX      PIC 9.
       01  PRODUCT-FEE-SWITCH     PIC X.
           88  FEE-IS-ON-PRODUCT      VALUE "Y".

      *    THE ACCOUNT IN HAND AND THE FEE BEING ASSESSED ON IT.
       01  WORK-PRODUCT           PIC X(2).
       01  WORK-ACCT-NUMBER       PIC X(10).
       01  WORK-BALANCE           PIC 9(5)V99.
       01  WORK-RATE              PIC 9(3)V99.
       01  WORK-PRIOR-RUN-DATE    PIC 9(8).
       01  WORK-PRODUCT-CODE      PIC X(06).
       01  FEE-AMOUNT             PIC 9(7)V99.
       01  FEE-CAPPED-SWITCH      PIC X VALUE "N".
           88  FEE-WAS-CAPPED         VALUE "Y".
               END-IF
           END-IF.

           GOBACK.

      *    THE OFFICIAL BUSINESS DATE FROM THE CENTRAL PARAMETER
      *    LIBRARY (ROW BUSDATE PUBLISHED BY THE BUSINESS-DATE
           PERFORM OPEN-INTEREST-LEDGER
           PERFORM OPEN-BALANCE-HISTORY
           PERFORM OPEN-HELD-REPORT
           PERFORM OPEN-NOTICE-QUEUE

           MOVE SPACES TO FEE-OUT-RECORD
           STRING "FEE-ASSESSMENT RUN DATE: " DELIMITED BY SIZE
                   MOVE SIA-RATE TO WORK-RATE
                   MOVE SIA-LAST-RUN-DATE TO WORK-PRIOR-RUN-DATE
                   MOVE SIA-PRINCIPAL TO WORK-BALANCE
                   MOVE SIA-PRODUCT-CODE TO WORK-PRODUCT-CODE
                   MOVE SI-ACCT-RECORD TO BEFORE-IMAGE-SAVE
                   MOVE "N" TO MASTER-CHANGED-SWITCH
                   MOVE SIA-CUSTOMER-NUMBER TO CSQ-CUSTOMER-NUMBER
                   MOVE CIA-RATE TO WORK-RATE
                   MOVE CIA-LAST-RUN-DATE TO WORK-PRIOR-RUN-DATE
                   MOVE CIA-PRINCIPAL TO WORK-BALANCE
                   MOVE CIA-PRODUCT-CODE TO WORK-PRODUCT-CODE
                   MOVE CI-ACCT-RECORD TO BEFORE-IMAGE-SAVE
                   MOVE "N" TO MASTER-CHANGED-SWITCH
                   MOVE CIA-CUSTOMER-NUMBER TO CSQ-CUSTOMER-NUMBER
           CLOSE INT-LEDGER-FILE
           CLOSE BAL-HIST-FILE
           CLOSE HELD-RPT-FILE
           CLOSE NOTICE-Q-FILE
           CLOSE FEE-OUT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE AUDIT-LOG-FILE.
      *    EVERY FEE ROW FOR THE ACCOUNT'S PRODUCT IS TRIED IN
      *    SCHEDULE ORDER - WAIVED AT OR ABOVE THE THRESHOLD,
      *    OTHERWISE CHARGED, CAPPED AT WHATEVER BALANCE REMAINS.
      *    AN ACCOUNT OPENED UNDER A CATALOG PRODUCT IS CHARGED ONLY
      *    THE FEE CODES ITS PRODUCT CARRIES; ONE WITH NO PRODUCT
      *    KEEPS EVERY ROW FOR ITS MASTER. A PRODUCT MISSING FROM
      *    THE CATALOG CHARGES NOTHING AND IS NOTED ON THE REGISTER.
       ASSESS-ACCOUNT-FEES.
           IF WORK-PRODUCT-CODE NOT = SPACES
               MOVE WORK-PRODUCT-CODE TO PDQ-PRODUCT-CODE
               CALL "PRODUCT-SERVICE" USING PRODUCT-SERVICE-AREA
               IF NOT PDQ-PRODUCT-FOUND
                   MOVE SPACES TO FEE-OUT-RECORD
                   STRING WORK-PRODUCT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WORK-ACCT-NUMBER DELIMITED BY SIZE
                       " PRODUCT " DELIMITED BY SIZE
                       WORK-PRODUCT-CODE DELIMITED BY SIZE
                       " NOT ON CATALOG - NO FEES" DELIMITED BY SIZE
                       INTO FEE-OUT-RECORD
                   END-STRING
                   WRITE FEE-OUT-RECORD
               END-IF
           END-IF

           PERFORM VARYING FEE-INDEX FROM 1 BY 1
                   UNTIL FEE-INDEX > FEE-COUNT
               IF FEE-T-PRODUCT (FEE-INDEX) = WORK-PRODUCT
                   PERFORM CHECK-FEE-ON-PRODUCT
                   IF FEE-IS-ON-PRODUCT
                       PERFORM ASSESS-ONE-FEE
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-FEE-ON-PRODUCT.
           IF WORK-PRODUCT-CODE = SPACES
               MOVE "Y" TO PRODUCT-FEE-SWITCH
           ELSE
               MOVE "N" TO PRODUCT-FEE-SWITCH
               IF PDQ-PRODUCT-FOUND
                   PERFORM VARYING PRODUCT-FEE-INDEX FROM 1 BY 1
                           UNTIL PRODUCT-FEE-INDEX > 5
                       IF PDQ-FEE-CODE (PRODUCT-FEE-INDEX)
                               = FEE-T-CODE (FEE-INDEX)
                           MOVE "Y" TO PRODUCT-FEE-SWITCH
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       ASSESS-ONE-FEE.
           IF FEE-T-WAIVER (FEE-INDEX) > 0
                   AND WORK-BALANCE NOT < FEE-T-WAIVER (FEE-INDEX)
                   INTO FEE-OUT-RECORD
               END-STRING
           END-IF
           WRITE FEE-OUT-RECORD

           MOVE SPACES TO NOTICE-Q-RECORD
           SET NTE-FIRST-FEE TO TRUE
           MOVE WORK-PRODUCT TO NTE-TARGET
           MOVE WORK-ACCT-NUMBER TO NTE-ACCT-NUMBER
           MOVE POSTING-DATE TO NTE-EVENT-DATE
           MOVE FEE-T-CODE (FEE-INDEX) TO NTE-REFERENCE
           MOVE 0 TO NTE-OLD-RATE
           MOVE 0 TO NTE-NEW-RATE
           MOVE FEE-AMOUNT TO NTE-AMOUNT
           MOVE POSTING-DATE TO NTE-KEY-DATE
           MOVE "FEE-ASSESSMENT" TO NTE-PROGRAM-ID
           WRITE NOTICE-Q-RECORD.

       ACCUMULATE-GL-TOTAL.
           MOVE "N" TO GL-ENTRY-FOUND-SWITCH
           ADD GLJ-AMOUNT TO GL-HASH-TOTAL
           ADD 1 TO GL-DETAIL-COUNT.

       OPEN-NOTICE-QUEUE.
           OPEN EXTEND NOTICE-Q-FILE
           IF NOTICE-Q-STATUS NOT = "00"
               OPEN OUTPUT NOTICE-Q-FILE
           END-IF.

      *    APPENDS TO THE SHARED HELD-ACTIVITY REPORT IF IT ALREADY
      *    EXISTS, OR CREATES IT ON THE FIRST PROGRAM TO WRITE TO
      *    IT TODAY.
