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

       FD  CUST-MSTR-FILE.
       01  CUST-MSTR-RECORD.
                           TO CUST-REPORT-CURRENCY
                   END-IF
                   MOVE "A" TO CUST-STATUS
                   MOVE "I" TO CUST-TYPE
                   WRITE CUST-MSTR-RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
           MOVE 0 TO SIA-LAST-RUN-DATE
           MOVE CNV-CUSTOMER-NUMBER TO SIA-CUSTOMER-NUMBER
           MOVE CNV-BRANCH-CODE TO SIA-BRANCH-CODE
           MOVE SPACES TO SIA-PRODUCT-CODE
           IF CNV-DAY-COUNT = SPACE
               MOVE "N" TO SIA-DAY-COUNT-BASIS
           ELSE
           END-IF
           MOVE 0 TO CIA-ACCRUED-INTEREST
           MOVE CNV-LOAN-FLAG TO CIA-LOAN-FLAG
           MOVE SPACES TO CIA-PRODUCT-CODE
           WRITE CI-ACCT-RECORD
               INVALID KEY
                   MOVE "N" TO VALID-INPUT-SWITCH
