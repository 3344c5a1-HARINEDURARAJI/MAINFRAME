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

       FD  CUST-MSTR-FILE.
       01  CUST-MSTR-RECORD.
           COPY CUSTREC.

       FD  GRD-HIST-FILE.
       01  GRD-HIST-RECORD        PIC X(48).

      *    THE MASKED COPIES CARRY THE SAME SHAPES AS THE LIVE
      *    FILES, UNDER THEIR OWN KEYS.
       FD  SI-MASK-FILE.
       01  SI-MASK-RECORD.
           05  SIM-ACCT-NUMBER        PIC X(10).
           05  SIM-REST               PIC X(52).

       FD  CI-MASK-FILE.
       01  CI-MASK-RECORD.
           05  CIM-ACCT-NUMBER        PIC X(10).
           05  CIM-REST               PIC X(58).

       FD  CUST-MASK-FILE.
       01  CUST-MASK-RECORD.
           05  CUM-NAME               PIC X(20).
           05  CUM-REPORT-CURRENCY    PIC X(03).
           05  CUM-STATUS             PIC X.
           05  CUM-TYPE               PIC X.

       FD  GRD-MASK-FILE.
       01  GRD-MASK-RECORD        PIC X(48).

       FD  MSK-OUT-FILE.
       01  MSK-OUT-RECORD         PIC X(80).
                   MOVE CUST-REPORT-CURRENCY
                       TO CUM-REPORT-CURRENCY
                   MOVE CUST-STATUS TO CUM-STATUS
                   MOVE CUST-TYPE TO CUM-TYPE
                   WRITE CUST-MASK-RECORD

                   READ CUST-MSTR-FILE
