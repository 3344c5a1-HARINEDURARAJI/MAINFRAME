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

       FD  REC-OUT-FILE.
       01  REC-OUT-RECORD         PIC X(80).
