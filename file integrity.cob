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

      *    MIRRORS GRADE-CALCULATOR'S STUDENT MASTER.
       FD  GRD-IN-FILE.
      *    THE FLAT UNLOAD - ONE RECORD IMAGE PER LINE, WRITTEN BY A
      *    CLEAN VERIFY AND READ BACK BY REBUILD.
       FD  BKP-FILE.
       01  BKP-RECORD             PIC X(80).

       FD  INT-LEDGER-FILE.
       01  INT-LEDGER-RECORD.
           05  HIST-CORR-OLD      PIC X(3).
           05  FILLER             PIC X.
           05  HIST-CORR-NEW      PIC X(3).
           05  FILLER             PIC X(14).

       FD  FIX-RPT-FILE.
       01  FIX-RPT-RECORD         PIC X(80).
