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
      *    THE GRADE HISTORY IS A PRINTABLE APPEND FILE WHOSE FIRST
      *    TEN CHARACTERS ARE THE ROLL NUMBER.
       FD  GRD-HIST-FILE.
       01  GRD-HIST-RECORD        PIC X(48).

      *    THE KEYED STUDENT MASTER - OPTIONAL, SO THE AUDIT KEEPS
      *    RUNNING AT A SITE THAT HAS NOT CONVERTED THE SCHOOL SIDE.
