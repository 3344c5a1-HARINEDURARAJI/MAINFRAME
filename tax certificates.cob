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
      *    ONE PASS OVER THE LEDGER - EVERY ENTRY IN THE CERTIFICATE
      *    YEAR LANDS ON ITS ACCOUNT'S BUCKET. POSTINGS AND
      *    CAPITALIZATIONS ADD, REVERSALS SUBTRACT, SWEEPS ARE A
      *    MOVEMENT OF MONEY ALREADY COUNTED AND ARE SKIPPED, AND
      *    DEBIT INTEREST IS CHARGED, NOT EARNED, SO IT IS SKIPPED TOO.
       AGGREGATE-LEDGER-YEAR.
           OPEN INPUT INT-LEDGER-FILE
           IF INT-LEDGER-STATUS = "00"
           END-IF.

       NOTE-LEDGER-ENTRY.
           IF LDG-SWEEP-OUT OR LDG-SWEEP-IN OR LDG-DEBIT-INTEREST
               CONTINUE
           ELSE
               MOVE 0 TO MATCHED-INDEX
               END-IF

               IF MATCHED-INDEX > 0
                   IF LDG-REVERSAL OR LDG-PENALTY
                       SUBTRACT LDG-INTEREST
                           FROM ACT-GROSS (MATCHED-INDEX)
                   ELSE
