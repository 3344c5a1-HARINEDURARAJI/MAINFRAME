      *    A PRINCIPAL ADJUSTMENT OUTSIDE THE NORMAL CYCLE - A LOAN
      *    PREPAYMENT OR SIMILAR RESCHEDULING EVENT.
               88  LDG-ADJUSTMENT             VALUE "J".
      *    THE PENALTY ON A TERM DEPOSIT BROKEN BEFORE MATURITY -
      *    INTEREST FORFEITED BY THE CUSTOMER AND TAKEN TO PENALTY
      *    INCOME BY THE TERM-BREAK RUN.
               88  LDG-PENALTY                VALUE "Y".
      *    DEBIT INTEREST CHARGED BY SIMPLE-INTEREST ON THE DAYS AN
      *    ACCOUNT RAN OVERDRAWN ON ITS ARRANGED FACILITY - MONEY
      *    TAKEN FROM THE CUSTOMER, NOT INTEREST EARNED.
               88  LDG-DEBIT-INTEREST         VALUE "D".
      *    A BACK-VALUE CORRECTION - INTEREST ADDED FOR DAYS A LATE-
      *    POSTED DEPOSIT SHOULD HAVE EARNED ("B"), OR TAKEN BACK FOR
      *    DAYS A LATE-POSTED WITHDRAWAL SHOULD NOT HAVE ("W"). THE
      *    PRIOR-RUN-DATE FIELD CARRIES THE VALUE DATE.
               88  LDG-BACK-VALUE-CREDIT      VALUE "B".
               88  LDG-BACK-VALUE-DEBIT       VALUE "W".
      *    REDRESS PAID TO THE CUSTOMER ON AN UPHELD COMPLAINT -
      *    CREDITED TO THE ACCOUNT BY THE COMPLAINT CASEWORK RUN.
      *    THE PRIOR-RUN-DATE FIELD CARRIES THE CASE'S RECEIVED DATE.
               88  LDG-COMPLAINT-REFUND       VALUE "K".
      *    WHICH BALANCE THE PRINCIPAL FIELD PRICED - THE POINT-IN-
      *    TIME MASTER PRINCIPAL OR THE AVERAGE DAILY BALANCE BUILT
      *    FROM BALHIST - SO A DISPUTED FIGURE CAN BE REPRODUCED ON
