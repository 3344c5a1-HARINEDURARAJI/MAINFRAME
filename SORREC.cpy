      *    SORREC.CPY
      *    ONE ROW OF THE STORDER STANDING-ORDER FILE - A FIXED SUM
      *    MOVED FROM ONE ACCOUNT TO ANOTHER ON A REPEATING SCHEDULE,
      *    SO A CUSTOMER'S MONTHLY TRANSFER NO LONGER HAS TO BE KEYED
      *    AS A DEPTRAN PAIR EVERY TIME. THE BRANCH SETS UP THE
      *    ORDER; THE STANDING-ORDER RUN KEEPS THE SCHEDULE AND
      *    RETRY FIELDS UP TO DATE AND WRITES THE FILE BACK WHOLE.
           05  SOR-ORDER-ID               PIC X(08).
           05  SOR-DEBIT-TARGET           PIC X(02).
           05  SOR-DEBIT-ACCT-NUMBER      PIC X(10).
           05  SOR-CREDIT-TARGET          PIC X(02).
           05  SOR-CREDIT-ACCT-NUMBER     PIC X(10).
           05  SOR-AMOUNT                 PIC 9(5)V99.
      *    W WEEKLY, F FORTNIGHTLY, M MONTHLY, Q QUARTERLY, H HALF-
      *    YEARLY, A ANNUALLY.
           05  SOR-FREQUENCY              PIC X.
               88  SOR-FREQ-WEEKLY            VALUE "W".
               88  SOR-FREQ-FORTNIGHTLY       VALUE "F".
               88  SOR-FREQ-MONTHLY           VALUE "M".
               88  SOR-FREQ-QUARTERLY         VALUE "Q".
               88  SOR-FREQ-HALF-YEARLY       VALUE "H".
               88  SOR-FREQ-ANNUALLY          VALUE "A".
               88  SOR-FREQ-VALID             VALUES "W", "F", "M",
                                                     "Q", "H", "A".
      *    THE DATE THE NEXT PAYMENT IS SCHEDULED FOR. ONE FALLING ON
      *    A HOLIDAY IS PAID ON THE NEXT BUSINESS DAY, BUT THE
      *    SCHEDULE ITSELF RUNS ON FROM THE SCHEDULED DATE.
           05  SOR-NEXT-DUE-DATE          PIC 9(8).
      *    THE LAST DATE A PAYMENT MAY BE SCHEDULED FOR - ZERO FOR AN
      *    ORDER THAT RUNS UNTIL CANCELLED.
           05  SOR-END-DATE               PIC 9(8).
      *    HOW MANY FURTHER DAYS A PAYMENT THE FUNDS WILL NOT COVER
      *    IS TRIED AGAIN, AND HOW MANY TIMES THE PAYMENT NOW DUE HAS
      *    ALREADY BEEN TRIED AND FAILED.
           05  SOR-MAX-RETRIES            PIC 9(2).
           05  SOR-RETRY-COUNT            PIC 9(2).
      *    THE DAY OF THE MONTH A MONTHLY OR LONGER ORDER IS PAID ON,
      *    SO A PAYMENT PULLED BACK TO A SHORT MONTH'S LAST DAY GOES
      *    BACK TO ITS OWN DAY THE MONTH AFTER. ZERO TAKES THE DAY
      *    FROM THE NEXT DUE DATE.
           05  SOR-ANCHOR-DAY             PIC 9(2).
           05  SOR-STATUS                 PIC X.
               88  SOR-IS-ACTIVE              VALUE "A".
               88  SOR-IS-ENDED               VALUE "E".
               88  SOR-IS-SUSPENDED           VALUE "S".
               88  SOR-IS-CANCELLED           VALUE "C".
      *    WHAT THE RUN LAST DID WITH THE ORDER AND WHEN - P PAID,
      *    R FAILED AND TO BE RETRIED, F FAILED FOR THE LAST TIME AND
      *    THE PAYMENT DROPPED, H HELD BY THE CUSTOMER'S STATUS, S
      *    SUSPENDED. THE DATE STOPS A SECOND RUN ON THE SAME DAY
      *    TAKING THE ORDER AGAIN.
           05  SOR-LAST-RESULT            PIC X.
           05  SOR-LAST-ACTION-DATE       PIC 9(8).
           05  SOR-SET-UP-BY              PIC X(08).
