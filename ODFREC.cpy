      *    ODFREC.CPY
      *    ONE ROW OF THE ODFACIL ARRANGED-OVERDRAFT FILE - THE
      *    SIACCT ACCOUNT ALLOWED TO RUN BELOW ZERO, THE LIMIT
      *    SANCTIONED, THE DEBIT RATE CHARGED ON THE OVERDRAWN DAYS
      *    AND THE DATE THE FACILITY COMES UP FOR REVIEW - SO AN
      *    AGREED OVERDRAFT POSTS THROUGH DEPOSIT-POSTING INSTEAD OF
      *    BY MANUAL OVERRIDE. THE MASTER PRINCIPAL NEVER GOES BELOW
      *    ZERO; WHAT THE CUSTOMER OWES ON THE FACILITY IS CARRIED
      *    HERE AS THE DRAWN AMOUNT, SO THE ACCOUNT'S TRUE BALANCE
      *    IS THE PRINCIPAL LESS THE DRAWN AMOUNT AND ONLY ONE OF
      *    THE TWO IS EVER ABOVE ZERO.
           05  ODF-ACCT-NUMBER            PIC X(10).
           05  ODF-LIMIT                  PIC 9(5)V99.
           05  ODF-DEBIT-RATE             PIC 9(3)V99.
      *    PAST THIS DATE NO NEW DRAWING IS ALLOWED, AND ANY SUM
      *    STILL DRAWN IS REPORTED AS AN EXPIRED FACILITY.
           05  ODF-REVIEW-DATE            PIC 9(8).
           05  ODF-DRAWN-AMOUNT           PIC 9(5)V99.
           05  ODF-STATUS                 PIC X.
               88  ODF-IS-ACTIVE              VALUE "A".
               88  ODF-IS-CANCELLED           VALUE "C".
           05  ODF-SANCTIONED-BY          PIC X(8).
           05  ODF-SANCTION-DATE          PIC 9(8).
      *    THE FIRST CYCLE THE FACILITY WAS FOUND OVER ITS LIMIT OR
      *    DRAWN PAST REVIEW - ZERO WHILE IT IS IN ORDER - SO THE
      *    EXCESS REPORT AND THE COLLECTIONS WORKLIST CAN AGE IT.
           05  ODF-EXCESS-SINCE           PIC 9(8).
