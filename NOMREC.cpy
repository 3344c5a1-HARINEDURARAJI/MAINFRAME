      *    NOMREC.CPY
      *    ONE ROW OF THE NOMINEE BENEFICIARY FILE - A CUSTOMER'S
      *    NAMED NOMINEE ON ONE SIACCT OR CIACCT ACCOUNT AND THE
      *    PERCENTAGE OF THAT ACCOUNT THE NOMINEE RECEIVES WHEN THE
      *    CUSTOMER DIES - SO THE ESTATE-SETTLEMENT RUN CAN PAY OUT
      *    A DECEASED CUSTOMER'S ACCOUNTS BY THE BOOK INSTEAD OF
      *    LEAVING THEM BLOCKED UNTIL SOMEONE WORKS THEM BY HAND. AN
      *    ACCOUNT'S ROWS SUM TO AT MOST ONE HUNDRED PERCENT, WHICH
      *    THE NOMINEE MAINTENANCE RUN ENFORCES ON THE WAY IN; ANY
      *    SHARE NOT NOMINATED GOES TO THE ESTATE SUSPENSE ACCOUNT.
      *    THE NOMINEE'S OWN ACCOUNT AT THEIR BANK IS WHERE THE SHARE
      *    IS PAID; A ROW WITHOUT ONE IS PAID BY HAND AT A BRANCH.
           05  NOM-CUSTOMER-NUMBER        PIC X(10).
           05  NOM-TARGET                 PIC X(02).
               88  NOM-TARGET-SI              VALUE "SI".
               88  NOM-TARGET-CI              VALUE "CI".
           05  NOM-ACCT-NUMBER            PIC X(10).
           05  NOM-NOMINEE-NAME           PIC X(20).
           05  NOM-RELATIONSHIP           PIC X(10).
           05  NOM-SHARE-PCT              PIC 9(3)V99.
           05  NOM-BENEF-ACCT             PIC X(20).
           05  NOM-BENEF-BANK             PIC X(11).
