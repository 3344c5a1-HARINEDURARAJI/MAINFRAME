      *    CPNREC.CPY
      *    ONE PROMOTIONAL BONUS-RATE CAMPAIGN ON THE CAMPAIGN FILE.
      *    A DEPOSIT (A BALHIST "DEP" MOVEMENT) POSTED TO THE NAMED
      *    MASTER INSIDE THE WINDOW, OF AT LEAST THE MINIMUM AMOUNT,
      *    ON AN ACCOUNT OF AN ELIGIBLE PRODUCT AND BRANCH, IS NEW
      *    MONEY: ONCE IT HAS BEEN HELD FOR THE HOLDING PERIOD WITH
      *    NO WITHDRAWAL FROM THE ACCOUNT IT EARNS THE BONUS RATE FOR
      *    THOSE DAYS ON ITS OWN AMOUNT ONLY. A WITHDRAWAL INSIDE THE
      *    HOLDING PERIOD FORFEITS IT. ALL-BLANK PRODUCT OR BRANCH
      *    LISTS MEAN EVERY PRODUCT OR BRANCH.
           05  CPN-CAMPAIGN-ID            PIC X(06).
           05  CPN-CAMPAIGN-NAME          PIC X(20).
           05  CPN-TARGET                 PIC X(02).
           05  CPN-START-DATE             PIC 9(08).
           05  CPN-END-DATE               PIC 9(08).
           05  CPN-PRODUCT-CODE           PIC X(06) OCCURS 5 TIMES.
           05  CPN-BRANCH-CODE            PIC X(03) OCCURS 5 TIMES.
           05  CPN-BONUS-RATE             PIC 9(3)V99.
           05  CPN-MIN-DEPOSIT            PIC 9(5)V99.
           05  CPN-HOLD-DAYS              PIC 9(03).
