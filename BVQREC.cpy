      *    BVQREC.CPY
      *    ONE BACK-VALUED MOVEMENT AWAITING INTEREST CORRECTION ON
      *    THE BVQUEUE FILE. DEPOSIT-POSTING APPENDS ONE ROW FOR EVERY
      *    MOVEMENT IT APPLIES WITH A VALUE DATE EARLIER THAN THE
      *    POSTING DATE; THE BACK-VALUE RUN REPRICES THE DAYS BETWEEN
      *    AND EMPTIES THE QUEUE. THE BALANCES ARE THE MASTER
      *    PRINCIPAL BEFORE AND AFTER THE MOVEMENT, AS ON BALHIST.
           05  BVQ-ACCT-NUMBER            PIC X(10).
           05  BVQ-PRODUCT                PIC X(02).
               88  BVQ-PRODUCT-SI             VALUE "SI".
               88  BVQ-PRODUCT-CI             VALUE "CI".
           05  BVQ-POST-DATE              PIC 9(8).
           05  BVQ-VALUE-DATE             PIC 9(8).
           05  BVQ-TRAN-TYPE              PIC X(03).
               88  BVQ-DEPOSIT                VALUE "DEP".
               88  BVQ-WITHDRAWAL             VALUE "WDR".
           05  BVQ-AMOUNT                 PIC 9(5)V99.
           05  BVQ-PRIOR-BALANCE          PIC 9(5)V99.
           05  BVQ-NEW-BALANCE            PIC 9(5)V99.
           05  BVQ-OPERATOR-ID            PIC X(8).
