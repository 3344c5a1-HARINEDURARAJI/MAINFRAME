      *    CPLREC.CPY
      *    ONE EVENT ON THE CPNLEDG CAMPAIGN LEDGER, WRITTEN BY THE
      *    CAMPAIGN-SERVICE FOR THE INTEREST RUNS. A QUALIFYING
      *    DEPOSIT IS REGISTERED (Q) THE FIRST TIME A RUN SEES IT AND
      *    SETTLED ONCE - BONUS PAID (P) WHEN THE HOLDING PERIOD IS
      *    SERVED, OR FORFEITED (F) WHEN A WITHDRAWAL FELL INSIDE IT,
      *    WITH THE BONUS THAT WAS OR WOULD HAVE BEEN PAID. THE
      *    DEPOSIT IS IDENTIFIED BY ITS BALHIST DATE, AMOUNT AND THE
      *    BALANCE BEFORE IT, SO A SETTLED DEPOSIT IS NEVER PAID
      *    TWICE. THE CAMPAIGN REPORT IS BUILT FROM THIS LEDGER.
           05  CPL-CAMPAIGN-ID            PIC X(06).
           05  CPL-TARGET                 PIC X(02).
           05  CPL-ACCT-NUMBER            PIC X(10).
           05  CPL-BRANCH-CODE            PIC X(03).
           05  CPL-DEPOSIT-DATE           PIC 9(08).
           05  CPL-DEPOSIT-AMOUNT         PIC 9(5)V99.
           05  CPL-PRIOR-BALANCE          PIC 9(5)V99.
           05  CPL-EVENT                  PIC X.
               88  CPL-QUALIFIED              VALUE "Q".
               88  CPL-BONUS-PAID             VALUE "P".
               88  CPL-FORFEITED              VALUE "F".
           05  CPL-EVENT-DATE             PIC 9(08).
           05  CPL-BONUS-AMOUNT           PIC 9(7)V99.
