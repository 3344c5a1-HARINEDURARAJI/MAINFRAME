      *    FEEDFLR.CPY
      *    ONE ROW OF THE FEEDFLT DEFAULTER LIST FEE-LEDGER WRITES -
      *    AN INVOICE STILL UNPAID PAST THE DEFAULT DATE - WITH WHAT
      *    THE SCHOOL HAS CHOSEN TO DO ABOUT IT: WITHHOLD THE REPORT
      *    CARD, FLAG THE STUDENT ON THE PROMOTION REGISTER, OR BOTH.
           05  DFL-ROLL-NUMBER            PIC X(10).
           05  DFL-TERM-ID                PIC X(05).
           05  DFL-INVOICE-NUMBER         PIC X(10).
           05  DFL-DUE-DATE               PIC 9(08).
           05  DFL-BALANCE                PIC 9(07)V99.
           05  DFL-WITHHOLD-CARD          PIC X.
               88  DFL-CARD-WITHHELD          VALUE "Y".
           05  DFL-FLAG-PROMOTION         PIC X.
               88  DFL-PROMOTION-FLAGGED      VALUE "Y".
