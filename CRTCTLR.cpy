      *    CRTCTLR.CPY
      *    THE CERTCTL SERIAL-NUMBER CONTROL RECORD - THE ONE RECORD
      *    THAT SAYS WHICH LEAVING/TRANSFER CERTIFICATE SERIAL WAS
      *    ISSUED LAST, WHEN AND BY WHOM. LEAVING-CERTIFICATE TAKES
      *    THE NEXT SERIAL FROM IT AND REWRITES IT AFTER EVERY
      *    CERTIFICATE, SO A SERIAL IS NEVER HANDED OUT TWICE EVEN
      *    WHEN A RUN STOPS PART WAY. IT REPLACES THE LEDGER BOOK.
           05  CSC-LAST-SERIAL            PIC 9(07).
           05  CSC-LAST-ISSUE-DATE        PIC 9(08).
           05  CSC-LAST-OPERATOR-ID       PIC X(08).
