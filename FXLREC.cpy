      *    FXLREC.CPY
      *    ONE ROW OF THE FXLIMIT FILE TREASURY MAINTAINS - THE MOST
      *    THE BANK MAY BE LONG OR SHORT IN ONE CURRENCY, IN BASE
      *    CURRENCY, AND THE SEVERITY A BREACH IS RAISED AT. THE ROW
      *    FOR CURRENCY "ALL" IS THE AGGREGATE LIMIT ON THE WHOLE
      *    BOOK. A BLANK OR UNRECOGNIZED SEVERITY RAISES AS WARN; A
      *    CURRENCY WITH NO ROW IS REPORTED BUT NOT LIMITED.
           05  FXL-CURRENCY-CODE          PIC X(03).
               88  FXL-AGGREGATE-LIMIT        VALUE "ALL".
           05  FXL-LIMIT-AMOUNT           PIC 9(11)V99.
           05  FXL-SEVERITY               PIC X(08).
               88  FXL-SEV-VALID              VALUES "INFO",
                                                     "WARN",
                                                     "CRITICAL".
