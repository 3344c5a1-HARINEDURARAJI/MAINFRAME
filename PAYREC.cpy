      *    PAYREC.CPY
      *    ONE RECORD OF THE CLEARING HOUSE PAYMENTS FILE, IN THE
      *    HOUSE'S OWN SHAPE - USED FOR THE DAILY INBOUND FILE
      *    (PAYIN) AND FOR THE SAME-DAY RETURNS FILE SENT BACK
      *    (PAYRET). THE FIRST BYTE SAYS WHAT THE RECORD IS: A FILE
      *    HEADER, THEN ONE OR MORE BATCHES EACH OPENED BY A BATCH
      *    HEADER AND CLOSED BY A BATCH CONTROL CARRYING THE ENTRY
      *    COUNT AND THE DEBIT AND CREDIT TOTALS, THEN A FILE
      *    CONTROL CARRYING THE SAME FIGURES FOR THE WHOLE FILE. A
      *    FILE WHOSE SEQUENCE OR FIGURES DO NOT PROVE OUT IS
      *    REFUSED WHOLE.
           05  PAY-RECORD-TYPE            PIC X.
               88  PAY-FILE-HEADER            VALUE "1".
               88  PAY-BATCH-HEADER           VALUE "5".
               88  PAY-ENTRY                  VALUE "6".
               88  PAY-BATCH-CONTROL          VALUE "8".
               88  PAY-FILE-CONTROL           VALUE "9".
      *    ONE PAYMENT ITEM. TRANSACTION CODE 22 IS A CREDIT TO THE
      *    ACCOUNT, 27 A DIRECT DEBIT FROM IT. ON THE RETURNS FILE
      *    THE ITEM GOES BACK AS RECEIVED WITH THE REASON FILLED IN.
           05  PAY-ENTRY-DATA.
               10  PAY-TRAN-CODE          PIC X(2).
                   88  PAY-CREDIT             VALUE "22".
                   88  PAY-DEBIT              VALUE "27".
               10  PAY-TARGET             PIC X(2).
               10  PAY-ACCT-NUMBER        PIC X(10).
               10  PAY-AMOUNT             PIC 9(5)V99.
               10  PAY-AMOUNT-X REDEFINES PAY-AMOUNT
                                          PIC X(7).
               10  PAY-CURRENCY-CODE      PIC X(3).
               10  PAY-TRACE-NUMBER       PIC X(15).
               10  PAY-PARTY-NAME         PIC X(22).
      *    THE HOUSE'S STANDARD RETURN REASONS - BLANK INBOUND.
               10  PAY-RETURN-REASON      PIC X(3).
                   88  PAY-RET-NSF            VALUE "R01".
                   88  PAY-RET-CLOSED         VALUE "R02".
                   88  PAY-RET-NO-ACCOUNT     VALUE "R03".
                   88  PAY-RET-INVALID-ACCT   VALUE "R04".
                   88  PAY-RET-FROZEN         VALUE "R16".
                   88  PAY-RET-EDIT-FAILED    VALUE "R17".
               10  FILLER                 PIC X(14).
           05  PAY-FILE-HEADER-DATA REDEFINES PAY-ENTRY-DATA.
               10  PAY-FH-ORIGIN          PIC X(10).
               10  PAY-FH-DESTINATION     PIC X(10).
               10  PAY-FH-FILE-DATE       PIC 9(8).
               10  PAY-FH-FILE-ID         PIC X(4).
               10  FILLER                 PIC X(46).
           05  PAY-BATCH-HEADER-DATA REDEFINES PAY-ENTRY-DATA.
               10  PAY-BH-BATCH-NUMBER    PIC 9(7).
               10  PAY-BH-COMPANY-NAME    PIC X(16).
               10  PAY-BH-ENTRY-CLASS     PIC X(3).
               10  PAY-BH-EFFECTIVE-DATE  PIC 9(8).
               10  FILLER                 PIC X(44).
           05  PAY-BATCH-CONTROL-DATA REDEFINES PAY-ENTRY-DATA.
               10  PAY-BC-BATCH-NUMBER    PIC 9(7).
               10  PAY-BC-ENTRY-COUNT     PIC 9(6).
               10  PAY-BC-DEBIT-TOTAL     PIC 9(10)V99.
               10  PAY-BC-CREDIT-TOTAL    PIC 9(10)V99.
               10  FILLER                 PIC X(41).
           05  PAY-FILE-CONTROL-DATA REDEFINES PAY-ENTRY-DATA.
               10  PAY-FC-BATCH-COUNT     PIC 9(6).
               10  PAY-FC-ENTRY-COUNT     PIC 9(8).
               10  PAY-FC-DEBIT-TOTAL     PIC 9(10)V99.
               10  PAY-FC-CREDIT-TOTAL    PIC 9(10)V99.
               10  FILLER                 PIC X(40).
