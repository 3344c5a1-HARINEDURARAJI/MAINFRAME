      *    GLPREC.CPY
      *    ONE ACCOUNTING PERIOD ON THE GL PERIOD-CONTROL FILE
      *    (GLPERIOD) - THE YEAR AND MONTH, WHETHER IT IS STILL OPEN
      *    OR HAS BEEN CLOSED, AND WHEN AND BY WHOM IT WAS CLOSED. A
      *    PERIOD WITH NO ROW IS OPEN. ONCE CLOSED, NO JOURNAL DETAIL
      *    CHANGES THE PERIOD'S SUBLEDGER BALANCES AGAIN.
           05  GLP-PERIOD                 PIC 9(06).
           05  GLP-STATUS                 PIC X.
               88  GLP-PERIOD-OPEN            VALUE "O".
               88  GLP-PERIOD-CLOSED          VALUE "C".
           05  GLP-CLOSED-DATE            PIC 9(08).
           05  GLP-CLOSED-BY              PIC X(08).
