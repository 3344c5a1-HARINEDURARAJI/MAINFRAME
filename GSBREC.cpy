      *    GSBREC.CPY
      *    ONE ROW OF THE GL SUBLEDGER BALANCE FILE (GLSUBBAL) - THE
      *    DEBITS AND CREDITS THE GL JOURNAL HAS POSTED TO ONE GL
      *    ACCOUNT IN ONE CURRENCY IN ONE ACCOUNTING PERIOD (YEAR
      *    AND MONTH), KEYED ON ALL THREE. THE ACCOUNT'S BALANCE AT
      *    THE END OF A PERIOD IS ITS DEBITS LESS ITS CREDITS SUMMED
      *    OVER THAT PERIOD AND EVERY ONE BEFORE IT. MAINTAINED ONLY
      *    BY GL-SUBLEDGER.
           05  GSB-KEY.
               10  GSB-GL-ACCOUNT         PIC X(20).
               10  GSB-CURRENCY-CODE      PIC X(03).
               10  GSB-PERIOD             PIC 9(06).
           05  GSB-DEBIT-TOTAL            PIC 9(13)V99.
           05  GSB-CREDIT-TOTAL           PIC 9(13)V99.
           05  GSB-ENTRY-COUNT            PIC 9(07).
      *    THE CYCLE DATE OF THE LAST JOURNAL DETAIL POSTED HERE -
      *    LATER THAN THE PERIOD WHEN A LATE DETAIL WAS ROLLED IN.
           05  GSB-LAST-CYCLE-DATE        PIC 9(08).
