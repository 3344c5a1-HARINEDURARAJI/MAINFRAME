      *    FEECONR.CPY
      *    ONE ROW OF THE FEECONC CONCESSIONS FILE - A REDUCTION IN
      *    ONE STUDENT'S TERM INVOICE, AS A PERCENTAGE OF THE GROSS
      *    FEES, A FLAT AMOUNT, OR BOTH. A STUDENT MAY HOLD SEVERAL;
      *    TOGETHER THEY NEVER TAKE THE INVOICE BELOW ZERO. A BLANK
      *    TERM IS THE CURRENT TERM.
           05  FCN-ROLL-NUMBER            PIC X(10).
           05  FCN-TERM-ID                PIC X(05).
           05  FCN-REASON                 PIC X(20).
           05  FCN-PERCENT                PIC 9(03)V99.
           05  FCN-AMOUNT                 PIC 9(07)V99.
