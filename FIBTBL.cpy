      *    FIBTBL.CPY
      *    WORKING-STORAGE FOR THE SHARED FIBONACCI TERM TABLE
      *    (FIBTBLP.CPY) - THE DISTINCT TERMS 1, 2, 3, 5 ... UP TO
      *    FIB-LIMIT, WHERE ZECK-TERM (K) IS THE CLASSIC SERIES' TERM
      *    F(K+1), AND THE NEXT TERM BEING FORMED.
       01  ZECK-TABLE.
           05  ZECK-TERM          PIC 9(18) OCCURS 90 TIMES.
       01  ZECK-TERM-COUNT        PIC 9(3) VALUE 0.
       01  ZECK-VALUE             PIC 9(18).
