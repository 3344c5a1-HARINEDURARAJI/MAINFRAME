      *    LIENREQ.CPY
      *    PARAMETER AREA FOR THE SHARED LIEN-SERVICE SUBPROGRAM.
      *    COPY THIS AT 01 LEVEL IN THE CALLER'S WORKING-STORAGE AND
      *    CALL "LIEN-SERVICE" USING THE AREA WITH THE MASTER,
      *    ACCOUNT AND AS-OF DATE FILLED IN: THE SERVICE ANSWERS THE
      *    TOTAL AMOUNT HELD BY LIENS IN FORCE ON THAT DATE AND HOW
      *    MANY THERE ARE, LOADING LIENMSTR ONCE PER JOB STEP AS
      *    CUSTOMER-STATUS DOES. AN ACCOUNT WITH NO LIENS, OR A SITE
      *    WITHOUT THE FILE, ANSWERS ZERO - SO NOTHING IS HELD BACK
      *    EXCEPT WHAT SOMEONE DELIBERATELY EARMARKED. WHAT THE
      *    CUSTOMER MAY STILL DRAW IS THE BALANCE LESS THE LIENED
      *    AMOUNT.
           05  LNQ-TARGET                 PIC X(02).
           05  LNQ-ACCT-NUMBER            PIC X(10).
           05  LNQ-AS-OF-DATE             PIC 9(8).
           05  LNQ-LIENED-AMOUNT          PIC 9(7)V99.
           05  LNQ-LIEN-COUNT             PIC 9(3).
