               88  SIA-ACTUAL-360         VALUE "3".
               88  SIA-ACTUAL-365         VALUE "5".
           05  SIA-ACCRUAL-DAYS       PIC 9(5).
           05  SIA-PRODUCT-CODE       PIC X(06).

      *    MIRRORS THE CIACCT RECORD (ACCTMSTR.CPY PLUS COMPOUND-
      *    INTEREST'S COMPOUNDING-FREQUENCY EXTENSION) THE SAME WAY.
           05  CIA-ACCRUED-INTEREST   PIC 9(7)V99.
           05  CIA-LOAN-FLAG          PIC X.
               88  CIA-ACCOUNT-IS-LOAN    VALUE "L".
           05  CIA-PRODUCT-CODE       PIC X(06).

       FD  STMT-OUT-FILE.
       01  STMT-OUT-RECORD        PIC X(80).
           05  RBD-BAND-FLOOR     PIC 9(5)V99.
           05  RBD-BAND-CEILING   PIC 9(5)V99.
           05  RBD-BAND-RATE      PIC 9(3)V99.
      *    A ROW NAMING A BAND SET BELONGS TO THE CATALOG PRODUCTS
      *    THAT USE THAT SET (ANSWERED BY PRODUCT-SERVICE); ONLY THE
      *    HOUSE ROWS, WITH NO SET, LOAD INTO THE TABLE HERE.
           05  RBD-BAND-SET       PIC X(04).


      *    THE OPTIONAL ACCOUNT-OWNERS CROSS-REFERENCE - A JOINT
               10  BAND-CEILING           PIC 9(5)V99.
               10  BAND-RATE              PIC 9(3)V99.
       01 BAND-INDEX              PIC 9(2).

      *    THE HOUSE BANDS AS LOADED, AND THE CATALOG PRODUCT THE
      *    ACCOUNT IN HAND IS PRICED ON - A PRODUCT WITH ITS OWN BAND
      *    SET IS TIERED ON THAT SET INSTEAD.
       01 PRODUCT-SERVICE-AREA.
           COPY PRODREQ.
       01 BAND-PRODUCT-CODE       PIC X(06).
       01 HOUSE-BAND-COUNT        PIC 9(2) VALUE 0.
       01 HOUSE-BAND-TABLE.
           05  HOUSE-BAND-ENTRY OCCURS 20 TIMES.
               10  HOUSE-BAND-FLOOR       PIC 9(5)V99.
               10  HOUSE-BAND-CEILING     PIC 9(5)V99.
               10  HOUSE-BAND-RATE        PIC 9(3)V99.
       01 BAND-SLICE-AMOUNT       PIC 9(5)V99.
       01 SLICE-TOP               PIC 9(5)V99.
       01 TIME-FACTOR             PIC 9(5)V9(5).
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-RATE-BAND-TABLE
           PERFORM KEEP-HOUSE-BANDS
           PERFORM LOAD-OWNER-TABLE
           OPEN INPUT SI-ACCT-FILE
           OPEN INPUT CI-ACCT-FILE
           MOVE SIA-PRINCIPAL TO P
           MOVE SIA-RATE TO R
           MOVE SIA-TIME TO T
           MOVE SIA-PRODUCT-CODE TO BAND-PRODUCT-CODE
           PERFORM SELECT-ACCOUNT-BANDS
           IF RATE-BAND-COUNT > 0
               EVALUATE TRUE
                   WHEN SIA-ACTUAL-360
           COMPUTE PERIOD-RATE = R / FREQ
           COMPUTE TOTAL-PERIODS = T * FREQ
           MOVE TOTAL-PERIODS TO POWER-EXPONENT
           MOVE CIA-PRODUCT-CODE TO BAND-PRODUCT-CODE
           PERFORM SELECT-ACCOUNT-BANDS
           IF RATE-BAND-COUNT > 0
               PERFORM COMPUTE-TIERED-CI-AMOUNT
               MOVE TIERED-AMOUNT TO AMOUNT
           END-PERFORM.


      *    KEEPS THE HOUSE BANDS JUST LOADED SO EACH ACCOUNT CAN BE
      *    SWITCHED TO ITS PRODUCT'S BAND SET AND BACK.
       KEEP-HOUSE-BANDS.
           MOVE RATE-BAND-COUNT TO HOUSE-BAND-COUNT
           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > RATE-BAND-COUNT
               MOVE RATE-BAND-ENTRY (BAND-INDEX)
                   TO HOUSE-BAND-ENTRY (BAND-INDEX)
           END-PERFORM.

      *    THE BANDS THE ACCOUNT IN BAND-PRODUCT-CODE IS TIERED ON -
      *    ITS CATALOG PRODUCT'S BAND SET WHEN THE PRODUCT HAS ONE,
      *    OTHERWISE THE HOUSE BANDS, EXACTLY AS THE INTEREST RUNS
      *    PRICE IT.
       SELECT-ACCOUNT-BANDS.
           MOVE HOUSE-BAND-COUNT TO RATE-BAND-COUNT
           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > HOUSE-BAND-COUNT
               MOVE HOUSE-BAND-ENTRY (BAND-INDEX)
                   TO RATE-BAND-ENTRY (BAND-INDEX)
           END-PERFORM
           IF BAND-PRODUCT-CODE NOT = SPACES
               MOVE BAND-PRODUCT-CODE TO PDQ-PRODUCT-CODE
               CALL "PRODUCT-SERVICE" USING PRODUCT-SERVICE-AREA
               IF PDQ-PRODUCT-FOUND AND PDQ-BAND-SET NOT = SPACES
                   MOVE PDQ-BAND-COUNT TO RATE-BAND-COUNT
                   PERFORM VARYING BAND-INDEX FROM 1 BY 1
                           UNTIL BAND-INDEX > PDQ-BAND-COUNT
                       MOVE PDQ-BAND-ENTRY (BAND-INDEX)
                           TO RATE-BAND-ENTRY (BAND-INDEX)
                   END-PERFORM
               END-IF
           END-IF.

      *    READS THE OPTIONAL RATE-BAND TABLE INTO MEMORY, EXACTLY
      *    AS THE INTEREST RUNS DO.
       LOAD-RATE-BAND-TABLE.
                   READ RATE-BAND-FILE
                       AT END MOVE "10" TO RATE-BAND-STATUS
                       NOT AT END
                           IF RBD-BAND-SET = SPACES
                                   AND RATE-BAND-COUNT < 20
                               ADD 1 TO RATE-BAND-COUNT
                               MOVE RBD-BAND-FLOOR TO
                                   BAND-FLOOR (RATE-BAND-COUNT)
