      *    PAYOREC.CPY
      *    ONE RECORD OF THE OUTBOUND PAYMENT INSTRUCTION FILE
      *    (PAYOUT) HANDED TO THE PAYMENTS SYSTEM, SO A PAYOUT THE
      *    DEPOSIT RUNS DECIDE ON - A MATURITY, A CLOSURE
      *    SETTLEMENT, A TERM BREAK, AN EXTERNAL INTEREST SWEEP OR A
      *    NOMINEE'S SHARE OF AN ESTATE - NEVER HAS TO BE KEYED
      *    AGAIN AT A BRANCH. EVERY RECORD IS WRITTEN BY THE
      *    PAYMENT-INSTRUCTION SERVICE. EACH RUN THAT
      *    PAYS APPENDS ITS INSTRUCTIONS AS ONE BATCH FOLLOWED BY A
      *    TRAILER WHOSE COUNT AND AMOUNT TOTAL MUST EQUAL THE
      *    BATCH'S DETAILS, AS THE GL JOURNAL'S TRAILER DOES.
           05  POI-RECORD-TYPE            PIC X(03).
               88  POI-DETAIL                 VALUE "DTL".
               88  POI-TRAILER                VALUE "TRL".
      *    THE RUN THAT DECIDED ON THE PAYOUT, THE BATCH IT BELONGS
      *    TO (A STREAM ID WHEN THE INTEREST RUNS ARE SPLIT, "00"
      *    OTHERWISE) AND THE CYCLE IT WAS ISSUED IN.
           05  POI-SOURCE                 PIC X(02).
               88  POI-SOURCE-MATURITY        VALUE "MP".
               88  POI-SOURCE-CLOSURE         VALUE "AM".
               88  POI-SOURCE-BREAK           VALUE "TB".
               88  POI-SOURCE-SI-SWEEP        VALUE "SI".
               88  POI-SOURCE-CI-SWEEP        VALUE "CI".
               88  POI-SOURCE-ESTATE          VALUE "ES".
           05  POI-BATCH-ID               PIC X(02).
           05  POI-CYCLE-DATE             PIC 9(8).
           05  POI-DETAIL-DATA.
      *    THE REFERENCE THE PAYMENTS SYSTEM QUOTES BACK ON ITS
      *    CONFIRMATION - SOURCE, BATCH, CYCLE DATE AND SEQUENCE.
               10  POI-INSTR-REF          PIC X(18).
               10  POI-EVENT              PIC X(4).
                   88  POI-EVENT-MATURITY     VALUE "MATY".
                   88  POI-EVENT-CLOSURE      VALUE "CLOS".
                   88  POI-EVENT-BREAK        VALUE "BRKN".
                   88  POI-EVENT-SWEEP        VALUE "SWEP".
                   88  POI-EVENT-ESTATE       VALUE "ESTS".
               10  POI-ORIG-TARGET        PIC X(02).
               10  POI-ORIG-ACCT          PIC X(10).
               10  POI-BENEF-ACCT         PIC X(20).
               10  POI-BENEF-BANK         PIC X(11).
               10  POI-BENEF-NAME         PIC X(30).
               10  POI-AMOUNT             PIC 9(9)V99.
               10  POI-CURRENCY-CODE      PIC X(03).
               10  POI-VALUE-DATE         PIC 9(8).
      *    ON A TRAILER - THE NUMBER OF DETAILS IN THE BATCH AND THE
      *    SUM OF THEIR AMOUNTS.
           05  POI-TRAILER-DATA REDEFINES POI-DETAIL-DATA.
               10  POI-TRL-DETAIL-COUNT   PIC 9(7).
               10  POI-TRL-AMOUNT-TOTAL   PIC 9(11)V99.
               10  FILLER                 PIC X(97).
