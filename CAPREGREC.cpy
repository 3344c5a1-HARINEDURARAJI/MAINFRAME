      *    CAPREGREC.CPY
      *    ONE ROW OF THE CAPREG TABLE-CAPACITY REGISTER - AN IN-
      *    MEMORY TABLE SOME PROGRAM LOADS, ITS OCCURS LIMIT, AND THE
      *    FILE THAT FEEDS IT - SO CAPACITY-MONITOR CAN COUNT WHAT
      *    THE NEXT RUN WILL TRY TO LOAD BEFORE THE TABLE OVERFLOWS.
           05  CPR-PROGRAM-ID             PIC X(20).
           05  CPR-TABLE-NAME             PIC X(24).
           05  CPR-TABLE-LIMIT            PIC 9(07).
           05  CPR-FEED-FILE              PIC X(08).
      *    K FOR A KEYED (INDEXED) MASTER READ IN KEY ORDER, S OR
      *    SPACE FOR A PLAIN LINE FILE.
           05  CPR-FEED-ORG               PIC X.
               88  CPR-FEED-KEYED             VALUE "K".
      *    R OR SPACE COUNTS EVERY RECORD LOADED; D COUNTS THE
      *    DISTINCT VALUES OF THE KEY FIELD (A BRANCH CODE, SAY)
      *    WHEN THE TABLE HOLDS ONE ENTRY PER VALUE.
           05  CPR-COUNT-METHOD           PIC X.
               88  CPR-COUNT-DISTINCT         VALUE "D".
           05  CPR-KEY-POS                PIC 9(03).
           05  CPR-KEY-LEN                PIC 9(02).
      *    ONLY RECORDS CARRYING THIS VALUE AT THIS POSITION ARE
      *    LOADED (THE PRODUCT CODE ON BALHIST, SAY); A ZERO
      *    POSITION LOADS EVERY RECORD.
           05  CPR-SELECT-POS             PIC 9(03).
           05  CPR-SELECT-LEN             PIC 9(02).
           05  CPR-SELECT-VALUE           PIC X(10).
      *    THIS TABLE'S OWN WARNING AND CRITICAL UTILIZATION, IN
      *    WHOLE PERCENT; ZERO TAKES THE SHOP-WIDE CAPWARN/CAPCRIT.
           05  CPR-WARN-PCT               PIC 9(03).
           05  CPR-CRIT-PCT               PIC 9(03).
