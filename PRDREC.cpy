      *    PRDREC.CPY
      *    ONE PRODUCT ON THE PRODMSTR PRODUCT CATALOG, KEYED ON
      *    PRODUCT CODE AND MAINTAINED BY PRODUCT-MAINT. AN ACCOUNT
      *    NAMES ITS PRODUCT IN ITS MASTER RECORD AND THE INTEREST,
      *    FEE AND MAINTENANCE RUNS TAKE ITS RULES FROM HERE (THROUGH
      *    PRODUCT-SERVICE), SO A NEW PRODUCT IS A CATALOG ENTRY AND
      *    NOT AN EDIT TO EACH PARAMETER FILE. AN ACCOUNT WITH NO
      *    PRODUCT KEEPS THE HOUSE RULES FROM THOSE FILES.
           05  PRD-PRODUCT-CODE           PIC X(06).
           05  PRD-PRODUCT-NAME           PIC X(30).
           05  PRD-FAMILY                 PIC X.
               88  PRD-FAMILY-SAVINGS         VALUE "S".
               88  PRD-FAMILY-TERM            VALUE "T".
               88  PRD-FAMILY-LOAN            VALUE "L".
               88  PRD-FAMILY-VALID           VALUES "S", "T", "L".
      *    THE MASTER THE PRODUCT IS BOOKED ON - SI OR CI.
           05  PRD-TARGET                 PIC X(02).
           05  PRD-STATUS                 PIC X.
               88  PRD-ON-SALE                VALUE "A".
      *    WITHDRAWN FROM SALE - NO NEW ACCOUNTS, BUT THOSE ALREADY
      *    OPEN KEEP EARNING AND PAYING ON ITS RULES.
               88  PRD-WITHDRAWN              VALUE "W".
      *    THE CURRENCIES IT MAY BE OPENED IN; ALL BLANK MEANS ANY.
           05  PRD-CURRENCY-CODE          PIC X(03) OCCURS 5 TIMES.
      *    BELOW THIS BALANCE THE ACCOUNT EARNS NOTHING (AS THE
      *    SIMINBAL/CIMINBAL THRESHOLD) AND CANNOT BE OPENED.
           05  PRD-MIN-BALANCE            PIC 9(5)V99.
      *    THE FEESCHED FEE CODES CHARGED ON THE PRODUCT - ITS FEE
      *    SCHEDULE. ALL BLANK MEANS THE PRODUCT CARRIES NO FEES.
           05  PRD-FEE-CODE               PIC X(04) OCCURS 5 TIMES.
      *    THE RATEBAND BAND SET ITS INTEREST IS TIERED ON; BLANK
      *    MEANS THE HOUSE BANDS (THE RATEBAND ROWS WITH NO SET).
           05  PRD-BAND-SET               PIC X(04).
      *    THE TERM, IN YEARS, AN ACCOUNT MAY BE OPENED FOR. A ZERO
      *    MAXIMUM MEANS NO UPPER LIMIT.
           05  PRD-MIN-TENOR              PIC 9(03).
           05  PRD-MAX-TENOR              PIC 9(03).
      *    DELINQUENCY TERMS (AS SIPENALTY): GRACE DAYS PAST THE
      *    AGREED TERM AND THE PENALTY RATE ON THE OVERDUE DAYS. A
      *    ZERO RATE MEANS THE PRODUCT CHARGES NO PENALTY.
           05  PRD-GRACE-DAYS             PIC 9(03).
           05  PRD-PENALTY-RATE           PIC 9(3)V99.
           05  PRD-LAST-CHANGE-DATE       PIC 9(08).
           05  PRD-CHANGED-BY             PIC X(08).
