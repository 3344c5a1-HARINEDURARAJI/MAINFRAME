      *    PRODREQ.CPY
      *    PARAMETER AREA FOR THE SHARED PRODUCT-SERVICE SUBPROGRAM.
      *    COPY THIS AT 01 LEVEL IN THE CALLER'S WORKING-STORAGE AND
      *    CALL "PRODUCT-SERVICE" USING THE AREA WITH THE PRODUCT
      *    CODE FILLED IN: THE SERVICE ANSWERS THE PRODUCT'S RULES
      *    FROM THE PRODMSTR CATALOG, AND ITS TIERED RATE BANDS FROM
      *    THE RATEBAND ROWS OF ITS BAND SET, LOADING BOTH ONCE PER
      *    JOB STEP AS CUSTOMER-STATUS DOES. PDQ-CATALOG-COUNT SAYS
      *    HOW MANY PRODUCTS THE CATALOG HOLDS (ZERO AT A SITE
      *    WITHOUT ONE), WHATEVER CODE WAS ASKED FOR. A PRODUCT WITH
      *    NO BAND SET ANSWERS NO BANDS - THE CALLER KEEPS THE HOUSE
      *    BANDS IT LOADED ITSELF.
           05  PDQ-PRODUCT-CODE           PIC X(06).
           05  PDQ-FOUND-SWITCH           PIC X.
               88  PDQ-PRODUCT-FOUND          VALUE "Y".
           05  PDQ-CATALOG-COUNT          PIC 9(03).
           05  PDQ-PRODUCT-NAME           PIC X(30).
           05  PDQ-FAMILY                 PIC X.
               88  PDQ-FAMILY-SAVINGS         VALUE "S".
               88  PDQ-FAMILY-TERM            VALUE "T".
               88  PDQ-FAMILY-LOAN            VALUE "L".
           05  PDQ-TARGET                 PIC X(02).
           05  PDQ-STATUS                 PIC X.
               88  PDQ-ON-SALE                VALUE "A".
               88  PDQ-WITHDRAWN              VALUE "W".
           05  PDQ-CURRENCY-CODE          PIC X(03) OCCURS 5 TIMES.
           05  PDQ-MIN-BALANCE            PIC 9(5)V99.
           05  PDQ-FEE-CODE               PIC X(04) OCCURS 5 TIMES.
           05  PDQ-BAND-SET               PIC X(04).
           05  PDQ-MIN-TENOR              PIC 9(03).
           05  PDQ-MAX-TENOR              PIC 9(03).
           05  PDQ-GRACE-DAYS             PIC 9(03).
           05  PDQ-PENALTY-RATE           PIC 9(3)V99.
           05  PDQ-BAND-COUNT             PIC 9(02).
           05  PDQ-BAND-ENTRY OCCURS 20 TIMES.
               10  PDQ-BAND-FLOOR             PIC 9(5)V99.
               10  PDQ-BAND-CEILING           PIC 9(5)V99.
               10  PDQ-BAND-RATE              PIC 9(3)V99.
