      *    NTEREC.CPY
      *    ONE CUSTOMER-NOTICE EVENT ON THE NOTICEQ FILE. THE RUNS
      *    WHOSE WORK THE CUSTOMER MUST BE TOLD ABOUT IN WRITING -
      *    RATE-MASS-CHANGE, THE MATURITY-PROCESSING ADVANCE NOTICE,
      *    DORMANCY-REVIEW, FEE-ASSESSMENT AND A STANDING ORDER'S
      *    FINAL FAILED PAYMENT - EACH APPEND ONE ROW
      *    PER ACCOUNT AFFECTED; CUSTOMER-LETTERS MERGES THEM INTO
      *    THE LETTER TEMPLATES AND EMPTIES THE QUEUE. THE REFERENCE
      *    IDENTIFIES THE OCCURRENCE, SO THE CORRESPONDENCE LOG CAN
      *    TELL A NOTICE ALREADY SENT FROM A NEW ONE - THE DATE OF
      *    THE CHANGE, THE MATURITY DATE, THE DATE THE DORMANCY
      *    STATE WAS ENTERED, THE FEE CODE (SO A FEE IS NOTIFIED
      *    THE FIRST TIME IT IS CHARGED, NOT EVERY MONTH), OR THE
      *    DATE THE FAILED STANDING-ORDER PAYMENT WAS SCHEDULED FOR.
           05  NTE-EVENT-TYPE             PIC X(04).
               88  NTE-RATE-CHANGE            VALUE "RATE".
               88  NTE-MATURITY-NOTICE        VALUE "MATY".
               88  NTE-DORMANT                VALUE "DORM".
               88  NTE-PRE-ESCHEAT            VALUE "ESCH".
               88  NTE-FIRST-FEE              VALUE "FEE ".
               88  NTE-STANDING-ORDER-FAILED  VALUE "SOFL".
           05  NTE-TARGET                 PIC X(02).
           05  NTE-ACCT-NUMBER            PIC X(10).
           05  NTE-EVENT-DATE             PIC 9(08).
           05  NTE-REFERENCE              PIC X(08).
      *    THE FIGURES THE LETTER QUOTES - OLD AND NEW RATE FOR A
      *    RATE CHANGE, THE AMOUNT OF A FEE OR OF A FAILED STANDING
      *    ORDER, AND THE MATURITY, LAST-ACTIVITY OR SCHEDULED
      *    DATE. FIELDS AN EVENT DOES NOT USE ARE ZERO.
           05  NTE-OLD-RATE               PIC 9(3)V99.
           05  NTE-NEW-RATE               PIC 9(3)V99.
           05  NTE-AMOUNT                 PIC 9(7)V99.
           05  NTE-KEY-DATE               PIC 9(08).
           05  NTE-PROGRAM-ID             PIC X(15).
