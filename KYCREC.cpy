      *    KYCREC.CPY
      *    ONE CUSTOMER'S KNOW-YOUR-CUSTOMER STANDING ON THE KYCMSTR
      *    FILE - THE RISK RATING THAT SETS HOW OFTEN THE CUSTOMER
      *    MUST BE REVIEWED, WHEN THE IDENTITY DOCUMENTS WERE LAST
      *    VERIFIED AND BY WHOM, WHEN THE NEXT REVIEW FALLS DUE, AND
      *    WHEN THE DOCUMENTS ON FILE EXPIRE. WRITTEN BY CUSTOMER-
      *    MAINTENANCE WHEN A REVIEW IS COMPLETED AND READ NIGHTLY BY
      *    THE KYC REVIEW, WHICH STAMPS THE DATE IT BLOCKED DEPOSITS
      *    ONCE A REVIEW IS OVERDUE PAST ITS GRACE PERIOD. THE FILE
      *    IS SMALL ENOUGH TO LOAD WHOLE.
           05  KYC-CUST-NUMBER            PIC X(10).
           05  KYC-RISK-RATING            PIC X.
               88  KYC-RISK-LOW               VALUE "L".
               88  KYC-RISK-MEDIUM            VALUE "M".
               88  KYC-RISK-HIGH              VALUE "H".
           05  KYC-LAST-REVIEW            PIC 9(8).
           05  KYC-REVIEWED-BY            PIC X(8).
           05  KYC-NEXT-DUE               PIC 9(8).
      *    ZERO WHEN THE DOCUMENTS ON FILE DO NOT EXPIRE.
           05  KYC-DOC-EXPIRY             PIC 9(8).
      *    ZERO UNLESS THE NIGHTLY REVIEW HAS BLOCKED DEPOSITS.
           05  KYC-BLOCKED-DATE           PIC 9(8).
