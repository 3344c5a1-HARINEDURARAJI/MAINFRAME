      *    PROGRAM DOWNSTREAM, SO AN OPERATOR NO LONGER HAS TO
      *    REMEMBER TO CLOSE THINGS ACCOUNT BY ACCOUNT. RECORDS
      *    FROM BEFORE THIS FIELD EXISTED READ AS SPACE AND COUNT
      *    AS ACTIVE. A CUSTOMER WHOSE KYC REVIEW IS OVERDUE PAST
      *    ITS GRACE PERIOD IS SET TO R BY THE NIGHTLY KYC REVIEW -
      *    NEW DEPOSITS ARE REFUSED BUT MONEY CAN STILL LEAVE - UNTIL
      *    CUSTOMER-MAINTENANCE RECORDS A COMPLETED REVIEW.
           05  CUST-STATUS                PIC X.
               88  CUST-IS-ACTIVE             VALUES "A", " ".
               88  CUST-IS-FROZEN             VALUE "F".
               88  CUST-IS-DECEASED           VALUE "D".
               88  CUST-UNDER-LEGAL-ORDER     VALUE "L".
               88  CUST-REVIEW-OVERDUE        VALUE "R".
               88  CUST-BLOCKS-ACTIVITY       VALUES "F", "D", "L".
      *    THE KIND OF DEPOSITOR, FOR THE DEPOSIT-INSURANCE RETURN -
      *    BANKS AND PUBLIC AUTHORITIES ARE OUTSIDE THE SCHEME.
      *    RECORDS FROM BEFORE THIS FIELD EXISTED READ AS SPACE AND
      *    COUNT AS INDIVIDUALS.
           05  CUST-TYPE                  PIC X.
               88  CUST-TYPE-INDIVIDUAL       VALUES "I", " ".
               88  CUST-TYPE-BUSINESS         VALUE "B".
               88  CUST-TYPE-BANK             VALUE "F".
               88  CUST-TYPE-GOVERNMENT       VALUE "G".
               88  CUST-INSURANCE-INELIGIBLE  VALUES "F", "G".
