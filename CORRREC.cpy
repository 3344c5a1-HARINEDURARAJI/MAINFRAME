      *    CORRREC.CPY
      *    ONE ROW OF THE CORRLOG CORRESPONDENCE LOG - EVERY LETTER
      *    CUSTOMER-LETTERS HAS PRINTED: TO WHOM, ABOUT WHICH EVENT
      *    ON WHICH ACCOUNT, THE EVENT'S REFERENCE, AND THE DATE AND
      *    SERIAL NUMBER OF THE LETTER. THE LOG IS APPEND-ONLY. IT IS
      *    HOW THE LETTER RUN KNOWS A NOTICE WAS ALREADY SENT, AND
      *    THE PROOF OF NOTICE WHEN A CUSTOMER SAYS THEY WERE NEVER
      *    TOLD.
           05  CRL-CUSTOMER-NUMBER        PIC X(10).
           05  CRL-EVENT-TYPE             PIC X(04).
           05  CRL-TARGET                 PIC X(02).
           05  CRL-ACCT-NUMBER            PIC X(10).
           05  CRL-REFERENCE              PIC X(08).
           05  CRL-EVENT-DATE             PIC 9(08).
           05  CRL-LETTER-DATE            PIC 9(08).
           05  CRL-LETTER-SERIAL          PIC 9(07).
           05  CRL-OPERATOR-ID            PIC X(08).
