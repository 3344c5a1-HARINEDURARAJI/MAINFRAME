      *    FEEINVR.CPY
      *    ONE ROW OF THE FEEINV INVOICE FILE - ONE STUDENT'S TERM
      *    INVOICE AS FEE-BILLING RAISED IT. THE INVOICE NUMBER IS
      *    THE TERM FOLLOWED BY A RUNNING NUMBER WITHIN THE TERM.
      *    PAYMENTS NEVER CHANGE THE INVOICE; THE BALANCE IS THE NET
      *    AMOUNT LESS THE RECEIPTS POSTED AGAINST IT ON FEERCPT.
           05  FIV-INVOICE-NUMBER.
               10  FIV-INVOICE-TERM       PIC X(05).
               10  FIV-INVOICE-SEQ        PIC 9(05).
           05  FIV-ROLL-NUMBER            PIC X(10).
           05  FIV-TERM-ID                PIC X(05).
           05  FIV-SECTION-CODE           PIC X(03).
           05  FIV-INVOICE-DATE           PIC 9(08).
           05  FIV-DUE-DATE               PIC 9(08).
           05  FIV-GROSS-AMOUNT           PIC 9(07)V99.
           05  FIV-CONCESSION-AMOUNT      PIC 9(07)V99.
           05  FIV-NET-AMOUNT             PIC 9(07)V99.
           05  FIV-OPERATOR-ID            PIC X(08).
