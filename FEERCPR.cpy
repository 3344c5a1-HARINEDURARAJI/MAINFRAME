      *    FEERCPR.CPY
      *    ONE ROW OF THE FEERCPT RECEIPTS FILE - ONE PAYMENT POSTED
      *    AGAINST ONE INVOICE BY FEE-RECEIPTS. RECEIPT NUMBERS RUN
      *    ON FROM THE HIGHEST ALREADY ON FILE.
           05  FRC-RECEIPT-NUMBER         PIC 9(08).
           05  FRC-INVOICE-NUMBER         PIC X(10).
           05  FRC-ROLL-NUMBER            PIC X(10).
           05  FRC-RECEIPT-DATE           PIC 9(08).
           05  FRC-AMOUNT                 PIC 9(07)V99.
           05  FRC-PAYMENT-MODE           PIC X(04).
           05  FRC-REFERENCE              PIC X(12).
           05  FRC-OPERATOR-ID            PIC X(08).
