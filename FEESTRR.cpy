      *    FEESTRR.CPY
      *    ONE ROW OF THE FEESTR FEE STRUCTURE - ONE FEE HEAD
      *    (TUITION, LABORATORY, TRANSPORT ...) CHARGED TO EVERY
      *    ACTIVE STUDENT OF ONE CLASS-SECTION FOR ONE TERM. A
      *    SECTION'S TERM INVOICE IS THE SUM OF ITS ROWS. A BLANK
      *    SECTION CODE CHARGES THE HEAD TO EVERY SECTION.
           05  FST-SECTION-CODE           PIC X(03).
           05  FST-TERM-ID                PIC X(05).
           05  FST-FEE-HEAD               PIC X(04).
           05  FST-DESCRIPTION            PIC X(20).
           05  FST-AMOUNT                 PIC 9(07)V99.
