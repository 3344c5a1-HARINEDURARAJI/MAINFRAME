      *    PRMFACT.CPY
      *    WORKING-STORAGE FOR THE SHARED FACTORIZATION PARAGRAPHS
      *    (PRMFACTP.CPY) - THE TRIAL DIVISOR, THE QUOTIENT BEING
      *    REDUCED, AND THE FACTOR LIST BUILT FROM IT - WIDE ENOUGH
      *    FOR THE THIRTEEN FACTORS OF 8192, THE MOST ANY NUMBER UP
      *    TO THE PRIME SERVICE'S 10000 CAN HAVE.
       01 DIVISOR PIC 9(5).
       01 DIV-QUOTIENT PIC 9(5).
       01 TRIAL-QUOTIENT PIC 9(5).
       01 DIV-REMAINDER PIC 9(5).
       01 FACTOR-LIST PIC X(110).
       01 FACTOR-POINTER PIC 9(3).
