      *    PDSUM.CPY
      *    WORKING-STORAGE FOR THE SHARED PROPER-DIVISOR WALK
      *    (PDSUMP.CPY) - THE NUMBER, THE TRIAL DIVISOR, AND THE SUM
      *    AND COUNT OF THE PROPER DIVISORS FOUND. THE SUM OF PROPER
      *    DIVISORS OF A FIVE-DIGIT NUMBER CANNOT EXCEED SEVEN DIGITS.
       01  PDS-NUMBER             PIC 9(5).
       01  PDS-DIVISOR            PIC 9(4).
       01  PDS-HALF               PIC 9(4).
       01  PDS-QUOTIENT           PIC 9(4).
       01  PDS-REMAINDER          PIC 9(4).
       01  PDS-SUM                PIC 9(7).
       01  PDS-DIVISOR-COUNT      PIC 9(4).
