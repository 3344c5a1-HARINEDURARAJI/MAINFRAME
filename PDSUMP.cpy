      *    PDSUMP.CPY
      *    SHARED PROCEDURE DIVISION PARAGRAPH THAT SUMS AND COUNTS
      *    THE PROPER DIVISORS OF PDS-NUMBER - THE WALK BEHIND
      *    DIVISIBLE'S PERFECT/ABUNDANT/DEFICIENT CLASSES. COPY THIS
      *    INTO THE PROCEDURE DIVISION OF ANY PROGRAM THAT ALSO COPIES
      *    PDSUM INTO WORKING-STORAGE. NO PROPER DIVISOR EXCEEDS HALF
      *    THE NUMBER, SO THE WALK STOPS THERE.
       SUM-PROPER-DIVISORS.
           MOVE 0 TO PDS-SUM
           MOVE 0 TO PDS-DIVISOR-COUNT
           DIVIDE PDS-NUMBER BY 2 GIVING PDS-HALF
           PERFORM VARYING PDS-DIVISOR FROM 1 BY 1
                   UNTIL PDS-DIVISOR > PDS-HALF
               DIVIDE PDS-NUMBER BY PDS-DIVISOR
                   GIVING PDS-QUOTIENT
                   REMAINDER PDS-REMAINDER
               IF PDS-REMAINDER = 0
                   ADD PDS-DIVISOR TO PDS-SUM
                   ADD 1 TO PDS-DIVISOR-COUNT
               END-IF
           END-PERFORM.
