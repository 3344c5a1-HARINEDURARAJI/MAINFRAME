      *    BIGFACTP.CPY
      *    SHARED PROCEDURE DIVISION PARAGRAPH THAT COMPUTES NUM
      *    FACTORIAL IN THE BIGFACT DIGIT ARRAY. COPY THIS INTO THE
      *    PROCEDURE DIVISION OF ANY PROGRAM THAT ALSO COPIES BIGFACT
      *    INTO WORKING-STORAGE AND HOLDS NUM AT OR BELOW BIG-MAX-NUM.
      *    MULTIPLIES THE DIGIT ARRAY UP FROM 1 TO NUM, ONE FACTOR
      *    AT A TIME, CARRYING BETWEEN DECIMAL DIGITS BY HAND - THE
      *    SAME LONG MULTIPLICATION A CLERK WOULD DO ON PAPER, WHICH
      *    IS HOW FACTORIALS OF A FEW HUNDRED FIT A SHOP WITH NO
      *    FLOATING POINT AND A 10-DIGIT EXACT FIELD.
       COMPUTE-BIG-FACTORIAL.
           MOVE 1 TO BIG-DIGIT-COUNT
           MOVE 1 TO BIG-DIGIT (1)

           PERFORM VARYING BIG-FACTOR FROM 2 BY 1
                   UNTIL BIG-FACTOR > NUM
               MOVE 0 TO BIG-CARRY
               PERFORM VARYING BIG-INDEX FROM 1 BY 1
                       UNTIL BIG-INDEX > BIG-DIGIT-COUNT
                   COMPUTE BIG-PRODUCT =
                       BIG-DIGIT (BIG-INDEX) * BIG-FACTOR
                           + BIG-CARRY
                   DIVIDE BIG-PRODUCT BY 10 GIVING BIG-CARRY
                       REMAINDER BIG-PRODUCT
                   MOVE BIG-PRODUCT TO BIG-DIGIT (BIG-INDEX)
               END-PERFORM

               PERFORM UNTIL BIG-CARRY = 0
                   ADD 1 TO BIG-DIGIT-COUNT
                   DIVIDE BIG-CARRY BY 10 GIVING BIG-CARRY
                       REMAINDER BIG-PRODUCT
                   MOVE BIG-PRODUCT TO BIG-DIGIT (BIG-DIGIT-COUNT)
               END-PERFORM
           END-PERFORM.

