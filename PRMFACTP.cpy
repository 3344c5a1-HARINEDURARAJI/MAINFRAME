      *    PRMFACTP.CPY
      *    SHARED PROCEDURE DIVISION PARAGRAPHS THAT FACTOR NUM INTO
      *    ITS PRIMES, SMALLEST FIRST, AS THE "F1 X F2 X ..." LIST
      *    PRIME-1-200 PRINTS. COPY THIS INTO THE PROCEDURE DIVISION
      *    OF ANY PROGRAM THAT ALSO COPIES PRMFACT INTO WORKING-
      *    STORAGE AND DEFINES NUM PIC 9(5) AND A PRIME-SERVICE-AREA;
      *    EVERY PROGRAM THAT PRINTS A FACTORIZATION PRINTS THIS ONE.
      *    FACTORS NUM DOWN TO 1, BUILDING A "F1 X F2 X ..." FACTOR
      *    LIST FOR COMPOSITE VALUES. THE TRIAL DIVISORS COME FROM
      *    THE SHARED SERVICE'S NEXT-PRIME REQUEST, SO THE
      *    FACTORIZATION PATH AND THE PRIME LIST CAN NEVER USE TWO
      *    DIFFERENT DIVISIBILITY ENGINES AGAIN.
       FIND-FACTORS.
           MOVE SPACES TO FACTOR-LIST
           MOVE 1 TO FACTOR-POINTER
           MOVE NUM TO DIV-QUOTIENT
           MOVE 2 TO DIVISOR

           PERFORM UNTIL DIV-QUOTIENT = 1
               DIVIDE DIV-QUOTIENT BY DIVISOR GIVING TRIAL-QUOTIENT
                   REMAINDER DIV-REMAINDER
               IF DIV-REMAINDER = 0
                   MOVE TRIAL-QUOTIENT TO DIV-QUOTIENT
                   PERFORM APPEND-FACTOR
               ELSE
                   SET PRM-SVC-REQ-NEXT-PRIME TO TRUE
                   MOVE DIVISOR TO PRM-SVC-VALUE
                   CALL "PRIME-SERVICE" USING PRIME-SERVICE-AREA
                   IF PRM-SVC-OK
                       MOVE PRM-SVC-RESULT TO DIVISOR
                   ELSE
                       ADD 1 TO DIVISOR
                   END-IF
               END-IF
           END-PERFORM.

       APPEND-FACTOR.
           IF FACTOR-POINTER > 1
               STRING " X " DELIMITED BY SIZE
                   INTO FACTOR-LIST
                   WITH POINTER FACTOR-POINTER
           END-IF
           STRING DIVISOR DELIMITED BY SIZE
               INTO FACTOR-LIST
               WITH POINTER FACTOR-POINTER.

