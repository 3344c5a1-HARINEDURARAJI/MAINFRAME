      *    FIBTBLP.CPY
      *    SHARED PROCEDURE DIVISION PARAGRAPH THAT BUILDS THE
      *    FIBTBL TERM TABLE UP TO FIB-LIMIT (PIC 9(9) IN THE HOST).
      *    COPY THIS INTO THE PROCEDURE DIVISION OF ANY PROGRAM THAT
      *    ALSO COPIES FIBTBL INTO WORKING-STORAGE.
      *    1, 2, 3, 5, 8 ... EACH THE SUM OF THE TWO BEFORE IT, UP
      *    TO THE SERIES LIMIT. THE REPEATED 1 OF THE CLASSIC SERIES
      *    IS LEFT OUT SO EVERY VALUE HAS EXACTLY ONE DECOMPOSITION.
       BUILD-ZECKENDORF-TABLE.
           MOVE 0 TO ZECK-TERM-COUNT
           IF FIB-LIMIT NOT < 1
               MOVE 1 TO ZECK-TERM (1)
               MOVE 1 TO ZECK-TERM-COUNT
           END-IF
           IF FIB-LIMIT NOT < 2
               MOVE 2 TO ZECK-TERM (2)
               MOVE 2 TO ZECK-TERM-COUNT
           END-IF
           IF ZECK-TERM-COUNT = 2
               ADD ZECK-TERM (1) ZECK-TERM (2) GIVING ZECK-VALUE
               PERFORM UNTIL ZECK-VALUE > FIB-LIMIT
                   ADD 1 TO ZECK-TERM-COUNT
                   MOVE ZECK-VALUE TO ZECK-TERM (ZECK-TERM-COUNT)
                   ADD ZECK-TERM (ZECK-TERM-COUNT - 1)
                       ZECK-TERM (ZECK-TERM-COUNT)
                       GIVING ZECK-VALUE
               END-PERFORM
           END-IF.
