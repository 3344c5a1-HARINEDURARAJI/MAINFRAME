      *    BASEPALP.CPY
      *    SHARED PROCEDURE DIVISION PARAGRAPHS FOR PALINDROME'S
      *    TEXT AND MULTI-BASE CHECKS. COPY THIS INTO THE PROCEDURE
      *    DIVISION OF ANY PROGRAM THAT ALSO COPIES BASEPAL INTO
      *    WORKING-STORAGE. THE CALLER MOVES THE NUMBER TO
      *    BASE-WORK-VALUE AND THE RADIX TO BASE-RADIX BEFORE
      *    PERFORMING CONVERT-VALUE-TO-BASE, OR THE TEXT TO
      *    TEXT-VALUE BEFORE PERFORMING CHECK-TEXT-PALINDROME.
      *    REPEATED DIVIDE-AND-REMAINDER, LEAST SIGNIFICANT DIGIT
      *    FIRST, THEN REVERSED SO THE REPORT SHOWS THE NUMBER THE
      *    WAY A READER WRITES IT. THE PALINDROME TEST ITSELF WOULD
      *    NOT CARE, BUT THE PRINTED REPRESENTATION MUST.
       CONVERT-VALUE-TO-BASE.
           MOVE SPACES TO BASE-BUILD-AREA
           MOVE 0 TO BASE-BUILD-LEN

           PERFORM UNTIL BASE-WORK-VALUE = 0
                   OR BASE-BUILD-LEN = 30
               DIVIDE BASE-WORK-VALUE BY BASE-RADIX
                   GIVING BASE-QUOTIENT
                   REMAINDER BASE-REMAINDER
               ADD 1 TO BASE-BUILD-LEN
               MOVE BASE-DIGITS (BASE-REMAINDER + 1:1)
                   TO BASE-BUILD-AREA (BASE-BUILD-LEN:1)
               MOVE BASE-QUOTIENT TO BASE-WORK-VALUE
           END-PERFORM

           MOVE SPACES TO CONVERTED-VALUE
           PERFORM VARYING BASE-REVERSE-INDEX FROM 1 BY 1
                   UNTIL BASE-REVERSE-INDEX > BASE-BUILD-LEN
               MOVE BASE-BUILD-AREA
                   (BASE-BUILD-LEN - BASE-REVERSE-INDEX + 1:1)
                   TO CONVERTED-VALUE (BASE-REVERSE-INDEX:1)
           END-PERFORM.

      *    COMPARES TEXT-VALUE AGAINST ITS OWN MIRROR IMAGE OVER ITS
      *    SIGNIFICANT (NON-TRAILING-SPACE) LENGTH, FOR NAMES, PRODUCT
      *    CODES AND OTHER NON-NUMERIC SPOT-CHECK FIELDS.
       CHECK-TEXT-PALINDROME.
           PERFORM DETERMINE-TEXT-LENGTH
           SET IS-PALINDROME TO TRUE
           PERFORM VARYING TEXT-INDEX FROM 1 BY 1
                   UNTIL TEXT-INDEX > TEXT-LENGTH / 2
               COMPUTE TEXT-MIRROR-INDEX = TEXT-LENGTH - TEXT-INDEX + 1
               IF TEXT-VALUE(TEXT-INDEX:1) NOT =
                  TEXT-VALUE(TEXT-MIRROR-INDEX:1)
                   MOVE "N" TO IS-PALINDROME-SWITCH
               END-IF
           END-PERFORM.

       DETERMINE-TEXT-LENGTH.
           MOVE 30 TO TEXT-LENGTH
           PERFORM UNTIL TEXT-LENGTH = 1
                   OR TEXT-VALUE(TEXT-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM TEXT-LENGTH
           END-PERFORM.
