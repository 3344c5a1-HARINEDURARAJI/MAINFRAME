      *    BASEPAL.CPY
      *    WORKING-STORAGE FOR THE SHARED PALINDROME PARAGRAPHS
      *    (BASEPALP.CPY) - THE TEXT UNDER TEST AND ITS MIRROR WALK,
      *    AND THE BASE-CONVERSION WORK AREA THAT TURNS A NUMBER
      *    INTO ITS DIGITS IN ANY BASE FROM 2 TO 16.
       01 TEXT-VALUE PIC X(30).
       01 TEXT-LENGTH PIC 9(2).
       01 TEXT-INDEX PIC 9(2).
       01 TEXT-MIRROR-INDEX PIC 9(2).

       01  IS-PALINDROME-SWITCH   PIC X VALUE "Y".
           88  IS-PALINDROME          VALUE "Y".

       01 BASE-RADIX PIC 9(2).
       01 BASE-DIGITS PIC X(16) VALUE "0123456789ABCDEF".
       01 BASE-WORK-VALUE PIC 9(9).
       01 BASE-QUOTIENT PIC 9(9).
       01 BASE-REMAINDER PIC 9(2).
       01 BASE-BUILD-AREA PIC X(30).
       01 BASE-BUILD-LEN PIC 9(2).
       01 BASE-REVERSE-INDEX PIC 9(2).
       01 CONVERTED-VALUE PIC X(30).
