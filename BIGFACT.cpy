      *    BIGFACT.CPY
      *    WORKING-STORAGE FOR THE SHARED BIG-NUMBER FACTORIAL
      *    (BIGFACTP.CPY) - THE RESULT'S DECIMAL DIGITS HELD LEAST-
      *    SIGNIFICANT FIRST, MULTIPLIED UP ONE FACTOR AT A TIME WITH
      *    AN EXPLICIT CARRY.
      *    ABOVE THE 10-DIGIT EXACT FIELD, FACTORIALS ARE COMPUTED
      *    IN A DIGIT ARRAY INSTEAD OF BEING REJECTED - UP TO 999,
      *    WHOSE FACTORIAL RUNS TO ABOUT 2,565 DIGITS, WHICH IS WHAT
      *    THE 3000-DIGIT TABLE IS SIZED FOR.
       01  BIG-MAX-NUM        PIC 9(3) VALUE 999.
       01  BIG-DIGIT-COUNT    PIC 9(4).
       01  BIG-DIGIT-TABLE.
           05  BIG-DIGIT      PIC 9 OCCURS 3000 TIMES.
      *    ONE DIGIT WIDER THAN THE 999 LIMIT, SO THE LOOP CONTROL
      *    CAN STEP PAST NUM WITHOUT WRAPPING TO ZERO AND SPINNING.
       01  BIG-FACTOR         PIC 9(4).
       01  BIG-INDEX          PIC 9(4).
       01  BIG-PRODUCT        PIC 9(5).
       01  BIG-CARRY          PIC 9(4).
