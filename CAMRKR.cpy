      *    CAMRKR.CPY
      *    ONE ROW OF THE CMPMRK COMPONENT-MARKS INPUT - ONE
      *    STUDENT'S SCORE ON ONE COMPONENT OF ONE SUBJECT, AS THE
      *    TEACHER KEYS IT. THE SCORE IS A ZERO-FILLED WHOLE MARK NO
      *    HIGHER THAN THE COMPONENT'S MAXIMUM, AS MRKTRAN CARRIES
      *    MARKS, OR "AB" FOR ABSENT. A BLANK TERM
      *    IS THE CURRENT TERM. A LATER ROW FOR THE SAME STUDENT,
      *    SUBJECT AND COMPONENT REPLACES AN EARLIER ONE.
           05  CMK-ROLL-NUMBER            PIC X(10).
           05  CMK-TERM-ID                PIC X(05).
           05  CMK-SUBJECT-CODE           PIC X(04).
           05  CMK-COMPONENT-ID           PIC X(04).
           05  CMK-SCORE                  PIC X(03).
               88  CMK-SCORE-ABSENT           VALUE "AB " " AB"
                                                    "ABS".
