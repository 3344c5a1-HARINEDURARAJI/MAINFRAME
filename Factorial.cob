       01  FACT-IN-RECORD.
           COPY CTLREC.
           05  CTL-R-VALUE    PIC 9(3).
      *    ON A BINOMIAL OR POISSON REQUEST - P, OR LAMBDA, AND THE
      *    RANGE OF K TO TABULATE (CTL-INPUT-VALUE CARRYING N FOR
      *    THE BINOMIAL). A ZERO HIGH K MEANS THE WHOLE TABLE.
           05  CTL-DIST-PARM  PIC 9(3)V9(6).
           05  CTL-DIST-PARM-X REDEFINES CTL-DIST-PARM
                              PIC X(9).
           05  CTL-K-LOW      PIC 9(3).
           05  CTL-K-LOW-X REDEFINES CTL-K-LOW
                              PIC X(3).
           05  CTL-K-HIGH     PIC 9(3).
           05  CTL-K-HIGH-X REDEFINES CTL-K-HIGH
                              PIC X(3).
       01  FACT-ENV-RECORD.
           COPY ENVREC.


       WORKING-STORAGE SECTION.
       01  FACT-MAX-NUM       PIC 9(3) VALUE 13.
       01  RUN-MODE               PIC X.
           88  INTERACTIVE-RUN-MODE    VALUE "I".
           88  BATCH-RUN-MODE          VALUE "B".
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.
           COPY ENVCHK.

      *    THE BIG-NUMBER WORK AREA (BIGFACT.CPY) AND THE 50-DIGIT
      *    REPORT LINES THE RESULT IS SLICED INTO FOR FACTOUT.
           COPY BIGFACT.
       01  BIG-LINE-POS       PIC 9(2).
       01  BIG-OUT-POS        PIC 9(4).
       01  BIG-DIGIT-LINE     PIC X(50).

      *    THE PROBABILITY-TABLE WORK AREA. EACH TERM IS HELD
      *    RELATIVE TO THE MOST LIKELY K (THE MODE, TAKEN AS 1),
      *    WALKED OUT IN BOTH DIRECTIONS BY THE RATIO OF ONE TERM TO
      *    ITS NEIGHBOUR, AND ONLY THEN SCALED DOWN BY THE TOTAL.
      *    NOTHING IS RAISED TO A POWER, SO A LONG TAIL THINS OUT TO
      *    ZERO INSTEAD OF THE WHOLE TABLE UNDERFLOWING FROM A TINY
      *    FIRST TERM. TERM K IS HELD IN ENTRY K + 1.
       01  DIST-MAX-K         PIC 9(3) VALUE 999.
       01  DIST-N             PIC 9(3).
       01  DIST-P             PIC 9V9(6).
       01  DIST-Q             PIC 9V9(6).
       01  DIST-LAMBDA        PIC 9(3)V9(6).
       01  DIST-MODE          PIC 9(4).
       01  DIST-LAST-K        PIC 9(4).
       01  DIST-K             PIC 9(4).
       01  DIST-K-LOW         PIC 9(4).
       01  DIST-K-HIGH        PIC 9(4).
       01  DIST-TERM-TABLE.
           05  DIST-TERM      PIC 9V9(29) OCCURS 1000 TIMES.
       01  DIST-NEXT-TERM     PIC 9V9(29).
       01  DIST-NUMERATOR     PIC 9(4)V9(6).
       01  DIST-DENOMINATOR   PIC 9(4)V9(6).
       01  DIST-RATIO         PIC 9(4)V9(26).
       01  DIST-TOTAL         PIC 9(4)V9(26).
       01  DIST-RUNNING       PIC 9(4)V9(26).
       01  DIST-PROBABILITY   PIC 9V9(6).
       01  DIST-CUMULATIVE    PIC 9V9(6).
       01  DIST-MEAN          PIC 9(4)V9(6).
       01  DIST-VARIANCE      PIC 9(4)V9(6).
       01  DIST-VALID-SWITCH  PIC X VALUE "Y".
           88  DIST-IS-VALID       VALUE "Y".
       01  DIST-REASON        PIC X(40).
       01  DIST-SHOW-PARM     PIC ZZ9.9(6).
       01  DIST-SHOW-PROB     PIC 9.9(6).
       01  DIST-SHOW-CUM      PIC 9.9(6).
       01  DIST-SHOW-K        PIC ZZ9.
       01  DIST-SHOW-MEAN     PIC ZZZ9.9(6).
       01  DIST-SHOW-VAR      PIC ZZZ9.9(6).

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT AND EXCEPTION
      *    RECORD THIS PROGRAM WRITES.
               PERFORM RUN-BATCH-FACTORIAL
      *    ZERO MEANS A CLEAN RUN, FOUR MEANS INPUT WENT TO THE
      *    EXCEPTION LOG - THE JOB NO LONGER LOOKS GREEN EITHER WAY.
      *    THE CALENDAR CALL CLEARS RETURN-CODE, SO IT IS SET AFTER.
               IF NOT ENVELOPE-IS-GOOD
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM MARK-CALENDAR-COMPLETE
                   IF EXCEPTION-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               PERFORM RUN-INTERACTIVE-FACTORIAL
               DIVIDE FACT-OF-R INTO NPR GIVING NCR
           END-IF.

           COPY BIGFACTP.

      *    SLICES THE RESULT, MOST SIGNIFICANT DIGIT FIRST, INTO
      *    50-DIGIT REPORT LINES UNDER A HEADING THAT NAMES NUM AND
      *    THE LIMIT IS JUDGED ON THE FULL NINE-DIGIT CONTROL VALUE,
      *    SINCE NUM ITSELF CAN ONLY HOLD THREE DIGITS AND WOULD
      *    TRUNCATE AN OVERSIZED REQUEST INTO A SMALL ONE.
               IF CTL-REQUEST-TYPE = "BINOMIAL"
                       OR CTL-REQUEST-TYPE = "POISSON"
                   PERFORM PRODUCE-DISTRIBUTION-TABLE
               ELSE IF CTL-INPUT-VALUE > BIG-MAX-NUM
                   MOVE SPACES TO EXC-LOG-RECORD
                   MOVE "FACTORIAL" TO EXC-PROGRAM-ID
                   MOVE CTL-INPUT-VALUE TO EXC-KEY-VALUE
                   WRITE FACT-OUT-RECORD
               END-IF
               END-IF
               END-IF

               READ FACT-IN-FILE
                   AT END SET END-OF-FACT-IN TO TRUE
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

      *    A BINOMIAL (N, P) OR POISSON (LAMBDA) PROBABILITY TABLE -
      *    THE MASS AND THE CUMULATIVE PROBABILITY FOR EACH K IN THE
      *    REQUESTED RANGE, TO SIX DECIMAL PLACES, WITH THE MEAN AND
      *    VARIANCE BELOW IT - FOR THE STATISTICS TEACHERS AND THE
      *    COLLECTIONS ANALYSTS WHO USED TO LOOK THEM UP IN A BOOK.
      *    A REQUEST THE WORKING PRECISION CANNOT CARRY, OR ONE THAT
      *    MAKES NO SENSE, GOES TO THE EXCEPTION LOG INSTEAD.
       PRODUCE-DISTRIBUTION-TABLE.
           PERFORM VALIDATE-DISTRIBUTION-REQUEST
           IF DIST-IS-VALID
               PERFORM BUILD-DISTRIBUTION-TERMS
           END-IF
           IF DIST-IS-VALID
               PERFORM WRITE-DISTRIBUTION-TABLE
           ELSE
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "FACTORIAL" TO EXC-PROGRAM-ID
               MOVE CTL-REQUEST-TYPE TO EXC-KEY-VALUE
               MOVE DIST-REASON TO EXC-REASON
               MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
               MOVE RUN-DATE TO EXC-CYCLE-DATE
               WRITE EXC-LOG-RECORD
               ADD 1 TO EXCEPTION-COUNT
           END-IF.

      *    THE TABLE HOLDS K UP TO 999, SO A BINOMIAL N ABOVE THAT
      *    IS BEYOND THE WORKING PRECISION; P MUST LIE STRICTLY
      *    BETWEEN 0 AND 1 AND LAMBDA MUST BE POSITIVE. A HIGH K
      *    PAST N IS HELD TO N, SINCE THE MASS THERE IS ZERO.
       VALIDATE-DISTRIBUTION-REQUEST.
           SET DIST-IS-VALID TO TRUE
           MOVE SPACES TO DIST-REASON
           IF CTL-DIST-PARM-X NOT NUMERIC
                   OR CTL-K-LOW-X NOT NUMERIC
                   OR CTL-K-HIGH-X NOT NUMERIC
               MOVE "N" TO DIST-VALID-SWITCH
               MOVE "PARAMETER OR K RANGE NOT NUMERIC"
                   TO DIST-REASON
           END-IF

           IF DIST-IS-VALID
               MOVE CTL-K-LOW TO DIST-K-LOW
               MOVE CTL-K-HIGH TO DIST-K-HIGH
               IF CTL-REQUEST-TYPE = "BINOMIAL"
                   IF CTL-INPUT-VALUE > DIST-MAX-K
                       MOVE "N" TO DIST-VALID-SWITCH
                       MOVE "N OVER 999 EXCEEDS WORKING PRECISION"
                           TO DIST-REASON
                   ELSE IF CTL-DIST-PARM = 0
                           OR CTL-DIST-PARM NOT < 1
                       MOVE "N" TO DIST-VALID-SWITCH
                       MOVE "P NOT STRICTLY BETWEEN 0 AND 1"
                           TO DIST-REASON
                   ELSE
                       MOVE CTL-INPUT-VALUE TO DIST-N
                       MOVE CTL-DIST-PARM TO DIST-P
                       COMPUTE DIST-Q = 1 - DIST-P
                       MOVE DIST-N TO DIST-LAST-K
                       IF DIST-K-HIGH = 0 OR DIST-K-HIGH > DIST-N
                           MOVE DIST-N TO DIST-K-HIGH
                       END-IF
                   END-IF
                   END-IF
               ELSE
                   IF CTL-DIST-PARM = 0
                       MOVE "N" TO DIST-VALID-SWITCH
                       MOVE "LAMBDA MUST BE GREATER THAN ZERO"
                           TO DIST-REASON
                   ELSE
                       MOVE CTL-DIST-PARM TO DIST-LAMBDA
                       MOVE DIST-MAX-K TO DIST-LAST-K
                   END-IF
               END-IF
           END-IF

           IF DIST-IS-VALID AND CTL-K-HIGH NOT = 0
                   AND DIST-K-LOW > DIST-K-HIGH
               MOVE "N" TO DIST-VALID-SWITCH
               MOVE "K RANGE LOW END ABOVE HIGH END" TO DIST-REASON
           END-IF.

      *    THE MODE, THEN EVERY TERM ABOVE IT AND BELOW IT BY THE
      *    NEIGHBOUR RATIO, UNTIL A TERM IS TOO SMALL TO REGISTER OR
      *    THE END OF THE TABLE IS REACHED. A POISSON TAIL STILL
      *    SHOWING PAST K 999 CANNOT BE HELD AND IS REFUSED.
       BUILD-DISTRIBUTION-TERMS.
           INITIALIZE DIST-TERM-TABLE
           IF CTL-REQUEST-TYPE = "BINOMIAL"
               ADD 1 DIST-N GIVING DIST-MODE
               MULTIPLY DIST-P BY DIST-MODE
               IF DIST-MODE > DIST-N
                   MOVE DIST-N TO DIST-MODE
               END-IF
               MULTIPLY DIST-N BY DIST-P GIVING DIST-MEAN ROUNDED
               MULTIPLY DIST-Q BY DIST-MEAN
                   GIVING DIST-VARIANCE ROUNDED
           ELSE
               MOVE DIST-LAMBDA TO DIST-MODE
               MOVE DIST-LAMBDA TO DIST-MEAN
               MOVE DIST-LAMBDA TO DIST-VARIANCE
           END-IF

           MOVE 1 TO DIST-TERM (DIST-MODE + 1)
           MOVE 1 TO DIST-TOTAL

           PERFORM VARYING DIST-K FROM DIST-MODE BY 1
                   UNTIL DIST-K NOT < DIST-LAST-K
                       OR DIST-TERM (DIST-K + 1) = 0
               PERFORM COMPUTE-UPWARD-RATIO
               MULTIPLY DIST-TERM (DIST-K + 1) BY DIST-RATIO
                   GIVING DIST-TERM (DIST-K + 2) ROUNDED
               ADD DIST-TERM (DIST-K + 2) TO DIST-TOTAL
           END-PERFORM

           IF CTL-REQUEST-TYPE = "POISSON"
               MOVE DIST-LAST-K TO DIST-K
               PERFORM COMPUTE-UPWARD-RATIO
               MULTIPLY DIST-TERM (DIST-LAST-K + 1) BY DIST-RATIO
                   GIVING DIST-NEXT-TERM ROUNDED
               IF DIST-NEXT-TERM > 0
                   MOVE "N" TO DIST-VALID-SWITCH
                   MOVE "POISSON TAIL PAST 999 EXCEEDS PRECISION"
                       TO DIST-REASON
               END-IF
           END-IF

           PERFORM VARYING DIST-K FROM DIST-MODE BY -1
                   UNTIL DIST-K = 0
                       OR DIST-TERM (DIST-K + 1) = 0
               PERFORM COMPUTE-DOWNWARD-RATIO
               MULTIPLY DIST-TERM (DIST-K + 1) BY DIST-RATIO
                   GIVING DIST-TERM (DIST-K) ROUNDED
               ADD DIST-TERM (DIST-K) TO DIST-TOTAL
           END-PERFORM.

      *    TERM K + 1 OVER TERM K - (N - K) P / (K + 1) Q FOR THE
      *    BINOMIAL, LAMBDA / (K + 1) FOR THE POISSON. EACH STEP IS
      *    TAKEN ON ITS OWN SO NO INTERMEDIATE RESULT LOSES PLACES.
       COMPUTE-UPWARD-RATIO.
           ADD 1 DIST-K GIVING DIST-DENOMINATOR
           IF CTL-REQUEST-TYPE = "BINOMIAL"
               SUBTRACT DIST-K FROM DIST-N GIVING DIST-NUMERATOR
               MULTIPLY DIST-P BY DIST-NUMERATOR
               MULTIPLY DIST-Q BY DIST-DENOMINATOR
           ELSE
               MOVE DIST-LAMBDA TO DIST-NUMERATOR
           END-IF
           DIVIDE DIST-NUMERATOR BY DIST-DENOMINATOR
               GIVING DIST-RATIO ROUNDED.

      *    TERM K - 1 OVER TERM K - K Q / (N - K + 1) P FOR THE
      *    BINOMIAL, K / LAMBDA FOR THE POISSON.
       COMPUTE-DOWNWARD-RATIO.
           IF CTL-REQUEST-TYPE = "BINOMIAL"
               MULTIPLY DIST-K BY DIST-Q GIVING DIST-NUMERATOR
               SUBTRACT DIST-K FROM DIST-N GIVING DIST-DENOMINATOR
               ADD 1 TO DIST-DENOMINATOR
               MULTIPLY DIST-P BY DIST-DENOMINATOR
           ELSE
               MOVE DIST-K TO DIST-NUMERATOR
               MOVE DIST-LAMBDA TO DIST-DENOMINATOR
           END-IF
           DIVIDE DIST-NUMERATOR BY DIST-DENOMINATOR
               GIVING DIST-RATIO ROUNDED.

      *    THE CUMULATIVE FIGURE IS RUN UP FROM K = 0 WHATEVER THE
      *    RANGE ASKED FOR. AN OPEN-ENDED POISSON TABLE STOPS PAST
      *    THE MODE ONCE THE MASS NO LONGER SHOWS AT SIX PLACES.
       WRITE-DISTRIBUTION-TABLE.
           MOVE CTL-DIST-PARM TO DIST-SHOW-PARM
           MOVE SPACES TO FACT-OUT-RECORD
           IF CTL-REQUEST-TYPE = "BINOMIAL"
               STRING "BINOMIAL N = " DELIMITED BY SIZE
                   DIST-N DELIMITED BY SIZE
                   "  P = " DELIMITED BY SIZE
                   DIST-SHOW-PARM DELIMITED BY SIZE
                   INTO FACT-OUT-RECORD
               END-STRING
           ELSE
               STRING "POISSON LAMBDA = " DELIMITED BY SIZE
                   DIST-SHOW-PARM DELIMITED BY SIZE
                   INTO FACT-OUT-RECORD
               END-STRING
           END-IF
           WRITE FACT-OUT-RECORD
           MOVE "    K   PROBABILITY   CUMULATIVE" TO FACT-OUT-RECORD
           WRITE FACT-OUT-RECORD

           MOVE 0 TO DIST-RUNNING
           PERFORM VARYING DIST-K FROM 0 BY 1
                   UNTIL DIST-K > DIST-LAST-K
               ADD DIST-TERM (DIST-K + 1) TO DIST-RUNNING
               DIVIDE DIST-TERM (DIST-K + 1) BY DIST-TOTAL
                   GIVING DIST-PROBABILITY ROUNDED
               DIVIDE DIST-RUNNING BY DIST-TOTAL
                   GIVING DIST-CUMULATIVE ROUNDED
               IF CTL-K-HIGH = 0 AND CTL-REQUEST-TYPE = "POISSON"
                       AND DIST-K > DIST-MODE AND DIST-PROBABILITY = 0
                   MOVE DIST-LAST-K TO DIST-K
               ELSE
                   IF DIST-K NOT < DIST-K-LOW
                           AND (DIST-K NOT > DIST-K-HIGH
                               OR CTL-K-HIGH = 0)
                       MOVE DIST-K TO DIST-SHOW-K
                       MOVE DIST-PROBABILITY TO DIST-SHOW-PROB
                       MOVE DIST-CUMULATIVE TO DIST-SHOW-CUM
                       MOVE SPACES TO FACT-OUT-RECORD
                       STRING "  " DELIMITED BY SIZE
                           DIST-SHOW-K DELIMITED BY SIZE
                           "   " DELIMITED BY SIZE
                           DIST-SHOW-PROB DELIMITED BY SIZE
                           "      " DELIMITED BY SIZE
                           DIST-SHOW-CUM DELIMITED BY SIZE
                           INTO FACT-OUT-RECORD
                       END-STRING
                       WRITE FACT-OUT-RECORD
                   END-IF
                   IF CTL-K-HIGH NOT = 0 AND DIST-K NOT < DIST-K-HIGH
                       MOVE DIST-LAST-K TO DIST-K
                   END-IF
               END-IF
           END-PERFORM

           MOVE DIST-MEAN TO DIST-SHOW-MEAN
           MOVE DIST-VARIANCE TO DIST-SHOW-VAR
           MOVE SPACES TO FACT-OUT-RECORD
           STRING "  MEAN " DELIMITED BY SIZE
               DIST-SHOW-MEAN DELIMITED BY SIZE
               "  VARIANCE " DELIMITED BY SIZE
               DIST-SHOW-VAR DELIMITED BY SIZE
               INTO FACT-OUT-RECORD
           END-STRING
           WRITE FACT-OUT-RECORD.

      *    THE ABEND-WITH-MESSAGE THE ENVELOPE DEMANDS - THE RUN IS
      *    MARKED FAILED AND THE MISMATCH SPELLED OUT ON THE REPORT
      *    AND CONSOLE, SO A HALF-TRANSFERRED FILE CAN NEVER AGAIN
