      *    OF PROPER DIVISORS OF A FOUR-DIGIT NUMBER CANNOT EXCEED
      *    SEVEN DIGITS.
       01  PDS-RANGE-LOW          PIC 9(4).
           COPY PDSUM.
       01  PERFECT-COUNT          PIC 9(5) VALUE 0.
       01  ABUNDANT-COUNT         PIC 9(5) VALUE 0.
       01  DEFICIENT-COUNT        PIC 9(5) VALUE 0.

      *    TOTIENT MODE WORK FIELDS - N REDUCED BY ITS PRIMES AS
      *    PHI(N) IS BUILT UP, THE RESIDUE WALK FOR SMALL N, THE
      *    COPRIME-PAIR MATRIX, AND THE RATIO TALLIES PER HUNDRED-
      *    BAND FOR THE SUMMARY. A FOUR-DIGIT RANGE HAS AT MOST A
      *    HUNDRED BANDS.
       01  TOT-NUMBER             PIC 9(5).
       01  TOT-RANGE-LOW          PIC 9(4).
       01  TOT-PHI                PIC 9(5).
       01  TOT-PHI-QUOTIENT       PIC 9(5).
       01  TOT-REST               PIC 9(5).
       01  TOT-REST-QUOTIENT      PIC 9(5).
       01  TOT-PRIME              PIC 9(5).
       01  TOT-PRIME-LESS-ONE     PIC 9(5).
       01  TOT-REMAINDER          PIC 9(5).
       01  TOT-N-LESS-ONE         PIC 9(5).
       01  TOT-RATIO              PIC 9V9(4).
       01  TOT-RATIO-FINE         PIC 9V9(6).
       01  TOT-RATIO-OUT          PIC 9.9999.
       01  TOT-DISPLAY-LIMIT      PIC 9(4).
       01  TOT-DEFAULT-DISPLAY    PIC 9(4) VALUE 50.
       01  TOT-RESIDUE            PIC 9(4).
       01  TOT-RESIDUES-ON-LINE   PIC 9(2).
       01  TOT-NOTE               PIC X(28).
       01  TOT-PRIME-COUNT        PIC 9(5) VALUE 0.
       01  TOT-MISMATCH-COUNT     PIC 9(5) VALUE 0.
       01  TOT-NUMBER-COUNT       PIC 9(5) VALUE 0.
       01  TOT-RATIO-TOTAL        PIC 9(5)V9(6) VALUE 0.
       01  TOT-MATRIX-SIZE        PIC 9(2).
       01  TOT-DEFAULT-MATRIX     PIC 9(2) VALUE 10.
       01  TOT-MAX-MATRIX         PIC 9(2) VALUE 16.
       01  TOT-ROW                PIC 9(2).
       01  TOT-COLUMN             PIC 9(2).
       01  TOT-ROW-COUNT          PIC 9(2).
       01  TOT-PAIR-COUNT         PIC 9(3).
       01  TOT-CELL-COUNT         PIC 9(3).
       01  TOT-LINE-POINTER       PIC 9(2).
       01  TOT-CELL-MARK          PIC X(3).
       01  TOT-BAND               PIC 9(3).
       01  TOT-BAND-LOW           PIC 9(4).
       01  TOT-BAND-HIGH          PIC 9(4).
       01  TOT-BAND-AVERAGE       PIC 9V9(4).
       01  TOT-BAND-TABLE.
           05  TOT-BAND-ENTRY OCCURS 100 TIMES.
               10  TOT-BAND-COUNT     PIC 9(3).
               10  TOT-BAND-RATIO-SUM PIC 9(3)V9(6).
       01  CTL-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-DIV-CTL         VALUE "Y".
           COPY ENVCHK.
               END-IF
               PERFORM RUN-BATCH-DIVISIBLE
      *    ZERO MEANS A CLEAN RUN, FOUR MEANS GCD/LCM PAIRS WERE
      *    SKIPPED FOR ZERO VALUES, EIGHT MEANS A TOTIENT DISAGREED
      *    WITH THE PRIME SERVICE AND LEAVES THE CYCLE OPEN FOR A
      *    CORRECTED RERUN - BUT A BAD ENVELOPE ALREADY SET THE
      *    FAILED CODE INSIDE THE RUN AND MUST KEEP IT. THE CALENDAR
      *    CALL CLEARS RETURN-CODE, SO IT IS SET AFTER.
               IF ENVELOPE-IS-GOOD
                   IF TOT-MISMATCH-COUNT > 0
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM MARK-CALENDAR-COMPLETE
                       IF PAIR-SKIP-COUNT > 0
                           MOVE 4 TO RETURN-CODE
                       ELSE
                           MOVE 0 TO RETURN-CODE
                       END-IF
                   END-IF
               ELSE
                   MOVE 12 TO RETURN-CODE
               END-IF
      *    CLASSED PERFECT, ABUNDANT OR DEFICIENT.
           ELSE IF CTL-REQUEST-TYPE = "PERFECT"
               PERFORM RUN-PERFECT-MODE
      *    A CONTROL RECORD ASKING FOR TOTIENT SWITCHES THE RUN INTO
      *    THE NUMBER-THEORY UNIT'S EULER TOTIENT AND COPRIMALITY
      *    TABLES OVER THE RANGE.
           ELSE IF CTL-REQUEST-TYPE = "TOTIENT"
               PERFORM RUN-TOTIENT-MODE
           ELSE
               PERFORM RUN-RANGE-MODE
           END-IF
           END-IF
           END-IF.

      *    PERFECT MODE - THE RANGE COMES OFF THE CONTROL RECORD
           PERFORM ARCHIVE-OUTPUT-REPORT
           PERFORM WRITE-AUDIT-RECORD.

      *    ONE IS DEFICIENT BY THE CLASSICAL RULE - ITS PROPER-
      *    DIVISOR SUM IS ZERO.
       CLASSIFY-ONE-NUMBER.
           PERFORM SUM-PROPER-DIVISORS

           MOVE SPACES TO DIV-OUT-RECORD
           EVALUATE TRUE
           END-EVALUATE
           WRITE DIV-OUT-RECORD.

      *    TOTIENT MODE - THE RANGE COMES OFF THE CONTROL RECORD AS
      *    IN PERFECT MODE (CTL-INPUT-VALUE THE UPPER LIMIT,
      *    CTL-DIVISOR-1 AN OPTIONAL LOWER BOUND); CTL-DIVISOR-2 IS
      *    THE DISPLAY LIMIT BELOW WHICH EACH N'S COPRIME RESIDUES
      *    ARE LISTED (DEFAULT 50) AND CTL-DIVISOR-3 THE SIDE OF THE
      *    COPRIME-PAIR MATRIX (DEFAULT 10, AT MOST 16 TO FIT THE
      *    LINE). EACH N GETS PHI(N) AND PHI(N)/N; PHI(N) = N - 1 IS
      *    MARKED AS THE PRIME CROSS-CHECK AND HELD AGAINST THE
      *    SHARED PRIME SERVICE, A DISAGREEMENT FLAGGED ON THE LINE.
      *    THE MATRIX AND THE AVERAGE RATIO PER HUNDRED-BAND FOLLOW.
       RUN-TOTIENT-MODE.
           MOVE CTL-INPUT-VALUE TO UPPER-LIMIT
           IF CTL-DIVISOR-1 > 0
                   AND CTL-DIVISOR-1 NOT > CTL-INPUT-VALUE
               MOVE CTL-DIVISOR-1 TO TOT-RANGE-LOW
           ELSE
               MOVE 1 TO TOT-RANGE-LOW
           END-IF
           IF CTL-DIVISOR-2 > 0
               MOVE CTL-DIVISOR-2 TO TOT-DISPLAY-LIMIT
           ELSE
               MOVE TOT-DEFAULT-DISPLAY TO TOT-DISPLAY-LIMIT
           END-IF
           IF CTL-DIVISOR-3 = 0
               MOVE TOT-DEFAULT-MATRIX TO TOT-MATRIX-SIZE
           ELSE IF CTL-DIVISOR-3 > TOT-MAX-MATRIX
               MOVE TOT-MAX-MATRIX TO TOT-MATRIX-SIZE
           ELSE
               MOVE CTL-DIVISOR-3 TO TOT-MATRIX-SIZE
           END-IF
           END-IF
           INITIALIZE TOT-BAND-TABLE

           READ DIV-CTL-FILE
               AT END SET END-OF-DIV-CTL TO TRUE
           END-READ
           IF NOT END-OF-DIV-CTL AND ENV-TRAILER
               SET ENV-TRAILER-SEEN TO TRUE
               MOVE ENV-RECORD-COUNT TO ENV-EXPECTED-COUNT
               MOVE ENV-HASH-TOTAL TO ENV-EXPECTED-HASH
           END-IF
           CLOSE DIV-CTL-FILE

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT DIV-OUT-FILE
           PERFORM VERIFY-CONTROL-ENVELOPE

           IF ENVELOPE-IS-GOOD
               MOVE SPACES TO DIV-OUT-RECORD
               STRING "TOTIENT RUN DATE: " DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   INTO DIV-OUT-RECORD
               END-STRING
               WRITE DIV-OUT-RECORD

               MOVE SPACES TO DIV-OUT-RECORD
               STRING "RANGE: " DELIMITED BY SIZE
                   TOT-RANGE-LOW DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   UPPER-LIMIT DELIMITED BY SIZE
                   "   RESIDUES LISTED BELOW " DELIMITED BY SIZE
                   TOT-DISPLAY-LIMIT DELIMITED BY SIZE
                   INTO DIV-OUT-RECORD
               END-STRING
               WRITE DIV-OUT-RECORD

               MOVE "NUMBER  PHI(N)  PHI/N    NOTE" TO DIV-OUT-RECORD
               WRITE DIV-OUT-RECORD

               PERFORM VARYING TOT-NUMBER FROM TOT-RANGE-LOW BY 1
                       UNTIL TOT-NUMBER > UPPER-LIMIT
                   PERFORM TOTIENT-ONE-NUMBER
               END-PERFORM

               PERFORM WRITE-COPRIME-MATRIX
               PERFORM WRITE-TOTIENT-BAND-SUMMARY

               MOVE SPACES TO DIV-OUT-RECORD
               STRING "NUMBERS: " DELIMITED BY SIZE
                   TOT-NUMBER-COUNT DELIMITED BY SIZE
                   "  PHI = N - 1: " DELIMITED BY SIZE
                   TOT-PRIME-COUNT DELIMITED BY SIZE
                   "  DISAGREEMENTS: " DELIMITED BY SIZE
                   TOT-MISMATCH-COUNT DELIMITED BY SIZE
                   INTO DIV-OUT-RECORD
               END-STRING
               WRITE DIV-OUT-RECORD

               IF TOT-NUMBER-COUNT > 0
                   DIVIDE TOT-RATIO-TOTAL BY TOT-NUMBER-COUNT
                       GIVING TOT-BAND-AVERAGE ROUNDED
                   MOVE TOT-BAND-AVERAGE TO TOT-RATIO-OUT
                   MOVE SPACES TO DIV-OUT-RECORD
                   STRING "AVERAGE PHI(N)/N OVER THE RANGE: "
                           DELIMITED BY SIZE
                       TOT-RATIO-OUT DELIMITED BY SIZE
                       INTO DIV-OUT-RECORD
                   END-STRING
                   WRITE DIV-OUT-RECORD
               END-IF
           END-IF

           CLOSE DIV-OUT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           PERFORM WRITE-AUDIT-RECORD.

      *    PHI(N) = N - 1 HOLDS FOR A PRIME AND FOR NOTHING ELSE, SO
      *    THE TOTIENT AND THE SIEVE MUST AGREE ON EVERY N ABOVE 1.
       TOTIENT-ONE-NUMBER.
           PERFORM COMPUTE-TOTIENT
           ADD 1 TO TOT-NUMBER-COUNT
           DIVIDE TOT-PHI BY TOT-NUMBER GIVING TOT-RATIO ROUNDED
           DIVIDE TOT-PHI BY TOT-NUMBER GIVING TOT-RATIO-FINE
           ADD TOT-RATIO-FINE TO TOT-RATIO-TOTAL
           DIVIDE TOT-NUMBER BY 100 GIVING TOT-BAND
           ADD 1 TO TOT-BAND
           ADD 1 TO TOT-BAND-COUNT (TOT-BAND)
           ADD TOT-RATIO-FINE TO TOT-BAND-RATIO-SUM (TOT-BAND)

           MOVE SPACES TO TOT-NOTE
           SUBTRACT 1 FROM TOT-NUMBER GIVING TOT-N-LESS-ONE
           SET PRM-SVC-REQ-IS-PRIME TO TRUE
           MOVE TOT-NUMBER TO PRM-SVC-VALUE
           CALL "PRIME-SERVICE" USING PRIME-SERVICE-AREA
           IF TOT-NUMBER > 1 AND TOT-PHI = TOT-N-LESS-ONE
               ADD 1 TO TOT-PRIME-COUNT
               IF PRM-SVC-OK AND PRM-SVC-ANSWER-YES
                   MOVE "PHI = N - 1 (PRIME)" TO TOT-NOTE
               ELSE
                   ADD 1 TO TOT-MISMATCH-COUNT
                   MOVE "** PHI = N - 1, NOT PRIME **" TO TOT-NOTE
               END-IF
           ELSE
               IF PRM-SVC-OK AND PRM-SVC-ANSWER-YES
                   ADD 1 TO TOT-MISMATCH-COUNT
                   MOVE "** PRIME, PHI NOT N - 1 **" TO TOT-NOTE
               END-IF
           END-IF

           MOVE TOT-RATIO TO TOT-RATIO-OUT
           MOVE SPACES TO DIV-OUT-RECORD
           STRING TOT-NUMBER DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               TOT-PHI DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               TOT-RATIO-OUT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               TOT-NOTE DELIMITED BY SIZE
               INTO DIV-OUT-RECORD
           END-STRING
           WRITE DIV-OUT-RECORD

           IF TOT-NUMBER < TOT-DISPLAY-LIMIT
               PERFORM WRITE-COPRIME-RESIDUES
           END-IF.

      *    PHI(N) = N X (1 - 1/P) OVER N'S DISTINCT PRIMES, TAKEN AS
      *    PHI / P X (P - 1) SO IT STAYS EXACT. THE PRIMES COME FROM
      *    THE SHARED SERVICE'S NEXT-PRIME REQUEST; ONCE P SQUARED
      *    PASSES WHAT IS LEFT OF N, THE REST IS ITSELF PRIME.
       COMPUTE-TOTIENT.
           MOVE TOT-NUMBER TO TOT-PHI
           MOVE TOT-NUMBER TO TOT-REST
           MOVE 2 TO TOT-PRIME

           PERFORM UNTIL TOT-REST = 1
               IF TOT-PRIME * TOT-PRIME > TOT-REST
                   MOVE TOT-REST TO TOT-PRIME
               END-IF
               DIVIDE TOT-REST BY TOT-PRIME GIVING TOT-REST-QUOTIENT
                   REMAINDER TOT-REMAINDER
               IF TOT-REMAINDER = 0
                   DIVIDE TOT-PHI BY TOT-PRIME GIVING TOT-PHI-QUOTIENT
                   SUBTRACT 1 FROM TOT-PRIME GIVING TOT-PRIME-LESS-ONE
                   MULTIPLY TOT-PHI-QUOTIENT BY TOT-PRIME-LESS-ONE
                       GIVING TOT-PHI
                   PERFORM UNTIL TOT-REMAINDER NOT = 0
                       MOVE TOT-REST-QUOTIENT TO TOT-REST
                       DIVIDE TOT-REST BY TOT-PRIME
                           GIVING TOT-REST-QUOTIENT
                           REMAINDER TOT-REMAINDER
                   END-PERFORM
               END-IF
               IF TOT-REST > 1
                   SET PRM-SVC-REQ-NEXT-PRIME TO TRUE
                   MOVE TOT-PRIME TO PRM-SVC-VALUE
                   CALL "PRIME-SERVICE" USING PRIME-SERVICE-AREA
                   IF PRM-SVC-OK
                       MOVE PRM-SVC-RESULT TO TOT-PRIME
                   ELSE
                       ADD 1 TO TOT-PRIME
                   END-IF
               END-IF
           END-PERFORM.

      *    THE RESIDUES 1 TO N THAT SHARE NO FACTOR WITH N, TEN TO A
      *    LINE - THERE ARE PHI(N) OF THEM.
       WRITE-COPRIME-RESIDUES.
           MOVE SPACES TO DIV-OUT-RECORD
           MOVE " COPRIME: " TO DIV-OUT-RECORD
           MOVE 11 TO TOT-LINE-POINTER
           MOVE 0 TO TOT-RESIDUES-ON-LINE
           PERFORM VARYING TOT-RESIDUE FROM 1 BY 1
                   UNTIL TOT-RESIDUE > TOT-NUMBER
               MOVE TOT-NUMBER TO EUCLID-A
               MOVE TOT-RESIDUE TO EUCLID-B
               PERFORM FIND-GREATEST-COMMON-DIVISOR
               IF EUCLID-A = 1
                   IF TOT-RESIDUES-ON-LINE = 10
                       WRITE DIV-OUT-RECORD
                       MOVE SPACES TO DIV-OUT-RECORD
                       MOVE 11 TO TOT-LINE-POINTER
                       MOVE 0 TO TOT-RESIDUES-ON-LINE
                   END-IF
                   STRING TOT-RESIDUE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       INTO DIV-OUT-RECORD
                       WITH POINTER TOT-LINE-POINTER
                   END-STRING
                   ADD 1 TO TOT-RESIDUES-ON-LINE
               END-IF
           END-PERFORM
           WRITE DIV-OUT-RECORD.

      *    EUCLID'S ALGORITHM WITHOUT THE WORKING - THE GCD IS LEFT
      *    IN EUCLID-A.
       FIND-GREATEST-COMMON-DIVISOR.
           PERFORM UNTIL EUCLID-B = 0
               DIVIDE EUCLID-A BY EUCLID-B GIVING EUCLID-Q
                   REMAINDER EUCLID-R
               MOVE EUCLID-B TO EUCLID-A
               MOVE EUCLID-R TO EUCLID-B
           END-PERFORM.

      *    EVERY PAIR (ROW, COLUMN) FROM 1 TO THE MATRIX SIDE, "*"
      *    WHERE THE TWO ARE COPRIME, WITH EACH ROW'S COUNT - WHICH IS
      *    PHI(ROW) ONCE THE SIDE REACHES THE ROW - AND THE SHARE OF
      *    ALL PAIRS THAT ARE COPRIME, TENDING TO 6/PI SQUARED.
       WRITE-COPRIME-MATRIX.
           MOVE SPACES TO DIV-OUT-RECORD
           WRITE DIV-OUT-RECORD
           MOVE SPACES TO DIV-OUT-RECORD
           STRING "COPRIME-PAIR MATRIX 1 TO " DELIMITED BY SIZE
               TOT-MATRIX-SIZE DELIMITED BY SIZE
               "  (* = COPRIME)" DELIMITED BY SIZE
               INTO DIV-OUT-RECORD
           END-STRING
           WRITE DIV-OUT-RECORD

           MOVE SPACES TO DIV-OUT-RECORD
           MOVE "   N" TO DIV-OUT-RECORD
           MOVE 5 TO TOT-LINE-POINTER
           PERFORM VARYING TOT-COLUMN FROM 1 BY 1
                   UNTIL TOT-COLUMN > TOT-MATRIX-SIZE
               STRING " " DELIMITED BY SIZE
                   TOT-COLUMN DELIMITED BY SIZE
                   INTO DIV-OUT-RECORD
                   WITH POINTER TOT-LINE-POINTER
               END-STRING
           END-PERFORM
           STRING "  CNT" DELIMITED BY SIZE
               INTO DIV-OUT-RECORD
               WITH POINTER TOT-LINE-POINTER
           END-STRING
           WRITE DIV-OUT-RECORD

           MOVE 0 TO TOT-PAIR-COUNT
           PERFORM VARYING TOT-ROW FROM 1 BY 1
                   UNTIL TOT-ROW > TOT-MATRIX-SIZE
               PERFORM WRITE-COPRIME-MATRIX-ROW
           END-PERFORM

           MULTIPLY TOT-MATRIX-SIZE BY TOT-MATRIX-SIZE
               GIVING TOT-CELL-COUNT
           DIVIDE TOT-PAIR-COUNT BY TOT-CELL-COUNT
               GIVING TOT-RATIO ROUNDED
           MOVE TOT-RATIO TO TOT-RATIO-OUT
           MOVE SPACES TO DIV-OUT-RECORD
           STRING "COPRIME PAIRS: " DELIMITED BY SIZE
               TOT-PAIR-COUNT DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               TOT-CELL-COUNT DELIMITED BY SIZE
               "  SHARE " DELIMITED BY SIZE
               TOT-RATIO-OUT DELIMITED BY SIZE
               " (6/PI**2 0.6079)" DELIMITED BY SIZE
               INTO DIV-OUT-RECORD
           END-STRING
           WRITE DIV-OUT-RECORD.

       WRITE-COPRIME-MATRIX-ROW.
           MOVE SPACES TO DIV-OUT-RECORD
           MOVE 0 TO TOT-ROW-COUNT
           STRING "  " DELIMITED BY SIZE
               TOT-ROW DELIMITED BY SIZE
               INTO DIV-OUT-RECORD
           END-STRING
           MOVE 5 TO TOT-LINE-POINTER
           PERFORM VARYING TOT-COLUMN FROM 1 BY 1
                   UNTIL TOT-COLUMN > TOT-MATRIX-SIZE
               MOVE TOT-ROW TO EUCLID-A
               MOVE TOT-COLUMN TO EUCLID-B
               PERFORM FIND-GREATEST-COMMON-DIVISOR
               IF EUCLID-A = 1
                   MOVE "  *" TO TOT-CELL-MARK
                   ADD 1 TO TOT-ROW-COUNT
               ELSE
                   MOVE "  ." TO TOT-CELL-MARK
               END-IF
               STRING TOT-CELL-MARK DELIMITED BY SIZE
                   INTO DIV-OUT-RECORD
                   WITH POINTER TOT-LINE-POINTER
               END-STRING
           END-PERFORM
           STRING "   " DELIMITED BY SIZE
               TOT-ROW-COUNT DELIMITED BY SIZE
               INTO DIV-OUT-RECORD
               WITH POINTER TOT-LINE-POINTER
           END-STRING
           WRITE DIV-OUT-RECORD
           ADD TOT-ROW-COUNT TO TOT-PAIR-COUNT.

      *    THE AVERAGE PHI(N)/N FOR EACH HUNDRED-BAND THE RANGE
      *    TOUCHES - IT SETTLES TOWARD 6/PI SQUARED AS N GROWS.
       WRITE-TOTIENT-BAND-SUMMARY.
           MOVE SPACES TO DIV-OUT-RECORD
           WRITE DIV-OUT-RECORD
           MOVE "AVERAGE TOTIENT RATIO PER HUNDRED-BAND"
               TO DIV-OUT-RECORD
           WRITE DIV-OUT-RECORD
           MOVE "BAND        NUMBERS  AVERAGE PHI(N)/N"
               TO DIV-OUT-RECORD
           WRITE DIV-OUT-RECORD

           PERFORM VARYING TOT-BAND FROM 1 BY 1 UNTIL TOT-BAND > 100
               IF TOT-BAND-COUNT (TOT-BAND) > 0
                   SUBTRACT 1 FROM TOT-BAND GIVING TOT-BAND-LOW
                   MULTIPLY 100 BY TOT-BAND-LOW
                   ADD 99 TOT-BAND-LOW GIVING TOT-BAND-HIGH
                   DIVIDE TOT-BAND-RATIO-SUM (TOT-BAND)
                       BY TOT-BAND-COUNT (TOT-BAND)
                       GIVING TOT-BAND-AVERAGE ROUNDED
                   MOVE TOT-BAND-AVERAGE TO TOT-RATIO-OUT
                   MOVE SPACES TO DIV-OUT-RECORD
                   STRING TOT-BAND-LOW DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       TOT-BAND-HIGH DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       TOT-BAND-COUNT (TOT-BAND) DELIMITED BY SIZE
                       "      " DELIMITED BY SIZE
                       TOT-RATIO-OUT DELIMITED BY SIZE
                       INTO DIV-OUT-RECORD
                   END-STRING
                   WRITE DIV-OUT-RECORD
               END-IF
           END-PERFORM.

       RUN-RANGE-MODE.
           MOVE CTL-INPUT-VALUE TO UPPER-LIMIT
           MOVE CTL-DIVISOR-1 TO DIVISOR-1

           COPY NUMVALP.

           COPY PDSUMP.

      *    REFUSES A CYCLE DATE THIS PROGRAM HAS ALREADY COMPLETED
      *    AND WARNS ON HOLIDAYS AND UNLISTED DATES, PER THE SHARED
      *    PROCESSING CALENDAR - THE GUARD AGAINST A SECOND OPERATOR
