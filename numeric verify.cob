       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMERIC-VERIFY.

      *    THE CHECK THAT DOES NOT NEED AN APPROVED COPY. BASELINE-
      *    COMPARE CAN ONLY SAY TONIGHT'S REPORTS MATCH LAST WEEK'S;
      *    WHEN A RANGE OR LIMIT CHANGES THERE IS NO BASELINE, AND A
      *    WRONG ANSWER COULD BE APPROVED AS THE NEW ONE. THIS RUN
      *    RE-READS FACTOUT, FIBOUT, PRMOUT AND DIVOUT AND HOLDS EACH
      *    ENTRY TO THE MATHEMATICS INSTEAD:
      *      FACTOUT - N! = N X (N-1)! ALL THE WAY DOWN TO 1! = 1,
      *                BY DIVIDING BACK DOWN (BIG FACTORIALS DIGIT BY
      *                DIGIT), AGAINST THE REPORT'S OWN (N-1)! WHERE
      *                IT HAS ONE; NPR AND NCR MUST DIVIDE N! AND
      *                EACH OTHER LEAVING FACTORIALS.
      *      FIBOUT  - EVERY TERM IS THE SUM OF THE TWO BEFORE IT,
      *                AND CASSINI'S IDENTITY HOLDS ACROSS EVERY
      *                THREE TERMS (THE PRODUCT OF THE OUTER TWO LESS
      *                THE SQUARE OF THE MIDDLE ALTERNATES IN SIGN,
      *                1 FOR FIBONACCI, 5 FOR LUCAS); THE COUNT AND
      *                SUM TRAILERS MUST AGREE WITH THE TERMS.
      *      PRMOUT  - EVERY PRIME RE-TESTS PRIME BY PLAIN TRIAL
      *                DIVISION, NOT THE SHARED PRIME SERVICE THAT
      *                PRODUCED IT, AND EVERY GAP BETWEEN TWO LISTED
      *                PRIMES HOLDS NO PRIME; GOLDBACH PAIRS MUST BE
      *                PRIME, ADD UP, AND BE THE SMALLEST.
      *      DIVOUT  - EVERY HIT DIVIDES EXACTLY BY ALL THREE DIVISORS
      *                AND NO COMMON MULTIPLE IS MISSED; DIVISOR SUMS
      *                AGREE WITH SIGMA FROM THE PRIME FACTORS; EVERY
      *                EUCLID STEP IS A TRUE DIVISION AND GCD X LCM =
      *                A X B; EVERY TOTIENT AGREES WITH PHI FROM THE
      *                PRIME FACTORS, IS MARKED N - 1 EXACTLY FOR A
      *                PRIME, LISTS PHI(N) RESIDUES ALL COPRIME TO N,
      *                AND THE COPRIME MATRIX CELLS AND COUNTS HOLD.
      *    EACH FILE GETS A CERTIFICATE LINE FOR THE OPS SIGN-OFF -
      *    CERTIFIED, FAILED (WITH THE FIRST FAILING ENTRIES), OR NOT
      *    VERIFIED WHEN THERE IS NOTHING TO CHECK. A FAILURE, OR A
      *    REPORT FROM A RUN THAT ABENDED, ENDS THE RUN WITH A
      *    NONZERO CODE AND A CRITICAL ALERT. SECTIONS NO IDENTITY
      *    COVERS (PROBABILITY TABLES, ZECKENDORF FORMS, THE GOLDBACH
      *    BAND RANKING) ARE COUNTED AS NOT COVERED, NOT PASSED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VFY-IN-FILE ASSIGN TO DYNAMIC VFY-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS VFY-IN-STATUS.
           SELECT VFY-RPT-FILE ASSIGN TO "NUMVRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VFY-IN-FILE.
       01  VFY-IN-RECORD          PIC X(100).

       FD  VFY-RPT-FILE.
       01  VFY-RPT-RECORD         PIC X(120).

       WORKING-STORAGE SECTION.
      *    THE FOUR NUMERIC REPORTS UNDER CROSS-VALIDATION, IN SUITE
      *    ORDER.
       01  REPORT-NAME-LIST.
           05  FILLER             PIC X(8) VALUE "FACTOUT".
           05  FILLER             PIC X(8) VALUE "FIBOUT".
           05  FILLER             PIC X(8) VALUE "PRMOUT".
           05  FILLER             PIC X(8) VALUE "DIVOUT".
       01  REPORT-NAME-TABLE REDEFINES REPORT-NAME-LIST.
           05  REPORT-NAME        PIC X(8) OCCURS 4 TIMES.
       01  REPORT-INDEX           PIC 9.

       01  VFY-FILE-NAME          PIC X(20).
       01  VFY-IN-STATUS          PIC XX.
       01  VFY-EOF-SWITCH         PIC X.
           88  END-OF-VFY-IN          VALUE "Y".
       01  LINE-NUMBER            PIC 9(7).

      *    ONE FILE'S TALLIES FOR ITS CERTIFICATE. AN ENTRY IS
      *    COUNTED FAILED ONCE, HOWEVER MANY IDENTITIES IT BREAKS.
       01  ENTRIES-CHECKED        PIC 9(7).
       01  ENTRIES-FAILED         PIC 9(7).
       01  LINES-NOT-COVERED      PIC 9(7).
       01  FAILURE-SHOW-LIMIT     PIC 9(2) VALUE 10.
       01  ENTRY-OK-SWITCH        PIC X.
           88  ENTRY-IS-OK            VALUE "Y".
       01  RUN-INCOMPLETE-SWITCH  PIC X.
           88  RUN-INCOMPLETE         VALUE "Y".
       01  FAIL-REASON            PIC X(60).
       01  FAIL-VALUE-EDIT        PIC Z(8)9.
       01  FAIL-VALUE-TEXT        PIC X(9).
       01  FAIL-VALUE-LEAD        PIC 9(2).

       01  CERTIFIED-COUNT        PIC 9(2) VALUE 0.
       01  FAILED-FILE-COUNT      PIC 9(2) VALUE 0.
       01  UNVERIFIED-COUNT       PIC 9(2) VALUE 0.
       01  RUN-DATE               PIC 9(8).

      *    THE VERIFIER'S OWN PRIMALITY TEST - PLAIN TRIAL DIVISION
      *    BY EVERY INTEGER UP TO THE SQUARE ROOT, DELIBERATELY NOT
      *    THE SHARED SIEVE WHOSE ANSWERS IT IS CHECKING.
       01  TD-VALUE               PIC 9(9).
       01  TD-DIVISOR             PIC 9(5).
       01  TD-QUOTIENT            PIC 9(9).
       01  TD-REMAINDER           PIC 9(5).
       01  TD-PRIME-SWITCH        PIC X.
           88  TD-IS-PRIME            VALUE "Y".

      *    SIGMA(N), THE SUM OF ALL DIVISORS, BUILT FROM N'S PRIME
      *    FACTORS AS THE PRODUCT OF (1 + P + ... + P**A) - A ROUTE
      *    TO THE DIVISOR SUM THAT NEVER WALKS THE DIVISORS.
       01  SG-VALUE               PIC 9(9).
       01  SG-REST                PIC 9(9).
       01  SG-PRIME               PIC 9(5).
       01  SG-QUOTIENT            PIC 9(9).
       01  SG-REMAINDER           PIC 9(5).
       01  SG-POWER               PIC 9(9).
       01  SG-TERM                PIC 9(10).
       01  SG-SIGMA               PIC 9(12).

      *    EUCLID'S ALGORITHM FOR THE DIVISORS' COMMON MULTIPLE.
       01  GC-A                   PIC 9(12).
       01  GC-B                   PIC 9(12).
       01  GC-QUOTIENT            PIC 9(12).
       01  GC-REMAINDER           PIC 9(12).

      *    FACTOUT - WHICH KIND OF LINE IS EXPECTED NEXT, AND THE
      *    FACTORIALS ALREADY SEEN ON THE REPORT (ENTRY K + 1 HOLDS
      *    K!), FOR THE N X (N-1)! CROSS-CHECK.
       01  FCV-STATE              PIC X VALUE "D".
           88  FCV-IN-DETAIL          VALUE "D".
           88  FCV-IN-BIG-DIGITS      VALUE "B".
           88  FCV-IN-DIST-TABLE      VALUE "T".
       01  FCV-DETAIL-LINE.
           05  FCV-NUM-X          PIC X(3).
           05  FCV-NUM REDEFINES FCV-NUM-X
                                  PIC 9(3).
           05  FILLER             PIC X(3).
           05  FCV-FACT-X         PIC X(10).
           05  FCV-FACT REDEFINES FCV-FACT-X
                                  PIC 9(10).
           05  FILLER             PIC X(3).
           05  FCV-NPR-X          PIC X(10).
           05  FCV-NPR REDEFINES FCV-NPR-X
                                  PIC 9(10).
           05  FILLER             PIC X(3).
           05  FCV-NCR-X          PIC X(10).
           05  FCV-NCR REDEFINES FCV-NCR-X
                                  PIC 9(10).
           05  FCV-DETAIL-REST    PIC X(58).
       01  FCV-SEEN-TABLE.
           05  FCV-SEEN           PIC 9(10) OCCURS 14 TIMES.
       01  FCV-WORK               PIC 9(10).
       01  FCV-QUOTIENT           PIC 9(10).
       01  FCV-REMAINDER          PIC 9(3).
       01  FCV-DIVISOR            PIC 9(3).
       01  FCV-PRODUCT            PIC 9(13).
       01  FCV-INDEX              PIC 9(3).
       01  FCV-FACTORIAL-SWITCH   PIC X.
           88  FCV-IS-FACTORIAL       VALUE "Y".
       01  FCV-R-INDEX            PIC 9(3).
       01  FCV-N-LESS-R-INDEX     PIC 9(3).
       01  FCV-INDEX-SUM          PIC 9(4).

      *    A BIG FACTORIAL, MOST SIGNIFICANT DIGIT FIRST, DIVIDED
      *    BACK DOWN BY N, N-1 ... 2 IN PLACE. BGV-START TRACKS THE
      *    FIRST NONZERO DIGIT AS THE VALUE SHRINKS.
       01  BGV-HEAD-LINE.
           05  BGV-NUM-X          PIC X(3).
           05  BGV-NUM REDEFINES BGV-NUM-X
                                  PIC 9(3).
           05  FILLER             PIC X(13).
           05  BGV-COUNT-X        PIC X(4).
           05  BGV-COUNT REDEFINES BGV-COUNT-X
                                  PIC 9(4).
           05  FILLER             PIC X(80).
       01  BGV-DIGIT-TABLE.
           05  BGV-DIGIT          PIC 9 OCCURS 3000 TIMES.
       01  BGV-MAX-DIGITS         PIC 9(4) VALUE 3000.
       01  BGV-COLLECTED          PIC 9(4).
       01  BGV-LINE-DIGITS        PIC 9(2).
       01  BGV-POS                PIC 9(4).
       01  BGV-START              PIC 9(4).
       01  BGV-DIVISOR            PIC 9(3).
       01  BGV-CARRY              PIC 9(3).
       01  BGV-CURRENT            PIC 9(4).

      *    FIBOUT - THE SERIES NAMED ON THE HEADING, THE LAST TWO
      *    TERMS, AND THE LAST CASSINI VALUE, WHOSE SIGN MUST FLIP.
       01  FBV-ZECKENDORF-SWITCH  PIC X.
           88  FBV-ZECKENDORF-REPORT  VALUE "Y".
       01  FBV-KIND               PIC X(10).
       01  FBV-HEADING-TALLY      PIC 9(2).
       01  FBV-TERM               PIC 9(18).
       01  FBV-PREV-1             PIC 9(18).
       01  FBV-PREV-2             PIC 9(18).
       01  FBV-EXPECTED           PIC 9(19).
       01  FBV-TERM-COUNT         PIC 9(9).
       01  FBV-TERM-SUM           PIC 9(19).
       01  FBV-CASSINI-LIMIT      PIC 9(18) VALUE 999999999999999.
       01  FBV-CASSINI            PIC S9(31).
       01  FBV-PRIOR-CASSINI      PIC S9(31).
       01  FBV-CASSINI-SEEN       PIC X.
           88  FBV-HAVE-CASSINI       VALUE "Y".
       01  FBV-TRAILER-X          PIC X(18).
       01  FBV-TRAILER REDEFINES FBV-TRAILER-X
                                  PIC 9(18).

      *    PRMOUT - THE LAST PRIME LISTED (THE GAP UP TO THE NEXT ONE
      *    MUST HOLD NO PRIME), AND THE GOLDBACH LINE LAYOUT.
       01  PRV-GOLDBACH-SWITCH    PIC X.
           88  PRV-GOLDBACH-REPORT    VALUE "Y".
       01  PRV-BAND-SWITCH        PIC X.
           88  PRV-IN-BAND-SUMMARY    VALUE "Y".
       01  PRV-NUMBER             PIC 9(5).
       01  PRV-LAST-PRIME         PIC 9(5).
       01  PRV-GAP-VALUE          PIC 9(5).
       01  PRV-GAP-START          PIC 9(5).
       01  PRV-PRIME-LINES        PIC 9(5).
       01  PRV-GOLDBACH-LINE.
           05  PRV-GB-NUM-X       PIC X(5).
           05  PRV-GB-NUM REDEFINES PRV-GB-NUM-X
                                  PIC 9(5).
           05  FILLER             PIC X(4).
           05  PRV-GB-COUNT-X     PIC X(5).
           05  PRV-GB-COUNT REDEFINES PRV-GB-COUNT-X
                                  PIC 9(5).
           05  FILLER             PIC X(4).
           05  PRV-GB-P-X         PIC X(5).
           05  PRV-GB-P REDEFINES PRV-GB-P-X
                                  PIC 9(5).
           05  FILLER             PIC X(3).
           05  PRV-GB-Q-X         PIC X(5).
           05  PRV-GB-Q REDEFINES PRV-GB-Q-X
                                  PIC 9(5).
           05  FILLER             PIC X(69).
       01  PRV-GB-SUM             PIC 9(6).
       01  PRV-GB-SMALLER         PIC 9(5).
       01  PRV-GB-PARTNER         PIC 9(5).

      *    DIVOUT - THE MODE THE HEADING NAMED, THE RANGE MODE'S
      *    DIVISORS AND THEIR LEAST COMMON MULTIPLE, THE GCD MODE'S
      *    PAIR AND EUCLID CHAIN.
       01  DVV-MODE               PIC X VALUE SPACE.
           88  DVV-RANGE-REPORT       VALUE "R".
           88  DVV-PERFECT-REPORT     VALUE "P".
           88  DVV-GCD-REPORT         VALUE "G".
           88  DVV-TOTIENT-REPORT     VALUE "T".
       01  DVV-DIVISOR-LINE.
           05  FILLER             PIC X(10).
           05  DVV-DIVISOR-1-X    PIC X(4).
           05  DVV-DIVISOR-1 REDEFINES DVV-DIVISOR-1-X
                                  PIC 9(4).
           05  FILLER             PIC X(2).
           05  DVV-DIVISOR-2-X    PIC X(4).
           05  DVV-DIVISOR-2 REDEFINES DVV-DIVISOR-2-X
                                  PIC 9(4).
           05  FILLER             PIC X(2).
           05  DVV-DIVISOR-3-X    PIC X(4).
           05  DVV-DIVISOR-3 REDEFINES DVV-DIVISOR-3-X
                                  PIC 9(4).
           05  FILLER             PIC X(15).
           05  DVV-LIMIT-X        PIC X(4).
           05  DVV-LIMIT REDEFINES DVV-LIMIT-X
                                  PIC 9(4).
           05  FILLER             PIC X(55).
       01  DVV-RANGE-SWITCH       PIC X VALUE "N".
           88  DVV-RANGE-USABLE       VALUE "Y".
       01  DVV-LCM                PIC 9(12).
       01  DVV-EXPECTED-HITS      PIC 9(5).
       01  DVV-HIT                PIC 9(4).
       01  DVV-LAST-HIT           PIC 9(12).
       01  DVV-NEXT-HIT           PIC 9(12).
       01  DVV-HIT-COUNT          PIC 9(5).
       01  DVV-QUOTIENT           PIC 9(12).
       01  DVV-REMAINDER          PIC 9(4).
       01  DVV-CLASS-LINE.
           05  DVV-CL-NUM-X       PIC X(5).
           05  DVV-CL-NUM REDEFINES DVV-CL-NUM-X
                                  PIC 9(5).
           05  FILLER             PIC X(3).
           05  DVV-CL-SUM-X       PIC X(7).
           05  DVV-CL-SUM REDEFINES DVV-CL-SUM-X
                                  PIC 9(7).
           05  FILLER             PIC X(5).
           05  DVV-CL-CLASS       PIC X(9).
           05  FILLER             PIC X(71).
       01  DVV-PROPER-SUM         PIC 9(12).
       01  DVV-EXPECTED-CLASS     PIC X(9).
       01  DVV-PAIR-LINE.
           05  FILLER             PIC X(5).
           05  DVV-PAIR-A-X       PIC X(9).
           05  DVV-PAIR-A REDEFINES DVV-PAIR-A-X
                                  PIC 9(9).
           05  FILLER             PIC X(5).
           05  DVV-PAIR-B-X       PIC X(4).
           05  DVV-PAIR-B REDEFINES DVV-PAIR-B-X
                                  PIC 9(4).
           05  FILLER             PIC X(77).
       01  DVV-STEP-LINE.
           05  FILLER             PIC X(3).
           05  DVV-STEP-A-X       PIC X(9).
           05  DVV-STEP-A REDEFINES DVV-STEP-A-X
                                  PIC 9(9).
           05  FILLER             PIC X(3).
           05  DVV-STEP-Q-X       PIC X(9).
           05  DVV-STEP-Q REDEFINES DVV-STEP-Q-X
                                  PIC 9(9).
           05  FILLER             PIC X(3).
           05  DVV-STEP-B-X       PIC X(9).
           05  DVV-STEP-B REDEFINES DVV-STEP-B-X
                                  PIC 9(9).
           05  FILLER             PIC X(3).
           05  DVV-STEP-R-X       PIC X(9).
           05  DVV-STEP-R REDEFINES DVV-STEP-R-X
                                  PIC 9(9).
           05  FILLER             PIC X(52).
       01  DVV-RESULT-LINE.
           05  FILLER             PIC X(9).
           05  DVV-GCD-X          PIC X(9).
           05  DVV-GCD REDEFINES DVV-GCD-X
                                  PIC 9(9).
           05  FILLER             PIC X(8).
           05  DVV-LCM-X          PIC X(18).
           05  DVV-LCM-OUT REDEFINES DVV-LCM-X
                                  PIC 9(18).
           05  FILLER             PIC X(56).
       01  DVV-A                  PIC 9(9).
       01  DVV-B                  PIC 9(9).
       01  DVV-EXPECT-A           PIC 9(9).
       01  DVV-EXPECT-B           PIC 9(9).
       01  DVV-LAST-B             PIC 9(9).
       01  DVV-LAST-R             PIC 9(9).
       01  DVV-STEP-COUNT         PIC 9(5).
       01  DVV-STEP-CHECK         PIC 9(19).
       01  DVV-PAIR-PRODUCT       PIC 9(14).
       01  DVV-RESULT-PRODUCT     PIC 9(28).

      *    DIVOUT TOTIENT MODE - THE NUMBER LINE, THE RESIDUES LISTED
      *    UNDER IT SO FAR, AND THE COPRIME-PAIR MATRIX.
       01  DVV-TOTIENT-LINE.
           05  DVV-TT-NUM-X       PIC X(5).
           05  DVV-TT-NUM REDEFINES DVV-TT-NUM-X
                                  PIC 9(5).
           05  FILLER             PIC X(3).
           05  DVV-TT-PHI-X       PIC X(5).
           05  DVV-TT-PHI REDEFINES DVV-TT-PHI-X
                                  PIC 9(5).
           05  FILLER             PIC X(3).
           05  DVV-TT-RATIO-UNIT  PIC X.
           05  DVV-TT-RATIO-POINT PIC X.
           05  DVV-TT-RATIO-DEC   PIC X(4).
           05  FILLER             PIC X(3).
           05  DVV-TT-NOTE        PIC X(28).
           05  FILLER             PIC X(47).
       01  DVV-TT-RATIO-X         PIC X(5).
       01  DVV-TT-RATIO REDEFINES DVV-TT-RATIO-X
                                  PIC 9V9(4).
       01  DVV-TT-EXPECTED-RATIO  PIC 9V9(4).
       01  DVV-TT-N-LESS-ONE      PIC 9(5).
       01  DVV-RES-SWITCH         PIC X VALUE "N".
           88  DVV-RESIDUES-OPEN      VALUE "Y".
       01  DVV-RES-NUMBER         PIC 9(5).
       01  DVV-RES-PHI            PIC 9(5).
       01  DVV-RES-COUNT          PIC 9(5).
       01  DVV-RES-LAST           PIC 9(5).
       01  DVV-RES-VALUE          PIC 9(5).
       01  DVV-RES-POS            PIC 9(3).
       01  DVV-MATRIX-SWITCH      PIC X VALUE "N".
           88  DVV-IN-MATRIX          VALUE "Y".
       01  DVV-SUMMARY-SWITCH     PIC X VALUE "N".
           88  DVV-IN-TOTIENT-SUMMARY VALUE "Y".
       01  DVV-MATRIX-SIZE        PIC 9(2).
       01  DVV-MATRIX-ROW         PIC 9(2).
       01  DVV-MATRIX-COLUMN      PIC 9(2).
       01  DVV-CELL-POS           PIC 9(3).
       01  DVV-CELL-EXPECTED      PIC X.
       01  DVV-ROW-COUNT          PIC 9(3).
       01  DVV-MATRIX-PAIRS       PIC 9(5).
       01  DVV-MATRIX-CELLS       PIC 9(5).

      *    PHI(N) FROM N'S PRIME FACTORS BY PLAIN TRIAL DIVISION -
      *    NOT THE SHARED SERVICE'S PRIMES THAT DIVISIBLE USES.
       01  PH-VALUE               PIC 9(9).
       01  PH-PHI                 PIC 9(9).

      *    A FAILED CERTIFICATE RAISES A CRITICAL ALERT THROUGH THE
      *    SHARED WRITER AS WELL AS FAILING THE RETURN CODE.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT VFY-RPT-FILE
           MOVE SPACES TO VFY-RPT-RECORD
           STRING "NUMERIC-VERIFY RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO VFY-RPT-RECORD
           END-STRING
           WRITE VFY-RPT-RECORD

           PERFORM VARYING REPORT-INDEX FROM 1 BY 1
                   UNTIL REPORT-INDEX > 4
               PERFORM VERIFY-ONE-REPORT
           END-PERFORM

           MOVE SPACES TO VFY-RPT-RECORD
           WRITE VFY-RPT-RECORD
           MOVE SPACES TO VFY-RPT-RECORD
           STRING "FILES CERTIFIED: " DELIMITED BY SIZE
               CERTIFIED-COUNT DELIMITED BY SIZE
               "  FAILED: " DELIMITED BY SIZE
               FAILED-FILE-COUNT DELIMITED BY SIZE
               "  NOT VERIFIED: " DELIMITED BY SIZE
               UNVERIFIED-COUNT DELIMITED BY SIZE
               INTO VFY-RPT-RECORD
           END-STRING
           WRITE VFY-RPT-RECORD

           CLOSE VFY-RPT-FILE

           IF FAILED-FILE-COUNT > 0
               PERFORM RAISE-VERIFY-ALERT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      *    ONE REPORT, READ ONCE, EACH LINE HANDED TO ITS FILE'S
      *    CHECKER. A MISSING REPORT IS LISTED, NOT FAILED - THE JOB
      *    THAT WRITES IT MAY SIMPLY NOT HAVE RUN THIS CYCLE.
       VERIFY-ONE-REPORT.
           MOVE SPACES TO VFY-FILE-NAME
           MOVE REPORT-NAME (REPORT-INDEX) TO VFY-FILE-NAME
           MOVE 0 TO ENTRIES-CHECKED
           MOVE 0 TO ENTRIES-FAILED
           MOVE 0 TO LINES-NOT-COVERED
           MOVE 0 TO LINE-NUMBER
           MOVE "N" TO RUN-INCOMPLETE-SWITCH
           MOVE "Y" TO ENTRY-OK-SWITCH

           MOVE SPACES TO VFY-RPT-RECORD
           WRITE VFY-RPT-RECORD
           MOVE SPACES TO VFY-RPT-RECORD
           STRING "CHECKING " DELIMITED BY SIZE
               REPORT-NAME (REPORT-INDEX) DELIMITED BY SPACE
               INTO VFY-RPT-RECORD
           END-STRING
           WRITE VFY-RPT-RECORD

           OPEN INPUT VFY-IN-FILE
           IF VFY-IN-STATUS NOT = "00"
               ADD 1 TO UNVERIFIED-COUNT
               MOVE SPACES TO VFY-RPT-RECORD
               STRING REPORT-NAME (REPORT-INDEX) DELIMITED BY SPACE
                   " NOT VERIFIED - REPORT NOT PRESENT"
                       DELIMITED BY SIZE
                   INTO VFY-RPT-RECORD
               END-STRING
               WRITE VFY-RPT-RECORD
           ELSE
               PERFORM RESET-REPORT-STATE
               MOVE "N" TO VFY-EOF-SWITCH
               READ VFY-IN-FILE
                   AT END SET END-OF-VFY-IN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-VFY-IN
                   ADD 1 TO LINE-NUMBER
                   EVALUATE REPORT-INDEX
                       WHEN 1
                           PERFORM VERIFY-FACTOUT-LINE
                       WHEN 2
                           PERFORM VERIFY-FIBOUT-LINE
                       WHEN 3
                           PERFORM VERIFY-PRMOUT-LINE
                       WHEN 4
                           PERFORM VERIFY-DIVOUT-LINE
                   END-EVALUATE
                   READ VFY-IN-FILE
                       AT END SET END-OF-VFY-IN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VFY-IN-FILE

               MOVE SPACES TO VFY-IN-RECORD
               EVALUATE REPORT-INDEX
                   WHEN 1
                       PERFORM FINISH-FACTOUT
                   WHEN 4
                       PERFORM FINISH-DIVOUT
               END-EVALUATE

               PERFORM WRITE-CERTIFICATE
           END-IF.

       RESET-REPORT-STATE.
           SET FCV-IN-DETAIL TO TRUE
           INITIALIZE FCV-SEEN-TABLE
           MOVE "N" TO FBV-ZECKENDORF-SWITCH
           MOVE SPACES TO FBV-KIND
           MOVE 0 TO FBV-TERM-COUNT
           MOVE 0 TO FBV-TERM-SUM
           MOVE 0 TO FBV-PREV-1
           MOVE 0 TO FBV-PREV-2
           MOVE "N" TO FBV-CASSINI-SEEN
           MOVE "N" TO PRV-GOLDBACH-SWITCH
           MOVE "N" TO PRV-BAND-SWITCH
           MOVE 0 TO PRV-LAST-PRIME
           MOVE 0 TO PRV-PRIME-LINES
           MOVE SPACE TO DVV-MODE
           MOVE "N" TO DVV-RANGE-SWITCH
           MOVE 0 TO DVV-STEP-COUNT
           MOVE "N" TO DVV-RES-SWITCH
           MOVE "N" TO DVV-MATRIX-SWITCH
           MOVE "N" TO DVV-SUMMARY-SWITCH.

      *    CERTIFIED ONLY WHEN SOMETHING WAS CHECKED AND NOTHING
      *    FAILED; A REPORT FROM A RUN THAT ABENDED OR WAS REFUSED
      *    CANNOT BE SIGNED OFF WHATEVER ELSE IT HOLDS.
       WRITE-CERTIFICATE.
           MOVE SPACES TO VFY-RPT-RECORD
           IF RUN-INCOMPLETE
               ADD 1 TO FAILED-FILE-COUNT
               STRING REPORT-NAME (REPORT-INDEX) DELIMITED BY SPACE
                   " NOT CERTIFIED - PRODUCING RUN DID NOT COMPLETE"
                       DELIMITED BY SIZE
                   INTO VFY-RPT-RECORD
               END-STRING
           ELSE IF ENTRIES-FAILED > 0
               ADD 1 TO FAILED-FILE-COUNT
               STRING REPORT-NAME (REPORT-INDEX) DELIMITED BY SPACE
                   " FAILED - " DELIMITED BY SIZE
                   ENTRIES-FAILED DELIMITED BY SIZE
                   " ENTRIES BREAK AN IDENTITY" DELIMITED BY SIZE
                   INTO VFY-RPT-RECORD
               END-STRING
           ELSE IF ENTRIES-CHECKED = 0
               ADD 1 TO UNVERIFIED-COUNT
               STRING REPORT-NAME (REPORT-INDEX) DELIMITED BY SPACE
                   " NOT VERIFIED - NO RESULTS TO CHECK"
                       DELIMITED BY SIZE
                   INTO VFY-RPT-RECORD
               END-STRING
           ELSE
               ADD 1 TO CERTIFIED-COUNT
               STRING REPORT-NAME (REPORT-INDEX) DELIMITED BY SPACE
                   " CERTIFIED - EVERY ENTRY CHECKED HOLDS"
                       DELIMITED BY SIZE
                   INTO VFY-RPT-RECORD
               END-STRING
           END-IF
           END-IF
           END-IF
           WRITE VFY-RPT-RECORD

           MOVE SPACES TO VFY-RPT-RECORD
           STRING "  ENTRIES CHECKED: " DELIMITED BY SIZE
               ENTRIES-CHECKED DELIMITED BY SIZE
               "  FAILED: " DELIMITED BY SIZE
               ENTRIES-FAILED DELIMITED BY SIZE
               "  LINES NOT COVERED: " DELIMITED BY SIZE
               LINES-NOT-COVERED DELIMITED BY SIZE
               INTO VFY-RPT-RECORD
           END-STRING
           WRITE VFY-RPT-RECORD.

      *    THE FIRST FAILURE ON AN ENTRY COUNTS IT FAILED; THE FIRST
      *    FEW ARE PRINTED WITH THE OFFENDING LINE.
       NOTE-FAILURE.
           IF ENTRY-IS-OK
               MOVE "N" TO ENTRY-OK-SWITCH
               ADD 1 TO ENTRIES-FAILED
               IF ENTRIES-FAILED NOT > FAILURE-SHOW-LIMIT
                   MOVE SPACES TO VFY-RPT-RECORD
                   IF END-OF-VFY-IN
                       STRING "  AT END OF REPORT: " DELIMITED BY SIZE
                           FAIL-REASON DELIMITED BY SIZE
                           INTO VFY-RPT-RECORD
                       END-STRING
                   ELSE
                       STRING "  LINE " DELIMITED BY SIZE
                           LINE-NUMBER DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           FAIL-REASON DELIMITED BY SIZE
                           INTO VFY-RPT-RECORD
                       END-STRING
                   END-IF
                   WRITE VFY-RPT-RECORD
                   IF NOT END-OF-VFY-IN
                       MOVE SPACES TO VFY-RPT-RECORD
                       STRING "    " DELIMITED BY SIZE
                           VFY-IN-RECORD DELIMITED BY SIZE
                           INTO VFY-RPT-RECORD
                       END-STRING
                       WRITE VFY-RPT-RECORD
                   END-IF
               END-IF
           END-IF.

       NOTE-UNRECOGNISED-LINE.
           ADD 1 TO ENTRIES-CHECKED
           MOVE "Y" TO ENTRY-OK-SWITCH
           MOVE "LINE NOT RECOGNISED ON THIS REPORT" TO FAIL-REASON
           PERFORM NOTE-FAILURE.

      *    A NUMBER FOR A FAILURE REASON, WITHOUT ITS LEADING BLANKS.
       EDIT-FAIL-VALUE.
           MOVE 0 TO FAIL-VALUE-LEAD
           INSPECT FAIL-VALUE-EDIT TALLYING FAIL-VALUE-LEAD
               FOR LEADING SPACES
           MOVE SPACES TO FAIL-VALUE-TEXT
           MOVE FAIL-VALUE-EDIT (FAIL-VALUE-LEAD + 1:) TO
               FAIL-VALUE-TEXT.

      *    ================ FACTOUT ================
       VERIFY-FACTOUT-LINE.
           EVALUATE TRUE
               WHEN FCV-IN-BIG-DIGITS
                   PERFORM COLLECT-BIG-DIGITS
               WHEN FCV-IN-DIST-TABLE
                   ADD 1 TO LINES-NOT-COVERED
                   IF VFY-IN-RECORD (1:7) = "  MEAN "
                       SET FCV-IN-DETAIL TO TRUE
                   END-IF
               WHEN VFY-IN-RECORD (1:20) = "FACTORIAL RUN DATE: "
               WHEN VFY-IN-RECORD (1:10) = "NUM      F"
                   CONTINUE
               WHEN VFY-IN-RECORD (1:13) = "BINOMIAL N = "
               WHEN VFY-IN-RECORD (1:17) = "POISSON LAMBDA = "
                   ADD 1 TO LINES-NOT-COVERED
                   SET FCV-IN-DIST-TABLE TO TRUE
               WHEN VFY-IN-RECORD (1:19) = "FACTIN ENVELOPE BAD"
                   SET RUN-INCOMPLETE TO TRUE
               WHEN VFY-IN-RECORD (4:13) = " FACTORIAL - "
                   PERFORM START-BIG-FACTORIAL
               WHEN OTHER
                   PERFORM VERIFY-FACTORIAL-ENTRY
           END-EVALUATE.

      *    N! IS DIVIDED BACK DOWN BY N, N-1 ... 2 AND MUST COME OUT
      *    EXACT AT EVERY STEP AND LAND ON 1 - N! = N X (N-1)! AT
      *    EVERY LEVEL, DOWN TO 1! = 1. WHERE THE REPORT ALSO CARRIES
      *    (N-1)!, THE PRODUCT IS CHECKED AGAINST IT DIRECTLY.
       VERIFY-FACTORIAL-ENTRY.
           ADD 1 TO ENTRIES-CHECKED
           MOVE "Y" TO ENTRY-OK-SWITCH
           MOVE VFY-IN-RECORD TO FCV-DETAIL-LINE
           IF FCV-NUM-X NOT NUMERIC OR FCV-FACT-X NOT NUMERIC
                   OR FCV-NPR-X NOT NUMERIC OR FCV-NCR-X NOT NUMERIC
                   OR FCV-DETAIL-REST NOT = SPACES
               MOVE "LINE NOT RECOGNISED ON THIS REPORT"
                   TO FAIL-REASON
               PERFORM NOTE-FAILURE
           ELSE
               MOVE FCV-FACT TO FCV-WORK
               MOVE FCV-NUM TO FCV-DIVISOR
               PERFORM UNTIL FCV-DIVISOR < 2 OR NOT ENTRY-IS-OK
                   DIVIDE FCV-WORK BY FCV-DIVISOR
                       GIVING FCV-QUOTIENT REMAINDER FCV-REMAINDER
                   IF FCV-REMAINDER NOT = 0
                       MOVE "N! IS NOT N X (N-1)! - DIVISION NOT EXACT"
                           TO FAIL-REASON
                       PERFORM NOTE-FAILURE
                   END-IF
                   MOVE FCV-QUOTIENT TO FCV-WORK
                   SUBTRACT 1 FROM FCV-DIVISOR
               END-PERFORM
               IF ENTRY-IS-OK AND FCV-WORK NOT = 1
                   MOVE "N! IS NOT N X (N-1)! - DOES NOT REDUCE TO 1"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF

               IF ENTRY-IS-OK AND FCV-NUM > 0 AND FCV-NUM < 14
                   IF FCV-SEEN (FCV-NUM) > 0
                       MULTIPLY FCV-NUM BY FCV-SEEN (FCV-NUM)
                           GIVING FCV-PRODUCT
                       IF FCV-PRODUCT NOT = FCV-FACT
                           MOVE "N! DISAGREES WITH N X (N-1)! ON REPORT"
                               TO FAIL-REASON
                           PERFORM NOTE-FAILURE
                       END-IF
                   END-IF
               END-IF
               IF ENTRY-IS-OK AND FCV-NUM < 14
                   MOVE FCV-FACT TO FCV-SEEN (FCV-NUM + 1)
               END-IF

               IF ENTRY-IS-OK AND (FCV-NPR > 0 OR FCV-NCR > 0)
                   PERFORM VERIFY-PERMUTATION-ENTRY
               END-IF
           END-IF.

      *    NPR = N! / (N-R)! AND NCR = NPR / R!, SO NPR MUST DIVIDE
      *    N! LEAVING A FACTORIAL, NCR MUST DIVIDE NPR LEAVING A
      *    FACTORIAL, AND THE TWO FACTORIALS' ORDERS MUST ADD TO N.
      *    A QUOTIENT OF 1 IS BOTH 0! AND 1!, SO EITHER IS ALLOWED.
       VERIFY-PERMUTATION-ENTRY.
           IF FCV-NPR = 0 OR FCV-NCR = 0
               MOVE "ONLY ONE OF NPR AND NCR IS GIVEN" TO FAIL-REASON
               PERFORM NOTE-FAILURE
           ELSE
               DIVIDE FCV-FACT BY FCV-NPR
                   GIVING FCV-WORK REMAINDER FCV-QUOTIENT
               IF FCV-QUOTIENT NOT = 0
                   MOVE "NPR DOES NOT DIVIDE N!" TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               ELSE
                   PERFORM FIND-FACTORIAL-ORDER
                   IF NOT FCV-IS-FACTORIAL
                       MOVE "N! / NPR IS NOT A FACTORIAL"
                           TO FAIL-REASON
                       PERFORM NOTE-FAILURE
                   END-IF
                   MOVE FCV-INDEX TO FCV-N-LESS-R-INDEX
               END-IF
           END-IF

           IF ENTRY-IS-OK
               DIVIDE FCV-NPR BY FCV-NCR
                   GIVING FCV-WORK REMAINDER FCV-QUOTIENT
               IF FCV-QUOTIENT NOT = 0
                   MOVE "NCR DOES NOT DIVIDE NPR" TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               ELSE
                   PERFORM FIND-FACTORIAL-ORDER
                   IF NOT FCV-IS-FACTORIAL
                       MOVE "NPR / NCR IS NOT A FACTORIAL"
                           TO FAIL-REASON
                       PERFORM NOTE-FAILURE
                   END-IF
                   MOVE FCV-INDEX TO FCV-R-INDEX
               END-IF
           END-IF

           IF ENTRY-IS-OK
               ADD FCV-R-INDEX FCV-N-LESS-R-INDEX GIVING FCV-INDEX-SUM
               IF FCV-INDEX-SUM NOT = FCV-NUM
                   IF FCV-N-LESS-R-INDEX NOT = 1
                           OR FCV-R-INDEX NOT = FCV-NUM
                       MOVE "R! AND (N-R)! DO NOT MULTIPLY BACK TO N"
                           TO FAIL-REASON
                       PERFORM NOTE-FAILURE
                   END-IF
               END-IF
           END-IF.

      *    DIVIDES FCV-WORK BY 2, 3, 4 ... WHILE THE DIVISION STAYS
      *    EXACT; IT WAS A FACTORIAL IF IT LANDS ON 1, AND FCV-INDEX
      *    IS THEN ITS ORDER (1 FOR A VALUE OF 1).
       FIND-FACTORIAL-ORDER.
           MOVE "Y" TO FCV-FACTORIAL-SWITCH
           MOVE 1 TO FCV-INDEX
           IF FCV-WORK = 0
               MOVE "N" TO FCV-FACTORIAL-SWITCH
           END-IF
           PERFORM UNTIL NOT FCV-IS-FACTORIAL OR FCV-WORK = 1
               ADD 1 TO FCV-INDEX
               DIVIDE FCV-WORK BY FCV-INDEX
                   GIVING FCV-QUOTIENT REMAINDER FCV-REMAINDER
               IF FCV-REMAINDER NOT = 0
                   MOVE "N" TO FCV-FACTORIAL-SWITCH
               END-IF
               MOVE FCV-QUOTIENT TO FCV-WORK
           END-PERFORM.

      *    THE HEADING NAMES N AND THE DIGIT COUNT; THE DIGITS FOLLOW
      *    FIFTY TO A LINE.
       START-BIG-FACTORIAL.
           ADD 1 TO ENTRIES-CHECKED
           MOVE "Y" TO ENTRY-OK-SWITCH
           MOVE VFY-IN-RECORD TO BGV-HEAD-LINE
           IF BGV-NUM-X NOT NUMERIC OR BGV-COUNT-X NOT NUMERIC
               MOVE "BIG FACTORIAL HEADING NOT READABLE"
                   TO FAIL-REASON
               PERFORM NOTE-FAILURE
           ELSE IF BGV-COUNT = 0 OR BGV-COUNT > BGV-MAX-DIGITS
               MOVE "BIG FACTORIAL DIGIT COUNT OUT OF RANGE"
                   TO FAIL-REASON
               PERFORM NOTE-FAILURE
           ELSE
               MOVE 0 TO BGV-COLLECTED
               SET FCV-IN-BIG-DIGITS TO TRUE
           END-IF
           END-IF.

       COLLECT-BIG-DIGITS.
           IF BGV-COUNT - BGV-COLLECTED > 50
               MOVE 50 TO BGV-LINE-DIGITS
           ELSE
               SUBTRACT BGV-COLLECTED FROM BGV-COUNT
                   GIVING BGV-LINE-DIGITS
           END-IF

           IF VFY-IN-RECORD (1:3) NOT = SPACES
                   OR VFY-IN-RECORD (4:BGV-LINE-DIGITS) NOT NUMERIC
                   OR VFY-IN-RECORD (4 + BGV-LINE-DIGITS:1)
                       NOT = SPACE
               MOVE "BIG FACTORIAL DIGITS DISAGREE WITH THE COUNT"
                   TO FAIL-REASON
               PERFORM NOTE-FAILURE
               SET FCV-IN-DETAIL TO TRUE
           ELSE
               PERFORM VARYING BGV-POS FROM 1 BY 1
                       UNTIL BGV-POS > BGV-LINE-DIGITS
                   ADD 1 TO BGV-COLLECTED
                   MOVE VFY-IN-RECORD (3 + BGV-POS:1)
                       TO BGV-DIGIT (BGV-COLLECTED)
               END-PERFORM
               IF BGV-COLLECTED = BGV-COUNT
                   PERFORM VERIFY-BIG-FACTORIAL
                   SET FCV-IN-DETAIL TO TRUE
               END-IF
           END-IF.

      *    THE SAME DIVIDE-BACK-DOWN CHECK AS A SMALL FACTORIAL, BY
      *    LONG DIVISION OVER THE DIGITS.
       VERIFY-BIG-FACTORIAL.
           IF BGV-DIGIT (1) = 0
               MOVE "BIG FACTORIAL HAS A LEADING ZERO" TO FAIL-REASON
               PERFORM NOTE-FAILURE
           END-IF
           MOVE 1 TO BGV-START
           MOVE BGV-NUM TO BGV-DIVISOR
           PERFORM UNTIL BGV-DIVISOR < 2 OR NOT ENTRY-IS-OK
               PERFORM DIVIDE-BIG-VALUE
               IF BGV-CARRY NOT = 0
                   MOVE "N! IS NOT N X (N-1)! - DIVISION NOT EXACT"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
               SUBTRACT 1 FROM BGV-DIVISOR
           END-PERFORM
           IF ENTRY-IS-OK
               IF BGV-START NOT = BGV-COUNT
                       OR BGV-DIGIT (BGV-COUNT) NOT = 1
                   MOVE "N! IS NOT N X (N-1)! - DOES NOT REDUCE TO 1"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
           END-IF.

       DIVIDE-BIG-VALUE.
           MOVE 0 TO BGV-CARRY
           PERFORM VARYING BGV-POS FROM BGV-START BY 1
                   UNTIL BGV-POS > BGV-COUNT
               COMPUTE BGV-CURRENT = BGV-CARRY * 10
                   + BGV-DIGIT (BGV-POS)
               DIVIDE BGV-CURRENT BY BGV-DIVISOR
                   GIVING BGV-DIGIT (BGV-POS) REMAINDER BGV-CARRY
           END-PERFORM
           PERFORM UNTIL BGV-START = BGV-COUNT
                   OR BGV-DIGIT (BGV-START) NOT = 0
               ADD 1 TO BGV-START
           END-PERFORM.

       FINISH-FACTOUT.
           IF FCV-IN-BIG-DIGITS
               MOVE "REPORT ENDS INSIDE A BIG FACTORIAL"
                   TO FAIL-REASON
               PERFORM NOTE-FAILURE
           END-IF.

      *    ================ FIBOUT ================
       VERIFY-FIBOUT-LINE.
           MOVE 0 TO FBV-HEADING-TALLY
           INSPECT VFY-IN-RECORD TALLYING FBV-HEADING-TALLY
               FOR ALL " SERIES RUN DATE: "
           EVALUATE TRUE
               WHEN FBV-ZECKENDORF-REPORT
                   ADD 1 TO LINES-NOT-COVERED
               WHEN VFY-IN-RECORD (1:21) = "ZECKENDORF RUN DATE: "
                   SET FBV-ZECKENDORF-REPORT TO TRUE
               WHEN FBV-HEADING-TALLY > 0
                   MOVE SPACES TO FBV-KIND
                   UNSTRING VFY-IN-RECORD DELIMITED BY " SERIES"
                       INTO FBV-KIND
                   END-UNSTRING
               WHEN VFY-IN-RECORD (1:14) = "RECORD COUNT: "
                   PERFORM VERIFY-SERIES-COUNT
               WHEN VFY-IN-RECORD (1:15) = "SUM OF SERIES: "
                   PERFORM VERIFY-SERIES-SUM
               WHEN VFY-IN-RECORD (1:28) =
                       "FIBONACCI NOT DUE TO RUN ON "
                   ADD 1 TO LINES-NOT-COVERED
               WHEN VFY-IN-RECORD (1:7) = "FIBCTL "
                   SET RUN-INCOMPLETE TO TRUE
               WHEN VFY-IN-RECORD (1:18) NUMERIC
                       AND VFY-IN-RECORD (19:) = SPACES
                   PERFORM VERIFY-SERIES-TERM
               WHEN OTHER
                   PERFORM NOTE-UNRECOGNISED-LINE
           END-EVALUATE.

      *    FROM THE THIRD TERM ON - THE RECURRENCE, THEN CASSINI.
       VERIFY-SERIES-TERM.
           ADD 1 TO ENTRIES-CHECKED
           MOVE "Y" TO ENTRY-OK-SWITCH
           MOVE VFY-IN-RECORD (1:18) TO FBV-TERM
           ADD 1 TO FBV-TERM-COUNT
           ADD FBV-TERM TO FBV-TERM-SUM
           IF FBV-TERM-COUNT > 2
               ADD FBV-PREV-2 FBV-PREV-1 GIVING FBV-EXPECTED
               IF FBV-TERM NOT = FBV-EXPECTED
                   MOVE "TERM IS NOT THE SUM OF THE TWO BEFORE IT"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
               IF FBV-TERM NOT > FBV-CASSINI-LIMIT
                   PERFORM VERIFY-CASSINI
               END-IF
           END-IF
           MOVE FBV-PREV-1 TO FBV-PREV-2
           MOVE FBV-TERM TO FBV-PREV-1.

      *    T(K-1) X T(K+1) - T(K) SQUARED IS THE SAME SIZE FOR EVERY
      *    K AND FLIPS SIGN EACH STEP. FOR THE CLASSIC SERIES FROM
      *    0, 1 IT STARTS AT -1; FOR LUCAS FROM 2, 1 AT +5; A SEEDED
      *    SERIES SETS ITS OWN SIZE WITH ITS FIRST THREE TERMS.
       VERIFY-CASSINI.
           COMPUTE FBV-CASSINI = FBV-PREV-2 * FBV-TERM
               - FBV-PREV-1 * FBV-PREV-1
           IF NOT FBV-HAVE-CASSINI
               IF (FBV-KIND = "FIBONACCI" AND FBV-CASSINI NOT = -1)
                       OR (FBV-KIND = "LUCAS" AND FBV-CASSINI NOT = 5)
                   MOVE "CASSINI'S IDENTITY FAILS ON THE FIRST TERMS"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
               SET FBV-HAVE-CASSINI TO TRUE
           ELSE
               IF FBV-CASSINI + FBV-PRIOR-CASSINI NOT = 0
                   MOVE "CASSINI'S IDENTITY FAILS AT THIS TERM"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
           END-IF
           MOVE FBV-CASSINI TO FBV-PRIOR-CASSINI.

       VERIFY-SERIES-COUNT.
           ADD 1 TO ENTRIES-CHECKED
           MOVE "Y" TO ENTRY-OK-SWITCH
           MOVE ZEROS TO FBV-TRAILER-X
           MOVE VFY-IN-RECORD (15:9) TO FBV-TRAILER-X (10:9)
           IF FBV-TRAILER-X NOT NUMERIC
                   OR FBV-TRAILER NOT = FBV-TERM-COUNT
               MOVE "RECORD COUNT DISAGREES WITH THE TERMS LISTED"
                   TO FAIL-REASON
               PERFORM NOTE-FAILURE
           END-IF.

       VERIFY-SERIES-SUM.
           ADD 1 TO ENTRIES-CHECKED
           MOVE "Y" TO ENTRY-OK-SWITCH
           MOVE VFY-IN-RECORD (16:18) TO FBV-TRAILER-X
           IF FBV-TRAILER-X NOT NUMERIC
                   OR FBV-TRAILER NOT = FBV-TERM-SUM
               MOVE "SUM OF SERIES DISAGREES WITH THE TERMS LISTED"
                   TO FAIL-REASON
               PERFORM NOTE-FAILURE
           END-IF.

      *    ================ PRMOUT ================
       VERIFY-PRMOUT-LINE.
           EVALUATE TRUE
               WHEN PRV-IN-BAND-SUMMARY
                   ADD 1 TO LINES-NOT-COVERED
               WHEN VFY-IN-RECORD (1:22) = "PRIME-1-200 RUN DATE: "
               WHEN VFY-IN-RECORD (1:15) = "NUM      RESULT"
               WHEN VFY-IN-RECORD (1:14) = "NUM      PAIRS"
               WHEN VFY-IN-RECORD (1:7) = "PAIRS: "
               WHEN VFY-IN-RECORD (1:23) = "EVEN NUMBERS EXAMINED: "
               WHEN VFY-IN-RECORD (1:16) = "WITHOUT A PAIR: "
               WHEN VFY-IN-RECORD (1:25) = "ELAPSED TIME (HHMMSSHH): "
               WHEN VFY-IN-RECORD = SPACES
                   CONTINUE
               WHEN VFY-IN-RECORD (1:31) =
                       "PRIME-1-200 GOLDBACH RUN DATE: "
                   SET PRV-GOLDBACH-REPORT TO TRUE
               WHEN VFY-IN-RECORD (1:37) =
                       "MOST REPRESENTATIONS PER HUNDRED-BAND"
                   SET PRV-IN-BAND-SUMMARY TO TRUE
               WHEN VFY-IN-RECORD (1:13) = "PRIME COUNT: "
                   PERFORM VERIFY-PRIME-COUNT
               WHEN VFY-IN-RECORD (1:30) =
                       "PRIME-1-200 NOT DUE TO RUN ON "
                   ADD 1 TO LINES-NOT-COVERED
               WHEN VFY-IN-RECORD (1:7) = "BOUNDS "
                   SET RUN-INCOMPLETE TO TRUE
               WHEN PRV-GOLDBACH-REPORT
                   PERFORM VERIFY-GOLDBACH-ENTRY
               WHEN OTHER
                   PERFORM VERIFY-PRIME-ENTRY
           END-EVALUATE.

      *    A "PRIME" LINE, OR - IN FACTOR MODE - A COMPOSITE WITH
      *    ITS FACTORS.
       VERIFY-PRIME-ENTRY.
           ADD 1 TO ENTRIES-CHECKED
           MOVE "Y" TO ENTRY-OK-SWITCH
           IF VFY-IN-RECORD (1:5) NOT NUMERIC
               MOVE "LINE NOT RECOGNISED ON THIS REPORT"
                   TO FAIL-REASON
               PERFORM NOTE-FAILURE
           ELSE
               MOVE VFY-IN-RECORD (1:5) TO PRV-NUMBER
               MOVE PRV-NUMBER TO TD-VALUE
               PERFORM TRIAL-DIVIDE-VALUE
               IF VFY-IN-RECORD (6:8) = "   PRIME"
                       AND VFY-IN-RECORD (14:) = SPACES
                   PERFORM VERIFY-LISTED-PRIME
               ELSE IF VFY-IN-RECORD (6:3) = SPACES
                       AND VFY-IN-RECORD (9:5) NUMERIC
                   IF TD-IS-PRIME OR PRV-NUMBER < 2
                       MOVE "LISTED WITH FACTORS BUT IS PRIME"
                           TO FAIL-REASON
                       PERFORM NOTE-FAILURE
                   END-IF
               ELSE
                   MOVE "LINE NOT RECOGNISED ON THIS REPORT"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
               END-IF
           END-IF.

      *    THE PRIME ITSELF, THEN EVERY NUMBER IN THE GAP SINCE THE
      *    LAST ONE LISTED - A PRIME IN THERE WAS MISSED.
       VERIFY-LISTED-PRIME.
           ADD 1 TO PRV-PRIME-LINES
           IF NOT TD-IS-PRIME
               MOVE "LISTED AS PRIME BUT HAS A DIVISOR"
                   TO FAIL-REASON
               PERFORM NOTE-FAILURE
           END-IF
           IF PRV-LAST-PRIME > 0
               IF PRV-NUMBER NOT > PRV-LAST-PRIME
                   MOVE "PRIMES NOT IN ASCENDING ORDER" TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               ELSE
                   ADD 1 PRV-LAST-PRIME GIVING PRV-GAP-START
                   PERFORM VARYING PRV-GAP-VALUE FROM PRV-GAP-START
                           BY 1 UNTIL PRV-GAP-VALUE NOT < PRV-NUMBER
                                   OR NOT ENTRY-IS-OK
                       MOVE PRV-GAP-VALUE TO TD-VALUE
                       PERFORM TRIAL-DIVIDE-VALUE
                       IF TD-IS-PRIME
                           MOVE PRV-GAP-VALUE TO FAIL-VALUE-EDIT
                           PERFORM EDIT-FAIL-VALUE
                           MOVE SPACES TO FAIL-REASON
                           STRING "GAP BEFORE THIS PRIME HIDES PRIME "
                                   DELIMITED BY SIZE
                               FAIL-VALUE-TEXT DELIMITED BY SPACE
                               INTO FAIL-REASON
                           END-STRING
                           PERFORM NOTE-FAILURE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           MOVE PRV-NUMBER TO PRV-LAST-PRIME.

       VERIFY-PRIME-COUNT.
           ADD 1 TO ENTRIES-CHECKED
           MOVE "Y" TO ENTRY-OK-SWITCH
           IF VFY-IN-RECORD (14:5) NOT NUMERIC
               MOVE "PRIME COUNT NOT READABLE" TO FAIL-REASON
               PERFORM NOTE-FAILURE
           ELSE
               MOVE VFY-IN-RECORD (14:5) TO PRV-NUMBER
               IF PRV-NUMBER NOT = PRV-PRIME-LINES
                   MOVE "PRIME COUNT DISAGREES WITH THE PRIMES LISTED"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
           END-IF.

      *    BOTH HALVES PRIME, ADDING TO THE NUMBER, AND NO SMALLER
      *    PRIME WITH A PRIME PARTNER. EVERY EVEN NUMBER THE REPORT
      *    CAN HOLD HAS A PAIR, SO "NO PAIR FOUND" IS ITSELF WRONG.
       VERIFY-GOLDBACH-ENTRY.
           ADD 1 TO ENTRIES-CHECKED
           MOVE "Y" TO ENTRY-OK-SWITCH
           MOVE VFY-IN-RECORD TO PRV-GOLDBACH-LINE
           IF PRV-GB-NUM-X NOT NUMERIC OR PRV-GB-COUNT-X NOT NUMERIC
               MOVE "LINE NOT RECOGNISED ON THIS REPORT"
                   TO FAIL-REASON
               PERFORM NOTE-FAILURE
           ELSE IF PRV-GB-COUNT = 0
               MOVE "NO GOLDBACH PAIR GIVEN - EVERY EVEN NUMBER HAS ONE"
                   TO FAIL-REASON
               PERFORM NOTE-FAILURE
           ELSE IF PRV-GB-P-X NOT NUMERIC OR PRV-GB-Q-X NOT NUMERIC
               MOVE "LINE NOT RECOGNISED ON THIS REPORT"
                   TO FAIL-REASON
               PERFORM NOTE-FAILURE
           ELSE
               ADD PRV-GB-P PRV-GB-Q GIVING PRV-GB-SUM
               IF PRV-GB-SUM NOT = PRV-GB-NUM
                   MOVE "PAIR DOES NOT ADD UP TO THE NUMBER"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
               MOVE PRV-GB-P TO TD-VALUE
               PERFORM TRIAL-DIVIDE-VALUE
               IF NOT TD-IS-PRIME
                   MOVE "FIRST OF THE PAIR IS NOT PRIME" TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
               MOVE PRV-GB-Q TO TD-VALUE
               PERFORM TRIAL-DIVIDE-VALUE
               IF NOT TD-IS-PRIME
                   MOVE "SECOND OF THE PAIR IS NOT PRIME"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
               PERFORM VARYING PRV-GB-SMALLER FROM 2 BY 1
                       UNTIL PRV-GB-SMALLER NOT < PRV-GB-P
                           OR NOT ENTRY-IS-OK
                   MOVE PRV-GB-SMALLER TO TD-VALUE
                   PERFORM TRIAL-DIVIDE-VALUE
                   IF TD-IS-PRIME
                       SUBTRACT PRV-GB-SMALLER FROM PRV-GB-NUM
                           GIVING PRV-GB-PARTNER
                       MOVE PRV-GB-PARTNER TO TD-VALUE
                       PERFORM TRIAL-DIVIDE-VALUE
                       IF TD-IS-PRIME
                           MOVE "A PAIR WITH A SMALLER PRIME EXISTS"
                               TO FAIL-REASON
                           PERFORM NOTE-FAILURE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           END-IF
           END-IF.

      *    ================ DIVOUT ================
       VERIFY-DIVOUT-LINE.
           IF DVV-RESIDUES-OPEN
                   AND VFY-IN-RECORD (1:10) NOT = " COPRIME: "
                   AND VFY-IN-RECORD (1:10) NOT = SPACES
               PERFORM CLOSE-TOTIENT-RESIDUES
           END-IF
           EVALUATE TRUE
               WHEN VFY-IN-RECORD (1:20) = "DIVISIBLE RUN DATE: "
                   SET DVV-RANGE-REPORT TO TRUE
               WHEN VFY-IN-RECORD (1:37) =
                       "PERFECT/ABUNDANT/DEFICIENT RUN DATE: "
                   SET DVV-PERFECT-REPORT TO TRUE
               WHEN VFY-IN-RECORD (1:18) = "GCD/LCM RUN DATE: "
                   SET DVV-GCD-REPORT TO TRUE
               WHEN VFY-IN-RECORD (1:18) = "TOTIENT RUN DATE: "
                   SET DVV-TOTIENT-REPORT TO TRUE
               WHEN VFY-IN-RECORD (1:7) = "RANGE: "
               WHEN VFY-IN-RECORD (1:24) = "NUMBER DIVISOR-SUM CLASS"
               WHEN VFY-IN-RECORD (1:9) = "PERFECT: "
               WHEN VFY-IN-RECORD (1:17) = "PAIRS PROCESSED: "
               WHEN VFY-IN-RECORD (1:14) = "NUMBER  PHI(N)"
                   CONTINUE
               WHEN VFY-IN-RECORD (1:10) = "DIVISORS: "
                   PERFORM START-DIVISIBLE-RANGE
               WHEN VFY-IN-RECORD (1:28) =
                       "DIVISIBLE NOT DUE TO RUN ON "
               WHEN VFY-IN-RECORD (1:22) = "PAIR WITH A ZERO VALUE"
                   ADD 1 TO LINES-NOT-COVERED
               WHEN VFY-IN-RECORD (1:7) = "DIVCTL "
                   SET RUN-INCOMPLETE TO TRUE
               WHEN DVV-TOTIENT-REPORT
                   PERFORM VERIFY-TOTIENT-LINE
               WHEN DVV-GCD-REPORT AND VFY-IN-RECORD (1:5) = "PAIR "
                   PERFORM START-GCD-PAIR
               WHEN DVV-GCD-REPORT
                       AND VFY-IN-RECORD (1:9) = "   GCD = "
                   PERFORM VERIFY-GCD-RESULT
               WHEN DVV-GCD-REPORT
                   PERFORM VERIFY-EUCLID-STEP
               WHEN DVV-PERFECT-REPORT
                   PERFORM VERIFY-CLASSIFIED-NUMBER
               WHEN DVV-RANGE-REPORT
                   PERFORM VERIFY-DIVISIBLE-HIT
               WHEN OTHER
                   PERFORM NOTE-UNRECOGNISED-LINE
           END-EVALUATE.

      *    THE THREE DIVISORS AND THE LIMIT; EVERY HIT MUST BE A
      *    MULTIPLE OF THEIR LEAST COMMON MULTIPLE, AND THERE ARE
      *    EXACTLY LIMIT / LCM OF THEM.
       START-DIVISIBLE-RANGE.
           ADD 1 TO ENTRIES-CHECKED
           MOVE "Y" TO ENTRY-OK-SWITCH
           MOVE "N" TO DVV-RANGE-SWITCH
           MOVE VFY-IN-RECORD TO DVV-DIVISOR-LINE
           IF DVV-DIVISOR-1-X NOT NUMERIC
                   OR DVV-DIVISOR-2-X NOT NUMERIC
                   OR DVV-DIVISOR-3-X NOT NUMERIC
                   OR DVV-LIMIT-X NOT NUMERIC
               MOVE "DIVISOR LINE NOT READABLE" TO FAIL-REASON
               PERFORM NOTE-FAILURE
           ELSE IF DVV-DIVISOR-1 = 0 OR DVV-DIVISOR-2 = 0
                   OR DVV-DIVISOR-3 = 0
               MOVE "A DIVISOR OF ZERO DIVIDES NOTHING"
                   TO FAIL-REASON
               PERFORM NOTE-FAILURE
           ELSE
               MOVE DVV-DIVISOR-1 TO DVV-LCM
               MOVE DVV-DIVISOR-2 TO DVV-HIT
               PERFORM FOLD-INTO-LCM
               MOVE DVV-DIVISOR-3 TO DVV-HIT
               PERFORM FOLD-INTO-LCM
               DIVIDE DVV-LIMIT BY DVV-LCM GIVING DVV-EXPECTED-HITS
               MOVE 0 TO DVV-HIT-COUNT
               MOVE 0 TO DVV-LAST-HIT
               SET DVV-RANGE-USABLE TO TRUE
           END-IF
           END-IF.

      *    LCM(X, Y) = X / GCD(X, Y) X Y.
       FOLD-INTO-LCM.
           MOVE DVV-LCM TO GC-A
           MOVE DVV-HIT TO GC-B
           PERFORM GREATEST-COMMON-DIVISOR
           DIVIDE DVV-LCM BY GC-A GIVING DVV-QUOTIENT
           MULTIPLY DVV-QUOTIENT BY DVV-HIT GIVING DVV-LCM.

       GREATEST-COMMON-DIVISOR.
           PERFORM UNTIL GC-B = 0
               DIVIDE GC-A BY GC-B GIVING GC-QUOTIENT
                   REMAINDER GC-REMAINDER
               MOVE GC-B TO GC-A
               MOVE GC-REMAINDER TO GC-B
           END-PERFORM.

      *    EACH HIT DIVIDES BY ALL THREE, IS THE NEXT COMMON
      *    MULTIPLE AFTER THE LAST HIT, AND CARRIES THE PRIME FLAG
      *    EXACTLY WHEN TRIAL DIVISION SAYS IT IS PRIME.
       VERIFY-DIVISIBLE-HIT.
           ADD 1 TO ENTRIES-CHECKED
           MOVE "Y" TO ENTRY-OK-SWITCH
           IF VFY-IN-RECORD (1:4) NOT NUMERIC
                   OR (VFY-IN-RECORD (5:) NOT = SPACES
                       AND (VFY-IN-RECORD (5:6) NOT = " PRIME"
                           OR VFY-IN-RECORD (11:) NOT = SPACES))
               MOVE "LINE NOT RECOGNISED ON THIS REPORT"
                   TO FAIL-REASON
               PERFORM NOTE-FAILURE
           ELSE IF NOT DVV-RANGE-USABLE
               MOVE "HIT WITHOUT A READABLE DIVISOR LINE"
                   TO FAIL-REASON
               PERFORM NOTE-FAILURE
           ELSE
               MOVE VFY-IN-RECORD (1:4) TO DVV-HIT
               DIVIDE DVV-HIT BY DVV-DIVISOR-1 GIVING DVV-QUOTIENT
                   REMAINDER DVV-REMAINDER
               IF DVV-REMAINDER NOT = 0
                   MOVE "HIT DOES NOT DIVIDE EXACTLY BY THE 1ST DIVISOR"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
               DIVIDE DVV-HIT BY DVV-DIVISOR-2 GIVING DVV-QUOTIENT
                   REMAINDER DVV-REMAINDER
               IF DVV-REMAINDER NOT = 0
                   MOVE "HIT DOES NOT DIVIDE EXACTLY BY THE 2ND DIVISOR"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
               DIVIDE DVV-HIT BY DVV-DIVISOR-3 GIVING DVV-QUOTIENT
                   REMAINDER DVV-REMAINDER
               IF DVV-REMAINDER NOT = 0
                   MOVE "HIT DOES NOT DIVIDE EXACTLY BY THE 3RD DIVISOR"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
               IF DVV-HIT > DVV-LIMIT
                   MOVE "HIT BEYOND THE RANGE LIMIT" TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
               ADD DVV-LAST-HIT DVV-LCM GIVING DVV-NEXT-HIT
               IF ENTRY-IS-OK AND DVV-HIT NOT = DVV-NEXT-HIT
                   MOVE "NOT THE NEXT COMMON MULTIPLE - HIT MISSED"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF

               MOVE DVV-HIT TO TD-VALUE
               PERFORM TRIAL-DIVIDE-VALUE
               IF VFY-IN-RECORD (5:6) = " PRIME" AND NOT TD-IS-PRIME
                   MOVE "FLAGGED PRIME BUT HAS A DIVISOR"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
               IF VFY-IN-RECORD (5:6) NOT = " PRIME" AND TD-IS-PRIME
                   MOVE "PRIME HIT NOT FLAGGED PRIME" TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF

               ADD 1 TO DVV-HIT-COUNT
               MOVE DVV-HIT TO DVV-LAST-HIT
           END-IF
           END-IF.

       FINISH-DIVOUT.
           IF DVV-RESIDUES-OPEN
               PERFORM CLOSE-TOTIENT-RESIDUES
           END-IF
           IF DVV-RANGE-REPORT AND DVV-RANGE-USABLE
               ADD 1 TO ENTRIES-CHECKED
               MOVE "Y" TO ENTRY-OK-SWITCH
               IF DVV-HIT-COUNT NOT = DVV-EXPECTED-HITS
                   MOVE "HIT COUNT IS NOT LIMIT / LCM OF THE DIVISORS"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
           END-IF.

      *    THE PRINTED PROPER-DIVISOR SUM AGAINST SIGMA(N) - N FROM
      *    THE PRIME FACTORS, AND THE CLASS AGAINST THE SUM.
       VERIFY-CLASSIFIED-NUMBER.
           ADD 1 TO ENTRIES-CHECKED
           MOVE "Y" TO ENTRY-OK-SWITCH
           MOVE VFY-IN-RECORD TO DVV-CLASS-LINE
           IF DVV-CL-NUM-X NOT NUMERIC OR DVV-CL-SUM-X NOT NUMERIC
               MOVE "LINE NOT RECOGNISED ON THIS REPORT"
                   TO FAIL-REASON
               PERFORM NOTE-FAILURE
           ELSE
               MOVE DVV-CL-NUM TO SG-VALUE
               PERFORM SUM-ALL-DIVISORS
               SUBTRACT DVV-CL-NUM FROM SG-SIGMA GIVING DVV-PROPER-SUM
               IF DVV-PROPER-SUM NOT = DVV-CL-SUM
                   MOVE "DIVISOR SUM DISAGREES WITH SIGMA(N) - N"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
               EVALUATE TRUE
                   WHEN DVV-CL-SUM = DVV-CL-NUM
                       MOVE "PERFECT" TO DVV-EXPECTED-CLASS
                   WHEN DVV-CL-SUM > DVV-CL-NUM
                       MOVE "ABUNDANT" TO DVV-EXPECTED-CLASS
                   WHEN OTHER
                       MOVE "DEFICIENT" TO DVV-EXPECTED-CLASS
               END-EVALUATE
               IF DVV-CL-CLASS NOT = DVV-EXPECTED-CLASS
                   MOVE "CLASS DISAGREES WITH THE DIVISOR SUM"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
           END-IF.

       SUM-ALL-DIVISORS.
           MOVE 1 TO SG-SIGMA
           MOVE SG-VALUE TO SG-REST
           MOVE 2 TO SG-PRIME
           PERFORM UNTIL SG-PRIME * SG-PRIME > SG-REST
               DIVIDE SG-REST BY SG-PRIME GIVING SG-QUOTIENT
                   REMAINDER SG-REMAINDER
               IF SG-REMAINDER = 0
                   MOVE 1 TO SG-TERM
                   MOVE 1 TO SG-POWER
                   PERFORM UNTIL SG-REMAINDER NOT = 0
                       MOVE SG-QUOTIENT TO SG-REST
                       MULTIPLY SG-PRIME BY SG-POWER
                       ADD SG-POWER TO SG-TERM
                       DIVIDE SG-REST BY SG-PRIME GIVING SG-QUOTIENT
                           REMAINDER SG-REMAINDER
                   END-PERFORM
                   MULTIPLY SG-TERM BY SG-SIGMA
               END-IF
               ADD 1 TO SG-PRIME
           END-PERFORM
           IF SG-REST > 1
               ADD 1 SG-REST GIVING SG-TERM
               MULTIPLY SG-TERM BY SG-SIGMA
           END-IF.

      *    A PAIR OPENS AN ENTRY; ITS EUCLID STEPS AND RESULT LINE
      *    ARE CHECKED AS PART OF IT.
       START-GCD-PAIR.
           ADD 1 TO ENTRIES-CHECKED
           MOVE "Y" TO ENTRY-OK-SWITCH
           MOVE 0 TO DVV-STEP-COUNT
           MOVE VFY-IN-RECORD TO DVV-PAIR-LINE
           IF DVV-PAIR-A-X NOT NUMERIC OR DVV-PAIR-B-X NOT NUMERIC
               MOVE "PAIR LINE NOT READABLE" TO FAIL-REASON
               PERFORM NOTE-FAILURE
           ELSE
               MOVE DVV-PAIR-A TO DVV-A
               MOVE DVV-PAIR-B TO DVV-B
               MOVE DVV-A TO DVV-EXPECT-A
               MOVE DVV-B TO DVV-EXPECT-B
           END-IF.

      *    A = Q X B + R WITH R BELOW B, AND EACH STEP CARRIES THE
      *    LAST ONE'S DIVISOR AND REMAINDER DOWN.
       VERIFY-EUCLID-STEP.
           MOVE VFY-IN-RECORD TO DVV-STEP-LINE
           IF DVV-STEP-A-X NOT NUMERIC OR DVV-STEP-Q-X NOT NUMERIC
                   OR DVV-STEP-B-X NOT NUMERIC
                   OR DVV-STEP-R-X NOT NUMERIC
               PERFORM NOTE-UNRECOGNISED-LINE
           ELSE IF ENTRY-IS-OK
               IF DVV-STEP-A NOT = DVV-EXPECT-A
                       OR DVV-STEP-B NOT = DVV-EXPECT-B
                   MOVE "EUCLID STEP DOES NOT FOLLOW FROM THE LAST"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
               COMPUTE DVV-STEP-CHECK = DVV-STEP-Q * DVV-STEP-B
                   + DVV-STEP-R
               IF DVV-STEP-CHECK NOT = DVV-STEP-A
                       OR DVV-STEP-R NOT < DVV-STEP-B
                   MOVE "EUCLID STEP IS NOT A TRUE DIVISION"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
               ADD 1 TO DVV-STEP-COUNT
               MOVE DVV-STEP-B TO DVV-LAST-B
               MOVE DVV-STEP-R TO DVV-LAST-R
               MOVE DVV-STEP-B TO DVV-EXPECT-A
               MOVE DVV-STEP-R TO DVV-EXPECT-B
           END-IF
           END-IF.

      *    THE GCD IS THE LAST DIVISOR, REACHED ON A ZERO REMAINDER;
      *    IT DIVIDES BOTH VALUES; AND GCD X LCM = A X B.
       VERIFY-GCD-RESULT.
           MOVE VFY-IN-RECORD TO DVV-RESULT-LINE
           IF DVV-GCD-X NOT NUMERIC OR DVV-LCM-X NOT NUMERIC
               PERFORM NOTE-UNRECOGNISED-LINE
           ELSE IF ENTRY-IS-OK
               IF DVV-STEP-COUNT = 0 OR DVV-LAST-R NOT = 0
                       OR DVV-GCD NOT = DVV-LAST-B
                   MOVE "GCD IS NOT WHERE THE EUCLID STEPS END"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
               IF ENTRY-IS-OK
                   DIVIDE DVV-A BY DVV-GCD GIVING DVV-QUOTIENT
                       REMAINDER DVV-LAST-R
                   IF DVV-LAST-R NOT = 0
                       MOVE "GCD DOES NOT DIVIDE THE FIRST VALUE"
                           TO FAIL-REASON
                       PERFORM NOTE-FAILURE
                   END-IF
                   DIVIDE DVV-B BY DVV-GCD GIVING DVV-QUOTIENT
                       REMAINDER DVV-LAST-R
                   IF DVV-LAST-R NOT = 0
                       MOVE "GCD DOES NOT DIVIDE THE SECOND VALUE"
                           TO FAIL-REASON
                       PERFORM NOTE-FAILURE
                   END-IF
               END-IF
               MULTIPLY DVV-A BY DVV-B GIVING DVV-PAIR-PRODUCT
               MULTIPLY DVV-GCD BY DVV-LCM-OUT
                   GIVING DVV-RESULT-PRODUCT
               IF ENTRY-IS-OK
                       AND DVV-RESULT-PRODUCT NOT = DVV-PAIR-PRODUCT
                   MOVE "GCD X LCM IS NOT THE PRODUCT OF THE PAIR"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
           END-IF
           END-IF.

      *    A TOTIENT REPORT - NUMBER LINES WITH THEIR RESIDUES, THEN
      *    THE COPRIME MATRIX, THEN THE BAND AVERAGES AND SUMMARY,
      *    WHICH NO IDENTITY HERE COVERS.
       VERIFY-TOTIENT-LINE.
           EVALUATE TRUE
               WHEN VFY-IN-RECORD = SPACES
                   CONTINUE
               WHEN DVV-IN-TOTIENT-SUMMARY
                   ADD 1 TO LINES-NOT-COVERED
               WHEN VFY-IN-RECORD (1:38) =
                       "AVERAGE TOTIENT RATIO PER HUNDRED-BAND"
                   SET DVV-IN-TOTIENT-SUMMARY TO TRUE
                   ADD 1 TO LINES-NOT-COVERED
               WHEN VFY-IN-RECORD (1:10) = " COPRIME: "
               WHEN VFY-IN-RECORD (1:10) = SPACES
                   PERFORM VERIFY-TOTIENT-RESIDUES
               WHEN VFY-IN-RECORD (1:20) = "COPRIME-PAIR MATRIX "
                   PERFORM START-COPRIME-MATRIX
               WHEN DVV-IN-MATRIX AND VFY-IN-RECORD (1:4) = "   N"
                   CONTINUE
               WHEN DVV-IN-MATRIX
                       AND VFY-IN-RECORD (1:15) = "COPRIME PAIRS: "
                   PERFORM VERIFY-MATRIX-TOTAL
               WHEN DVV-IN-MATRIX
                   PERFORM VERIFY-MATRIX-ROW
               WHEN OTHER
                   PERFORM VERIFY-TOTIENT-ENTRY
           END-EVALUATE.

      *    PHI(N) AGAINST PHI FROM N'S OWN PRIME FACTORS, THE RATIO
      *    AGAINST PHI(N) / N, AND THE N - 1 MARK AGAINST TRIAL
      *    DIVISION - ON A PRIME AND ONLY ON A PRIME.
       VERIFY-TOTIENT-ENTRY.
           ADD 1 TO ENTRIES-CHECKED
           MOVE "Y" TO ENTRY-OK-SWITCH
           MOVE VFY-IN-RECORD TO DVV-TOTIENT-LINE
           MOVE DVV-TT-RATIO-UNIT TO DVV-TT-RATIO-X (1:1)
           MOVE DVV-TT-RATIO-DEC TO DVV-TT-RATIO-X (2:4)
           IF DVV-TT-NUM-X NOT NUMERIC OR DVV-TT-PHI-X NOT NUMERIC
                   OR DVV-TT-RATIO-X NOT NUMERIC
                   OR DVV-TT-RATIO-POINT NOT = "."
               MOVE "LINE NOT RECOGNISED ON THIS REPORT"
                   TO FAIL-REASON
               PERFORM NOTE-FAILURE
           ELSE IF DVV-TT-NUM = 0
               MOVE "PHI(0) IS NOT DEFINED" TO FAIL-REASON
               PERFORM NOTE-FAILURE
           ELSE
               MOVE DVV-TT-NUM TO PH-VALUE
               PERFORM TOTIENT-BY-TRIAL-DIVISION
               IF PH-PHI NOT = DVV-TT-PHI
                   MOVE "PHI(N) DISAGREES WITH PHI FROM N'S PRIMES"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
               DIVIDE DVV-TT-PHI BY DVV-TT-NUM
                   GIVING DVV-TT-EXPECTED-RATIO ROUNDED
               IF DVV-TT-RATIO NOT = DVV-TT-EXPECTED-RATIO
                   MOVE "PHI/N IS NOT PHI(N) OVER N" TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
               MOVE DVV-TT-NUM TO TD-VALUE
               PERFORM TRIAL-DIVIDE-VALUE
               SUBTRACT 1 FROM DVV-TT-NUM GIVING DVV-TT-N-LESS-ONE
               IF TD-IS-PRIME
                   IF DVV-TT-PHI NOT = DVV-TT-N-LESS-ONE
                           OR DVV-TT-NOTE NOT = "PHI = N - 1 (PRIME)"
                       MOVE "PRIME NOT MARKED PHI = N - 1"
                           TO FAIL-REASON
                       PERFORM NOTE-FAILURE
                   END-IF
               ELSE
                   IF DVV-TT-NOTE NOT = SPACES
                       MOVE "MARKED PHI = N - 1 BUT NOT PRIME"
                           TO FAIL-REASON
                       PERFORM NOTE-FAILURE
                   END-IF
               END-IF
               MOVE "Y" TO DVV-RES-SWITCH
               MOVE DVV-TT-NUM TO DVV-RES-NUMBER
               MOVE PH-PHI TO DVV-RES-PHI
               MOVE 0 TO DVV-RES-COUNT
               MOVE 0 TO DVV-RES-LAST
           END-IF
           END-IF.

      *    EACH RESIDUE LISTED UNDER N IS COPRIME TO IT AND ABOVE
      *    THE LAST; A BAD ONE FAILS N'S ENTRY.
       VERIFY-TOTIENT-RESIDUES.
           IF NOT DVV-RESIDUES-OPEN
               PERFORM NOTE-UNRECOGNISED-LINE
           ELSE
               PERFORM VARYING DVV-RES-POS FROM 11 BY 5
                       UNTIL DVV-RES-POS > 56
                   IF VFY-IN-RECORD (DVV-RES-POS:4) NOT = SPACES
                       PERFORM VERIFY-ONE-RESIDUE
                   END-IF
               END-PERFORM
           END-IF.

       VERIFY-ONE-RESIDUE.
           IF VFY-IN-RECORD (DVV-RES-POS:4) NOT NUMERIC
               MOVE "RESIDUE NOT READABLE" TO FAIL-REASON
               PERFORM NOTE-FAILURE
           ELSE
               MOVE VFY-IN-RECORD (DVV-RES-POS:4) TO DVV-RES-VALUE
               ADD 1 TO DVV-RES-COUNT
               IF DVV-RES-VALUE NOT > DVV-RES-LAST
                       OR DVV-RES-VALUE > DVV-RES-NUMBER
                   MOVE "RESIDUES NOT ASCENDING WITHIN 1 TO N"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
               MOVE DVV-RES-NUMBER TO GC-A
               MOVE DVV-RES-VALUE TO GC-B
               PERFORM GREATEST-COMMON-DIVISOR
               IF GC-A NOT = 1
                   MOVE DVV-RES-VALUE TO FAIL-VALUE-EDIT
                   PERFORM EDIT-FAIL-VALUE
                   MOVE SPACES TO FAIL-REASON
                   STRING "RESIDUE " DELIMITED BY SIZE
                       FAIL-VALUE-TEXT DELIMITED BY SPACE
                       " SHARES A FACTOR WITH N" DELIMITED BY SIZE
                       INTO FAIL-REASON
                   END-STRING
                   PERFORM NOTE-FAILURE
               END-IF
               MOVE DVV-RES-VALUE TO DVV-RES-LAST
           END-IF.

      *    ASCENDING, ALL COPRIME, AND PHI(N) OF THEM - SO NONE WAS
      *    MISSED. CHECKED WHEN THE LIST ENDS, AGAINST N'S ENTRY.
       CLOSE-TOTIENT-RESIDUES.
           IF DVV-RES-COUNT > 0 AND DVV-RES-COUNT NOT = DVV-RES-PHI
               MOVE "RESIDUE COUNT ABOVE IS NOT PHI(N)" TO FAIL-REASON
               PERFORM NOTE-FAILURE
           END-IF
           MOVE "N" TO DVV-RES-SWITCH.

       START-COPRIME-MATRIX.
           ADD 1 TO ENTRIES-CHECKED
           MOVE "Y" TO ENTRY-OK-SWITCH
           IF VFY-IN-RECORD (26:2) NOT NUMERIC
                   OR VFY-IN-RECORD (26:2) = "00"
               MOVE "MATRIX HEADING NOT READABLE" TO FAIL-REASON
               PERFORM NOTE-FAILURE
           ELSE
               MOVE VFY-IN-RECORD (26:2) TO DVV-MATRIX-SIZE
               MOVE 0 TO DVV-MATRIX-ROW
               MOVE 0 TO DVV-MATRIX-PAIRS
               SET DVV-IN-MATRIX TO TRUE
           END-IF.

      *    A CELL IS "*" EXACTLY WHEN ROW AND COLUMN ARE COPRIME, AND
      *    THE ROW'S COUNT IS THE NUMBER OF STARS.
       VERIFY-MATRIX-ROW.
           ADD 1 TO ENTRIES-CHECKED
           MOVE "Y" TO ENTRY-OK-SWITCH
           ADD 1 TO DVV-MATRIX-ROW
           MOVE 0 TO DVV-ROW-COUNT
           IF VFY-IN-RECORD (3:2) NOT NUMERIC
                   OR DVV-MATRIX-ROW > DVV-MATRIX-SIZE
               MOVE "MATRIX ROW NOT RECOGNISED" TO FAIL-REASON
               PERFORM NOTE-FAILURE
           ELSE IF VFY-IN-RECORD (3:2) NOT = DVV-MATRIX-ROW
               MOVE "MATRIX ROW OUT OF SEQUENCE" TO FAIL-REASON
               PERFORM NOTE-FAILURE
           ELSE
               PERFORM VARYING DVV-MATRIX-COLUMN FROM 1 BY 1
                       UNTIL DVV-MATRIX-COLUMN > DVV-MATRIX-SIZE
                   MOVE DVV-MATRIX-ROW TO GC-A
                   MOVE DVV-MATRIX-COLUMN TO GC-B
                   PERFORM GREATEST-COMMON-DIVISOR
                   IF GC-A = 1
                       MOVE "*" TO DVV-CELL-EXPECTED
                       ADD 1 TO DVV-ROW-COUNT
                   ELSE
                       MOVE "." TO DVV-CELL-EXPECTED
                   END-IF
                   COMPUTE DVV-CELL-POS = DVV-MATRIX-COLUMN * 3 + 4
                   IF VFY-IN-RECORD (DVV-CELL-POS:1)
                           NOT = DVV-CELL-EXPECTED
                       MOVE "MATRIX CELL DISAGREES WITH THE GCD"
                           TO FAIL-REASON
                       PERFORM NOTE-FAILURE
                   END-IF
               END-PERFORM
               COMPUTE DVV-CELL-POS = DVV-MATRIX-SIZE * 3 + 8
               IF VFY-IN-RECORD (DVV-CELL-POS:2) NOT NUMERIC
                       OR VFY-IN-RECORD (DVV-CELL-POS:2)
                           NOT = DVV-ROW-COUNT (2:2)
                   MOVE "ROW COUNT DISAGREES WITH THE COPRIME CELLS"
                       TO FAIL-REASON
                   PERFORM NOTE-FAILURE
               END-IF
               ADD DVV-ROW-COUNT TO DVV-MATRIX-PAIRS
           END-IF
           END-IF.

       VERIFY-MATRIX-TOTAL.
           ADD 1 TO ENTRIES-CHECKED
           MOVE "Y" TO ENTRY-OK-SWITCH
           MOVE "N" TO DVV-MATRIX-SWITCH
           MULTIPLY DVV-MATRIX-SIZE BY DVV-MATRIX-SIZE
               GIVING DVV-MATRIX-CELLS
           IF VFY-IN-RECORD (16:3) NOT NUMERIC
                   OR VFY-IN-RECORD (23:3) NOT NUMERIC
               MOVE "MATRIX TOTAL NOT READABLE" TO FAIL-REASON
               PERFORM NOTE-FAILURE
           ELSE IF DVV-MATRIX-ROW NOT = DVV-MATRIX-SIZE
                   OR VFY-IN-RECORD (16:3) NOT = DVV-MATRIX-PAIRS (3:3)
                   OR VFY-IN-RECORD (23:3) NOT = DVV-MATRIX-CELLS (3:3)
               MOVE "MATRIX TOTAL DISAGREES WITH ITS ROWS"
                   TO FAIL-REASON
               PERFORM NOTE-FAILURE
           END-IF
           END-IF.

      *    PHI(N) = N X (1 - 1/P) OVER N'S PRIMES, FOUND BY DIVIDING
      *    BY EVERY INTEGER UP TO THE SQUARE ROOT OF WHAT REMAINS.
       TOTIENT-BY-TRIAL-DIVISION.
           MOVE PH-VALUE TO PH-PHI
           MOVE PH-VALUE TO SG-REST
           MOVE 2 TO SG-PRIME
           PERFORM UNTIL SG-PRIME * SG-PRIME > SG-REST
               DIVIDE SG-REST BY SG-PRIME GIVING SG-QUOTIENT
                   REMAINDER SG-REMAINDER
               IF SG-REMAINDER = 0
                   DIVIDE PH-PHI BY SG-PRIME GIVING PH-PHI
                   SUBTRACT 1 FROM SG-PRIME GIVING SG-POWER
                   MULTIPLY SG-POWER BY PH-PHI
                   PERFORM UNTIL SG-REMAINDER NOT = 0
                       MOVE SG-QUOTIENT TO SG-REST
                       DIVIDE SG-REST BY SG-PRIME GIVING SG-QUOTIENT
                           REMAINDER SG-REMAINDER
                   END-PERFORM
               END-IF
               ADD 1 TO SG-PRIME
           END-PERFORM
           IF SG-REST > 1
               DIVIDE PH-PHI BY SG-REST GIVING PH-PHI
               SUBTRACT 1 FROM SG-REST GIVING SG-POWER
               MULTIPLY SG-POWER BY PH-PHI
           END-IF.

      *    ================ SHARED ================
       TRIAL-DIVIDE-VALUE.
           MOVE "Y" TO TD-PRIME-SWITCH
           IF TD-VALUE < 2
               MOVE "N" TO TD-PRIME-SWITCH
           END-IF
           MOVE 2 TO TD-DIVISOR
           PERFORM UNTIL NOT TD-IS-PRIME
                   OR TD-DIVISOR * TD-DIVISOR > TD-VALUE
               DIVIDE TD-VALUE BY TD-DIVISOR GIVING TD-QUOTIENT
                   REMAINDER TD-REMAINDER
               IF TD-REMAINDER = 0
                   MOVE "N" TO TD-PRIME-SWITCH
               END-IF
               ADD 1 TO TD-DIVISOR
           END-PERFORM.

       RAISE-VERIFY-ALERT.
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-RAISE TO TRUE
           SET ALQ-SEV-CRITICAL TO TRUE
           MOVE "NUMERIC-VERIFY" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           MOVE "NUMERIC OUTPUT FAILED CROSS-VALIDATION"
               TO ALQ-MESSAGE
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
