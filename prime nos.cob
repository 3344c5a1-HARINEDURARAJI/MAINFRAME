           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT EXC-LOG-FILE ASSIGN TO "EXCLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXC-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
               88  SCHEDULE-DAILY     VALUE "D".
               88  SCHEDULE-WEEKLY    VALUE "W".
               88  SCHEDULE-MONTHLY   VALUE "M".
      *    ON A GOLDBACH REQUEST - F FOR THE FIRST (SMALLEST) PAIR
      *    ONLY, ANYTHING ELSE FOR EVERY PAIR.
           05  CTL-PAIR-MODE      PIC X.
       01  PRM-ENV-RECORD.
           COPY ENVREC.

       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       FD  EXC-LOG-FILE.
       01  EXC-LOG-RECORD.
           COPY EXCREC.

       WORKING-STORAGE SECTION.
       01  RUN-MODE               PIC X.
           88  INTERACTIVE-RUN-MODE   VALUE "I".
       01 NUM-IS-PRIME-SWITCH     PIC X VALUE "N".
           88  NUM-IS-PRIME           VALUE "Y".
       01 NUM PIC 9(5).
           COPY PRMFACT.
       01 PRIME-COUNT PIC 9(5) VALUE 0.
       01 START-TIME PIC 9(8).
       01 START-TIME-PARTS REDEFINES START-TIME.
          05 START-HH PIC 9(2).
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.
       01  CTL-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-PRM-CTL         VALUE "Y".

      *    THE GOLDBACH MODE - EVERY EVEN NUMBER IN THE BOUNDS AS A
      *    SUM OF TWO PRIMES. ANY OTHER REQUEST TYPE IS THE PRIME
      *    LIST THIS PROGRAM HAS ALWAYS PRODUCED.
       01  PRM-REQUEST-KIND       PIC X(10) VALUE SPACES.
           88  GOLDBACH-MODE          VALUE "GOLDBACH".
       01  GOLDBACH-PAIR-SWITCH   PIC X VALUE "A".
           88  GOLDBACH-FIRST-ONLY    VALUE "F".
       01  GB-LOWER               PIC 9(5).
       01  GB-PRIME               PIC 9(5).
       01  GB-PARTNER             PIC 9(5).
       01  GB-HALF                PIC 9(5).
       01  GB-PAIR-COUNT          PIC 9(5).
       01  GB-SMALL-P             PIC 9(5).
       01  GB-SMALL-Q             PIC 9(5).
       01  GB-SERVICE-SWITCH      PIC X VALUE "Y".
           88  GB-SERVICE-OK          VALUE "Y".
       01  GB-NO-PAIR-COUNT       PIC 9(5) VALUE 0.
       01  GB-BAND-IX             PIC 9(3).
       01  GB-BAND-LOW            PIC 9(5).
       01  GB-BAND-HIGH           PIC 9(5).
       01  GB-BAND-TABLE.
           05  GB-BAND OCCURS 101 TIMES.
               10  GB-BAND-NUM    PIC 9(5).
               10  GB-BAND-PAIRS  PIC 9(5).
       01  EXC-LOG-STATUS         PIC XX.
       01  EXCEPTION-COUNT        PIC 9(7) VALUE 0.
           COPY ENVCHK.
           COPY NUMVAL.

               PERFORM RUN-BATCH-PRIME
      *    TWELVE MEANS THE RUN WAS SKIPPED OUTRIGHT ON BAD BOUNDS;
      *    A RANGE THAT RAN IS CLEAN.
      *    FOUR MEANS A GOLDBACH RUN FOUND AN EVEN NUMBER WITH NO
      *    PAIR - SEE THE EXCEPTION LOG.
               IF INPUT-IS-VALID
                   MOVE 0 TO RETURN-CODE
                   PERFORM MARK-CALENDAR-COMPLETE
                   IF EXCEPTION-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE 12 TO RETURN-CODE
               END-IF
               MOVE "N" TO VALID-INPUT-SWITCH
           END-IF

           IF INPUT-IS-VALID AND GOLDBACH-MODE
               PERFORM BUILD-SERVICE-SIEVE
               PERFORM RUN-GOLDBACH-BODY
           ELSE IF INPUT-IS-VALID
               PERFORM BUILD-SERVICE-SIEVE
               PERFORM CHECK-FOR-RESTART
               COMPUTE RECORDS-EXAMINED = UPPER-BOUND - LOWER-BOUND + 1
               END-STRING
               WRITE PRM-OUT-RECORD
           END-IF
           END-IF

           ACCEPT END-TIME FROM TIME
           PERFORM COMPUTE-ELAPSED-TIME
               MOVE CTL-LOWER-BOUND TO LOWER-BOUND
               MOVE CTL-INPUT-VALUE TO UPPER-BOUND
               MOVE CTL-FACTOR-MODE TO FACTOR-MODE-SWITCH
               MOVE CTL-REQUEST-TYPE TO PRM-REQUEST-KIND
               MOVE CTL-PAIR-MODE TO GOLDBACH-PAIR-SWITCH
               READ PRM-CTL-FILE
                   AT END SET END-OF-PRM-CTL TO TRUE
               END-READ
               MOVE "N" TO ENV-OK-SWITCH
           END-IF.

      *    EVERY EVEN NUMBER FROM THE LOWER TO THE UPPER BOUND (FROM
      *    4, WHERE THE CONJECTURE STARTS) WRITTEN AS P + Q WITH P
      *    AND Q BOTH PRIME AND P NOT ABOVE Q. THE CANDIDATE P VALUES
      *    ARE WALKED WITH THE SHARED SERVICE'S NEXT-PRIME REQUEST
      *    AND EACH PARTNER TESTED WITH ITS IS-PRIME REQUEST, SO THE
      *    PAIRS COME FROM THE SAME SIEVE AS EVERY OTHER PRIME
      *    ANSWER IN THE SHOP. EACH NUMBER'S PAIR COUNT AND SMALLEST
      *    PAIR GO TO PRMOUT; A NUMBER WITH NO PAIR GOES TO THE
      *    EXCEPTION LOG. THE RANGE IS CAPPED BY THE SIEVE AND RUNS
      *    IN ONE PASS, SO IT TAKES NO CHECKPOINTS.
       RUN-GOLDBACH-BODY.
           PERFORM OPEN-EXCEPTION-LOG
           INITIALIZE GB-BAND-TABLE
           MOVE 0 TO RECORDS-EXAMINED

           OPEN OUTPUT PRM-OUT-FILE
           MOVE SPACES TO PRM-OUT-RECORD
           STRING "PRIME-1-200 GOLDBACH RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO PRM-OUT-RECORD
           END-STRING
           WRITE PRM-OUT-RECORD
           IF GOLDBACH-FIRST-ONLY
               MOVE "PAIRS: FIRST PAIR ONLY" TO PRM-OUT-RECORD
           ELSE
               MOVE "PAIRS: EVERY PAIR COUNTED" TO PRM-OUT-RECORD
           END-IF
           WRITE PRM-OUT-RECORD
           MOVE "NUM      PAIRS    SMALLEST PAIR" TO PRM-OUT-RECORD
           WRITE PRM-OUT-RECORD

           MOVE LOWER-BOUND TO GB-LOWER
           IF GB-LOWER < 4
               MOVE 4 TO GB-LOWER
           END-IF
           DIVIDE GB-LOWER BY 2 GIVING GB-HALF
               REMAINDER DIV-REMAINDER
           IF DIV-REMAINDER NOT = 0
               ADD 1 TO GB-LOWER
           END-IF

           PERFORM VARYING NUM FROM GB-LOWER BY 2
                   UNTIL NUM > UPPER-BOUND
               ADD 1 TO RECORDS-EXAMINED
               PERFORM FIND-GOLDBACH-PAIRS
               MOVE SPACES TO PRM-OUT-RECORD
               IF GB-PAIR-COUNT = 0
                   STRING NUM DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       GB-PAIR-COUNT DELIMITED BY SIZE
                       "    NO PAIR FOUND" DELIMITED BY SIZE
                       INTO PRM-OUT-RECORD
                   END-STRING
                   PERFORM LOG-GOLDBACH-EXCEPTION
               ELSE
                   STRING NUM DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       GB-PAIR-COUNT DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       GB-SMALL-P DELIMITED BY SIZE
                       " + " DELIMITED BY SIZE
                       GB-SMALL-Q DELIMITED BY SIZE
                       INTO PRM-OUT-RECORD
                   END-STRING
                   PERFORM NOTE-GOLDBACH-BAND
               END-IF
               WRITE PRM-OUT-RECORD
           END-PERFORM

           MOVE SPACES TO PRM-OUT-RECORD
           STRING "EVEN NUMBERS EXAMINED: " DELIMITED BY SIZE
               RECORDS-EXAMINED DELIMITED BY SIZE
               INTO PRM-OUT-RECORD
           END-STRING
           WRITE PRM-OUT-RECORD
           MOVE SPACES TO PRM-OUT-RECORD
           STRING "WITHOUT A PAIR: " DELIMITED BY SIZE
               GB-NO-PAIR-COUNT DELIMITED BY SIZE
               INTO PRM-OUT-RECORD
           END-STRING
           WRITE PRM-OUT-RECORD

           PERFORM WRITE-GOLDBACH-BAND-SUMMARY
           CLOSE EXC-LOG-FILE.

      *    P RUNS UP THE PRIMES TO HALF OF NUM; EACH P WHOSE PARTNER
      *    NUM - P IS ALSO PRIME IS A PAIR. THE FIRST ONE FOUND IS
      *    THE SMALLEST, AND IN FIRST-PAIR MODE THE SEARCH STOPS
      *    THERE.
       FIND-GOLDBACH-PAIRS.
           MOVE 0 TO GB-PAIR-COUNT
           MOVE 0 TO GB-SMALL-P
           MOVE 0 TO GB-SMALL-Q
           SET GB-SERVICE-OK TO TRUE
           DIVIDE NUM BY 2 GIVING GB-HALF
           MOVE 2 TO GB-PRIME

           PERFORM UNTIL GB-PRIME > GB-HALF
                   OR NOT GB-SERVICE-OK
                   OR (GOLDBACH-FIRST-ONLY AND GB-PAIR-COUNT > 0)
               SUBTRACT GB-PRIME FROM NUM GIVING GB-PARTNER
               SET PRM-SVC-REQ-IS-PRIME TO TRUE
               MOVE GB-PARTNER TO PRM-SVC-VALUE
               CALL "PRIME-SERVICE" USING PRIME-SERVICE-AREA
               IF PRM-SVC-OK AND PRM-SVC-ANSWER-YES
                   ADD 1 TO GB-PAIR-COUNT
                   IF GB-SMALL-P = 0
                       MOVE GB-PRIME TO GB-SMALL-P
                       MOVE GB-PARTNER TO GB-SMALL-Q
                   END-IF
               END-IF

               SET PRM-SVC-REQ-NEXT-PRIME TO TRUE
               MOVE GB-PRIME TO PRM-SVC-VALUE
               CALL "PRIME-SERVICE" USING PRIME-SERVICE-AREA
               IF PRM-SVC-OK
                   MOVE PRM-SVC-RESULT TO GB-PRIME
               ELSE
                   MOVE "N" TO GB-SERVICE-SWITCH
               END-IF
           END-PERFORM.

      *    KEEPS, FOR EACH BAND OF A HUNDRED (0-99, 100-199 ...),
      *    THE NUMBER WITH THE MOST PAIRS - THE LOWEST ON A TIE.
       NOTE-GOLDBACH-BAND.
           DIVIDE NUM BY 100 GIVING GB-BAND-IX
           ADD 1 TO GB-BAND-IX
           IF GB-PAIR-COUNT > GB-BAND-PAIRS (GB-BAND-IX)
               MOVE NUM TO GB-BAND-NUM (GB-BAND-IX)
               MOVE GB-PAIR-COUNT TO GB-BAND-PAIRS (GB-BAND-IX)
           END-IF.

      *    IN FIRST-PAIR MODE EVERY NUMBER WITH A PAIR COUNTS ONE,
      *    SO THERE IS NOTHING TO RANK AND THE SUMMARY SAYS SO.
       WRITE-GOLDBACH-BAND-SUMMARY.
           MOVE SPACES TO PRM-OUT-RECORD
           WRITE PRM-OUT-RECORD
           MOVE "MOST REPRESENTATIONS PER HUNDRED-BAND"
               TO PRM-OUT-RECORD
           WRITE PRM-OUT-RECORD
           IF GOLDBACH-FIRST-ONLY
               MOVE "  NOT RANKED - FIRST-PAIR MODE COUNTS ONE EACH"
                   TO PRM-OUT-RECORD
               WRITE PRM-OUT-RECORD
           ELSE
               MOVE "BAND           NUM      PAIRS" TO PRM-OUT-RECORD
               WRITE PRM-OUT-RECORD
               PERFORM VARYING GB-BAND-IX FROM 1 BY 1
                       UNTIL GB-BAND-IX > 101
                   IF GB-BAND-PAIRS (GB-BAND-IX) > 0
                       COMPUTE GB-BAND-LOW = (GB-BAND-IX - 1) * 100
                       ADD 99 GB-BAND-LOW GIVING GB-BAND-HIGH
                       MOVE SPACES TO PRM-OUT-RECORD
                       STRING GB-BAND-LOW DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           GB-BAND-HIGH DELIMITED BY SIZE
                           "    " DELIMITED BY SIZE
                           GB-BAND-NUM (GB-BAND-IX) DELIMITED BY SIZE
                           "    " DELIMITED BY SIZE
                           GB-BAND-PAIRS (GB-BAND-IX)
                               DELIMITED BY SIZE
                           INTO PRM-OUT-RECORD
                       END-STRING
                       WRITE PRM-OUT-RECORD
                   END-IF
               END-PERFORM
           END-IF.

       LOG-GOLDBACH-EXCEPTION.
           ADD 1 TO GB-NO-PAIR-COUNT
           MOVE SPACES TO EXC-LOG-RECORD
           MOVE "PRIME-1-200" TO EXC-PROGRAM-ID
           MOVE NUM TO EXC-KEY-VALUE
           IF GB-SERVICE-OK
               MOVE "NO GOLDBACH PAIR FOUND" TO EXC-REASON
           ELSE
               MOVE "NO GOLDBACH PAIR - PRIME-SERVICE ERROR"
                   TO EXC-REASON
           END-IF
           MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
           MOVE RUN-DATE TO EXC-CYCLE-DATE
           WRITE EXC-LOG-RECORD
           ADD 1 TO EXCEPTION-COUNT.

      *    APPENDS TO THE SHARED EXCEPTION LOG IF IT ALREADY EXISTS,
      *    OR CREATES IT ON THE FIRST PROGRAM TO WRITE TO IT TODAY.
       OPEN-EXCEPTION-LOG.
           OPEN EXTEND EXC-LOG-FILE
           IF EXC-LOG-STATUS NOT = "00"
               OPEN OUTPUT EXC-LOG-FILE
           END-IF.

      *    START-TIME AND END-TIME ARE PACKED HHMMSSCC FIELDS, NOT
      *    PLAIN BASE-100 INTEGERS, SO MINUTES/SECONDS (BASE 60) AND
      *    HOURS (BASE 24) CANNOT BE SUBTRACTED DIRECTLY - BOTH ARE
           MOVE END-TIME TO AUD-END-TIME
           MOVE RECORDS-EXAMINED TO AUD-RECORD-COUNT
           MOVE RECORDS-EXAMINED TO AUD-OUTPUT-COUNT
           MOVE EXCEPTION-COUNT TO AUD-EXCEPTION-COUNT
           MOVE SPACES TO AUD-INPUT-SUMMARY
           IF GOLDBACH-MODE
               STRING "GOLDBACH RANGE=" DELIMITED BY SIZE
                   LOWER-BOUND DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   UPPER-BOUND DELIMITED BY SIZE
                   INTO AUD-INPUT-SUMMARY
               END-STRING
           ELSE
               STRING "RANGE=" DELIMITED BY SIZE
                   LOWER-BOUND DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   UPPER-BOUND DELIMITED BY SIZE
                   INTO AUD-INPUT-SUMMARY
               END-STRING
           END-IF
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
               MOVE "N" TO NUM-IS-PRIME-SWITCH
           END-IF.

           COPY PRMFACTP.

           COPY NUMVALP.

