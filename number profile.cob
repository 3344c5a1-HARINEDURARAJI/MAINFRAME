       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMBER-PROFILE.

      *    THE ONE-LOOKUP ANSWER TO "TELL ME ABOUT THIS NUMBER",
      *    INSTEAD OF RUNNING FACTORIAL, PRIME-1-200, DIVISIBLE,
      *    FIBONACCI AND PALINDROME SEPARATELY AND COLLATING THE
      *    OUTPUTS BY HAND. EACH NPPARM LINE NAMES ONE NUMBER (FIVE
      *    DIGITS, ZERO-PADDED) AND GETS ONE PROFILE ON NPOUT; WITH
      *    NO NPPARM THE NUMBER IS ASKED FOR AT THE CONSOLE AND THE
      *    PROFILE DISPLAYED. EVERY ANSWER COMES FROM THE SAME CODE
      *    THE BATCH PROGRAMS RUN - PRIMALITY FROM THE SHARED PRIME
      *    SERVICE, AND THE FACTORIZATION, PROPER-DIVISOR WALK,
      *    FIBONACCI TABLE, BASE CONVERSION AND BIG-NUMBER FACTORIAL
      *    FROM THE COPYBOOKS THOSE PROGRAMS ARE BUILT ON - SO A
      *    PROFILE CAN NEVER DISAGREE WITH A BATCH REPORT. PROFILES
      *    COVER 1 TO 10000, THE PRIME SERVICE'S RANGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NP-PARM-FILE ASSIGN TO "NPPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NP-PARM-STATUS.
           SELECT NP-OUT-FILE ASSIGN TO "NPOUT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NP-PARM-FILE.
       01  NP-PARM-RECORD.
           05  NPQ-NUMBER-X           PIC X(5).

       FD  NP-OUT-FILE.
       01  NP-OUT-RECORD              PIC X(120).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  NP-PARM-STATUS             PIC XX.
       01  AUDIT-LOG-STATUS           PIC XX.
       01  PARM-EOF-SWITCH            PIC X VALUE "N".
           88  END-OF-NP-PARM             VALUE "Y".
       01  RUN-MODE                   PIC X VALUE "I".
           88  INTERACTIVE-RUN-MODE       VALUE "I".
           88  BATCH-RUN-MODE             VALUE "B".

       01  NP-NUMBER-IN               PIC X(5).
       01  NP-LINE                    PIC X(120).

      *    THE NUMBER UNDER INQUIRY - NUM IS THE NAME THE SHARED
      *    FACTORIZATION AND FACTORIAL PARAGRAPHS WORK ON, AND
      *    FIB-LIMIT THE ONE THE FIBONACCI TABLE IS BUILT UP TO.
       01  NUM                        PIC 9(5).
       01  FIB-LIMIT                  PIC 9(9).

       01  PRIME-SERVICE-AREA.
           COPY PRIMEREQ.
           COPY PRMFACT.
           COPY PDSUM.
           COPY FIBTBL.
           COPY BASEPAL.
           COPY BIGFACT.
           COPY NUMVAL.

       01  NP-DIVISOR-COUNT           PIC 9(4).
       01  NP-DIVISOR-SUM             PIC 9(7).
       01  NP-FIB-INDEX               PIC 9(3).

      *    THE BASES THE PALINDROME STATUS IS REPORTED IN.
       01  NP-BASE-VALUES             PIC X(8) VALUE "02081016".
       01  NP-BASE-TABLE REDEFINES NP-BASE-VALUES.
           05  NP-BASE                PIC 9(2) OCCURS 4 TIMES.
       01  NP-BASE-INDEX              PIC 9.

       01  INQUIRY-COUNT              PIC 9(5) VALUE 0.
       01  PROFILE-COUNT              PIC 9(5) VALUE 0.
       01  REJECT-COUNT               PIC 9(5) VALUE 0.
       01  BATCH-START-TIME           PIC 9(8).
       01  BATCH-END-TIME             PIC 9(8).
       01  RUN-DATE                   PIC 9(8).

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT RECORD.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM RUN-PROFILE-INQUIRIES.

           STOP RUN.

       RUN-PROFILE-INQUIRIES.
           ACCEPT BATCH-START-TIME FROM TIME
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT NP-PARM-FILE
           IF NP-PARM-STATUS = "00"
               SET BATCH-RUN-MODE TO TRUE
               OPEN OUTPUT NP-OUT-FILE
               MOVE SPACES TO NP-OUT-RECORD
               STRING "NUMBER-PROFILE RUN DATE: " DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   INTO NP-OUT-RECORD
               END-STRING
               WRITE NP-OUT-RECORD

               READ NP-PARM-FILE
                   AT END SET END-OF-NP-PARM TO TRUE
               END-READ
               PERFORM UNTIL END-OF-NP-PARM
                   MOVE NPQ-NUMBER-X TO NP-NUMBER-IN
                   PERFORM ANSWER-ONE-INQUIRY
                   READ NP-PARM-FILE
                       AT END SET END-OF-NP-PARM TO TRUE
                   END-READ
               END-PERFORM

               MOVE SPACES TO NP-OUT-RECORD
               STRING "INQUIRIES: " DELIMITED BY SIZE
                   INQUIRY-COUNT DELIMITED BY SIZE
                   "  PROFILED: " DELIMITED BY SIZE
                   PROFILE-COUNT DELIMITED BY SIZE
                   "  REJECTED: " DELIMITED BY SIZE
                   REJECT-COUNT DELIMITED BY SIZE
                   INTO NP-OUT-RECORD
               END-STRING
               WRITE NP-OUT-RECORD

               ACCEPT BATCH-END-TIME FROM TIME
               PERFORM WRITE-AUDIT-RECORD

               CLOSE NP-PARM-FILE
               CLOSE NP-OUT-FILE
               CLOSE AUDIT-LOG-FILE
           ELSE
               DISPLAY "ENTER NUMBER (00001-10000): "
               ACCEPT NP-NUMBER-IN
               PERFORM ANSWER-ONE-INQUIRY
           END-IF.

      *    THE NUMBER GOES THROUGH THE SHARED CONSOLE-FIELD CHECK
      *    WHETHER IT CAME FROM THE FILE OR THE KEYBOARD.
       ANSWER-ONE-INQUIRY.
           ADD 1 TO INQUIRY-COUNT
           MOVE ZEROS TO NUMVAL-CANDIDATE
           MOVE NP-NUMBER-IN TO NUMVAL-CANDIDATE (5:5)
           PERFORM VALIDATE-NUMERIC-FIELD

           IF NOT NUMVAL-IS-VALID
               ADD 1 TO REJECT-COUNT
               MOVE SPACES TO NP-LINE
               STRING NP-NUMBER-IN DELIMITED BY SIZE
                   " NOT A FIVE-DIGIT NUMBER - NO PROFILE"
                       DELIMITED BY SIZE
                   INTO NP-LINE
               END-STRING
               PERFORM WRITE-PROFILE-LINE
           ELSE IF NUMVAL-RESULT < 1 OR NUMVAL-RESULT > 10000
               ADD 1 TO REJECT-COUNT
               MOVE SPACES TO NP-LINE
               STRING NP-NUMBER-IN DELIMITED BY SIZE
                   " OUTSIDE 1 TO 10000 - NO PROFILE"
                       DELIMITED BY SIZE
                   INTO NP-LINE
               END-STRING
               PERFORM WRITE-PROFILE-LINE
           ELSE
               MOVE NUMVAL-RESULT TO NUM
               ADD 1 TO PROFILE-COUNT
               PERFORM PRODUCE-NUMBER-PROFILE
           END-IF
           END-IF.

       PRODUCE-NUMBER-PROFILE.
           MOVE SPACES TO NP-LINE
           STRING "NUMBER PROFILE: " DELIMITED BY SIZE
               NUM DELIMITED BY SIZE
               INTO NP-LINE
           END-STRING
           PERFORM WRITE-PROFILE-LINE

           PERFORM PROFILE-PRIMALITY
           PERFORM PROFILE-DIVISORS
           PERFORM PROFILE-FIBONACCI
           PERFORM VARYING NP-BASE-INDEX FROM 1 BY 1
                   UNTIL NP-BASE-INDEX > 4
               PERFORM PROFILE-ONE-BASE
           END-PERFORM
           PERFORM PROFILE-FACTORIAL.

      *    PRIME OR NOT FROM THE SHARED SERVICE, AND THE FACTORS BY
      *    PRIME-1-200'S OWN TRIAL DIVISION. ONE HAS NO PRIME
      *    FACTORS.
       PROFILE-PRIMALITY.
           MOVE SPACES TO PRIME-SERVICE-AREA
           SET PRM-SVC-REQ-IS-PRIME TO TRUE
           MOVE NUM TO PRM-SVC-VALUE
           CALL "PRIME-SERVICE" USING PRIME-SERVICE-AREA
           IF PRM-SVC-OK AND PRM-SVC-ANSWER-YES
               MOVE "  PRIME:            YES" TO NP-LINE
           ELSE
               MOVE "  PRIME:            NO" TO NP-LINE
           END-IF
           PERFORM WRITE-PROFILE-LINE

           MOVE SPACES TO NP-LINE
           IF NUM = 1
               MOVE "  PRIME FACTORS:    NONE" TO NP-LINE
           ELSE
               PERFORM FIND-FACTORS
               STRING "  PRIME FACTORS:    " DELIMITED BY SIZE
                   FACTOR-LIST DELIMITED BY SIZE
                   INTO NP-LINE
               END-STRING
           END-IF
           PERFORM WRITE-PROFILE-LINE.

      *    DIVISIBLE'S PROPER-DIVISOR WALK; THE NUMBER ITSELF IS
      *    ADDED BACK FOR THE FULL DIVISOR COUNT AND SUM, AND THE
      *    CLASS IS DIVISIBLE'S PERFECT-MODE RULE.
       PROFILE-DIVISORS.
           MOVE NUM TO PDS-NUMBER
           PERFORM SUM-PROPER-DIVISORS
           ADD 1 PDS-DIVISOR-COUNT GIVING NP-DIVISOR-COUNT
           ADD NUM PDS-SUM GIVING NP-DIVISOR-SUM

           MOVE SPACES TO NP-LINE
           STRING "  DIVISORS:         COUNT " DELIMITED BY SIZE
               NP-DIVISOR-COUNT DELIMITED BY SIZE
               "  SUM " DELIMITED BY SIZE
               NP-DIVISOR-SUM DELIMITED BY SIZE
               INTO NP-LINE
           END-STRING
           PERFORM WRITE-PROFILE-LINE

           MOVE SPACES TO NP-LINE
           EVALUATE TRUE
               WHEN PDS-SUM = PDS-NUMBER
                   MOVE "  CLASS:            PERFECT" TO NP-LINE
               WHEN PDS-SUM > PDS-NUMBER
                   MOVE "  CLASS:            ABUNDANT" TO NP-LINE
               WHEN OTHER
                   MOVE "  CLASS:            DEFICIENT" TO NP-LINE
           END-EVALUATE
           MOVE "(PROPER DIVISORS SUM TO" TO NP-LINE (31:23)
           MOVE PDS-SUM TO NP-LINE (55:7)
           MOVE ")" TO NP-LINE (62:1)
           PERFORM WRITE-PROFILE-LINE.

      *    FIBONACCI'S OWN TERM TABLE, BUILT UP TO THE NUMBER - IT
      *    IS A FIBONACCI NUMBER WHEN IT IS THE LAST TERM BUILT.
      *    TERM K OF THE TABLE IS F(K+1) IN THE CLASSIC SERIES
      *    FIBOUT PRINTS FROM F(0) = 0; ONE IS BOTH F(1) AND F(2).
       PROFILE-FIBONACCI.
           MOVE NUM TO FIB-LIMIT
           PERFORM BUILD-ZECKENDORF-TABLE
           MOVE SPACES TO NP-LINE
           IF ZECK-TERM (ZECK-TERM-COUNT) = NUM
               ADD 1 ZECK-TERM-COUNT GIVING NP-FIB-INDEX
               IF NUM = 1
                   MOVE "  FIBONACCI:        YES - F(1) AND F(2)"
                       TO NP-LINE
               ELSE
                   STRING "  FIBONACCI:        YES - F(" DELIMITED
                           BY SIZE
                       NP-FIB-INDEX DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO NP-LINE
                   END-STRING
               END-IF
           ELSE
               MOVE "  FIBONACCI:        NO" TO NP-LINE
           END-IF
           PERFORM WRITE-PROFILE-LINE.

      *    PALINDROME'S MULTI-BASE CHECK - THE NUMBER CONVERTED TO
      *    THE BASE AND ITS DIGITS MIRROR-TESTED.
       PROFILE-ONE-BASE.
           MOVE NUM TO BASE-WORK-VALUE
           MOVE NP-BASE (NP-BASE-INDEX) TO BASE-RADIX
           PERFORM CONVERT-VALUE-TO-BASE
           MOVE CONVERTED-VALUE TO TEXT-VALUE
           PERFORM CHECK-TEXT-PALINDROME

           MOVE SPACES TO NP-LINE
           IF IS-PALINDROME
               STRING "  BASE " DELIMITED BY SIZE
                   BASE-RADIX DELIMITED BY SIZE
                   ":          " DELIMITED BY SIZE
                   CONVERTED-VALUE DELIMITED BY SPACE
                   " PALINDROME" DELIMITED BY SIZE
                   INTO NP-LINE
               END-STRING
           ELSE
               STRING "  BASE " DELIMITED BY SIZE
                   BASE-RADIX DELIMITED BY SIZE
                   ":          " DELIMITED BY SIZE
                   CONVERTED-VALUE DELIMITED BY SPACE
                   " NOT A PALINDROME" DELIMITED BY SIZE
                   INTO NP-LINE
               END-STRING
           END-IF
           PERFORM WRITE-PROFILE-LINE.

      *    FACTORIAL'S BIG-NUMBER MULTIPLY, UP TO ITS OWN 999 LIMIT.
       PROFILE-FACTORIAL.
           MOVE SPACES TO NP-LINE
           IF NUM > BIG-MAX-NUM
               STRING "  FACTORIAL DIGITS: BEYOND THE " DELIMITED
                       BY SIZE
                   BIG-MAX-NUM DELIMITED BY SIZE
                   " FACTORIAL LIMIT" DELIMITED BY SIZE
                   INTO NP-LINE
               END-STRING
           ELSE
               PERFORM COMPUTE-BIG-FACTORIAL
               STRING "  FACTORIAL DIGITS: " DELIMITED BY SIZE
                   BIG-DIGIT-COUNT DELIMITED BY SIZE
                   INTO NP-LINE
               END-STRING
           END-IF
           PERFORM WRITE-PROFILE-LINE.

       WRITE-PROFILE-LINE.
           IF BATCH-RUN-MODE
               MOVE NP-LINE TO NP-OUT-RECORD
               WRITE NP-OUT-RECORD
           ELSE
               DISPLAY NP-LINE
           END-IF.

      *    APPENDS TO THE SHARED AUDIT-TRAIL LOG IF IT ALREADY EXISTS,
      *    OR CREATES IT ON THE FIRST PROGRAM TO WRITE TO IT TODAY.
       OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

      *    RECORDS ONE START/END/RECORD-COUNT ENTRY FOR THIS RUN ON
      *    THE SHARED AUDIT TRAIL USED FOR BATCH SIGN-OFF.
       WRITE-AUDIT-RECORD.
           PERFORM OPEN-AUDIT-LOG
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "NUMBER-PROFILE" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE INQUIRY-COUNT TO AUD-RECORD-COUNT
           MOVE PROFILE-COUNT TO AUD-OUTPUT-COUNT
           MOVE REJECT-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "NPPARM INQUIRY FILE" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

           COPY PRMFACTP.

           COPY PDSUMP.

           COPY FIBTBLP.

           COPY BASEPALP.

           COPY BIGFACTP.

           COPY NUMVALP.
