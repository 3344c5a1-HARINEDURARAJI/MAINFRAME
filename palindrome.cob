       FILE SECTION.
      *    THE RUN PARM NOW CARRIES AN OPTIONAL NUMERIC RANGE FOR
      *    THE PALINDROMIC-PRIME MODE; OLD ONE-CHARACTER PARM FILES
      *    STILL READ, THE RANGE SIMPLY ARRIVING BLANK. THE TEXT-
      *    SEARCH MODE'S MINIMUM PALINDROMIC-WORD LENGTH FOLLOWS.
       FD  RUN-PARM-FILE.
       01  RUN-PARM-RECORD.
           05  PRM-RUN-MODE       PIC X.
           05  PRM-RANGE-LOW      PIC X(5).
           05  PRM-RANGE-HIGH     PIC X(5).
           05  PRM-MIN-WORD-LEN   PIC X(2).

       FD  PAL-IN-FILE.
       01  PAL-IN-RECORD.
           05  CTL-TEXT-VALUE     PIC X(30).
       01  PAL-ENV-RECORD.
           COPY ENVREC.
      *    THE TEXT-SEARCH MODE READS PALIN AS FREE TEXT, ONE LINE
      *    OF UP TO 80 COLUMNS PER RECORD.
       01  PAL-TEXT-LINE          PIC X(80).

       FD  PAL-OUT-FILE.
       01  PAL-OUT-RECORD         PIC X(100).

      *    A DATED COPY OF PAL-OUT-FILE, WRITTEN AFTER THE REPORT IS
      *    CLOSED, SO THE CURRENT CYCLE'S OUTPUT IS RETAINED UNDER ITS
      *    OWN NAME INSTEAD OF BEING OVERWRITTEN BY TOMORROW'S RUN.
       FD  ARC-FILE.
       01  ARC-RECORD             PIC X(100).

      *    THE SHARED ARCHIVE CATALOG EVERY DATED COPY REGISTERS
      *    INTO, SO OLD REPORTS ARE FOUND BY LOOKUP, NOT BY GUESS.
           88  INTERACTIVE-RUN-MODE   VALUE "I".
           88  BATCH-RUN-MODE         VALUE "B".
           88  PALPRIME-RUN-MODE      VALUE "P".
           88  SEARCH-RUN-MODE        VALUE "S".

       01  PAL-MODE               PIC X.
           88  NUMERIC-PAL-MODE       VALUE "N".
               10  PP-PRIMES-OF-LENGTH PIC 9(5).
       01 PP-DENSITY PIC 9(3)V99.

      *    TEXT-SEARCH MODE - EACH PALIN LINE IS REDUCED TO ITS
      *    LETTERS AND DIGITS, FOLDED TO UPPER CASE, WITH THE COLUMN
      *    EACH ONE CAME FROM KEPT ALONGSIDE SO A HIT IS REPORTED
      *    AGAINST THE LINE AS WRITTEN. THE LONGEST PALINDROME IS
      *    FOUND BY GROWING OUTWARD FROM EVERY CENTRE - ONE
      *    CHARACTER FOR ODD LENGTHS, A PAIR FOR EVEN ONES.
       01 PARM-MIN-WORD-X PIC X(2) VALUE SPACES.
       01 SR-MIN-WORD-LEN PIC 9(2).
       01 SR-LINE PIC X(80).
       01 SR-LINE-LENGTH PIC 9(2).
       01 SR-LINE-NUMBER PIC 9(5) VALUE 0.
       01 SR-TEXT-LINE-COUNT PIC 9(5) VALUE 0.
       01 SR-NORM PIC X(80).
       01 SR-NORM-LEN PIC 9(2).
       01 SR-NORM-COLUMN-TABLE.
           05  SR-NORM-COLUMN PIC 9(2) OCCURS 80 TIMES.
       01 SR-COLUMN PIC 9(2).
       01 SR-CHAR PIC X.
       01 SR-CENTER PIC 9(2).
       01 SR-LEFT PIC S9(3).
       01 SR-RIGHT PIC S9(3).
       01 SR-RUN-LEN PIC 9(2).
       01 SR-EXPAND-SWITCH PIC X.
           88  SR-EXPAND-DONE         VALUE "Y".
       01 SR-BEST-START PIC 9(2).
       01 SR-BEST-LEN PIC 9(2).
       01 SR-SPAN-START PIC 9(2).
       01 SR-SPAN-END PIC 9(2).
       01 SR-SPAN-LEN PIC 9(2).
       01 SR-SPAN-TEXT PIC X(80).
       01 SR-OVERALL-LINE PIC 9(5) VALUE 0.
       01 SR-OVERALL-START PIC 9(2) VALUE 0.
       01 SR-OVERALL-LEN PIC 9(2) VALUE 0.
       01 SR-OVERALL-TEXT PIC X(80) VALUE SPACES.
       01 SR-WORD-START PIC 9(2).
       01 SR-WORD-END PIC 9(2).
       01 SR-WORD-LEN PIC 9(2).
       01 SR-WORD-NORM PIC X(80).
       01 SR-WORD-NORM-LEN PIC 9(2).
       01 SR-WORD-INDEX PIC 9(2).
       01 SR-WORD-COUNT PIC 9(5) VALUE 0.
       01 SR-LOWER-CASE PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 SR-UPPER-CASE PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *    MULTI-BASE MODE - A RECORD WHOSE REQUEST TYPE SAYS BASENN
      *    HAS ITS NUMERIC INPUT VALUE CONVERTED TO THAT BASE (2-16)
      *    AND THE CONVERTED REPRESENTATION PALINDROME-TESTED, FOR
      *    THE REFERENCE-DATA TEAM'S TAG-NUMBERING WORK. THE TEXT
      *    AND BASE WORK FIELDS ARE THE SHARED BASEPAL COPY.
           COPY BASEPAL.
       01 BASE-RADIX-X.
          05 BASE-RADIX-CHARS PIC X(2).

       01 PAL-COUNT PIC 9(5) VALUE 0.
       01 NONPAL-COUNT PIC 9(5) VALUE 0.
               IF RETURN-CODE < 8
                   PERFORM MARK-CALENDAR-COMPLETE
               END-IF
           ELSE IF SEARCH-RUN-MODE
               PERFORM CHECK-PROCESSING-CALENDAR
               IF CAL-RUN-REFUSED
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM RUN-PALINDROME-SEARCH
               IF NOT ENVELOPE-IS-GOOD
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
                   PERFORM MARK-CALENDAR-COMPLETE
               END-IF
           ELSE
               PERFORM RUN-INTERACTIVE-PALINDROME
           END-IF
           END-IF
           END-IF.

           STOP RUN.
           IF RUN-PARM-STATUS = "00"
               MOVE SPACES TO PARM-RANGE-LOW-X
               MOVE SPACES TO PARM-RANGE-HIGH-X
               MOVE SPACES TO PARM-MIN-WORD-X
               READ RUN-PARM-FILE
                   AT END MOVE "B" TO PRM-RUN-MODE
                   NOT AT END
                       MOVE PRM-RANGE-LOW TO PARM-RANGE-LOW-X
                       MOVE PRM-RANGE-HIGH TO PARM-RANGE-HIGH-X
                       MOVE PRM-MIN-WORD-LEN TO PARM-MIN-WORD-X
               END-READ
               MOVE PRM-RUN-MODE TO RUN-MODE
               CLOSE RUN-PARM-FILE
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

      *    TEXT-SEARCH MODE (RUN MODE "S") - FOR THE LINGUISTICS
      *    CLUB AND THE DATA-QUALITY TEAM. EVERY PALIN LINE IS
      *    SEARCHED FOR ITS LONGEST EMBEDDED PALINDROME, REPORTED
      *    WITH THE COLUMN IT STARTS IN AND ITS LENGTH IN LETTERS
      *    AND DIGITS, FOLLOWED BY EVERY PALINDROMIC WORD AT OR
      *    ABOVE THE PALPARM MINIMUM LENGTH (THREE IF NOT GIVEN).
      *    PROSE FILES USUALLY ARRIVE WITHOUT THE INTEGRITY
      *    ENVELOPE; ONE THAT STARTS WITH A HDR IS HELD TO ITS
      *    TRAILER COUNT LIKE ANY OTHER ENVELOPED FILE. TEXT HAS NO
      *    NUMERIC FIELD, SO THE HASH IS NOT CHECKED.
       RUN-PALINDROME-SEARCH.
           ACCEPT BATCH-START-TIME FROM TIME
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           IF PARM-MIN-WORD-X NUMERIC
               MOVE PARM-MIN-WORD-X TO SR-MIN-WORD-LEN
           ELSE
               MOVE 3 TO SR-MIN-WORD-LEN
           END-IF
           IF SR-MIN-WORD-LEN < 2
               MOVE 2 TO SR-MIN-WORD-LEN
           END-IF

           OPEN INPUT PAL-IN-FILE
           OPEN OUTPUT PAL-OUT-FILE

           MOVE SPACES TO PAL-OUT-RECORD
           STRING "PALINDROME SEARCH RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  MINIMUM WORD LENGTH: " DELIMITED BY SIZE
               SR-MIN-WORD-LEN DELIMITED BY SIZE
               INTO PAL-OUT-RECORD
           END-STRING
           WRITE PAL-OUT-RECORD

           READ PAL-IN-FILE
               AT END SET END-OF-PAL-IN TO TRUE
           END-READ
           IF NOT END-OF-PAL-IN AND ENV-HEADER
               SET ENV-HEADER-SEEN TO TRUE
               READ PAL-IN-FILE
                   AT END SET END-OF-PAL-IN TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL END-OF-PAL-IN
               IF ENV-HEADER-SEEN AND ENV-TRAILER
                   SET ENV-TRAILER-SEEN TO TRUE
                   MOVE ENV-RECORD-COUNT TO ENV-EXPECTED-COUNT
                   SET END-OF-PAL-IN TO TRUE
               ELSE
                   ADD 1 TO ENV-DETAIL-COUNT
                   MOVE PAL-TEXT-LINE TO SR-LINE
                   PERFORM SEARCH-ONE-LINE
                   READ PAL-IN-FILE
                       AT END SET END-OF-PAL-IN TO TRUE
                   END-READ
               END-IF
           END-PERFORM

           IF ENV-HEADER-SEEN
               IF NOT ENV-TRAILER-SEEN
                       OR ENV-EXPECTED-COUNT NOT = ENV-DETAIL-COUNT
                   MOVE "N" TO ENV-OK-SWITCH
                   DISPLAY "PALIN ENVELOPE BAD - COUNT MISMATCH "
                       "OR MISSING TRL - RUN ABENDED"
                   MOVE SPACES TO PAL-OUT-RECORD
                   STRING "PALIN ENVELOPE BAD - EXPECTED "
                           DELIMITED BY SIZE
                       ENV-EXPECTED-COUNT DELIMITED BY SIZE
                       " READ " DELIMITED BY SIZE
                       ENV-DETAIL-COUNT DELIMITED BY SIZE
                       " - RUN ABENDED" DELIMITED BY SIZE
                       INTO PAL-OUT-RECORD
                   END-STRING
                   WRITE PAL-OUT-RECORD
               END-IF
           END-IF

           PERFORM WRITE-SEARCH-SUMMARY

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-SEARCH-AUDIT

           CLOSE PAL-IN-FILE
           CLOSE PAL-OUT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE AUDIT-LOG-FILE.

      *    A BLANK OR PUNCTUATION-ONLY LINE HAS NOTHING TO SEARCH
      *    AND IS COUNTED BUT NOT REPORTED.
       SEARCH-ONE-LINE.
           ADD 1 TO SR-LINE-NUMBER
           PERFORM NORMALIZE-SEARCH-LINE
           IF SR-NORM-LEN > 0
               ADD 1 TO SR-TEXT-LINE-COUNT
               PERFORM FIND-LONGEST-IN-LINE
               PERFORM WRITE-LONGEST-LINE
               PERFORM LIST-PALINDROMIC-WORDS
           END-IF.

      *    THE SAME ALPHANUMERIC RULES AS THE RECORD CHECK, WITH
      *    CASE, SPACING AND PUNCTUATION TAKEN OUT OF PLAY - ONLY
      *    LETTERS AND DIGITS COUNT, AND A LOWER-CASE LETTER MATCHES
      *    ITS CAPITAL.
       NORMALIZE-SEARCH-LINE.
           MOVE 80 TO SR-LINE-LENGTH
           PERFORM UNTIL SR-LINE-LENGTH = 0
                   OR SR-LINE (SR-LINE-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM SR-LINE-LENGTH
           END-PERFORM
           MOVE SPACES TO SR-NORM
           MOVE 0 TO SR-NORM-LEN
           PERFORM VARYING SR-COLUMN FROM 1 BY 1
                   UNTIL SR-COLUMN > SR-LINE-LENGTH
               MOVE SR-LINE (SR-COLUMN:1) TO SR-CHAR
               IF SR-CHAR NOT = SPACE
                       AND (SR-CHAR ALPHABETIC OR SR-CHAR NUMERIC)
                   ADD 1 TO SR-NORM-LEN
                   MOVE SR-CHAR TO SR-NORM (SR-NORM-LEN:1)
                   MOVE SR-COLUMN TO SR-NORM-COLUMN (SR-NORM-LEN)
               END-IF
           END-PERFORM
           INSPECT SR-NORM CONVERTING SR-LOWER-CASE TO SR-UPPER-CASE.

      *    THE FIRST OF EQUALLY LONG PALINDROMES IS THE ONE KEPT.
       FIND-LONGEST-IN-LINE.
           MOVE 1 TO SR-BEST-START
           MOVE 1 TO SR-BEST-LEN
           PERFORM VARYING SR-CENTER FROM 1 BY 1
                   UNTIL SR-CENTER > SR-NORM-LEN
               MOVE SR-CENTER TO SR-LEFT
               MOVE SR-CENTER TO SR-RIGHT
               PERFORM EXPAND-PALINDROME-CENTER
               MOVE SR-CENTER TO SR-LEFT
               COMPUTE SR-RIGHT = SR-CENTER + 1
               PERFORM EXPAND-PALINDROME-CENTER
           END-PERFORM.

      *    WIDENS LEFT AND RIGHT WHILE THE CHARACTERS MATCH; THE
      *    PALINDROME IS WHAT LIES STRICTLY BETWEEN WHERE THEY STOP.
       EXPAND-PALINDROME-CENTER.
           MOVE "N" TO SR-EXPAND-SWITCH
           PERFORM UNTIL SR-EXPAND-DONE
               IF SR-LEFT < 1 OR SR-RIGHT > SR-NORM-LEN
                   SET SR-EXPAND-DONE TO TRUE
               ELSE IF SR-NORM (SR-LEFT:1) NOT = SR-NORM (SR-RIGHT:1)
                   SET SR-EXPAND-DONE TO TRUE
               ELSE
                   SUBTRACT 1 FROM SR-LEFT
                   ADD 1 TO SR-RIGHT
               END-IF
               END-IF
           END-PERFORM
           COMPUTE SR-RUN-LEN = SR-RIGHT - SR-LEFT - 1
           IF SR-RUN-LEN > SR-BEST-LEN
               MOVE SR-RUN-LEN TO SR-BEST-LEN
               COMPUTE SR-BEST-START = SR-LEFT + 1
           END-IF.

      *    THE HIT IS SHOWN AS IT STANDS IN THE LINE - FROM ITS
      *    FIRST TO ITS LAST SIGNIFICANT COLUMN, PUNCTUATION AND ALL.
       WRITE-LONGEST-LINE.
           MOVE SR-NORM-COLUMN (SR-BEST-START) TO SR-SPAN-START
           MOVE SR-NORM-COLUMN (SR-BEST-START + SR-BEST-LEN - 1)
               TO SR-SPAN-END
           COMPUTE SR-SPAN-LEN = SR-SPAN-END - SR-SPAN-START + 1
           MOVE SPACES TO SR-SPAN-TEXT
           MOVE SR-LINE (SR-SPAN-START:SR-SPAN-LEN) TO SR-SPAN-TEXT

           MOVE SPACES TO PAL-OUT-RECORD
           STRING "LINE " DELIMITED BY SIZE
               SR-LINE-NUMBER DELIMITED BY SIZE
               " LONGEST START " DELIMITED BY SIZE
               SR-SPAN-START DELIMITED BY SIZE
               " LENGTH " DELIMITED BY SIZE
               SR-BEST-LEN DELIMITED BY SIZE
               INTO PAL-OUT-RECORD
           END-STRING
           WRITE PAL-OUT-RECORD
           MOVE SPACES TO PAL-OUT-RECORD
           STRING "    " DELIMITED BY SIZE
               SR-SPAN-TEXT DELIMITED BY SIZE
               INTO PAL-OUT-RECORD
           END-STRING
           WRITE PAL-OUT-RECORD

           IF SR-BEST-LEN > SR-OVERALL-LEN
               MOVE SR-LINE-NUMBER TO SR-OVERALL-LINE
               MOVE SR-SPAN-START TO SR-OVERALL-START
               MOVE SR-BEST-LEN TO SR-OVERALL-LEN
               MOVE SR-SPAN-TEXT TO SR-OVERALL-TEXT
           END-IF.

      *    A WORD IS A RUN OF NON-BLANK COLUMNS; ITS LETTERS AND
      *    DIGITS ARE TESTED UNDER THE SAME RULES AS THE LINE.
       LIST-PALINDROMIC-WORDS.
           MOVE 1 TO SR-COLUMN
           PERFORM UNTIL SR-COLUMN > SR-LINE-LENGTH
               IF SR-LINE (SR-COLUMN:1) = SPACE
                   ADD 1 TO SR-COLUMN
               ELSE
                   MOVE SR-COLUMN TO SR-WORD-START
                   PERFORM UNTIL SR-COLUMN > SR-LINE-LENGTH
                           OR SR-LINE (SR-COLUMN:1) = SPACE
                       ADD 1 TO SR-COLUMN
                   END-PERFORM
                   COMPUTE SR-WORD-END = SR-COLUMN - 1
                   PERFORM TEST-ONE-WORD
               END-IF
           END-PERFORM.

       TEST-ONE-WORD.
           COMPUTE SR-WORD-LEN = SR-WORD-END - SR-WORD-START + 1
           MOVE SPACES TO SR-WORD-NORM
           MOVE 0 TO SR-WORD-NORM-LEN
           PERFORM VARYING SR-WORD-INDEX FROM SR-WORD-START BY 1
                   UNTIL SR-WORD-INDEX > SR-WORD-END
               MOVE SR-LINE (SR-WORD-INDEX:1) TO SR-CHAR
               IF SR-CHAR ALPHABETIC OR SR-CHAR NUMERIC
                   ADD 1 TO SR-WORD-NORM-LEN
                   MOVE SR-CHAR TO SR-WORD-NORM (SR-WORD-NORM-LEN:1)
               END-IF
           END-PERFORM
           INSPECT SR-WORD-NORM
               CONVERTING SR-LOWER-CASE TO SR-UPPER-CASE

           IF SR-WORD-NORM-LEN NOT < SR-MIN-WORD-LEN
               SET IS-PALINDROME TO TRUE
               PERFORM VARYING SR-WORD-INDEX FROM 1 BY 1
                       UNTIL SR-WORD-INDEX > SR-WORD-NORM-LEN / 2
                   IF SR-WORD-NORM (SR-WORD-INDEX:1) NOT =
                           SR-WORD-NORM
                           (SR-WORD-NORM-LEN - SR-WORD-INDEX + 1:1)
                       MOVE "N" TO IS-PALINDROME-SWITCH
                   END-IF
               END-PERFORM
               IF IS-PALINDROME
                   ADD 1 TO SR-WORD-COUNT
                   MOVE SPACES TO PAL-OUT-RECORD
                   STRING "    WORD START " DELIMITED BY SIZE
                       SR-WORD-START DELIMITED BY SIZE
                       " LENGTH " DELIMITED BY SIZE
                       SR-WORD-NORM-LEN DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       SR-LINE (SR-WORD-START:SR-WORD-LEN)
                           DELIMITED BY SIZE
                       INTO PAL-OUT-RECORD
                   END-STRING
                   WRITE PAL-OUT-RECORD
               END-IF
           END-IF.

       WRITE-SEARCH-SUMMARY.
           MOVE SPACES TO PAL-OUT-RECORD
           STRING "LINES SEARCHED: " DELIMITED BY SIZE
               SR-LINE-NUMBER DELIMITED BY SIZE
               "  WITH TEXT: " DELIMITED BY SIZE
               SR-TEXT-LINE-COUNT DELIMITED BY SIZE
               "  PALINDROMIC WORDS: " DELIMITED BY SIZE
               SR-WORD-COUNT DELIMITED BY SIZE
               INTO PAL-OUT-RECORD
           END-STRING
           WRITE PAL-OUT-RECORD
           IF SR-OVERALL-LEN = 0
               MOVE "LONGEST OVERALL: NONE - NO LETTERS OR DIGITS"
                   TO PAL-OUT-RECORD
               WRITE PAL-OUT-RECORD
           ELSE
               MOVE SPACES TO PAL-OUT-RECORD
               STRING "LONGEST OVERALL: LINE " DELIMITED BY SIZE
                   SR-OVERALL-LINE DELIMITED BY SIZE
                   " START " DELIMITED BY SIZE
                   SR-OVERALL-START DELIMITED BY SIZE
                   " LENGTH " DELIMITED BY SIZE
                   SR-OVERALL-LEN DELIMITED BY SIZE
                   INTO PAL-OUT-RECORD
               END-STRING
               WRITE PAL-OUT-RECORD
               MOVE SPACES TO PAL-OUT-RECORD
               STRING "    " DELIMITED BY SIZE
                   SR-OVERALL-TEXT DELIMITED BY SIZE
                   INTO PAL-OUT-RECORD
               END-STRING
               WRITE PAL-OUT-RECORD
           END-IF.

      *    EVERY LINE READ IS A DISPOSED RECORD; THE LONGEST FIND
      *    RIDES IN THE SUMMARY.
       WRITE-SEARCH-AUDIT.
           PERFORM OPEN-AUDIT-LOG
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "PALINDROME" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE SR-LINE-NUMBER TO AUD-RECORD-COUNT
           MOVE SR-LINE-NUMBER TO AUD-OUTPUT-COUNT
           MOVE 0 TO AUD-EXCEPTION-COUNT
           MOVE SPACES TO AUD-INPUT-SUMMARY
           STRING "PALIN TEXT SEARCH LONGEST=" DELIMITED BY SIZE
               SR-OVERALL-LEN DELIMITED BY SIZE
               INTO AUD-INPUT-SUMMARY
           END-STRING
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

       RUN-INTERACTIVE-PALINDROME.
           DISPLAY "NUMERIC OR ALPHANUMERIC MODE (N/A): ".
           ACCEPT PAL-MODE.
               MOVE PAL-IN-RECORD TO PAL-SUS-RECORD
               WRITE PAL-SUS-RECORD
           ELSE
               MOVE CTL-INPUT-VALUE TO BASE-WORK-VALUE
               PERFORM CONVERT-VALUE-TO-BASE
               MOVE CONVERTED-VALUE TO TEXT-VALUE
               PERFORM CHECK-TEXT-PALINDROME
               WRITE PAL-OUT-RECORD
           END-IF.

      *    THE ABEND-WITH-MESSAGE THE ENVELOPE DEMANDS - A COUNT OR
      *    HASH MISMATCH MEANS A TRUNCATED OR DAMAGED TRANSFER.
       VERIFY-INPUT-ENVELOPE.
               MOVE "N" TO IS-PALINDROME-SWITCH
           END-IF.

           COPY BASEPALP.

      *    REFUSES A CYCLE DATE THIS PROGRAM HAS ALREADY COMPLETED
      *    AND WARNS ON HOLIDAYS AND UNLISTED DATES, PER THE SHARED
