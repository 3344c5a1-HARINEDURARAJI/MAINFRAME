       FILE SECTION.
       FD  RUN-PARM-FILE.
       01  RUN-PARM-RECORD        PIC X.
      *    THE CONTROL CARDS THAT MAY FOLLOW THE RUN-MODE BYTE -
      *    INCLUDE AND OMIT CONDITIONS ON A FIELD (POSITION AND
      *    LENGTH IN THE BUBIN RECORD) WITH AN OPERATOR - EQ, GT,
      *    LT, RG (RANGE, VALUE-1 THROUGH VALUE-2) OR CT (CONTAINS
      *    VALUE-1) - AND SUMMARIZE CARDS, EACH NAMING A NUMERIC
      *    FIELD TO TOTAL (OR NONE, TO COLLAPSE AND COUNT ONLY).
      *    VALUES COMPARE AS CHARACTERS, SO A NUMBER IS KEYED
      *    ZERO-PADDED TO THE FIELD LENGTH. A CARD WITH * IN COLUMN
      *    1 IS A COMMENT.
       01  RUN-PARM-CARD.
           05  PCD-CARD-TYPE      PIC X(9).
           05  FILLER             PIC X.
           05  PCD-POSITION       PIC 9(2).
           05  PCD-POSITION-X REDEFINES PCD-POSITION
                                  PIC X(2).
           05  FILLER             PIC X.
           05  PCD-LENGTH         PIC 9(2).
           05  PCD-LENGTH-X REDEFINES PCD-LENGTH
                                  PIC X(2).
           05  FILLER             PIC X.
           05  PCD-OPERATOR       PIC X(2).
           05  FILLER             PIC X.
           05  PCD-VALUE-1        PIC X(20).
           05  FILLER             PIC X.
           05  PCD-VALUE-2        PIC X(20).

      *    THE ENTRY COUNT IS FIVE DIGITS NOW THAT THE NIGHTLY FEED
      *    CAN EXCEED THE 500-ENTRY TABLE - COUNTS ABOVE THE TABLE
          88 END-OF-BUB-IN VALUE "Y".
           COPY ENVCHK.
       01 NUMBER-TABLE.
          05 NUM-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON ENTRY-COUNT.
             10 NUM PIC 9(3).
             10 NUM-TIEBREAK PIC 9(3).
       01 I PIC 9(3).
       01 J PIC 9(3).
       01 TEMP PIC 9(3).
               10  MST-BREAK-COUNT    PIC 9(5).
       01  MERGE-CLEAN-SWITCH     PIC X VALUE "Y".
           88  MERGE-SEQUENCE-CLEAN   VALUE "Y".
      *    THE CONTROL-CARD SELECTION AND SUMMARIZE STATE. A RECORD
      *    IS SELECTED WHEN IT MEETS EVERY INCLUDE CONDITION AND NO
      *    OMIT CONDITION. SUMMARIZE COLLAPSES RECORDS WITH EQUAL
      *    SORT KEYS INTO THE FIRST OF THEM, EACH NAMED FIELD
      *    OVERWRITTEN BY ITS GROUP TOTAL AND THE GROUP'S RECORD
      *    COUNT CARRIED ALONGSIDE. IT SUPERSEDES THE DEDUP OPTION,
      *    WHICH IS ONLY A SUMMARIZE THAT THROWS THE COUNT AWAY.
       01  PARM-EOF-SWITCH        PIC X VALUE "N".
           88  END-OF-PARM-CARDS      VALUE "Y".
       01  CARDS-VALID-SWITCH     PIC X VALUE "Y".
           88  CONTROL-CARDS-VALID    VALUE "Y".
       01  CARD-NUMBER            PIC 9(3) VALUE 0.
       01  CARD-REASON            PIC X(30).
       01  SEL-CARD-COUNT         PIC 9(2) VALUE 0.
       01  SEL-CARD-TABLE.
           05  SEL-CARD OCCURS 10 TIMES.
               10  SEL-TYPE           PIC X.
                   88  SEL-INCLUDE        VALUE "I".
                   88  SEL-OMIT           VALUE "O".
               10  SEL-POS            PIC 9(2).
               10  SEL-LEN            PIC 9(2).
               10  SEL-OP             PIC X(2).
               10  SEL-VALUE-1        PIC X(20).
               10  SEL-VALUE-2        PIC X(20).
               10  SEL-VALUE-LEN      PIC 9(2).
       01  SEL-IX                 PIC 9(2).
       01  SEL-IMAGE              PIC X(40).
       01  SEL-FIELD              PIC X(20).
       01  SEL-TALLY              PIC 9(3).
       01  SEL-RESULT-SWITCH      PIC X.
           88  RECORD-SELECTED        VALUE "Y".
       01  SEL-MATCH-SWITCH       PIC X.
           88  SEL-CONDITION-MET      VALUE "Y".
       01  SEL-READ-COUNT         PIC 9(7) VALUE 0.
       01  SEL-SELECTED-COUNT     PIC 9(7) VALUE 0.
       01  SEL-OMITTED-COUNT      PIC 9(7) VALUE 0.
       01  SUMMARIZE-SWITCH       PIC X VALUE "N".
           88  SUMMARIZE-REQUESTED    VALUE "Y".
       01  DEDUP-SUPERSEDED-SWITCH PIC X VALUE "N".
           88  DEDUP-SUPERSEDED       VALUE "Y".
       01  SUMM-FIELD-COUNT       PIC 9 VALUE 0.
       01  SUMM-FIELD-TABLE.
           05  SUMM-FIELD OCCURS 3 TIMES.
               10  SUMM-POS           PIC 9(2).
               10  SUMM-LEN           PIC 9(2).
               10  SUMM-TOTAL         PIC 9(11).
       01  SUMM-IX                PIC 9.
       01  SUMM-DIGITS            PIC 9(11).
       01  SUMM-DIGITS-X REDEFINES SUMM-DIGITS
                                  PIC X(11).
       01  SUMM-GROUP-SWITCH      PIC X VALUE "N".
           88  SUMM-GROUP-HELD        VALUE "Y".
       01  SUMM-KEY-IN            PIC X(20).
       01  SUMM-IMAGE-IN          PIC X(40).
       01  SUMM-GROUP-KEY         PIC X(20).
       01  SUMM-GROUP-IMAGE       PIC X(40).
       01  SUMM-GROUP-MEMBERS     PIC 9(5).
       01  SUMM-RECORD-COUNT      PIC 9(5) VALUE 0.
       01  SUMM-FOLDED-COUNT      PIC 9(7) VALUE 0.
       01  SUMM-OVERFLOW-COUNT    PIC 9(5) VALUE 0.
       01  SUMM-NONNUM-COUNT      PIC 9(5) VALUE 0.

       01  TRL-WORK-RECORD.
           05  TRLW-RECORD-TYPE   PIC X(3).
           05  FILLER             PIC X(23).
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               IF NOT CONTROL-CARDS-VALID
                   DISPLAY "BUBPARM CONTROL CARDS INVALID - RUN "
                       "ABENDED"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM RUN-BATCH-SORT
           ELSE
               PERFORM RUN-INTERACTIVE-SORT
           END-IF.

           PERFORM SORT-NUMBER-TABLE.
      *    EVERY RECORD CAN BE OMITTED BY THE CONTROL CARDS.
           IF ENTRY-COUNT = 0
               MOVE 0 TO STAT-MIN
               MOVE 0 TO STAT-MAX
               MOVE 0 TO STAT-MEDIAN
               MOVE 0 TO STAT-DUP-COUNT
           ELSE
               PERFORM COMPUTE-SORT-STATISTICS
           END-IF
           PERFORM DETERMINE-REPORT-LIMIT.

           IF BATCH-RUN-MODE
               PERFORM WRITE-SORTED-OUTPUT
               IF NOT SUMMARIZE-REQUESTED
                   PERFORM WRITE-CSV-EXPORT
               END-IF
               PERFORM WRITE-AUDIT-RECORD
               MOVE 0 TO RETURN-CODE
               PERFORM MARK-CALENDAR-COMPLETE
                   AT END MOVE "B" TO RUN-PARM-RECORD
               END-READ
               MOVE RUN-PARM-RECORD TO RUN-MODE
               IF RUN-PARM-STATUS = "00"
                   PERFORM LOAD-CONTROL-CARDS
               END-IF
               CLOSE RUN-PARM-FILE
           ELSE
               DISPLAY "BATCH OR INTERACTIVE (B/I): "
               ACCEPT RUN-MODE
           END-IF.

      *    THE CARDS AFTER THE RUN-MODE BYTE. ANY CARD THAT CANNOT
      *    BE UNDERSTOOD FAILS THE WHOLE RUN - A MISKEYED OMIT MUST
      *    NEVER QUIETLY PUBLISH THE WRONG SUBSET.
       LOAD-CONTROL-CARDS.
           READ RUN-PARM-FILE
               AT END SET END-OF-PARM-CARDS TO TRUE
           END-READ
           PERFORM UNTIL END-OF-PARM-CARDS
               ADD 1 TO CARD-NUMBER
               PERFORM EDIT-CONTROL-CARD
               READ RUN-PARM-FILE
                   AT END SET END-OF-PARM-CARDS TO TRUE
               END-READ
           END-PERFORM.

       EDIT-CONTROL-CARD.
           MOVE SPACES TO CARD-REASON
           EVALUATE TRUE
               WHEN RUN-PARM-CARD = SPACES
                   CONTINUE
               WHEN RUN-PARM-RECORD = "*"
                   CONTINUE
               WHEN PCD-CARD-TYPE = "INCLUDE"
                       OR PCD-CARD-TYPE = "OMIT"
                   PERFORM EDIT-CONDITION-CARD
               WHEN PCD-CARD-TYPE = "SUMMARIZE"
                   PERFORM EDIT-SUMMARIZE-CARD
               WHEN OTHER
                   MOVE "UNKNOWN CARD TYPE" TO CARD-REASON
           END-EVALUATE
           IF CARD-REASON NOT = SPACES
               MOVE "N" TO CARDS-VALID-SWITCH
               DISPLAY "BUBPARM CARD " CARD-NUMBER " REJECTED - "
                   CARD-REASON
           END-IF.

       EDIT-CONDITION-CARD.
           IF PCD-POSITION-X NOT NUMERIC OR PCD-LENGTH-X NOT NUMERIC
               MOVE "POSITION/LENGTH NOT NUMERIC" TO CARD-REASON
           ELSE IF PCD-POSITION = 0 OR PCD-LENGTH = 0
                   OR PCD-LENGTH > 20
                   OR PCD-POSITION + PCD-LENGTH > 41
               MOVE "FIELD OUTSIDE RECORD OR OVER 20" TO CARD-REASON
           ELSE IF PCD-OPERATOR NOT = "EQ" AND NOT = "GT"
                   AND NOT = "LT" AND NOT = "RG" AND NOT = "CT"
               MOVE "OPERATOR NOT EQ/GT/LT/RG/CT" TO CARD-REASON
           ELSE IF PCD-OPERATOR = "RG"
                   AND (PCD-VALUE-2 = SPACES
                       OR PCD-VALUE-1 (1:PCD-LENGTH)
                           > PCD-VALUE-2 (1:PCD-LENGTH))
               MOVE "RANGE NEEDS LOW AND HIGH VALUES" TO CARD-REASON
           ELSE IF PCD-OPERATOR = "CT" AND PCD-VALUE-1 = SPACES
               MOVE "CONTAINS NEEDS A VALUE" TO CARD-REASON
           ELSE IF SEL-CARD-COUNT NOT < 10
               MOVE "MORE THAN 10 CONDITIONS" TO CARD-REASON
           ELSE
               ADD 1 TO SEL-CARD-COUNT
               MOVE SEL-CARD-COUNT TO SEL-IX
               IF PCD-CARD-TYPE = "INCLUDE"
                   MOVE "I" TO SEL-TYPE (SEL-IX)
               ELSE
                   MOVE "O" TO SEL-TYPE (SEL-IX)
               END-IF
               MOVE PCD-POSITION TO SEL-POS (SEL-IX)
               MOVE PCD-LENGTH TO SEL-LEN (SEL-IX)
               MOVE PCD-OPERATOR TO SEL-OP (SEL-IX)
               MOVE PCD-VALUE-1 TO SEL-VALUE-1 (SEL-IX)
               MOVE PCD-VALUE-2 TO SEL-VALUE-2 (SEL-IX)
      *    THE CONTAINS VALUE RUNS TO ITS LAST NON-BLANK CHARACTER.
               MOVE 20 TO SEL-VALUE-LEN (SEL-IX)
               PERFORM UNTIL SEL-VALUE-LEN (SEL-IX) = 1
                       OR PCD-VALUE-1 (SEL-VALUE-LEN (SEL-IX):1)
                           NOT = SPACE
                   SUBTRACT 1 FROM SEL-VALUE-LEN (SEL-IX)
               END-PERFORM
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    A SUMMARIZE CARD WITH NO POSITION OR LENGTH ONLY ASKS
      *    FOR THE COLLAPSE; ONE WITH THEM NAMES A FIELD TO TOTAL.
       EDIT-SUMMARIZE-CARD.
           SET SUMMARIZE-REQUESTED TO TRUE
           IF PCD-POSITION-X = SPACES AND PCD-LENGTH-X = SPACES
               CONTINUE
           ELSE IF PCD-POSITION-X NOT NUMERIC
                   OR PCD-LENGTH-X NOT NUMERIC
               MOVE "POSITION/LENGTH NOT NUMERIC" TO CARD-REASON
           ELSE IF PCD-POSITION = 0 OR PCD-LENGTH = 0
                   OR PCD-LENGTH > 9
                   OR PCD-POSITION + PCD-LENGTH > 41
               MOVE "SUM FIELD OUTSIDE RECORD OR OVER 9" TO CARD-REASON
           ELSE IF SUMM-FIELD-COUNT NOT < 3
               MOVE "MORE THAN 3 SUM FIELDS" TO CARD-REASON
           ELSE
               ADD 1 TO SUMM-FIELD-COUNT
               MOVE PCD-POSITION TO SUMM-POS (SUMM-FIELD-COUNT)
               MOVE PCD-LENGTH TO SUMM-LEN (SUMM-FIELD-COUNT)
           END-IF
           END-IF
           END-IF
           END-IF.

      *    JUDGES THE RECORD IN SEL-IMAGE AGAINST EVERY CONDITION
      *    CARD AND KEEPS THE READ / SELECTED / OMITTED COUNTS.
       TEST-RECORD-SELECTION.
           ADD 1 TO SEL-READ-COUNT
           SET RECORD-SELECTED TO TRUE
           PERFORM VARYING SEL-IX FROM 1 BY 1
                   UNTIL SEL-IX > SEL-CARD-COUNT
               PERFORM TEST-ONE-CONDITION
               IF SEL-INCLUDE (SEL-IX) AND NOT SEL-CONDITION-MET
                   MOVE "N" TO SEL-RESULT-SWITCH
               END-IF
               IF SEL-OMIT (SEL-IX) AND SEL-CONDITION-MET
                   MOVE "N" TO SEL-RESULT-SWITCH
               END-IF
           END-PERFORM
           IF RECORD-SELECTED
               ADD 1 TO SEL-SELECTED-COUNT
           ELSE
               ADD 1 TO SEL-OMITTED-COUNT
           END-IF.

       TEST-ONE-CONDITION.
           MOVE "N" TO SEL-MATCH-SWITCH
           MOVE SPACES TO SEL-FIELD
           MOVE SEL-IMAGE (SEL-POS (SEL-IX):SEL-LEN (SEL-IX))
               TO SEL-FIELD
           EVALUATE SEL-OP (SEL-IX)
               WHEN "EQ"
                   IF SEL-FIELD (1:SEL-LEN (SEL-IX)) =
                           SEL-VALUE-1 (SEL-IX) (1:SEL-LEN (SEL-IX))
                       SET SEL-CONDITION-MET TO TRUE
                   END-IF
               WHEN "GT"
                   IF SEL-FIELD (1:SEL-LEN (SEL-IX)) >
                           SEL-VALUE-1 (SEL-IX) (1:SEL-LEN (SEL-IX))
                       SET SEL-CONDITION-MET TO TRUE
                   END-IF
               WHEN "LT"
                   IF SEL-FIELD (1:SEL-LEN (SEL-IX)) <
                           SEL-VALUE-1 (SEL-IX) (1:SEL-LEN (SEL-IX))
                       SET SEL-CONDITION-MET TO TRUE
                   END-IF
               WHEN "RG"
                   IF SEL-FIELD (1:SEL-LEN (SEL-IX)) NOT <
                           SEL-VALUE-1 (SEL-IX) (1:SEL-LEN (SEL-IX))
                       AND SEL-FIELD (1:SEL-LEN (SEL-IX)) NOT >
                           SEL-VALUE-2 (SEL-IX) (1:SEL-LEN (SEL-IX))
                       SET SEL-CONDITION-MET TO TRUE
                   END-IF
               WHEN "CT"
                   MOVE 0 TO SEL-TALLY
                   IF SEL-VALUE-LEN (SEL-IX) NOT > SEL-LEN (SEL-IX)
                       INSPECT SEL-FIELD (1:SEL-LEN (SEL-IX))
                           TALLYING SEL-TALLY FOR ALL
                           SEL-VALUE-1 (SEL-IX)
                               (1:SEL-VALUE-LEN (SEL-IX))
                   END-IF
                   IF SEL-TALLY > 0
                       SET SEL-CONDITION-MET TO TRUE
                   END-IF
           END-EVALUATE.

      *    TAKES THE RECORD IN SUMM-IMAGE-IN, KEYED BY SUMM-KEY-IN,
      *    INTO THE GROUP IN HAND - OR FLUSHES THAT GROUP AND STARTS
      *    A NEW ONE WHEN THE KEY CHANGES. THE RECORDS ARRIVE IN
      *    SORTED ORDER, SO EQUAL KEYS ARE ALWAYS ADJACENT.
       SUMMARIZE-RECORD.
           IF SUMM-GROUP-HELD AND SUMM-KEY-IN = SUMM-GROUP-KEY
               ADD 1 TO SUMM-GROUP-MEMBERS
               ADD 1 TO SUMM-FOLDED-COUNT
           ELSE
               PERFORM FLUSH-SUMMARY-GROUP
               MOVE SUMM-KEY-IN TO SUMM-GROUP-KEY
               MOVE SUMM-IMAGE-IN TO SUMM-GROUP-IMAGE
               MOVE 1 TO SUMM-GROUP-MEMBERS
               SET SUMM-GROUP-HELD TO TRUE
               PERFORM VARYING SUMM-IX FROM 1 BY 1
                       UNTIL SUMM-IX > SUMM-FIELD-COUNT
                   MOVE 0 TO SUMM-TOTAL (SUMM-IX)
               END-PERFORM
           END-IF
           PERFORM VARYING SUMM-IX FROM 1 BY 1
                   UNTIL SUMM-IX > SUMM-FIELD-COUNT
               IF SUMM-IMAGE-IN (SUMM-POS (SUMM-IX):SUMM-LEN (SUMM-IX))
                       NUMERIC
                   MOVE ZEROS TO SUMM-DIGITS
                   MOVE SUMM-IMAGE-IN
                           (SUMM-POS (SUMM-IX):SUMM-LEN (SUMM-IX))
                       TO SUMM-DIGITS-X
                           (12 - SUMM-LEN (SUMM-IX):SUMM-LEN (SUMM-IX))
                   ADD SUMM-DIGITS TO SUMM-TOTAL (SUMM-IX)
               ELSE
                   ADD 1 TO SUMM-NONNUM-COUNT
               END-IF
           END-PERFORM.

      *    WRITES THE GROUP IN HAND AS ONE RECORD - THE FIRST
      *    RECORD OF THE GROUP WITH EACH SUM FIELD REPLACED BY ITS
      *    TOTAL, ZERO-PADDED TO THE FIELD'S WIDTH, AND THE COUNT
      *    ALONGSIDE. A TOTAL TOO WIDE FOR ITS FIELD PRINTS AS
      *    ASTERISKS AND IS COUNTED ON THE STATISTICS. THE TOP-N
      *    LIMIT APPLIES TO THE SUMMARY RECORDS.
       FLUSH-SUMMARY-GROUP.
           IF SUMM-GROUP-HELD
               PERFORM VARYING SUMM-IX FROM 1 BY 1
                       UNTIL SUMM-IX > SUMM-FIELD-COUNT
                   MOVE SUMM-TOTAL (SUMM-IX) TO SUMM-DIGITS
                   IF SUMM-DIGITS-X (1:11 - SUMM-LEN (SUMM-IX))
                           NOT = ZEROS
                       ADD 1 TO SUMM-OVERFLOW-COUNT
                       MOVE ALL "*" TO SUMM-GROUP-IMAGE
                           (SUMM-POS (SUMM-IX):SUMM-LEN (SUMM-IX))
                   ELSE
                       MOVE SUMM-DIGITS-X
                           (12 - SUMM-LEN (SUMM-IX):SUMM-LEN (SUMM-IX))
                           TO SUMM-GROUP-IMAGE
                           (SUMM-POS (SUMM-IX):SUMM-LEN (SUMM-IX))
                   END-IF
               END-PERFORM
               ADD 1 TO SUMM-RECORD-COUNT

               IF TOP-N-REQUESTED = 0
                       OR LINES-WRITTEN < TOP-N-REQUESTED
                   ADD 1 TO LINES-WRITTEN
                   MOVE SPACES TO BUB-OUT-RECORD
                   MOVE SPACES TO BUB-CSV-RECORD
                   IF ALPHA-DATA-MODE
                       STRING SUMM-GROUP-IMAGE DELIMITED BY SIZE
                           " COUNT=" DELIMITED BY SIZE
                           SUMM-GROUP-MEMBERS DELIMITED BY SIZE
                           INTO BUB-OUT-RECORD
                       END-STRING
                       STRING LINES-WRITTEN DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           SUMM-GROUP-IMAGE DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           SUMM-GROUP-MEMBERS DELIMITED BY SIZE
                           INTO BUB-CSV-RECORD
                       END-STRING
                   ELSE
                       STRING SUMM-GROUP-IMAGE (1:3) DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           SUMM-GROUP-IMAGE (4:3) DELIMITED BY SIZE
                           ") COUNT=" DELIMITED BY SIZE
                           SUMM-GROUP-MEMBERS DELIMITED BY SIZE
                           INTO BUB-OUT-RECORD
                       END-STRING
                       STRING LINES-WRITTEN DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           SUMM-GROUP-IMAGE (1:3) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           SUMM-GROUP-IMAGE (4:3) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           SUMM-GROUP-MEMBERS DELIMITED BY SIZE
                           INTO BUB-CSV-RECORD
                       END-STRING
                   END-IF
                   WRITE BUB-OUT-RECORD
                   WRITE BUB-CSV-RECORD
               END-IF
               MOVE "N" TO SUMM-GROUP-SWITCH
           END-IF.

      *    THE READ / SELECTED / OMITTED / SUMMARIZED LINES, PRINTED
      *    WHENEVER A CONTROL CARD SHAPED THE RUN. SUMMARIZED IS
      *    THE NUMBER OF RECORDS FOLDED INTO AN EARLIER ONE.
       WRITE-SELECTION-STATISTICS.
           IF SEL-CARD-COUNT > 0 OR SUMMARIZE-REQUESTED
               MOVE SPACES TO BUB-OUT-RECORD
               STRING "READ=" DELIMITED BY SIZE
                   SEL-READ-COUNT DELIMITED BY SIZE
                   " SELECTED=" DELIMITED BY SIZE
                   SEL-SELECTED-COUNT DELIMITED BY SIZE
                   " OMITTED=" DELIMITED BY SIZE
                   SEL-OMITTED-COUNT DELIMITED BY SIZE
                   INTO BUB-OUT-RECORD
               END-STRING
               WRITE BUB-OUT-RECORD
           END-IF
           IF SUMMARIZE-REQUESTED
               MOVE SPACES TO BUB-OUT-RECORD
               STRING "SUMMARIZED=" DELIMITED BY SIZE
                   SUMM-FOLDED-COUNT DELIMITED BY SIZE
                   " SUMMARY RECORDS=" DELIMITED BY SIZE
                   SUMM-RECORD-COUNT DELIMITED BY SIZE
                   INTO BUB-OUT-RECORD
               END-STRING
               WRITE BUB-OUT-RECORD
               MOVE SPACES TO BUB-OUT-RECORD
               STRING "SUM OVERFLOWS=" DELIMITED BY SIZE
                   SUMM-OVERFLOW-COUNT DELIMITED BY SIZE
                   " SUM FIELDS NOT NUMERIC=" DELIMITED BY SIZE
                   SUMM-NONNUM-COUNT DELIMITED BY SIZE
                   INTO BUB-OUT-RECORD
               END-STRING
               WRITE BUB-OUT-RECORD
           END-IF
           IF DEDUP-SUPERSEDED
               MOVE "DEDUP OPTION SUPERSEDED BY SUMMARIZE"
                   TO BUB-OUT-RECORD
               WRITE BUB-OUT-RECORD
           END-IF.

      *    NUMBER-TABLE IS ONLY SIZED FOR 500 ENTRIES. A BATCH COUNT
      *    ABOVE THAT NO LONGER TRUNCATES - IT SWITCHES THE RUN INTO
      *    THE FILE-BACKED SORT, WHICH NEVER HOLDS THE DATASET IN
           END-IF
           CLOSE BUB-CTL-FILE

           IF SUMMARIZE-REQUESTED AND DEDUP-REQUESTED
               SET DEDUP-SUPERSEDED TO TRUE
               MOVE SPACE TO DEDUP-OPTION-SWITCH
           END-IF

           IF NOT MERGE-RUN-MODE
               PERFORM VALIDATE-ENTRY-COUNT
           END-IF
                   ELSE
                   ADD 1 TO ENV-DETAIL-COUNT
                   ADD IN-NUM TO ENV-HASH-ACCUM
                   MOVE BUB-IN-TEXT-RECORD TO SEL-IMAGE
                   PERFORM TEST-RECORD-SELECTION
                   IF RECORD-SELECTED
                           AND SEL-SELECTED-COUNT NOT > 500
                       MOVE SEL-SELECTED-COUNT TO I
                       MOVE SEL-SELECTED-COUNT TO ENTRY-COUNT
                       MOVE IN-NUM TO NUM(I)
                       MOVE IN-TIEBREAK TO NUM-TIEBREAK(I)
                   END-IF
                   END-IF
               END-PERFORM
               CLOSE BUB-IN-FILE
               IF SEL-SELECTED-COUNT = 0
                   MOVE 0 TO ENTRY-COUNT
               END-IF
               PERFORM VERIFY-INPUT-ENVELOPE
               PERFORM CHECK-TABLE-CAPACITY
           END-IF.
           END-STRING
           WRITE BUB-OUT-RECORD

           PERFORM WRITE-STREAM-CSV-HEADER

           IF DEDUP-REQUESTED
               OPEN OUTPUT BUB-DUP-FILE
               MOVE MST-NUM(MERGE-FILE-INDEX) TO STREAM-IN-NUM
               MOVE MST-TIEBREAK(MERGE-FILE-INDEX)
                   TO STREAM-IN-TIEBREAK
               MOVE SPACES TO SEL-IMAGE
               MOVE STREAM-IN-NUM TO SEL-IMAGE (1:3)
               MOVE STREAM-IN-TIEBREAK TO SEL-IMAGE (4:3)
               PERFORM TEST-RECORD-SELECTION
               IF RECORD-SELECTED
                   ADD 1 TO RETURNED-COUNT
                   PERFORM TALLY-STREAM-STATISTICS
                   PERFORM WRITE-STREAM-DETAIL
               END-IF
               PERFORM ADVANCE-ONE-MERGE-SLICE
               PERFORM COUNT-ACTIVE-SLICES
           END-PERFORM

           IF SUMMARIZE-REQUESTED
               PERFORM FLUSH-SUMMARY-GROUP
           END-IF
           IF DEDUP-REQUESTED
               PERFORM FLUSH-DUPLICATE-LINE
               CLOSE BUB-DUP-FILE
           END-STRING
           WRITE BUB-OUT-RECORD

           PERFORM WRITE-STREAM-CSV-HEADER

           IF DEDUP-REQUESTED
               OPEN OUTPUT BUB-DUP-FILE
                   OUTPUT PROCEDURE IS RETURN-SORTED-RECORDS
           END-IF

           IF SUMMARIZE-REQUESTED
               PERFORM FLUSH-SUMMARY-GROUP
           END-IF
           IF DEDUP-REQUESTED
               IF ALPHA-DATA-MODE
                   PERFORM FLUSH-ALPHA-DUPLICATE-LINE
           PERFORM ARCHIVE-OUTPUT-REPORT
           MOVE RETURNED-COUNT TO ENTRY-COUNT.

      *    THE STREAM PATHS' CSV HEADING - ALPHANUMERIC RECORDS GO
      *    OUT WHOLE, AND A SUMMARIZED RUN CARRIES THE GROUP COUNT.
       WRITE-STREAM-CSV-HEADER.
           IF ALPHA-DATA-MODE
               IF SUMMARIZE-REQUESTED
                   MOVE "RANK,RECORD,COUNT" TO BUB-CSV-RECORD
               ELSE
                   MOVE "RANK,RECORD" TO BUB-CSV-RECORD
               END-IF
           ELSE
               IF SUMMARIZE-REQUESTED
                   MOVE "RANK,VALUE,TIEBREAK,COUNT" TO BUB-CSV-RECORD
               ELSE
                   MOVE "RANK,VALUE,TIEBREAK" TO BUB-CSV-RECORD
               END-IF
           END-IF
           WRITE BUB-CSV-RECORD.

       RELEASE-BUB-IN-RECORDS.
           OPEN INPUT BUB-IN-FILE
           MOVE "N" TO BUB-IN-EOF-SWITCH
               IF NOT ALPHA-DATA-MODE
                   ADD IN-NUM TO ENV-HASH-ACCUM
               END-IF
               MOVE BUB-IN-TEXT-RECORD TO SEL-IMAGE
               PERFORM TEST-RECORD-SELECTION
               IF RECORD-SELECTED
                   MOVE SPACES TO SORT-WORK-RECORD
                   IF ALPHA-DATA-MODE
                       MOVE BUB-IN-TEXT-RECORD
                           (KEY-POSITION:KEY-LENGTH) TO SORT-KEY
                       MOVE BUB-IN-TEXT-RECORD TO SORT-DATA
                   ELSE
                       MOVE IN-NUM TO SORT-KEY (1:3)
                       MOVE IN-TIEBREAK TO SORT-KEY (4:3)
                       MOVE BUB-IN-RECORD TO SORT-DATA
                   END-IF
                   RELEASE SORT-WORK-RECORD
               END-IF

               READ BUB-IN-FILE
                   AT END SET END-OF-BUB-IN TO TRUE
           MOVE STREAM-IN-NUM TO LAST-RETURNED-NUM
           MOVE STREAM-IN-NUM TO PREVIOUS-NUM

           IF ENV-TRAILER-SEEN AND SEL-CARD-COUNT > 0
               DIVIDE SEL-SELECTED-COUNT BY 2 GIVING MID-INDEX
                   REMAINDER MID-REMAINDER
           ELSE IF ENV-TRAILER-SEEN
               DIVIDE ENV-EXPECTED-COUNT BY 2 GIVING MID-INDEX
                   REMAINDER MID-REMAINDER
           ELSE
               DIVIDE ENTRY-COUNT BY 2 GIVING MID-INDEX
                   REMAINDER MID-REMAINDER
           END-IF
           END-IF
           IF RETURNED-COUNT = MID-INDEX
               MOVE STREAM-IN-NUM TO MEDIAN-CAPTURE-1
           END-IF
      *    STREAM KEEPS FLOWING UNDERNEATH SO THE STATISTICS COVER
      *    THE WHOLE DATASET.
       WRITE-STREAM-DETAIL.
           IF SUMMARIZE-REQUESTED
               MOVE SPACES TO SUMM-IMAGE-IN
               MOVE STREAM-IN-NUM TO SUMM-IMAGE-IN (1:3)
               MOVE STREAM-IN-TIEBREAK TO SUMM-IMAGE-IN (4:3)
               MOVE SUMM-IMAGE-IN (1:3) TO SUMM-KEY-IN
               PERFORM SUMMARIZE-RECORD
           ELSE
           IF DEDUP-REQUESTED AND DUP-VALUE-HELD
                   AND STREAM-IN-NUM = DUP-PREV-VALUE
               ADD 1 TO DUP-OCCURRENCES
               END-STRING
               WRITE BUB-CSV-RECORD
           END-IF
           END-IF
           END-IF.

       WRITE-STREAM-STATISTICS.
                   INTO BUB-OUT-RECORD
               END-STRING
               WRITE BUB-OUT-RECORD
           END-IF
           PERFORM WRITE-SELECTION-STATISTICS.

      *    WHEN TWO ENTRIES TIE ON THE PRIMARY NUMBER, NUM-TIEBREAK IS
      *    COMPARED IN THE SAME DIRECTION AS THE PRIMARY SORT SO TIES
           END-STRING
           WRITE BUB-OUT-RECORD

           IF REPORT-LIMIT < ENTRY-COUNT AND NOT SUMMARIZE-REQUESTED
               MOVE SPACES TO BUB-OUT-RECORD
               STRING "TOP " DELIMITED BY SIZE
                   REPORT-LIMIT DELIMITED BY SIZE
               WRITE BUB-DUP-RECORD
           END-IF

      *    A SUMMARIZED RUN COLLAPSES THE WHOLE SORTED TABLE AND
      *    WRITES ITS OWN CSV ALONGSIDE, THE TOP-N LIMIT COUNTING
      *    SUMMARY RECORDS RATHER THAN TABLE ENTRIES.
           IF SUMMARIZE-REQUESTED
               OPEN OUTPUT BUB-CSV-FILE
               PERFORM WRITE-STREAM-CSV-HEADER
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > ENTRY-COUNT
                   MOVE SPACES TO SUMM-IMAGE-IN
                   MOVE NUM(I) TO SUMM-IMAGE-IN (1:3)
                   MOVE NUM-TIEBREAK(I) TO SUMM-IMAGE-IN (4:3)
                   MOVE SUMM-IMAGE-IN (1:3) TO SUMM-KEY-IN
                   PERFORM SUMMARIZE-RECORD
               END-PERFORM
               PERFORM FLUSH-SUMMARY-GROUP
               CLOSE BUB-CSV-FILE
               MOVE 0 TO REPORT-LIMIT
           END-IF

           MOVE "N" TO DUP-TRACK-SWITCH
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > REPORT-LIMIT
               IF DEDUP-REQUESTED AND DUP-VALUE-HELD
               END-STRING
               WRITE BUB-OUT-RECORD
           END-IF
           PERFORM WRITE-SELECTION-STATISTICS

           CLOSE BUB-OUT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT.
      *    LOAD WAS TRUNCATED AND THE RUN MUST FAIL RATHER THAN
      *    PUBLISH A SHORT "SORTED" FILE WITH A CLEAN CODE.
       CHECK-TABLE-CAPACITY.
           IF ENVELOPE-IS-GOOD AND SEL-SELECTED-COUNT > 500
               MOVE "N" TO ENV-OK-SWITCH
               DISPLAY "BUBIN SELECTS " SEL-SELECTED-COUNT
                   " RECORDS - EXCEEDS THE 500-ENTRY TABLE AND "
                   "THE CONTROL COUNT - RUN ABENDED"
           END-IF.
           MOVE CURRENT-KEY TO LAST-RETURNED-KEY.

       WRITE-ALPHA-STREAM-DETAIL.
           IF SUMMARIZE-REQUESTED
               MOVE STREAM-TEXT TO SUMM-IMAGE-IN
               MOVE CURRENT-KEY TO SUMM-KEY-IN
               PERFORM SUMMARIZE-RECORD
           ELSE
           IF DEDUP-REQUESTED AND DUP-VALUE-HELD
                   AND CURRENT-KEY = DUP-PREV-KEY
               ADD 1 TO DUP-OCCURRENCES
               END-STRING
               WRITE BUB-CSV-RECORD
           END-IF
           END-IF
           END-IF.

       FLUSH-ALPHA-DUPLICATE-LINE.
                   INTO BUB-OUT-RECORD
               END-STRING
               WRITE BUB-OUT-RECORD
           END-IF
           PERFORM WRITE-SELECTION-STATISTICS.

      *    THE IN-MEMORY ALPHANUMERIC PATH - UP TO 500 TEXT RECORDS
      *    LOADED, BUBBLE-SORTED ON THE KEY SLICE IN THE REQUESTED
                   SET END-OF-BUB-IN TO TRUE
               ELSE
               ADD 1 TO ENV-DETAIL-COUNT
               MOVE BUB-IN-TEXT-RECORD TO SEL-IMAGE
               PERFORM TEST-RECORD-SELECTION
               IF RECORD-SELECTED
                       AND SEL-SELECTED-COUNT NOT > 500
                   MOVE SEL-SELECTED-COUNT TO I
                   MOVE SEL-SELECTED-COUNT TO ENTRY-COUNT
                   MOVE BUB-IN-TEXT-RECORD TO TEXT-ENTRY(I)
               END-IF
               READ BUB-IN-FILE
               END-IF
           END-PERFORM
           CLOSE BUB-IN-FILE
           IF SEL-SELECTED-COUNT = 0
               MOVE 0 TO ENTRY-COUNT
           END-IF
           PERFORM VERIFY-INPUT-ENVELOPE
           PERFORM CHECK-TABLE-CAPACITY
           IF NOT ENVELOPE-IS-GOOD
           END-STRING
           WRITE BUB-OUT-RECORD

           PERFORM WRITE-STREAM-CSV-HEADER

           IF DEDUP-REQUESTED
               OPEN OUTPUT BUB-DUP-FILE
               PERFORM WRITE-ALPHA-STREAM-DETAIL
           END-PERFORM

           IF SUMMARIZE-REQUESTED
               PERFORM FLUSH-SUMMARY-GROUP
           END-IF
           IF DEDUP-REQUESTED
               PERFORM FLUSH-ALPHA-DUPLICATE-LINE
               CLOSE BUB-DUP-FILE
