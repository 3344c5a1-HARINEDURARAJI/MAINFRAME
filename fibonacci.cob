           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT FIB-ZIN-FILE ASSIGN TO "FIBZIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FIB-ZIN-STATUS.
           SELECT EXC-LOG-FILE ASSIGN TO "EXCLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXC-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
               88  SCHEDULE-DAILY     VALUE "D".
               88  SCHEDULE-WEEKLY    VALUE "W".
               88  SCHEDULE-MONTHLY   VALUE "M".
      *    THE FIRST TWO TERMS OF A SEEDED SERIES (REQUEST TYPE
      *    SEEDED). FIBONACCI AND LUCAS CARRY THEIR OWN SEEDS.
           05  CTL-FIRST-TERM     PIC 9(9).
           05  CTL-FIRST-TERM-X REDEFINES CTL-FIRST-TERM
                                  PIC X(9).
           05  CTL-SECOND-TERM    PIC 9(9).
           05  CTL-SECOND-TERM-X REDEFINES CTL-SECOND-TERM
                                  PIC X(9).
       01  FIB-ENV-RECORD.
           COPY ENVREC.

           05  CKPT-RECORD-COUNT  PIC 9(9).
           05  CKPT-FIB-SUM       PIC 9(18).
           05  CKPT-COMPLETE      PIC X.
      *    WHICH SERIES THE CHECKPOINT BELONGS TO, SO A LUCAS RUN IS
      *    NEVER RESUMED FROM A FIBONACCI POSITION. A CHECKPOINT
      *    FROM BEFORE THIS FIELD EXISTED READS AS SPACES AND IS
      *    TAKEN AS THE CLASSIC SERIES.
           05  CKPT-SEQUENCE      PIC X(10).

      *    REMEMBERS THE DATE THIS JOB LAST ACTUALLY RAN SO A DAILY
      *    SCHEDULER INVOCATION CAN BE SELF-GATED TO ITS REQUIRED
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

      *    THE INTEGERS TO BE WRITTEN IN ZECKENDORF FORM, ONE PER
      *    RECORD, INSIDE THE STANDARD INTEGRITY ENVELOPE. THE HASH
      *    TOTAL IS THE SUM OF THE VALUES, KEPT TO ITS LOW ELEVEN
      *    DIGITS.
       FD  FIB-ZIN-FILE.
       01  FIB-ZIN-RECORD.
           05  ZIN-VALUE          PIC 9(18).
           05  ZIN-VALUE-X REDEFINES ZIN-VALUE
                                  PIC X(18).
       01  FIB-ZIN-ENV-RECORD.
           COPY ENVREC.

       FD  EXC-LOG-FILE.
       01  EXC-LOG-RECORD.
           COPY EXCREC.

       WORKING-STORAGE SECTION.
       01  RUN-MODE               PIC X.
           88  INTERACTIVE-RUN-MODE   VALUE "I".
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.
       01 CTL-EOF-SWITCH PIC X VALUE "N".
          88  END-OF-FIB-CTL           VALUE "Y".

      *    WHICH SERIES THE CONTROL RECORD ASKS FOR - THE CLASSIC
      *    0, 1 SERIES, THE LUCAS 2, 1 SERIES, A SERIES FROM TWO
      *    SEEDS OF THE USER'S CHOOSING, OR NO SERIES AT ALL BUT THE
      *    ZECKENDORF FORM OF EACH VALUE ON FIBZIN. A BLANK REQUEST
      *    TYPE IS THE CLASSIC SERIES.
       01  SERIES-KIND            PIC X(10) VALUE SPACES.
           88  SERIES-CLASSIC         VALUE "FIBONACCI".
           88  SERIES-LUCAS           VALUE "LUCAS".
           88  SERIES-SEEDED          VALUE "SEEDED".
           88  ZECKENDORF-MODE        VALUE "ZECKENDORF".
       01  SEED-FIRST-X           PIC X(9) VALUE SPACES.
       01  SEED-FIRST REDEFINES SEED-FIRST-X PIC 9(9).
       01  SEED-SECOND-X          PIC X(9) VALUE SPACES.
       01  SEED-SECOND REDEFINES SEED-SECOND-X PIC 9(9).
       01  SERIES-VALID-SWITCH    PIC X VALUE "Y".
           88  SERIES-IS-VALID        VALUE "Y".
       01  SERIES-REASON          PIC X(40) VALUE SPACES.
       01  EXC-LOG-STATUS         PIC XX.
       01  EXCEPTION-COUNT        PIC 9(7) VALUE 0.

      *    THE ZECKENDORF WORK AREA - THE FIBONACCI NUMBERS 1, 2, 3,
      *    5 ... UP TO THE SERIES LIMIT, AND THE TERMS PICKED FOR THE
      *    VALUE IN HAND, LARGEST FIRST.
       01 FIB-ZIN-STATUS PIC XX.
       01 ZIN-EOF-SWITCH PIC X VALUE "N".
          88  END-OF-FIB-ZIN           VALUE "Y".
           COPY FIBTBL.
       01  ZECK-PICK-TABLE.
           05  ZECK-PICK          PIC 9(3) OCCURS 90 TIMES.
       01  ZECK-PICK-COUNT        PIC 9(3) VALUE 0.
       01  ZECK-IDX               PIC 9(3).
       01  ZECK-PX                PIC 9(3).
       01  ZECK-REMAINDER         PIC 9(18).
       01  ZECK-CHECK-SUM         PIC 9(18).
       01  ZECK-GOOD-COUNT        PIC 9(9) VALUE 0.
       01  ZECK-VERIFY-SWITCH     PIC X VALUE "Y".
           88  ZECK-VERIFIED          VALUE "Y".
       01  ZECK-LINE              PIC X(40).
       01  ZECK-PTR               PIC 9(3).
       01  ZECK-PIECE             PIC X(24).
       01  ZECK-PIECE-LEN         PIC 9(3).
       01  ZECK-EDIT              PIC Z(17)9.
       01  ZECK-LEAD              PIC 9(3).
       01  ZECK-TEXT              PIC X(18).
       01  ZECK-TEXT-LEN          PIC 9(3).
           COPY ENVCHK.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
               PERFORM RUN-BATCH-FIBONACCI
      *    AN EXPLICIT CLEAN CODE, SO A CALLING DRIVER NEVER READS A
      *    STALE VERDICT OUT OF THE SHARED REGISTER.
      *    A REFUSED CONTROL REQUEST IS EIGHT AND LEAVES THE CYCLE
      *    OPEN FOR A CORRECTED RERUN; FOUR MEANS A VALUE WENT TO THE
      *    EXCEPTION LOG.
               MOVE 0 TO RETURN-CODE
               IF NOT ENVELOPE-IS-GOOD
                   MOVE 12 TO RETURN-CODE
               ELSE IF NOT SERIES-IS-VALID
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM MARK-CALENDAR-COMPLETE
                   IF EXCEPTION-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
               END-IF
           ELSE
               PERFORM RUN-INTERACTIVE-FIBONACCI
           ACCEPT BATCH-START-TIME FROM TIME
           PERFORM READ-CONTROL-ENVELOPE
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM OPEN-EXCEPTION-LOG

      *    A CONTROL FILE THAT FAILS ITS INTEGRITY ENVELOPE ABENDS
      *    THE RUN WITH A MESSAGE INSTEAD OF RUNNING ON A TRUNCATED
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               PERFORM VALIDATE-SERIES-REQUEST
               IF NOT SERIES-IS-VALID
                   PERFORM REFUSE-SERIES-REQUEST
               ELSE IF ZECKENDORF-MODE
                   PERFORM RUN-ZECKENDORF-BODY
               ELSE
                   PERFORM RUN-FIBONACCI-BODY
               END-IF
               END-IF
           END-IF
           CLOSE EXC-LOG-FILE.

      *    SETS THE TWO STARTING TERMS FOR THE SERIES ASKED FOR. A
      *    RESTART STILL OVERRIDES THEM FROM THE CHECKPOINT.
       VALIDATE-SERIES-REQUEST.
           SET SERIES-IS-VALID TO TRUE
           EVALUATE TRUE
               WHEN SERIES-CLASSIC
                   MOVE 0 TO A
                   MOVE 1 TO B
               WHEN SERIES-LUCAS
                   MOVE 2 TO A
                   MOVE 1 TO B
               WHEN SERIES-SEEDED
                   IF SEED-FIRST-X NOT NUMERIC
                           OR SEED-SECOND-X NOT NUMERIC
                       MOVE "N" TO SERIES-VALID-SWITCH
                       MOVE "SEED TERMS NOT NUMERIC" TO SERIES-REASON
                   ELSE IF SEED-FIRST = 0 AND SEED-SECOND = 0
                       MOVE "N" TO SERIES-VALID-SWITCH
                       MOVE "SEED TERMS MUST NOT BOTH BE ZERO"
                           TO SERIES-REASON
                   ELSE
                       MOVE SEED-FIRST TO A
                       MOVE SEED-SECOND TO B
                   END-IF
                   END-IF
               WHEN ZECKENDORF-MODE
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO SERIES-VALID-SWITCH
                   MOVE "REQUEST TYPE NOT RECOGNISED"
                       TO SERIES-REASON
           END-EVALUATE.

      *    NO SERIES IS PRODUCED FOR A CONTROL RECORD THAT CANNOT BE
      *    HONOURED - THE REASON GOES TO THE EXCEPTION LOG AND THE
      *    REPORT SAYS WHERE TO LOOK.
       REFUSE-SERIES-REQUEST.
           MOVE SPACES TO EXC-LOG-RECORD
           MOVE "FIBONACCI" TO EXC-PROGRAM-ID
           MOVE SERIES-KIND TO EXC-KEY-VALUE
           MOVE SERIES-REASON TO EXC-REASON
           MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
           MOVE RUN-DATE TO EXC-CYCLE-DATE
           WRITE EXC-LOG-RECORD
           ADD 1 TO EXCEPTION-COUNT

           OPEN OUTPUT FIB-OUT-FILE
           MOVE "FIBCTL REQUEST REFUSED - SEE EXCLOG"
               TO FIB-OUT-RECORD
           WRITE FIB-OUT-RECORD
           CLOSE FIB-OUT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           PERFORM WRITE-AUDIT-RECORD.

       READ-CONTROL-ENVELOPE.
           OPEN INPUT FIB-CTL-FILE
           READ FIB-CTL-FILE
               AT END SET END-OF-FIB-CTL TO TRUE
           END-READ
           IF NOT END-OF-FIB-CTL AND ENV-HEADER OF FIB-ENV-RECORD
               SET ENV-HEADER-SEEN TO TRUE
               READ FIB-CTL-FILE
                   AT END SET END-OF-FIB-CTL TO TRUE
               END-READ
           END-IF
           IF NOT END-OF-FIB-CTL
                   AND NOT ENV-TRAILER OF FIB-ENV-RECORD
               ADD 1 TO ENV-DETAIL-COUNT
               ADD CTL-INPUT-VALUE TO ENV-HASH-ACCUM
               MOVE CTL-INPUT-VALUE TO FIB-LIMIT
               MOVE CTL-REQUEST-TYPE TO SERIES-KIND
               IF SERIES-KIND = SPACES
                   SET SERIES-CLASSIC TO TRUE
               END-IF
               MOVE CTL-FIRST-TERM-X TO SEED-FIRST-X
               MOVE CTL-SECOND-TERM-X TO SEED-SECOND-X
               READ FIB-CTL-FILE
                   AT END SET END-OF-FIB-CTL TO TRUE
               END-READ
           END-IF
           IF NOT END-OF-FIB-CTL AND ENV-TRAILER OF FIB-ENV-RECORD
               SET ENV-TRAILER-SEEN TO TRUE
               MOVE ENV-RECORD-COUNT OF FIB-ENV-RECORD
                   TO ENV-EXPECTED-COUNT
               MOVE ENV-HASH-TOTAL OF FIB-ENV-RECORD
                   TO ENV-EXPECTED-HASH
           END-IF
           CLOSE FIB-CTL-FILE

                   OPEN OUTPUT FIB-OUT-FILE

                   MOVE SPACES TO FIB-OUT-RECORD
                   STRING SERIES-KIND DELIMITED BY SPACE
                       " SERIES RUN DATE: "
                       DELIMITED BY SIZE
                       RUN-DATE DELIMITED BY SIZE
                       INTO FIB-OUT-RECORD

           PERFORM WRITE-AUDIT-RECORD.

      *    WRITES EACH VALUE ON FIBZIN AS THE UNIQUE SUM OF
      *    NON-CONSECUTIVE FIBONACCI NUMBERS, TAKING THE LARGEST
      *    FIBONACCI NUMBER THAT STILL FITS EACH TIME. EVERY
      *    DECOMPOSITION IS ADDED BACK UP AND CHECKED FOR NEIGHBOURING
      *    TERMS BEFORE IT IS PRINTED. A VALUE BEYOND THE SERIES
      *    LIMIT ON FIBCTL, OR NOT A NUMBER AT ALL, GOES TO THE
      *    EXCEPTION LOG. FIBZIN CARRIES ITS OWN ENVELOPE, CHECKED
      *    THE SAME WAY AS FIBCTL'S.
       RUN-ZECKENDORF-BODY.
           PERFORM BUILD-ZECKENDORF-TABLE

           MOVE 0 TO ENV-DETAIL-COUNT
           MOVE 0 TO ENV-HASH-ACCUM
           MOVE 0 TO ENV-EXPECTED-COUNT
           MOVE 0 TO ENV-EXPECTED-HASH
           MOVE "N" TO ENV-HEADER-SWITCH
           MOVE "N" TO ENV-TRAILER-SWITCH
           MOVE 0 TO RECORD-COUNT

           OPEN OUTPUT FIB-OUT-FILE
           MOVE SPACES TO FIB-OUT-RECORD
           STRING "ZECKENDORF RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO FIB-OUT-RECORD
           END-STRING
           WRITE FIB-OUT-RECORD
           MOVE SPACES TO FIB-OUT-RECORD
           STRING "SERIES LIMIT: " DELIMITED BY SIZE
               FIB-LIMIT DELIMITED BY SIZE
               INTO FIB-OUT-RECORD
           END-STRING
           WRITE FIB-OUT-RECORD

           OPEN INPUT FIB-ZIN-FILE
           IF FIB-ZIN-STATUS NOT = "00"
               SET END-OF-FIB-ZIN TO TRUE
           ELSE
               READ FIB-ZIN-FILE
                   AT END SET END-OF-FIB-ZIN TO TRUE
               END-READ
               IF NOT END-OF-FIB-ZIN AND ENV-HEADER
                       OF FIB-ZIN-ENV-RECORD
                   SET ENV-HEADER-SEEN TO TRUE
                   READ FIB-ZIN-FILE
                       AT END SET END-OF-FIB-ZIN TO TRUE
                   END-READ
               END-IF
           END-IF

           PERFORM UNTIL END-OF-FIB-ZIN
               IF ENV-TRAILER OF FIB-ZIN-ENV-RECORD
                   SET ENV-TRAILER-SEEN TO TRUE
                   MOVE ENV-RECORD-COUNT OF FIB-ZIN-ENV-RECORD
                       TO ENV-EXPECTED-COUNT
                   MOVE ENV-HASH-TOTAL OF FIB-ZIN-ENV-RECORD
                       TO ENV-EXPECTED-HASH
                   SET END-OF-FIB-ZIN TO TRUE
               ELSE
                   ADD 1 TO ENV-DETAIL-COUNT
                   ADD 1 TO RECORD-COUNT
                   IF ZIN-VALUE-X NOT NUMERIC
                       MOVE "VALUE NOT NUMERIC" TO SERIES-REASON
                       PERFORM LOG-ZECKENDORF-EXCEPTION
                   ELSE
                       ADD ZIN-VALUE TO ENV-HASH-ACCUM
                       IF ZIN-VALUE > FIB-LIMIT
                           MOVE "VALUE BEYOND SERIES LIMIT"
                               TO SERIES-REASON
                           PERFORM LOG-ZECKENDORF-EXCEPTION
                       ELSE
                           MOVE ZIN-VALUE TO ZECK-VALUE
                           PERFORM DECOMPOSE-ZECKENDORF
                       END-IF
                   END-IF
                   READ FIB-ZIN-FILE
                       AT END SET END-OF-FIB-ZIN TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           IF FIB-ZIN-STATUS NOT = "35"
               CLOSE FIB-ZIN-FILE
           END-IF

           IF NOT ENV-HEADER-SEEN OR NOT ENV-TRAILER-SEEN
                   OR ENV-EXPECTED-COUNT NOT = ENV-DETAIL-COUNT
                   OR ENV-EXPECTED-HASH NOT = ENV-HASH-ACCUM
               MOVE "N" TO ENV-OK-SWITCH
               DISPLAY "FIBZIN ENVELOPE BAD - RUN ABENDED"
               MOVE "FIBZIN ENVELOPE BAD - RUN ABENDED"
                   TO FIB-OUT-RECORD
               WRITE FIB-OUT-RECORD
           END-IF

           MOVE SPACES TO FIB-OUT-RECORD
           STRING "VALUES READ: " DELIMITED BY SIZE
               RECORD-COUNT DELIMITED BY SIZE
               INTO FIB-OUT-RECORD
           END-STRING
           WRITE FIB-OUT-RECORD
           MOVE SPACES TO FIB-OUT-RECORD
           STRING "VALUES REPRESENTED: " DELIMITED BY SIZE
               ZECK-GOOD-COUNT DELIMITED BY SIZE
               INTO FIB-OUT-RECORD
           END-STRING
           WRITE FIB-OUT-RECORD
           MOVE SPACES TO FIB-OUT-RECORD
           STRING "VALUES IN EXCEPTION: " DELIMITED BY SIZE
               EXCEPTION-COUNT DELIMITED BY SIZE
               INTO FIB-OUT-RECORD
           END-STRING
           WRITE FIB-OUT-RECORD

           CLOSE FIB-OUT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           PERFORM WRITE-AUDIT-RECORD.

           COPY FIBTBLP.

       DECOMPOSE-ZECKENDORF.
           MOVE 0 TO ZECK-PICK-COUNT
           MOVE ZECK-VALUE TO ZECK-REMAINDER
           MOVE ZECK-TERM-COUNT TO ZECK-IDX
           PERFORM UNTIL ZECK-IDX = 0 OR ZECK-REMAINDER = 0
               IF ZECK-TERM (ZECK-IDX) NOT > ZECK-REMAINDER
                   ADD 1 TO ZECK-PICK-COUNT
                   MOVE ZECK-IDX TO ZECK-PICK (ZECK-PICK-COUNT)
                   SUBTRACT ZECK-TERM (ZECK-IDX) FROM ZECK-REMAINDER
               END-IF
               SUBTRACT 1 FROM ZECK-IDX
           END-PERFORM

      *    THE CHECK - THE TERMS MUST ADD BACK TO THE VALUE AND NO
      *    TWO OF THEM MAY BE NEIGHBOURS IN THE SERIES.
           SET ZECK-VERIFIED TO TRUE
           MOVE 0 TO ZECK-CHECK-SUM
           PERFORM VARYING ZECK-PX FROM 1 BY 1
                   UNTIL ZECK-PX > ZECK-PICK-COUNT
               ADD ZECK-TERM (ZECK-PICK (ZECK-PX)) TO ZECK-CHECK-SUM
               IF ZECK-PX > 1
                   IF ZECK-PICK (ZECK-PX - 1) - ZECK-PICK (ZECK-PX)
                           < 2
                       MOVE "N" TO ZECK-VERIFY-SWITCH
                   END-IF
               END-IF
           END-PERFORM
           IF ZECK-CHECK-SUM NOT = ZECK-VALUE
               MOVE "N" TO ZECK-VERIFY-SWITCH
           END-IF

           IF NOT ZECK-VERIFIED
               MOVE "DECOMPOSITION FAILED VERIFICATION"
                   TO SERIES-REASON
               PERFORM LOG-ZECKENDORF-EXCEPTION
           ELSE
               ADD 1 TO ZECK-GOOD-COUNT
               PERFORM WRITE-ZECKENDORF-LINES
           END-IF.

      *    VALUE = TERM + TERM + ..., LARGEST TERM FIRST, CARRIED
      *    ONTO INDENTED CONTINUATION LINES WHEN IT WILL NOT FIT.
       WRITE-ZECKENDORF-LINES.
           MOVE SPACES TO ZECK-LINE
           MOVE 1 TO ZECK-PTR
           MOVE ZECK-VALUE TO ZECK-EDIT
           PERFORM EDIT-ZECKENDORF-NUMBER
           STRING ZECK-TEXT (1:ZECK-TEXT-LEN) DELIMITED BY SIZE
               " =" DELIMITED BY SIZE
               INTO ZECK-LINE WITH POINTER ZECK-PTR
           END-STRING

           IF ZECK-PICK-COUNT = 0
               STRING " (NO TERMS)" DELIMITED BY SIZE
                   INTO ZECK-LINE WITH POINTER ZECK-PTR
               END-STRING
           END-IF

           PERFORM VARYING ZECK-PX FROM 1 BY 1
                   UNTIL ZECK-PX > ZECK-PICK-COUNT
               MOVE ZECK-TERM (ZECK-PICK (ZECK-PX)) TO ZECK-EDIT
               PERFORM EDIT-ZECKENDORF-NUMBER
               MOVE SPACES TO ZECK-PIECE
               IF ZECK-PX < ZECK-PICK-COUNT
                   STRING " " DELIMITED BY SIZE
                       ZECK-TEXT (1:ZECK-TEXT-LEN) DELIMITED BY SIZE
                       " +" DELIMITED BY SIZE
                       INTO ZECK-PIECE
                   END-STRING
                   ADD 3 ZECK-TEXT-LEN GIVING ZECK-PIECE-LEN
               ELSE
                   STRING " " DELIMITED BY SIZE
                       ZECK-TEXT (1:ZECK-TEXT-LEN) DELIMITED BY SIZE
                       INTO ZECK-PIECE
                   END-STRING
                   ADD 1 ZECK-TEXT-LEN GIVING ZECK-PIECE-LEN
               END-IF
               IF ZECK-PTR + ZECK-PIECE-LEN > 41
                   MOVE ZECK-LINE TO FIB-OUT-RECORD
                   WRITE FIB-OUT-RECORD
                   MOVE SPACES TO ZECK-LINE
                   MOVE 4 TO ZECK-PTR
               END-IF
               STRING ZECK-PIECE (1:ZECK-PIECE-LEN) DELIMITED BY SIZE
                   INTO ZECK-LINE WITH POINTER ZECK-PTR
               END-STRING
           END-PERFORM

           MOVE ZECK-LINE TO FIB-OUT-RECORD
           WRITE FIB-OUT-RECORD.

      *    THE NUMBER IN ZECK-EDIT WITHOUT ITS LEADING BLANKS.
       EDIT-ZECKENDORF-NUMBER.
           MOVE 0 TO ZECK-LEAD
           INSPECT ZECK-EDIT TALLYING ZECK-LEAD FOR LEADING SPACES
           SUBTRACT ZECK-LEAD FROM 18 GIVING ZECK-TEXT-LEN
           MOVE ZECK-EDIT (ZECK-LEAD + 1:ZECK-TEXT-LEN) TO ZECK-TEXT.

       LOG-ZECKENDORF-EXCEPTION.
           MOVE SPACES TO EXC-LOG-RECORD
           MOVE "FIBONACCI" TO EXC-PROGRAM-ID
           MOVE ZIN-VALUE-X TO EXC-KEY-VALUE
           IF ZIN-VALUE-X NUMERIC
               MOVE ZIN-VALUE TO ZECK-EDIT
               PERFORM EDIT-ZECKENDORF-NUMBER
               MOVE ZECK-TEXT TO EXC-KEY-VALUE
           END-IF
           MOVE SERIES-REASON TO EXC-REASON
           MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
           MOVE RUN-DATE TO EXC-CYCLE-DATE
           WRITE EXC-LOG-RECORD
           ADD 1 TO EXCEPTION-COUNT.

      *    COPIES THE JUST-CLOSED OUTPUT REPORT TO A DATED ARCHIVE
      *    FILE NAMED FOR TODAY'S RUN, SO EACH DAY'S REPORT SURVIVES
      *    UNDER ITS OWN FILE NAME INSTEAD OF BEING OVERWRITTEN THE
           WRITE FIB-SKED-RECORD
           CLOSE FIB-SKED-FILE.

      *    APPENDS TO THE SHARED EXCEPTION LOG IF IT ALREADY EXISTS,
      *    OR CREATES IT ON THE FIRST PROGRAM TO WRITE TO IT TODAY.
       OPEN-EXCEPTION-LOG.
           OPEN EXTEND EXC-LOG-FILE
           IF EXC-LOG-STATUS NOT = "00"
               OPEN OUTPUT EXC-LOG-FILE
           END-IF.

      *    APPENDS TO THE SHARED AUDIT-TRAIL LOG IF IT ALREADY EXISTS,
      *    OR CREATES IT ON THE FIRST PROGRAM TO WRITE TO IT TODAY.
       OPEN-AUDIT-LOG.
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE RECORD-COUNT TO AUD-RECORD-COUNT
           MOVE RECORD-COUNT TO AUD-OUTPUT-COUNT
           IF ZECKENDORF-MODE
               MOVE ZECK-GOOD-COUNT TO AUD-OUTPUT-COUNT
           END-IF
           MOVE EXCEPTION-COUNT TO AUD-EXCEPTION-COUNT
           MOVE SPACES TO AUD-INPUT-SUMMARY
           STRING SERIES-KIND DELIMITED BY SPACE
               " LIMIT=" DELIMITED BY SIZE
               FIB-LIMIT DELIMITED BY SIZE
               INTO AUD-INPUT-SUMMARY
           END-STRING
               READ FIB-CKPT-FILE
                   AT END CONTINUE
               END-READ
               IF CKPT-SEQUENCE = SPACES
                   MOVE "FIBONACCI" TO CKPT-SEQUENCE
               END-IF
               IF CKPT-COMPLETE NOT = "Y"
                       AND CKPT-SEQUENCE = SERIES-KIND
                   MOVE CKPT-A TO A
                   MOVE CKPT-B TO B
                   MOVE CKPT-RECORD-COUNT TO RECORD-COUNT
           MOVE RECORD-COUNT TO CKPT-RECORD-COUNT
           MOVE FIB-SUM TO CKPT-FIB-SUM
           MOVE "N" TO CKPT-COMPLETE
           MOVE SERIES-KIND TO CKPT-SEQUENCE
           OPEN OUTPUT FIB-CKPT-FILE
           WRITE FIB-CKPT-RECORD
           CLOSE FIB-CKPT-FILE.
      *    INSTEAD OF RESUMING A FINISHED JOB.
       WRITE-COMPLETE-CHECKPOINT.
           MOVE "Y" TO CKPT-COMPLETE
           MOVE SERIES-KIND TO CKPT-SEQUENCE
           OPEN OUTPUT FIB-CKPT-FILE
           WRITE FIB-CKPT-RECORD
           CLOSE FIB-CKPT-FILE.
