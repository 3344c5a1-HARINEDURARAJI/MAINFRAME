      *    MOVEMENT REACHES THE MASTERS THE SAME DAY INSTEAD OF THE
      *    INTEREST RUNS PRICING A STALE BALANCE ALL CYCLE. EVERY
      *    TRANSACTION IS FULLY VALIDATED BEFORE IT TOUCHES THE
      *    MASTER - A WITHDRAWAL THAT WOULD OVERDRAW THE ACCOUNT, OR
      *    DIP INTO AN AMOUNT HELD UNDER LIEN, IS REJECTED - AND
      *    EVERY MOVEMENT APPLIED IS RECORDED ON THE
      *    BALHIST BALANCE HISTORY WITH ITS BEFORE AND AFTER BALANCE,
      *    SO A POINT-IN-TIME BALANCE QUESTION IS A HISTORY LOOKUP.
      *    AN SIACCT ACCOUNT WITH AN ARRANGED OVERDRAFT ON ODFACIL
      *    MAY DRAW BELOW ZERO UP TO ITS SANCTIONED LIMIT UNTIL THE
      *    FACILITY'S REVIEW DATE; THE SUM DRAWN IS CARRIED ON THE
      *    FACILITY, AND A DEPOSIT REPAYS IT BEFORE ANYTHING REACHES
      *    THE PRINCIPAL. A MOVEMENT MAY CARRY A VALUE DATE EARLIER
      *    THAN TODAY (NO FURTHER BACK THAN PARAMETER BVMAXDAYS); IT
      *    IS POSTED TODAY AND QUEUED ON BVQUEUE FOR THE BACK-VALUE
      *    RUN TO CORRECT THE INTEREST ALREADY PRICED BETWEEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BAL-HIST-FILE ASSIGN TO "BALHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BAL-HIST-STATUS.
           SELECT OD-FACIL-FILE ASSIGN TO "ODFACIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OD-FACIL-STATUS.
           SELECT BV-QUEUE-FILE ASSIGN TO "BVQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BV-QUEUE-STATUS.
           SELECT DEP-OUT-FILE ASSIGN TO "DEPOUT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ARC-FILE ASSIGN TO DYNAMIC ARC-FILE-NAME
           05  TRN-AMOUNT             PIC 9(5)V99.
           05  TRN-AMOUNT-X REDEFINES TRN-AMOUNT
                                      PIC X(7).
      *    HOW THE MONEY CAME OR WENT - C CASH OVER THE COUNTER,
      *    T TRANSFER, Q CHEQUE; BLANK WHEN THE FEED DOES NOT SAY.
           05  TRN-CHANNEL            PIC X.
               88  TRN-CHANNEL-VALID      VALUES "C", "T", "Q", " ".
      *    THE DATE THE MOVEMENT COUNTS FROM FOR INTEREST - BLANK
      *    MEANS TODAY; AN EARLIER DATE BACK-VALUES IT.
           05  TRN-VALUE-DATE-X       PIC X(8).
           05  TRN-VALUE-DATE REDEFINES TRN-VALUE-DATE-X
                                      PIC 9(8).

      *    MIRRORS THE SIACCT RECORD (ACCTMSTR.CPY PLUS SIMPLE-
      *    INTEREST'S DAY-COUNT EXTENSION) FIELD FOR FIELD UNDER ITS
           05  SIA-BRANCH-CODE        PIC X(03).
           05  SIA-DAY-COUNT-BASIS    PIC X.
           05  SIA-ACCRUAL-DAYS       PIC 9(5).
           05  SIA-PRODUCT-CODE       PIC X(06).

      *    MIRRORS THE CIACCT RECORD (ACCTMSTR.CPY PLUS COMPOUND-
      *    INTEREST'S COMPOUNDING-FREQUENCY EXTENSION) THE SAME WAY.
           05  CIA-COMPOUND-FREQ      PIC 9(2).
           05  CIA-ACCRUED-INTEREST   PIC 9(7)V99.
           05  CIA-LOAN-FLAG          PIC X.
           05  CIA-PRODUCT-CODE       PIC X(06).

      *    ONE BALANCE-HISTORY ENTRY PER MOVEMENT APPLIED, SHARED
      *    WITH ANY PROGRAM THAT NEEDS A POINT-IN-TIME BALANCE.
       01  BAL-HIST-RECORD.
           COPY BALHREC.

      *    THE ARRANGED-OVERDRAFT FACILITIES - SMALL ENOUGH TO LOAD
      *    WHOLE, CARRY THE DAY'S DRAWINGS AND REPAYMENTS IN MEMORY,
      *    AND REWRITE AT END OF RUN.
       FD  OD-FACIL-FILE.
       01  OD-FACIL-RECORD.
           COPY ODFREC.

      *    BACK-VALUED MOVEMENTS WAITING FOR THE BACK-VALUE RUN.
       FD  BV-QUEUE-FILE.
       01  BV-QUEUE-RECORD.
           COPY BVQREC.

       FD  DEP-OUT-FILE.
       01  DEP-OUT-RECORD         PIC X(80).

       01  SI-ACCT-STATUS         PIC XX.
       01  CI-ACCT-STATUS         PIC XX.
       01  BAL-HIST-STATUS        PIC XX.
       01  BV-QUEUE-STATUS        PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  TRAN-COUNT             PIC 9(7) VALUE 0.
       01  TOTAL-WITHDRAWN        PIC 9(11)V99 VALUE 0.
       01  PRIOR-BALANCE          PIC 9(5)V99.
       01  NEW-BALANCE            PIC 9(5)V99.
      *    THE SUM DRAWN ON THE ACCOUNT'S OVERDRAFT BEFORE AND AFTER
      *    THE MOVEMENT - ALWAYS ZERO FOR AN ACCOUNT WITHOUT ONE.
       01  PRIOR-OVERDRAWN        PIC 9(5)V99.
       01  NEW-OVERDRAWN          PIC 9(5)V99.
       01  TOTAL-OVERDRAWN-TODAY  PIC 9(11)V99 VALUE 0.
       01  TOTAL-REPAID-TODAY     PIC 9(11)V99 VALUE 0.

      *    BACK-VALUING - THE EFFECTIVE VALUE DATE OF THE MOVEMENT IN
      *    HAND, HOW FAR BACK A FEED MAY REACH (PARAMETER BVMAXDAYS,
      *    NINETY DAYS WHEN NO ROW IS ON FILE), AND THE DAY'S COUNT.
       01  VALUE-DATE             PIC 9(8).
       01  BACK-VALUE-MAX-DAYS    PIC 9(5) VALUE 90.
       01  BACK-VALUED-COUNT      PIC 9(7) VALUE 0.
       01  BACK-VALUE-DAYS        PIC S9(7).
       01  VALUE-DAYS-AREA.
           05  VALUE-DAYS-X       PIC X(5).
           05  VALUE-DAYS REDEFINES VALUE-DAYS-X
                                  PIC 9(5).
       01  SERIAL-WORK-AREA.
           05  SER-DATE           PIC 9(8).
           05  SER-YYYY           PIC 9(4).
           05  SER-MM             PIC 9(2).
           05  SER-DD             PIC 9(2).
           05  SER-ADJ-YYYY       PIC 9(4).
           05  SER-ADJ-MM         PIC 9(2).
           05  SER-DAY-NUMBER     PIC 9(7).
       01  SERIAL-RUN-DATE        PIC 9(7).
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE OVERDRAFT FACILITIES HELD IN MEMORY FOR THE RUN, AND
      *    THE ONE FOUND FOR THE ACCOUNT IN HAND (ZERO WHEN NONE).
       01  OD-FACIL-STATUS        PIC XX.
       01  OD-FACIL-EOF-SWITCH    PIC X VALUE "N".
           88  END-OF-OD-FACIL        VALUE "Y".
       01  OD-FACIL-CHANGED-SW    PIC X VALUE "N".
           88  OD-FACIL-WAS-CHANGED   VALUE "Y".
       01  OD-FACIL-COUNT         PIC 9(3) VALUE 0.
       01  OD-FACIL-TABLE.
           05  OD-FACIL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON OD-FACIL-COUNT.
               10  ODE-ROW            PIC X(62).
       01  OD-FACIL-INDEX         PIC 9(3).
       01  OD-FACIL-MATCH         PIC 9(3).

      *    EVERY WRITE, REWRITE AND DELETE AGAINST THE MASTERS IS
      *    JOURNALED WITH ITS BEFORE AND AFTER IMAGES THROUGH THE
      *    SHARED CHANGE-JOURNAL SERVICE.
       01  CUSTOMER-STATUS-AREA.
           COPY CUSTSREQ.

      *    THE AMOUNT EARMARKED ON THE ACCOUNT BY LIENS IN FORCE -
      *    A WITHDRAWAL MAY ONLY DRAW ON THE BALANCE ABOVE IT.
       01  LIEN-SERVICE-AREA.
           COPY LIENREQ.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT AND EXCEPTION
      *    RECORD THIS PROGRAM WRITES.
               END-IF
           END-IF.

           GOBACK.

      *    THE OFFICIAL BUSINESS DATE FROM THE CENTRAL PARAMETER
      *    LIBRARY (ROW BUSDATE PUBLISHED BY THE BUSINESS-DATE
           PERFORM OPEN-SI-MASTER
           PERFORM OPEN-CI-MASTER
           PERFORM OPEN-BALANCE-HISTORY
           PERFORM OPEN-BACK-VALUE-QUEUE
           PERFORM LOAD-OD-FACILITIES
           PERFORM LOAD-BACK-VALUE-LIMIT
           OPEN OUTPUT DEP-OUT-FILE
           PERFORM OPEN-EXCEPTION-LOG
           PERFORM OPEN-HELD-REPORT
               END-READ
           END-PERFORM

           IF OD-FACIL-WAS-CHANGED
               PERFORM REWRITE-OD-FACILITIES
           END-IF
           PERFORM RAISE-EXCEPTION-ALERT
           PERFORM WRITE-CONTROL-TOTALS

           CLOSE SI-ACCT-FILE
           CLOSE CI-ACCT-FILE
           CLOSE BAL-HIST-FILE
           CLOSE BV-QUEUE-FILE
           CLOSE HELD-RPT-FILE
           CLOSE DEP-OUT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
               OPEN OUTPUT BAL-HIST-FILE
           END-IF.

      *    APPENDS TO THE BACK-VALUE QUEUE IF IT ALREADY EXISTS, OR
      *    CREATES IT ON THE FIRST BACK-VALUED MOVEMENT.
       OPEN-BACK-VALUE-QUEUE.
           OPEN EXTEND BV-QUEUE-FILE
           IF BV-QUEUE-STATUS NOT = "00"
               OPEN OUTPUT BV-QUEUE-FILE
           END-IF.

      *    HOW MANY DAYS BEFORE TODAY A VALUE DATE MAY FALL, FROM THE
      *    CENTRAL PARAMETER LIBRARY (PARAMETER BVMAXDAYS).
       LOAD-BACK-VALUE-LIMIT.
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "DEPOSIT-POSTING" TO PLQ-PROGRAM-ID
           MOVE "BVMAXDAYS" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (6:5) TO VALUE-DAYS-X
               IF VALUE-DAYS-X NUMERIC
                   MOVE VALUE-DAYS TO BACK-VALUE-MAX-DAYS
               END-IF
           END-IF
           MOVE RUN-DATE TO SER-DATE
           PERFORM COMPUTE-SERIAL-DAY
           MOVE SER-DAY-NUMBER TO SERIAL-RUN-DATE.

      *    LOADS EVERY FACILITY ROW, ACTIVE OR NOT, SO THE WRITE-BACK
      *    KEEPS THE CANCELLED ONES ON FILE. NO FILE MEANS NO
      *    ACCOUNT MAY OVERDRAW, EXACTLY AS BEFORE.
       LOAD-OD-FACILITIES.
           OPEN INPUT OD-FACIL-FILE
           IF OD-FACIL-STATUS = "00"
               READ OD-FACIL-FILE
                   AT END SET END-OF-OD-FACIL TO TRUE
               END-READ
               PERFORM UNTIL END-OF-OD-FACIL
                   IF OD-FACIL-COUNT < 500
                       ADD 1 TO OD-FACIL-COUNT
                       MOVE OD-FACIL-RECORD
                           TO ODE-ROW (OD-FACIL-COUNT)
                   END-IF
                   READ OD-FACIL-FILE
                       AT END SET END-OF-OD-FACIL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OD-FACIL-FILE
           END-IF.

      *    THE ACTIVE FACILITY ON THE SIACCT ACCOUNT IN HAND, LEFT IN
      *    OD-FACIL-RECORD, AND WHAT IS ALREADY DRAWN ON IT.
       FIND-OD-FACILITY.
           MOVE 0 TO OD-FACIL-MATCH
           MOVE 0 TO PRIOR-OVERDRAWN
           PERFORM VARYING OD-FACIL-INDEX FROM 1 BY 1
                   UNTIL OD-FACIL-INDEX > OD-FACIL-COUNT
               MOVE ODE-ROW (OD-FACIL-INDEX) TO OD-FACIL-RECORD
               IF ODF-ACCT-NUMBER = SIA-ACCT-NUMBER
                       AND ODF-IS-ACTIVE
                   MOVE OD-FACIL-INDEX TO OD-FACIL-MATCH
               END-IF
           END-PERFORM
           IF OD-FACIL-MATCH > 0
               MOVE ODE-ROW (OD-FACIL-MATCH) TO OD-FACIL-RECORD
               IF ODF-DRAWN-AMOUNT NUMERIC
                   MOVE ODF-DRAWN-AMOUNT TO PRIOR-OVERDRAWN
               END-IF
           END-IF.

      *    CARRIES THE NEW DRAWN FIGURE BACK INTO THE FACILITY ROW.
       UPDATE-OD-FACILITY.
           MOVE ODE-ROW (OD-FACIL-MATCH) TO OD-FACIL-RECORD
           MOVE NEW-OVERDRAWN TO ODF-DRAWN-AMOUNT
           MOVE OD-FACIL-RECORD TO ODE-ROW (OD-FACIL-MATCH)
           SET OD-FACIL-WAS-CHANGED TO TRUE.

      *    WRITES THE FACILITY FILE BACK WHOLE WITH THE DAY'S
      *    DRAWINGS AND REPAYMENTS APPLIED.
       REWRITE-OD-FACILITIES.
           OPEN OUTPUT OD-FACIL-FILE
           PERFORM VARYING OD-FACIL-INDEX FROM 1 BY 1
                   UNTIL OD-FACIL-INDEX > OD-FACIL-COUNT
               MOVE ODE-ROW (OD-FACIL-INDEX) TO OD-FACIL-RECORD
               WRITE OD-FACIL-RECORD
           END-PERFORM
           CLOSE OD-FACIL-FILE.

      *    EVERY FIELD A TRANSACTION CARRIES IS CHECKED BEFORE THE
      *    MASTER IS TOUCHED - A REJECTED TRANSACTION NEVER GETS AS
      *    FAR AS A READ OR WRITE AGAINST THE KEYED FILE.
           IF INPUT-IS-VALID AND TRN-AMOUNT NOT > 0
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "AMOUNT NOT POSITIVE" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND NOT TRN-CHANNEL-VALID
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "CHANNEL NOT C, T, Q OR BLANK" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID
               PERFORM VALIDATE-VALUE-DATE
           END-IF.

      *    A BLANK VALUE DATE IS TODAY. A GIVEN ONE MUST BE A REAL
      *    DATE, NOT IN THE FUTURE, AND NO FURTHER BACK THAN THE
      *    CONFIGURED LIMIT.
       VALIDATE-VALUE-DATE.
           IF TRN-VALUE-DATE-X = SPACES
               MOVE RUN-DATE TO VALUE-DATE
           ELSE IF TRN-VALUE-DATE-X NOT NUMERIC
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "VALUE DATE NOT NUMERIC" TO REJECT-REASON
           ELSE IF TRN-VALUE-DATE-X (5:2) < "01"
                   OR TRN-VALUE-DATE-X (5:2) > "12"
                   OR TRN-VALUE-DATE-X (7:2) < "01"
                   OR TRN-VALUE-DATE-X (7:2) > "31"
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "VALUE DATE NOT A CALENDAR DATE" TO REJECT-REASON
           ELSE IF TRN-VALUE-DATE > RUN-DATE
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "VALUE DATE AFTER POSTING DATE" TO REJECT-REASON
           ELSE
               MOVE TRN-VALUE-DATE TO VALUE-DATE
               MOVE VALUE-DATE TO SER-DATE
               PERFORM COMPUTE-SERIAL-DAY
               COMPUTE BACK-VALUE-DAYS =
                   SERIAL-RUN-DATE - SER-DAY-NUMBER
               IF BACK-VALUE-DAYS > BACK-VALUE-MAX-DAYS
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "VALUE DATE BEYOND BACK-VALUE LIMIT"
                       TO REJECT-REASON
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       APPLY-POSTING-TRAN.
                   MOVE "CUSTOMER STATUS BLOCKS POSTING"
                       TO REJECT-REASON
                   PERFORM WRITE-HELD-LINE
               ELSE IF CSQ-REVIEW-OVERDUE AND TRN-TYPE-DEPOSIT
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "KYC REVIEW OVERDUE - DEPOSITS BLOCKED"
                       TO REJECT-REASON
                   PERFORM WRITE-HELD-LINE
               ELSE
                   MOVE SIA-PRINCIPAL TO PRIOR-BALANCE
                   PERFORM FIND-OD-FACILITY
                   PERFORM COMPUTE-NEW-BALANCE
                   IF INPUT-IS-VALID
                       IF NEW-OVERDRAWN NOT = PRIOR-OVERDRAWN
                           PERFORM UPDATE-OD-FACILITY
                       END-IF
                       MOVE SI-ACCT-RECORD TO BEFORE-IMAGE-SAVE
                       MOVE NEW-BALANCE TO SIA-PRINCIPAL
                       REWRITE SI-ACCT-RECORD
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       APPLY-CI-POSTING.
                   MOVE "CUSTOMER STATUS BLOCKS POSTING"
                       TO REJECT-REASON
                   PERFORM WRITE-HELD-LINE
               ELSE IF CSQ-REVIEW-OVERDUE AND TRN-TYPE-DEPOSIT
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "KYC REVIEW OVERDUE - DEPOSITS BLOCKED"
                       TO REJECT-REASON
                   PERFORM WRITE-HELD-LINE
               ELSE
                   MOVE CIA-PRINCIPAL TO PRIOR-BALANCE
                   MOVE 0 TO OD-FACIL-MATCH
                   MOVE 0 TO PRIOR-OVERDRAWN
                   PERFORM COMPUTE-NEW-BALANCE
                   IF INPUT-IS-VALID
                       MOVE CI-ACCT-RECORD TO BEFORE-IMAGE-SAVE
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *    A WITHDRAWAL MAY NEVER TAKE THE PRINCIPAL BELOW ZERO, NOR
      *    BELOW THE TOTAL HELD BY LIENS IN FORCE TODAY - THE
      *    OFFENDING TRANSACTION IS REJECTED WHOLE, NEVER PARTIALLY
      *    APPLIED. THE ONE EXCEPTION IS AN ARRANGED OVERDRAFT, WHICH
      *    TAKES THE SHORTFALL ONTO THE FACILITY'S DRAWN AMOUNT.
       COMPUTE-NEW-BALANCE.
           MOVE PRIOR-OVERDRAWN TO NEW-OVERDRAWN
           IF TRN-TYPE-DEPOSIT
               PERFORM APPLY-DEPOSIT-AMOUNT
               ADD TRN-AMOUNT TO TOTAL-DEPOSITED
           ELSE
               MOVE TRN-TARGET TO LNQ-TARGET
               MOVE TRN-ACCT-NUMBER TO LNQ-ACCT-NUMBER
               MOVE RUN-DATE TO LNQ-AS-OF-DATE
               CALL "LIEN-SERVICE" USING LIEN-SERVICE-AREA
               IF TRN-AMOUNT > PRIOR-BALANCE
                   PERFORM DRAW-ON-OVERDRAFT
               ELSE IF PRIOR-BALANCE - TRN-AMOUNT
                       < LNQ-LIENED-AMOUNT
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "WITHDRAWAL BREACHES LIENED AMOUNT"
                       TO REJECT-REASON
               ELSE
                   COMPUTE NEW-BALANCE = PRIOR-BALANCE - TRN-AMOUNT
                   ADD TRN-AMOUNT TO TOTAL-WITHDRAWN
               END-IF
               END-IF
           END-IF.

      *    A DEPOSIT REPAYS WHATEVER IS DRAWN ON THE OVERDRAFT FIRST
      *    - ONLY THE REMAINDER REACHES THE PRINCIPAL.
       APPLY-DEPOSIT-AMOUNT.
           IF PRIOR-OVERDRAWN = 0
               COMPUTE NEW-BALANCE = PRIOR-BALANCE + TRN-AMOUNT
           ELSE
               IF TRN-AMOUNT NOT < PRIOR-OVERDRAWN
                   MOVE 0 TO NEW-OVERDRAWN
                   COMPUTE NEW-BALANCE = PRIOR-BALANCE
                       + TRN-AMOUNT - PRIOR-OVERDRAWN
                   ADD PRIOR-OVERDRAWN TO TOTAL-REPAID-TODAY
               ELSE
                   COMPUTE NEW-OVERDRAWN =
                       PRIOR-OVERDRAWN - TRN-AMOUNT
                   MOVE PRIOR-BALANCE TO NEW-BALANCE
                   ADD TRN-AMOUNT TO TOTAL-REPAID-TODAY
               END-IF
           END-IF.

      *    A WITHDRAWAL LARGER THAN THE BALANCE POSTS ONLY AGAINST AN
      *    ACTIVE FACILITY STILL SHORT OF ITS REVIEW DATE, AND ONLY
      *    WHEN THE SHORTFALL PLUS WHAT IS ALREADY DRAWN STAYS INSIDE
      *    THE SANCTIONED LIMIT. AN ACCOUNT UNDER LIEN MAY NOT GO
      *    OVERDRAWN AT ALL - A NEGATIVE BALANCE CANNOT COVER ANY
      *    EARMARKED SUM.
       DRAW-ON-OVERDRAFT.
           IF OD-FACIL-MATCH = 0
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "WITHDRAWAL WOULD OVERDRAW ACCOUNT"
                   TO REJECT-REASON
           ELSE IF ODF-REVIEW-DATE < RUN-DATE
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "OVERDRAFT FACILITY PAST REVIEW DATE"
                   TO REJECT-REASON
           ELSE IF LNQ-LIENED-AMOUNT > 0
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "WITHDRAWAL BREACHES LIENED AMOUNT"
                   TO REJECT-REASON
           ELSE IF TRN-AMOUNT - PRIOR-BALANCE + PRIOR-OVERDRAWN
                   > ODF-LIMIT
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "WITHDRAWAL EXCEEDS OVERDRAFT LIMIT"
                   TO REJECT-REASON
           ELSE
               COMPUTE NEW-OVERDRAWN = PRIOR-OVERDRAWN
                   + TRN-AMOUNT - PRIOR-BALANCE
               MOVE 0 TO NEW-BALANCE
               ADD TRN-AMOUNT TO TOTAL-WITHDRAWN
               COMPUTE TOTAL-OVERDRAWN-TODAY = TOTAL-OVERDRAWN-TODAY
                   + TRN-AMOUNT - PRIOR-BALANCE
           END-IF
           END-IF
           END-IF
           END-IF.

      *    ONE HISTORY ENTRY PER MOVEMENT APPLIED, CARRYING THE
           MOVE PRIOR-BALANCE TO BHR-PRIOR-BALANCE
           MOVE NEW-BALANCE TO BHR-NEW-BALANCE
           MOVE OPR-OPERATOR-ID TO BHR-OPERATOR-ID
           MOVE PRIOR-OVERDRAWN TO BHR-PRIOR-OVERDRAWN
           MOVE NEW-OVERDRAWN TO BHR-NEW-OVERDRAWN
           MOVE TRN-CHANNEL TO BHR-CHANNEL
           MOVE VALUE-DATE TO BHR-VALUE-DATE
           WRITE BAL-HIST-RECORD

           IF VALUE-DATE < RUN-DATE
               PERFORM QUEUE-BACK-VALUE
           END-IF.

      *    ONE QUEUE ROW PER BACK-VALUED MOVEMENT, CARRYING THE SAME
      *    BEFORE AND AFTER PRINCIPAL AS ITS HISTORY ENTRY.
       QUEUE-BACK-VALUE.
           MOVE SPACES TO BV-QUEUE-RECORD
           MOVE TRN-ACCT-NUMBER TO BVQ-ACCT-NUMBER
           MOVE TRN-TARGET TO BVQ-PRODUCT
           MOVE RUN-DATE TO BVQ-POST-DATE
           MOVE VALUE-DATE TO BVQ-VALUE-DATE
           MOVE TRN-TRAN-TYPE TO BVQ-TRAN-TYPE
           MOVE TRN-AMOUNT TO BVQ-AMOUNT
           MOVE PRIOR-BALANCE TO BVQ-PRIOR-BALANCE
           MOVE NEW-BALANCE TO BVQ-NEW-BALANCE
           MOVE OPR-OPERATOR-ID TO BVQ-OPERATOR-ID
           WRITE BV-QUEUE-RECORD
           ADD 1 TO BACK-VALUED-COUNT.

      *    ONE JOURNAL ENTRY PER MASTER CHANGE - THE CALLER FILLS
      *    THE FILE, KEY, ACTION AND IMAGES FIRST.

       WRITE-APPLIED-LINE.
           MOVE SPACES TO DEP-OUT-RECORD
           IF NEW-OVERDRAWN > 0
               STRING TRN-TRAN-TYPE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   TRN-TARGET DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   TRN-ACCT-NUMBER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRN-AMOUNT DELIMITED BY SIZE
                   " APPLIED - OVERDRAWN   " DELIMITED BY SIZE
                   NEW-OVERDRAWN DELIMITED BY SIZE
                   INTO DEP-OUT-RECORD
               END-STRING
           ELSE
               STRING TRN-TRAN-TYPE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   TRN-TARGET DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   TRN-ACCT-NUMBER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRN-AMOUNT DELIMITED BY SIZE
                   " APPLIED - NEW BALANCE " DELIMITED BY SIZE
                   NEW-BALANCE DELIMITED BY SIZE
                   INTO DEP-OUT-RECORD
               END-STRING
           END-IF
           WRITE DEP-OUT-RECORD.

       WRITE-REJECTED-LINE.
               TOTAL-WITHDRAWN DELIMITED BY SIZE
               INTO DEP-OUT-RECORD
           END-STRING
           WRITE DEP-OUT-RECORD

           IF TOTAL-OVERDRAWN-TODAY > 0 OR TOTAL-REPAID-TODAY > 0
               MOVE SPACES TO DEP-OUT-RECORD
               STRING "OVERDRAFT DRAWN: " DELIMITED BY SIZE
                   TOTAL-OVERDRAWN-TODAY DELIMITED BY SIZE
                   "  OVERDRAFT REPAID: " DELIMITED BY SIZE
                   TOTAL-REPAID-TODAY DELIMITED BY SIZE
                   INTO DEP-OUT-RECORD
               END-STRING
               WRITE DEP-OUT-RECORD
           END-IF

           IF BACK-VALUED-COUNT > 0
               MOVE SPACES TO DEP-OUT-RECORD
               STRING "BACK-VALUED AND QUEUED FOR CORRECTION: "
                       DELIMITED BY SIZE
                   BACK-VALUED-COUNT DELIMITED BY SIZE
                   INTO DEP-OUT-RECORD
               END-STRING
               WRITE DEP-OUT-RECORD
           END-IF.

      *    THE STANDARD CIVIL-CALENDAR DAY NUMBER FOR SER-DATE -
      *    MARCH-BASED SO THE LEAP DAY FALLS AT YEAR END, GIVING A
      *    SPAN IN DAYS BY SIMPLE SUBTRACTION OF TWO NUMBERS.
       COMPUTE-SERIAL-DAY.
           MOVE SER-DATE (1:4) TO SER-YYYY
           MOVE SER-DATE (5:2) TO SER-MM
           MOVE SER-DATE (7:2) TO SER-DD
           IF SER-MM > 2
               MOVE SER-YYYY TO SER-ADJ-YYYY
               COMPUTE SER-ADJ-MM = SER-MM - 3
           ELSE
               COMPUTE SER-ADJ-YYYY = SER-YYYY - 1
               COMPUTE SER-ADJ-MM = SER-MM + 9
           END-IF
           COMPUTE SER-DAY-NUMBER =
               365 * SER-ADJ-YYYY + SER-ADJ-YYYY / 4
                   - SER-ADJ-YYYY / 100 + SER-ADJ-YYYY / 400
                   + (SER-ADJ-MM * 306 + 5) / 10 + SER-DD.

      *    THE OPERATOR'S VERDICT ON THE RUN - ZERO FOR A CLEAN
      *    CYCLE, FOUR WHEN TRANSACTIONS WENT TO THE EXCEPTION LOG,
