      *    EXPOSURE. DELINQUENCY IS RE-DERIVED FROM SIACCT AND THE
      *    SIPENALTY PARAMETERS WITH THE SAME ARITHMETIC THE
      *    SIMPLE-INTEREST RUN USES, SO THE WORKLIST AND SIDELINQ
      *    ALWAYS NAME THE SAME ACCOUNTS. OVERDRAFTS THE
      *    SIMPLE-INTEREST RUN HAS FOUND OVER LIMIT OR DRAWN PAST
      *    REVIEW JOIN THE LIST TOO, AGED FROM THE DAY THEY FIRST
      *    WENT OUT OF ORDER, WITH THE SUM DRAWN AS THE EXPOSURE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BAL-HIST-FILE ASSIGN TO "BALHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BAL-HIST-STATUS.
           SELECT OD-FACIL-FILE ASSIGN TO "ODFACIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OD-FACIL-STATUS.
           SELECT COL-OUT-FILE ASSIGN TO "COLOUT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXC-LOG-FILE ASSIGN TO "EXCLOG"
               88  SIA-ACTUAL-365         VALUE "5".
               88  SIA-NO-DAY-COUNT       VALUE "N".
           05  SIA-ACCRUAL-DAYS       PIC 9(5).
           05  SIA-PRODUCT-CODE       PIC X(06).

       FD  PENALTY-PARM-FILE.
       01  PENALTY-PARM-RECORD.
       01  BAL-HIST-RECORD.
           COPY BALHREC.

       FD  OD-FACIL-FILE.
       01  OD-FACIL-RECORD.
           COPY ODFREC.

       FD  COL-OUT-FILE.
       01  COL-OUT-RECORD         PIC X(80).

       01  ITEM-MATCH-INDEX       PIC 9(3).

      *    THE DELINQUENT-ACCOUNT WORKLIST, SORTED BY DAYS
      *    DELINQUENT THEN EXPOSURE, LARGEST FIRST. THE SOURCE SAYS
      *    WHETHER THE ACCOUNT IS PAST ITS TERM OR AN OVERDRAFT OUT
      *    OF ORDER.
       01  WORK-COUNT             PIC 9(3) VALUE 0.
       01  WORKLIST-TABLE.
           05  WORKLIST-ENTRY OCCURS 1 TO 500 TIMES
               10  WKL-ACCT           PIC X(10).
               10  WKL-DAYS           PIC 9(7).
               10  WKL-EXPOSURE       PIC 9(5)V99.
               10  WKL-SOURCE         PIC X(4).
       01  WORK-INDEX             PIC 9(3).
       01  WORK-INDEX-2           PIC 9(3).
       01  SWAP-ACCT              PIC X(10).
       01  SWAP-DAYS              PIC 9(7).
       01  SWAP-EXPOSURE          PIC 9(5)V99.
       01  SWAP-SOURCE            PIC X(4).
       01  OPEN-ITEM-COUNT        PIC 9(3).
       01  BROKEN-ITEM-COUNT      PIC 9(3).

       01  SI-ACCT-STATUS         PIC XX.
       01  PENALTY-PARM-STATUS    PIC XX.
       01  BAL-HIST-STATUS        PIC XX.
       01  OD-FACIL-STATUS        PIC XX.
       01  OD-FACIL-EOF-SWITCH    PIC X VALUE "N".
           88  END-OF-OD-FACIL        VALUE "Y".
       01  RUN-DAY-NUMBER         PIC 9(7).
       01  SERIAL-WORK-AREA.
           05  SER-DATE           PIC 9(8).
           05  SER-YYYY           PIC 9(4).
           05  SER-MM             PIC 9(2).
           05  SER-DD             PIC 9(2).
           05  SER-ADJ-YYYY       PIC 9(4).
           05  SER-ADJ-MM         PIC 9(2).
           05  SER-DAY-NUMBER     PIC 9(7).
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  TRAN-COUNT             PIC 9(7) VALUE 0.
                               TO WKL-DAYS (WORK-COUNT)
                           MOVE SIA-PRINCIPAL
                               TO WKL-EXPOSURE (WORK-COUNT)
                           MOVE "TERM" TO WKL-SOURCE (WORK-COUNT)
                       END-IF
                   END-IF
                   READ SI-ACCT-FILE
               CLOSE SI-ACCT-FILE
           END-IF

           PERFORM ADD-OVERDRAFT-EXCESSES
           PERFORM SORT-WORKLIST.

      *    EVERY ACTIVE FACILITY CARRYING AN EXCESS DATE - SET BY
      *    THE SIMPLE-INTEREST RUN WHEN IT REPORTS THE FACILITY ON
      *    SIDELINQ - IS WORKED FROM THAT DATE FOR THE SUM DRAWN.
       ADD-OVERDRAFT-EXCESSES.
           MOVE RUN-DATE TO SER-DATE
           PERFORM COMPUTE-SERIAL-DAY
           MOVE SER-DAY-NUMBER TO RUN-DAY-NUMBER
           OPEN INPUT OD-FACIL-FILE
           IF OD-FACIL-STATUS = "00"
               READ OD-FACIL-FILE
                   AT END SET END-OF-OD-FACIL TO TRUE
               END-READ
               PERFORM UNTIL END-OF-OD-FACIL
                   IF ODF-IS-ACTIVE
                           AND ODF-EXCESS-SINCE NUMERIC
                           AND ODF-EXCESS-SINCE > 0
                           AND WORK-COUNT < 500
                       MOVE ODF-EXCESS-SINCE TO SER-DATE
                       PERFORM COMPUTE-SERIAL-DAY
                       ADD 1 TO WORK-COUNT
                       MOVE ODF-ACCT-NUMBER TO WKL-ACCT (WORK-COUNT)
                       IF RUN-DAY-NUMBER > SER-DAY-NUMBER
                           COMPUTE WKL-DAYS (WORK-COUNT) =
                               RUN-DAY-NUMBER - SER-DAY-NUMBER
                       ELSE
                           MOVE 0 TO WKL-DAYS (WORK-COUNT)
                       END-IF
                       MOVE ODF-DRAWN-AMOUNT
                           TO WKL-EXPOSURE (WORK-COUNT)
                       MOVE "OD" TO WKL-SOURCE (WORK-COUNT)
                   END-IF
                   READ OD-FACIL-FILE
                       AT END SET END-OF-OD-FACIL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OD-FACIL-FILE
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

      *    AN EXCHANGE SORT OVER THE IN-MEMORY LIST - DAYS
      *    DELINQUENT DESCENDING, EXPOSURE DESCENDING WITHIN EQUAL
      *    DAYS - SMALL ENOUGH THAT THE SIMPLE SWAP LOOP READS
                       MOVE WKL-DAYS (WORK-INDEX-2) TO SWAP-DAYS
                       MOVE WKL-EXPOSURE (WORK-INDEX-2)
                           TO SWAP-EXPOSURE
                       MOVE WKL-SOURCE (WORK-INDEX-2) TO SWAP-SOURCE
                       MOVE WKL-ACCT (WORK-INDEX-2 + 1)
                           TO WKL-ACCT (WORK-INDEX-2)
                       MOVE WKL-DAYS (WORK-INDEX-2 + 1)
                           TO WKL-DAYS (WORK-INDEX-2)
                       MOVE WKL-EXPOSURE (WORK-INDEX-2 + 1)
                           TO WKL-EXPOSURE (WORK-INDEX-2)
                       MOVE WKL-SOURCE (WORK-INDEX-2 + 1)
                           TO WKL-SOURCE (WORK-INDEX-2)
                       MOVE SWAP-ACCT
                           TO WKL-ACCT (WORK-INDEX-2 + 1)
                       MOVE SWAP-DAYS
                           TO WKL-DAYS (WORK-INDEX-2 + 1)
                       MOVE SWAP-EXPOSURE
                           TO WKL-EXPOSURE (WORK-INDEX-2 + 1)
                       MOVE SWAP-SOURCE
                           TO WKL-SOURCE (WORK-INDEX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-WORKLIST.
           MOVE "WORKLIST - ACCOUNT   DAYS    EXPOSURE  OPEN BRKN SRC"
               TO COL-OUT-RECORD
           WRITE COL-OUT-RECORD

                   OPEN-ITEM-COUNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   BROKEN-ITEM-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WKL-SOURCE (WORK-INDEX) DELIMITED BY SIZE
                   INTO COL-OUT-RECORD
               END-STRING
               WRITE COL-OUT-RECORD
