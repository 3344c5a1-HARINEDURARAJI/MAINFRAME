       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-LEDGER.

      *    THE OUTSTANDING-FEES LEDGER. EVERY INVOICE ON FEEINV IS
      *    SET AGAINST THE RECEIPTS FEE-RECEIPTS HAS POSTED TO
      *    FEERCPT, AND EACH ONE STILL OWING IS LISTED WITH ITS
      *    BALANCE AGED BY DAYS PAST THE DUE DATE - NOT YET DUE,
      *    1-30, 31-60, 61-90 AND OVER 90 - WITH A TOTAL FOR EACH
      *    BUCKET. AN INVOICE STILL OWING THAT FELL DUE ON OR BEFORE
      *    THE DEFAULTER CUTOFF (PARAMETER DFLTDATE, TODAY WHEN THERE
      *    IS NONE) MAKES ITS STUDENT A DEFAULTER. THE DEFAULTERS ARE
      *    PRINTED AND WRITTEN TO FEEDFLT, REBUILT EVERY RUN, WHERE
      *    REPORT-CARD WITHHOLDS THE CARD AND PROMOTION-RUN FLAGS THE
      *    STUDENT AS PARAMETER DFLTACT SAYS - W WITHHOLD THE CARD,
      *    F FLAG AT PROMOTION, B BOTH (THE DEFAULT).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-INV-FILE ASSIGN TO "FEEINV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEE-INV-STATUS.
           SELECT FEE-RCPT-FILE ASSIGN TO "FEERCPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEE-RCPT-STATUS.
           SELECT FEE-DFLT-FILE ASSIGN TO "FEEDFLT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEE-DFLT-STATUS.
           SELECT FEE-LDGR-FILE ASSIGN TO "FEELDGR"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-INV-FILE.
       01  FEE-INV-RECORD.
           COPY FEEINVR.

       FD  FEE-RCPT-FILE.
       01  FEE-RCPT-RECORD.
           COPY FEERCPR.

       FD  FEE-DFLT-FILE.
       01  FEE-DFLT-RECORD.
           COPY FEEDFLR.

       FD  FEE-LDGR-FILE.
       01  FEE-LDGR-RECORD        PIC X(80).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  FEE-INV-STATUS         PIC XX.
       01  FEE-RCPT-STATUS        PIC XX.
       01  FEE-DFLT-STATUS        PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  INVOICES-READ          PIC 9(7) VALUE 0.
       01  OUTSTANDING-COUNT      PIC 9(7) VALUE 0.
       01  DEFAULTER-COUNT        PIC 9(7) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  RUN-DAY-NUMBER         PIC 9(7).
       01  CUTOFF-DATE            PIC 9(8).
       01  PARM-DATE-X            PIC X(8).
       01  DEFAULTER-ACTION       PIC X.
           88  ACTION-WITHHOLDS-CARD  VALUE "W" "B".
           88  ACTION-FLAGS-PROMOTION VALUE "F" "B".
           88  ACTION-IS-VALID        VALUE "W" "F" "B".

      *    EVERY INVOICE ON FILE WITH WHAT HAS BEEN PAID AGAINST IT.
       01  INV-COUNT              PIC 9(4) VALUE 0.
       01  INV-TABLE.
           05  INV-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON INV-COUNT.
               10  IVT-INVOICE-NUMBER PIC X(10).
               10  IVT-ROLL           PIC X(10).
               10  IVT-TERM-ID        PIC X(5).
               10  IVT-SECTION-CODE   PIC X(3).
               10  IVT-DUE-DATE       PIC 9(8).
               10  IVT-NET-AMOUNT     PIC 9(7)V99.
               10  IVT-PAID-AMOUNT    PIC 9(7)V99.
       01  INV-INDEX              PIC 9(4).
       01  INV-FOUND-INDEX        PIC 9(4).

      *    THE INVOICE IN HAND AND WHERE ITS BALANCE AGES TO.
       01  INVOICE-BALANCE        PIC 9(7)V99.
       01  DAYS-PAST-DUE          PIC 9(7).
       01  AGE-BUCKET             PIC 9.
       01  AGE-BUCKET-LABELS.
           05  FILLER             PIC X(10) VALUE "NOT DUE".
           05  FILLER             PIC X(10) VALUE "1-30".
           05  FILLER             PIC X(10) VALUE "31-60".
           05  FILLER             PIC X(10) VALUE "61-90".
           05  FILLER             PIC X(10) VALUE "OVER 90".
       01  AGE-BUCKET-TABLE REDEFINES AGE-BUCKET-LABELS.
           05  AGE-BUCKET-LABEL   PIC X(10) OCCURS 5 TIMES.
       01  AGE-BUCKET-TOTALS.
           05  AGE-BUCKET-TOTAL   PIC 9(9)V99 OCCURS 5 TIMES.
       01  OUTSTANDING-TOTAL      PIC 9(9)V99 VALUE 0.
       01  DEFAULT-TOTAL          PIC 9(9)V99 VALUE 0.
       01  DISPLAY-AMOUNT         PIC Z,ZZZ,ZZ9.99.
       01  DISPLAY-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.
       01  DISPLAY-DAYS           PIC ZZZZ9.
       01  LEDGER-RULE            PIC X(80) VALUE ALL "-".

      *    WORK AREA FOR TURNING A YYYYMMDD DATE INTO A DAY NUMBER,
      *    SO DAYS PAST DUE IS ONE SUBTRACTION.
       01  SERIAL-DAY-WORK.
           05  SER-DATE           PIC 9(8).
           05  SER-YYYY           PIC 9(4).
           05  SER-MM             PIC 9(2).
           05  SER-DD             PIC 9(2).
           05  SER-ADJ-YYYY       PIC 9(4).
           05  SER-ADJ-MM         PIC 9(2).
           05  SER-QUOT-4         PIC 9(4).
           05  SER-QUOT-100       PIC 9(4).
           05  SER-QUOT-400       PIC 9(4).
           05  SER-MONTH-DAYS     PIC 9(4).
           05  SER-DAY-NUMBER     PIC 9(7).

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON THE AUDIT RECORD.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           ACCEPT BATCH-START-TIME FROM TIME
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO SER-DATE
           PERFORM COMPUTE-SERIAL-DAY
           MOVE SER-DAY-NUMBER TO RUN-DAY-NUMBER
           MOVE 0 TO AGE-BUCKET-TOTAL (1) AGE-BUCKET-TOTAL (2)
               AGE-BUCKET-TOTAL (3) AGE-BUCKET-TOTAL (4)
               AGE-BUCKET-TOTAL (5)

           PERFORM RESOLVE-DEFAULTER-RULES
           PERFORM LOAD-INVOICES
           PERFORM LOAD-RECEIPTS
           OPEN OUTPUT FEE-LDGR-FILE
           OPEN OUTPUT FEE-DFLT-FILE

           MOVE SPACES TO FEE-LDGR-RECORD
           STRING "FEE-LEDGER RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  OUTSTANDING FEES AGED TO TODAY" DELIMITED BY SIZE
               INTO FEE-LDGR-RECORD
           END-STRING
           WRITE FEE-LDGR-RECORD
           MOVE "INVOICE    ROLL       TERM  SEC DUE DATE"
               TO FEE-LDGR-RECORD
           MOVE "NET" TO FEE-LDGR-RECORD (51:3)
           MOVE "BALANCE" TO FEE-LDGR-RECORD (60:7)
           MOVE "DAYS AGE" TO FEE-LDGR-RECORD (69:8)
           WRITE FEE-LDGR-RECORD
           MOVE LEDGER-RULE TO FEE-LDGR-RECORD
           WRITE FEE-LDGR-RECORD

           PERFORM VARYING INV-INDEX FROM 1 BY 1
                   UNTIL INV-INDEX > INV-COUNT
               COMPUTE INVOICE-BALANCE = IVT-NET-AMOUNT (INV-INDEX)
                   - IVT-PAID-AMOUNT (INV-INDEX)
               IF INVOICE-BALANCE > 0
                   PERFORM LIST-ONE-INVOICE
               END-IF
           END-PERFORM

           MOVE LEDGER-RULE TO FEE-LDGR-RECORD
           WRITE FEE-LDGR-RECORD
           PERFORM VARYING AGE-BUCKET FROM 1 BY 1 UNTIL AGE-BUCKET > 5
               MOVE AGE-BUCKET-TOTAL (AGE-BUCKET) TO DISPLAY-TOTAL
               MOVE SPACES TO FEE-LDGR-RECORD
               STRING "AGED " DELIMITED BY SIZE
                   AGE-BUCKET-LABEL (AGE-BUCKET) DELIMITED BY SIZE
                   DISPLAY-TOTAL DELIMITED BY SIZE
                   INTO FEE-LDGR-RECORD
               END-STRING
               WRITE FEE-LDGR-RECORD
           END-PERFORM
           MOVE OUTSTANDING-TOTAL TO DISPLAY-TOTAL
           MOVE SPACES TO FEE-LDGR-RECORD
           STRING "TOTAL OUTSTANDING " DELIMITED BY SIZE
               DISPLAY-TOTAL DELIMITED BY SIZE
               "  INVOICES OWING: " DELIMITED BY SIZE
               OUTSTANDING-COUNT DELIMITED BY SIZE
               INTO FEE-LDGR-RECORD
           END-STRING
           WRITE FEE-LDGR-RECORD

           PERFORM PRINT-DEFAULTER-LIST

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE FEE-LDGR-FILE
           CLOSE FEE-DFLT-FILE
           CLOSE AUDIT-LOG-FILE

           STOP RUN.

      *    PARAMETER DFLTDATE (YYYYMMDD, RIGHT-ALIGNED) IS THE DATE
      *    AN UNPAID INVOICE MUST HAVE FALLEN DUE BY TO COUNT AS A
      *    DEFAULT; PARAMETER DFLTACT SAYS WHAT A DEFAULT COSTS THE
      *    STUDENT. ANYTHING MISSING OR UNRECOGNISED FALLS BACK TO
      *    TODAY AND BOTH SANCTIONS.
       RESOLVE-DEFAULTER-RULES.
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "FEE-LEDGER" TO PLQ-PROGRAM-ID
           MOVE "DFLTDATE" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           MOVE PLQ-PARM-VALUE (3:8) TO PARM-DATE-X
           IF PLQ-PARM-FOUND AND PARM-DATE-X NUMERIC
                   AND PARM-DATE-X > "00000000"
               MOVE PARM-DATE-X TO CUTOFF-DATE
           ELSE
               MOVE RUN-DATE TO CUTOFF-DATE
           END-IF

           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "FEE-LEDGER" TO PLQ-PROGRAM-ID
           MOVE "DFLTACT" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           MOVE PLQ-PARM-VALUE (1:1) TO DEFAULTER-ACTION
           IF NOT PLQ-PARM-FOUND OR NOT ACTION-IS-VALID
               MOVE "B" TO DEFAULTER-ACTION
           END-IF.

       LOAD-INVOICES.
           OPEN INPUT FEE-INV-FILE
           IF FEE-INV-STATUS = "00"
               PERFORM UNTIL FEE-INV-STATUS NOT = "00"
                   READ FEE-INV-FILE
                       AT END MOVE "10" TO FEE-INV-STATUS
                       NOT AT END
                           ADD 1 TO INVOICES-READ
                           IF INV-COUNT < 5000
                               ADD 1 TO INV-COUNT
                               MOVE FIV-INVOICE-NUMBER TO
                                   IVT-INVOICE-NUMBER (INV-COUNT)
                               MOVE FIV-ROLL-NUMBER TO
                                   IVT-ROLL (INV-COUNT)
                               MOVE FIV-TERM-ID TO
                                   IVT-TERM-ID (INV-COUNT)
                               MOVE FIV-SECTION-CODE TO
                                   IVT-SECTION-CODE (INV-COUNT)
                               MOVE FIV-DUE-DATE TO
                                   IVT-DUE-DATE (INV-COUNT)
                               MOVE FIV-NET-AMOUNT TO
                                   IVT-NET-AMOUNT (INV-COUNT)
                               MOVE 0 TO IVT-PAID-AMOUNT (INV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-INV-FILE
           END-IF.

       LOAD-RECEIPTS.
           OPEN INPUT FEE-RCPT-FILE
           IF FEE-RCPT-STATUS = "00"
               PERFORM UNTIL FEE-RCPT-STATUS NOT = "00"
                   READ FEE-RCPT-FILE
                       AT END MOVE "10" TO FEE-RCPT-STATUS
                       NOT AT END
                           PERFORM FIND-RECEIPT-INVOICE
                           IF INV-FOUND-INDEX > 0
                               ADD FRC-AMOUNT TO
                                   IVT-PAID-AMOUNT (INV-FOUND-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-RCPT-FILE
           END-IF.

       FIND-RECEIPT-INVOICE.
           MOVE 0 TO INV-FOUND-INDEX
           PERFORM VARYING INV-INDEX FROM 1 BY 1
                   UNTIL INV-INDEX > INV-COUNT OR INV-FOUND-INDEX > 0
               IF IVT-INVOICE-NUMBER (INV-INDEX) = FRC-INVOICE-NUMBER
                   MOVE INV-INDEX TO INV-FOUND-INDEX
               END-IF
           END-PERFORM.

      *    ONE LEDGER LINE FOR AN INVOICE STILL OWING, AGED AGAINST
      *    TODAY, AND A DEFAULTER RECORD WHEN IT FELL DUE BY THE
      *    CUTOFF.
       LIST-ONE-INVOICE.
           ADD 1 TO OUTSTANDING-COUNT
           ADD INVOICE-BALANCE TO OUTSTANDING-TOTAL
           MOVE IVT-DUE-DATE (INV-INDEX) TO SER-DATE
           PERFORM COMPUTE-SERIAL-DAY
           IF RUN-DAY-NUMBER > SER-DAY-NUMBER
               COMPUTE DAYS-PAST-DUE = RUN-DAY-NUMBER - SER-DAY-NUMBER
           ELSE
               MOVE 0 TO DAYS-PAST-DUE
           END-IF
           EVALUATE TRUE
               WHEN DAYS-PAST-DUE = 0
                   MOVE 1 TO AGE-BUCKET
               WHEN DAYS-PAST-DUE NOT > 30
                   MOVE 2 TO AGE-BUCKET
               WHEN DAYS-PAST-DUE NOT > 60
                   MOVE 3 TO AGE-BUCKET
               WHEN DAYS-PAST-DUE NOT > 90
                   MOVE 4 TO AGE-BUCKET
               WHEN OTHER
                   MOVE 5 TO AGE-BUCKET
           END-EVALUATE
           ADD INVOICE-BALANCE TO AGE-BUCKET-TOTAL (AGE-BUCKET)

           MOVE IVT-NET-AMOUNT (INV-INDEX) TO DISPLAY-AMOUNT
           MOVE DAYS-PAST-DUE TO DISPLAY-DAYS
           MOVE SPACES TO FEE-LDGR-RECORD
           STRING IVT-INVOICE-NUMBER (INV-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IVT-ROLL (INV-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IVT-TERM-ID (INV-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IVT-SECTION-CODE (INV-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IVT-DUE-DATE (INV-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO FEE-LDGR-RECORD
           END-STRING
           MOVE INVOICE-BALANCE TO DISPLAY-AMOUNT
           MOVE DISPLAY-AMOUNT TO FEE-LDGR-RECORD (55:12)
           MOVE DISPLAY-DAYS TO FEE-LDGR-RECORD (68:5)
           MOVE AGE-BUCKET-LABEL (AGE-BUCKET)
               TO FEE-LDGR-RECORD (74:7)
           WRITE FEE-LDGR-RECORD

           IF IVT-DUE-DATE (INV-INDEX) NOT > CUTOFF-DATE
               ADD 1 TO DEFAULTER-COUNT
               ADD INVOICE-BALANCE TO DEFAULT-TOTAL
               MOVE SPACES TO FEE-DFLT-RECORD
               MOVE IVT-ROLL (INV-INDEX) TO DFL-ROLL-NUMBER
               MOVE IVT-TERM-ID (INV-INDEX) TO DFL-TERM-ID
               MOVE IVT-INVOICE-NUMBER (INV-INDEX)
                   TO DFL-INVOICE-NUMBER
               MOVE IVT-DUE-DATE (INV-INDEX) TO DFL-DUE-DATE
               MOVE INVOICE-BALANCE TO DFL-BALANCE
               MOVE "N" TO DFL-WITHHOLD-CARD DFL-FLAG-PROMOTION
               IF ACTION-WITHHOLDS-CARD
                   SET DFL-CARD-WITHHELD TO TRUE
               END-IF
               IF ACTION-FLAGS-PROMOTION
                   SET DFL-PROMOTION-FLAGGED TO TRUE
               END-IF
               WRITE FEE-DFLT-RECORD
           END-IF.

      *    THE DEFAULTERS AS WRITTEN TO FEEDFLT, READ BACK FOR THE
      *    PRINTED LIST THE ACCOUNTS OFFICE WORKS FROM.
       PRINT-DEFAULTER-LIST.
           MOVE SPACES TO FEE-LDGR-RECORD
           WRITE FEE-LDGR-RECORD
           MOVE SPACES TO FEE-LDGR-RECORD
           STRING "DEFAULTERS - UNPAID AND DUE ON OR BEFORE "
                   DELIMITED BY SIZE
               CUTOFF-DATE DELIMITED BY SIZE
               "  ACTION " DELIMITED BY SIZE
               DEFAULTER-ACTION DELIMITED BY SIZE
               INTO FEE-LDGR-RECORD
           END-STRING
           WRITE FEE-LDGR-RECORD
           MOVE "ROLL       INVOICE    DUE DATE      BALANCE  CARD"
               TO FEE-LDGR-RECORD
           MOVE "PROMOTION" TO FEE-LDGR-RECORD (55:9)
           WRITE FEE-LDGR-RECORD
           MOVE LEDGER-RULE TO FEE-LDGR-RECORD
           WRITE FEE-LDGR-RECORD

           CLOSE FEE-DFLT-FILE
           OPEN INPUT FEE-DFLT-FILE
           PERFORM UNTIL FEE-DFLT-STATUS NOT = "00"
               READ FEE-DFLT-FILE
                   AT END MOVE "10" TO FEE-DFLT-STATUS
                   NOT AT END
                       MOVE DFL-BALANCE TO DISPLAY-AMOUNT
                       MOVE SPACES TO FEE-LDGR-RECORD
                       STRING DFL-ROLL-NUMBER DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           DFL-INVOICE-NUMBER DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           DFL-DUE-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           DISPLAY-AMOUNT DELIMITED BY SIZE
                           INTO FEE-LDGR-RECORD
                       END-STRING
                       IF DFL-CARD-WITHHELD
                           MOVE "WITHHELD" TO FEE-LDGR-RECORD (46:8)
                       END-IF
                       IF DFL-PROMOTION-FLAGGED
                           MOVE "FLAGGED" TO FEE-LDGR-RECORD (55:7)
                       END-IF
                       WRITE FEE-LDGR-RECORD
               END-READ
           END-PERFORM

           MOVE LEDGER-RULE TO FEE-LDGR-RECORD
           WRITE FEE-LDGR-RECORD
           MOVE DEFAULT-TOTAL TO DISPLAY-TOTAL
           MOVE SPACES TO FEE-LDGR-RECORD
           STRING "DEFAULTED INVOICES: " DELIMITED BY SIZE
               DEFAULTER-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               DISPLAY-TOTAL DELIMITED BY SIZE
               INTO FEE-LDGR-RECORD
           END-STRING
           WRITE FEE-LDGR-RECORD.

      *    THE STANDARD CIVIL-CALENDAR DAY NUMBER FOR SER-DATE -
      *    MARCH-BASED SO THE LEAP DAY FALLS AT YEAR END, GIVING A
      *    SPAN IN DAYS BY SIMPLE SUBTRACTION OF TWO NUMBERS. THE
      *    QUOTIENTS ARE TAKEN WHOLE BEFORE THEY ARE SUMMED.
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
           DIVIDE SER-ADJ-YYYY BY 4 GIVING SER-QUOT-4
           DIVIDE SER-ADJ-YYYY BY 100 GIVING SER-QUOT-100
           DIVIDE SER-ADJ-YYYY BY 400 GIVING SER-QUOT-400
           COMPUTE SER-MONTH-DAYS = SER-ADJ-MM * 306 + 5
           DIVIDE SER-MONTH-DAYS BY 10 GIVING SER-MONTH-DAYS
           COMPUTE SER-DAY-NUMBER =
               365 * SER-ADJ-YYYY + SER-QUOT-4
                   - SER-QUOT-100 + SER-QUOT-400
                   + SER-MONTH-DAYS + SER-DD.

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
           MOVE "FEE-LEDGER" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE INVOICES-READ TO AUD-RECORD-COUNT
           MOVE INVOICES-READ TO AUD-OUTPUT-COUNT
           MOVE 0 TO AUD-EXCEPTION-COUNT
           MOVE "FEEINV/FEERCPT AGED LEDGER" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.
