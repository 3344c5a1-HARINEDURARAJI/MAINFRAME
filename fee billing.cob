       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-BILLING.

      *    RAISES THE TERM'S FEE INVOICES THAT THE ACCOUNTS OFFICE
      *    USED TO WRITE UP SEPARATELY. EVERY ACTIVE STUDENT ON THE
      *    STUDENT MASTER IS BILLED THE FEE HEADS FEESTR CARRIES FOR
      *    THEIR CLASS-SECTION AND THE CURRENT TERM, LESS ANY
      *    CONCESSIONS ON FEECONC. THE INVOICE IS APPENDED TO FEEINV,
      *    WHERE FEE-RECEIPTS POSTS PAYMENTS AGAINST IT AND
      *    FEE-LEDGER AGES WHAT IS LEFT, AND PRINTED ON FEEBILL FOR
      *    THE STUDENT. A STUDENT ALREADY INVOICED FOR THE TERM IS
      *    NOT BILLED TWICE, SO A RERUN PICKS UP ONLY NEW ADMISSIONS.
      *    THE DUE DATE IS PARAMETER DUEDATE, OR THE SAME DAY NEXT
      *    MONTH WHEN THERE IS NONE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STU-MSTR-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS STU-ROLL-NUMBER
               FILE STATUS IS STU-MSTR-STATUS.
           SELECT FEE-STR-FILE ASSIGN TO "FEESTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEE-STR-STATUS.
           SELECT FEE-CONC-FILE ASSIGN TO "FEECONC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEE-CONC-STATUS.
           SELECT FEE-INV-FILE ASSIGN TO "FEEINV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEE-INV-STATUS.
           SELECT FEE-BILL-FILE ASSIGN TO "FEEBILL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXC-LOG-FILE ASSIGN TO "EXCLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXC-LOG-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STU-MSTR-FILE.
       01  STU-MSTR-RECORD.
           05  STU-ROLL-NUMBER    PIC X(10).
           05  STU-NAME           PIC X(20).
           05  STU-CLASS-SECTION  PIC X(3).
           05  STU-STATUS         PIC X.
               88  STU-IS-ACTIVE      VALUE "A".

       FD  FEE-STR-FILE.
       01  FEE-STR-RECORD.
           COPY FEESTRR.

       FD  FEE-CONC-FILE.
       01  FEE-CONC-RECORD.
           COPY FEECONR.

       FD  FEE-INV-FILE.
       01  FEE-INV-RECORD.
           COPY FEEINVR.

       FD  FEE-BILL-FILE.
       01  FEE-BILL-RECORD        PIC X(80).

       FD  EXC-LOG-FILE.
       01  EXC-LOG-RECORD.
           COPY EXCREC.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  STU-MSTR-STATUS        PIC XX.
       01  FEE-STR-STATUS         PIC XX.
       01  FEE-CONC-STATUS        PIC XX.
       01  FEE-INV-STATUS         PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-STU-MSTR        VALUE "Y".
       01  REJECT-REASON          PIC X(40).
       01  STUDENTS-READ          PIC 9(7) VALUE 0.
       01  INVOICED-COUNT         PIC 9(7) VALUE 0.
       01  ALREADY-BILLED-COUNT   PIC 9(7) VALUE 0.
       01  EXCEPTION-COUNT        PIC 9(7) VALUE 0.
       01  INVOICED-TOTAL         PIC 9(9)V99 VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  CURRENT-TERM-ID        PIC X(5).
       01  ROW-TERM-ID            PIC X(5).

      *    THE DUE DATE EVERY INVOICE OF THE RUN CARRIES.
       01  DUE-DATE-AREA.
           05  DUE-DATE           PIC 9(8).
           05  DUE-DATE-PARTS REDEFINES DUE-DATE.
               10  DUE-YYYY           PIC 9(4).
               10  DUE-MM             PIC 9(2).
               10  DUE-DD             PIC 9(2).
       01  PARM-DATE-X            PIC X(8).

      *    THE TERM'S FEE HEADS, BY SECTION (BLANK - EVERY SECTION).
       01  FEE-HEAD-COUNT         PIC 9(3) VALUE 0.
       01  FEE-HEAD-TABLE.
           05  FEE-HEAD-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON FEE-HEAD-COUNT.
               10  FHT-SECTION-CODE   PIC X(3).
               10  FHT-FEE-HEAD       PIC X(4).
               10  FHT-DESCRIPTION    PIC X(20).
               10  FHT-AMOUNT         PIC 9(7)V99.
       01  FEE-HEAD-INDEX         PIC 9(3).

      *    THE TERM'S CONCESSIONS.
       01  CONC-COUNT             PIC 9(4) VALUE 0.
       01  CONC-TABLE.
           05  CONC-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON CONC-COUNT.
               10  CNT-ROLL           PIC X(10).
               10  CNT-REASON         PIC X(20).
               10  CNT-PERCENT        PIC 9(3)V99.
               10  CNT-AMOUNT         PIC 9(7)V99.
       01  CONC-INDEX             PIC 9(4).

      *    STUDENTS ALREADY INVOICED FOR THE TERM, AND THE HIGHEST
      *    INVOICE NUMBER THE TERM HAS USED.
       01  BILLED-COUNT           PIC 9(4) VALUE 0.
       01  BILLED-TABLE.
           05  BILLED-ROLL        PIC X(10) OCCURS 1 TO 3000 TIMES
                   DEPENDING ON BILLED-COUNT.
       01  BILLED-INDEX           PIC 9(4).
       01  BILLED-SWITCH          PIC X.
           88  STUDENT-ALREADY-BILLED VALUE "Y".
       01  LAST-INVOICE-SEQ       PIC 9(5) VALUE 0.

      *    THE INVOICE IN HAND.
       01  INVOICE-GROSS          PIC 9(7)V99.
       01  INVOICE-CONCESSION     PIC 9(7)V99.
       01  INVOICE-NET            PIC 9(7)V99.
       01  CONCESSION-PART        PIC 9(7)V99.
       01  HEADS-CHARGED          PIC 9(3).
       01  DISPLAY-AMOUNT         PIC Z,ZZZ,ZZ9.99.
       01  DISPLAY-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.
       01  INVOICE-RULE           PIC X(80) VALUE ALL "-".

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT, EXCEPTION
      *    AND INVOICE RECORD THIS PROGRAM WRITES.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

      *    RAISING INVOICES CREATES WHAT STUDENTS OWE - UPDATE
      *    AUTHORITY REQUIRED.
           IF OPR-CAN-UPDATE
               PERFORM RUN-FEE-BILLING
           ELSE
               DISPLAY "OPERATOR " OPR-OPERATOR-ID
                   " LACKS UPDATE AUTHORITY - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
           END-IF.

           STOP RUN.

       RUN-FEE-BILLING.
           ACCEPT BATCH-START-TIME FROM TIME
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM RESOLVE-TERM-ID
           PERFORM RESOLVE-DUE-DATE
           PERFORM OPEN-EXCEPTION-LOG
           PERFORM LOAD-FEE-STRUCTURE
           PERFORM LOAD-CONCESSIONS
           PERFORM LOAD-BILLED-STUDENTS
           PERFORM OPEN-FEE-INVOICES
           OPEN OUTPUT FEE-BILL-FILE

           MOVE SPACES TO FEE-BILL-RECORD
           STRING "FEE-BILLING RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  TERM " DELIMITED BY SIZE
               CURRENT-TERM-ID DELIMITED BY SIZE
               "  DUE DATE " DELIMITED BY SIZE
               DUE-DATE DELIMITED BY SIZE
               INTO FEE-BILL-RECORD
           END-STRING
           WRITE FEE-BILL-RECORD

           OPEN INPUT STU-MSTR-FILE
           IF STU-MSTR-STATUS = "00"
               READ STU-MSTR-FILE
                   AT END SET END-OF-STU-MSTR TO TRUE
               END-READ
           ELSE
               MOVE "STUDENT MASTER NOT AVAILABLE - NOTHING BILLED"
                   TO FEE-BILL-RECORD
               WRITE FEE-BILL-RECORD
               MOVE 8 TO RETURN-CODE
               SET END-OF-STU-MSTR TO TRUE
           END-IF

           PERFORM UNTIL END-OF-STU-MSTR
               ADD 1 TO STUDENTS-READ
               IF STU-IS-ACTIVE
                   PERFORM BILL-ONE-STUDENT
               END-IF
               READ STU-MSTR-FILE
                   AT END SET END-OF-STU-MSTR TO TRUE
               END-READ
           END-PERFORM

           MOVE INVOICE-RULE TO FEE-BILL-RECORD
           WRITE FEE-BILL-RECORD
           MOVE INVOICED-TOTAL TO DISPLAY-TOTAL
           MOVE SPACES TO FEE-BILL-RECORD
           STRING "STUDENTS READ: " DELIMITED BY SIZE
               STUDENTS-READ DELIMITED BY SIZE
               "  INVOICED: " DELIMITED BY SIZE
               INVOICED-COUNT DELIMITED BY SIZE
               "  ALREADY BILLED: " DELIMITED BY SIZE
               ALREADY-BILLED-COUNT DELIMITED BY SIZE
               INTO FEE-BILL-RECORD
           END-STRING
           WRITE FEE-BILL-RECORD
           MOVE SPACES TO FEE-BILL-RECORD
           STRING "TOTAL INVOICED: " DELIMITED BY SIZE
               DISPLAY-TOTAL DELIMITED BY SIZE
               "  EXCEPTIONS: " DELIMITED BY SIZE
               EXCEPTION-COUNT DELIMITED BY SIZE
               INTO FEE-BILL-RECORD
           END-STRING
           WRITE FEE-BILL-RECORD

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           IF STU-MSTR-STATUS = "00" OR STU-MSTR-STATUS = "10"
               CLOSE STU-MSTR-FILE
           END-IF
           CLOSE FEE-INV-FILE
           CLOSE FEE-BILL-FILE
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

      *    THE CURRENT TERM COMES FROM THE CENTRAL PARAMETER
      *    LIBRARY UNDER THE GRADE RUN'S NAME (PARAMETER TERMID);
      *    WITHOUT A ROW THE RUN-DATE YEAR PLUS "T" STANDS IN.
       RESOLVE-TERM-ID.
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "GRADE-CALCULATOR" TO PLQ-PROGRAM-ID
           MOVE "TERMID" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND AND PLQ-PARM-VALUE (6:5) NOT = SPACES
               MOVE PLQ-PARM-VALUE (6:5) TO CURRENT-TERM-ID
           ELSE
               MOVE SPACES TO CURRENT-TERM-ID
               STRING RUN-DATE (1:4) DELIMITED BY SIZE
                   "T" DELIMITED BY SIZE
                   INTO CURRENT-TERM-ID
               END-STRING
           END-IF.

      *    PARAMETER DUEDATE (YYYYMMDD, RIGHT-ALIGNED) FIXES THE DUE
      *    DATE FOR THE TERM; WITHOUT IT THE INVOICE FALLS DUE THE
      *    SAME DAY NEXT MONTH, HELD TO THE 28TH SO EVERY MONTH HAS
      *    THE DAY.
       RESOLVE-DUE-DATE.
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "FEE-BILLING" TO PLQ-PROGRAM-ID
           MOVE "DUEDATE" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           MOVE PLQ-PARM-VALUE (3:8) TO PARM-DATE-X
           IF PLQ-PARM-FOUND AND PARM-DATE-X NUMERIC
                   AND PARM-DATE-X > "00000000"
               MOVE PARM-DATE-X TO DUE-DATE
           ELSE
               MOVE RUN-DATE TO DUE-DATE
               IF DUE-MM = 12
                   MOVE 1 TO DUE-MM
                   ADD 1 TO DUE-YYYY
               ELSE
                   ADD 1 TO DUE-MM
               END-IF
               IF DUE-DD > 28
                   MOVE 28 TO DUE-DD
               END-IF
           END-IF.

      *    THE TERM'S FEE HEADS (A BLANK TERM IS THE CURRENT TERM).
      *    A HEAD WITHOUT A CODE OR WITH A NON-NUMERIC AMOUNT IS
      *    LOGGED AND LEFT OFF EVERY INVOICE.
       LOAD-FEE-STRUCTURE.
           OPEN INPUT FEE-STR-FILE
           IF FEE-STR-STATUS = "00"
               PERFORM UNTIL FEE-STR-STATUS NOT = "00"
                   READ FEE-STR-FILE
                       AT END MOVE "10" TO FEE-STR-STATUS
                       NOT AT END
                           PERFORM FILE-ONE-FEE-HEAD
                   END-READ
               END-PERFORM
               CLOSE FEE-STR-FILE
           END-IF.

       FILE-ONE-FEE-HEAD.
           IF FST-TERM-ID = SPACES
               MOVE CURRENT-TERM-ID TO ROW-TERM-ID
           ELSE
               MOVE FST-TERM-ID TO ROW-TERM-ID
           END-IF
           IF ROW-TERM-ID = CURRENT-TERM-ID
               IF FST-FEE-HEAD = SPACES OR FST-AMOUNT NOT NUMERIC
                   MOVE SPACES TO EXC-LOG-RECORD
                   MOVE FST-SECTION-CODE TO EXC-KEY-VALUE
                   MOVE FST-FEE-HEAD TO EXC-KEY-VALUE (5:4)
                   MOVE "FEE STRUCTURE ROW INVALID" TO REJECT-REASON
                   PERFORM WRITE-EXCEPTION
               ELSE
                   IF FEE-HEAD-COUNT < 300
                       ADD 1 TO FEE-HEAD-COUNT
                       MOVE FST-SECTION-CODE TO
                           FHT-SECTION-CODE(FEE-HEAD-COUNT)
                       MOVE FST-FEE-HEAD TO
                           FHT-FEE-HEAD(FEE-HEAD-COUNT)
                       MOVE FST-DESCRIPTION TO
                           FHT-DESCRIPTION(FEE-HEAD-COUNT)
                       MOVE FST-AMOUNT TO FHT-AMOUNT(FEE-HEAD-COUNT)
                   END-IF
               END-IF
           END-IF.

       LOAD-CONCESSIONS.
           OPEN INPUT FEE-CONC-FILE
           IF FEE-CONC-STATUS = "00"
               PERFORM UNTIL FEE-CONC-STATUS NOT = "00"
                   READ FEE-CONC-FILE
                       AT END MOVE "10" TO FEE-CONC-STATUS
                       NOT AT END
                           IF FCN-TERM-ID = SPACES
                               MOVE CURRENT-TERM-ID TO ROW-TERM-ID
                           ELSE
                               MOVE FCN-TERM-ID TO ROW-TERM-ID
                           END-IF
                           IF ROW-TERM-ID = CURRENT-TERM-ID
                                   AND FCN-PERCENT NUMERIC
                                   AND FCN-AMOUNT NUMERIC
                                   AND CONC-COUNT < 2000
                               ADD 1 TO CONC-COUNT
                               MOVE FCN-ROLL-NUMBER TO
                                   CNT-ROLL(CONC-COUNT)
                               MOVE FCN-REASON TO
                                   CNT-REASON(CONC-COUNT)
                               MOVE FCN-PERCENT TO
                                   CNT-PERCENT(CONC-COUNT)
                               MOVE FCN-AMOUNT TO
                                   CNT-AMOUNT(CONC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-CONC-FILE
           END-IF.

      *    WHO HAS AN INVOICE FOR THE TERM ALREADY, AND WHERE THE
      *    TERM'S INVOICE NUMBERING HAS GOT TO.
       LOAD-BILLED-STUDENTS.
           OPEN INPUT FEE-INV-FILE
           IF FEE-INV-STATUS = "00"
               PERFORM UNTIL FEE-INV-STATUS NOT = "00"
                   READ FEE-INV-FILE
                       AT END MOVE "10" TO FEE-INV-STATUS
                       NOT AT END
                           IF FIV-TERM-ID = CURRENT-TERM-ID
                                   AND BILLED-COUNT < 3000
                               ADD 1 TO BILLED-COUNT
                               MOVE FIV-ROLL-NUMBER TO
                                   BILLED-ROLL(BILLED-COUNT)
                           END-IF
                           IF FIV-INVOICE-TERM = CURRENT-TERM-ID
                                   AND FIV-INVOICE-SEQ NUMERIC
                                   AND FIV-INVOICE-SEQ
                                       > LAST-INVOICE-SEQ
                               MOVE FIV-INVOICE-SEQ
                                   TO LAST-INVOICE-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-INV-FILE
           END-IF.

      *    APPENDS TO THE INVOICE FILE IF IT ALREADY EXISTS, OR
      *    CREATES IT ON THE FIRST BILLING RUN.
       OPEN-FEE-INVOICES.
           OPEN EXTEND FEE-INV-FILE
           IF FEE-INV-STATUS NOT = "00"
               OPEN OUTPUT FEE-INV-FILE
           END-IF.

       BILL-ONE-STUDENT.
           MOVE "N" TO BILLED-SWITCH
           PERFORM VARYING BILLED-INDEX FROM 1 BY 1
                   UNTIL BILLED-INDEX > BILLED-COUNT
                       OR STUDENT-ALREADY-BILLED
               IF BILLED-ROLL(BILLED-INDEX) = STU-ROLL-NUMBER
                   SET STUDENT-ALREADY-BILLED TO TRUE
               END-IF
           END-PERFORM
           IF STUDENT-ALREADY-BILLED
               ADD 1 TO ALREADY-BILLED-COUNT
           ELSE
               MOVE 0 TO INVOICE-GROSS
               MOVE 0 TO HEADS-CHARGED
               PERFORM VARYING FEE-HEAD-INDEX FROM 1 BY 1
                       UNTIL FEE-HEAD-INDEX > FEE-HEAD-COUNT
                   IF FHT-SECTION-CODE(FEE-HEAD-INDEX)
                           = STU-CLASS-SECTION
                       OR FHT-SECTION-CODE(FEE-HEAD-INDEX) = SPACES
                       ADD FHT-AMOUNT(FEE-HEAD-INDEX) TO INVOICE-GROSS
                       ADD 1 TO HEADS-CHARGED
                   END-IF
               END-PERFORM
               IF HEADS-CHARGED = 0
                   MOVE SPACES TO EXC-LOG-RECORD
                   MOVE STU-ROLL-NUMBER TO EXC-KEY-VALUE
                   MOVE STU-CLASS-SECTION TO EXC-KEY-VALUE (12:3)
                   MOVE "NO FEE STRUCTURE FOR SECTION AND TERM"
                       TO REJECT-REASON
                   PERFORM WRITE-EXCEPTION
               ELSE
                   PERFORM RAISE-ONE-INVOICE
               END-IF
           END-IF.

      *    CONCESSIONS COME OFF THE GROSS - EACH PERCENTAGE OF THE
      *    GROSS PLUS EACH FLAT AMOUNT - NEVER BELOW ZERO.
       RAISE-ONE-INVOICE.
           MOVE 0 TO INVOICE-CONCESSION
           PERFORM VARYING CONC-INDEX FROM 1 BY 1
                   UNTIL CONC-INDEX > CONC-COUNT
               IF CNT-ROLL(CONC-INDEX) = STU-ROLL-NUMBER
                   COMPUTE CONCESSION-PART ROUNDED =
                       INVOICE-GROSS * CNT-PERCENT(CONC-INDEX) / 100
                       + CNT-AMOUNT(CONC-INDEX)
                   ADD CONCESSION-PART TO INVOICE-CONCESSION
               END-IF
           END-PERFORM
           IF INVOICE-CONCESSION > INVOICE-GROSS
               MOVE INVOICE-GROSS TO INVOICE-CONCESSION
           END-IF
           COMPUTE INVOICE-NET = INVOICE-GROSS - INVOICE-CONCESSION

           ADD 1 TO LAST-INVOICE-SEQ
           MOVE SPACES TO FEE-INV-RECORD
           MOVE CURRENT-TERM-ID TO FIV-INVOICE-TERM
           MOVE LAST-INVOICE-SEQ TO FIV-INVOICE-SEQ
           MOVE STU-ROLL-NUMBER TO FIV-ROLL-NUMBER
           MOVE CURRENT-TERM-ID TO FIV-TERM-ID
           MOVE STU-CLASS-SECTION TO FIV-SECTION-CODE
           MOVE RUN-DATE TO FIV-INVOICE-DATE
           MOVE DUE-DATE TO FIV-DUE-DATE
           MOVE INVOICE-GROSS TO FIV-GROSS-AMOUNT
           MOVE INVOICE-CONCESSION TO FIV-CONCESSION-AMOUNT
           MOVE INVOICE-NET TO FIV-NET-AMOUNT
           MOVE OPR-OPERATOR-ID TO FIV-OPERATOR-ID
           WRITE FEE-INV-RECORD
           ADD 1 TO INVOICED-COUNT
           ADD INVOICE-NET TO INVOICED-TOTAL

           PERFORM PRINT-ONE-INVOICE.

      *    THE STUDENT'S COPY - EVERY FEE HEAD, EVERY CONCESSION,
      *    AND THE NET AMOUNT DUE BY THE DUE DATE.
       PRINT-ONE-INVOICE.
           MOVE INVOICE-RULE TO FEE-BILL-RECORD
           WRITE FEE-BILL-RECORD
           MOVE SPACES TO FEE-BILL-RECORD
           STRING "INVOICE " DELIMITED BY SIZE
               FIV-INVOICE-NUMBER DELIMITED BY SIZE
               "  ROLL " DELIMITED BY SIZE
               STU-ROLL-NUMBER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STU-NAME DELIMITED BY SIZE
               "  SECTION " DELIMITED BY SIZE
               STU-CLASS-SECTION DELIMITED BY SIZE
               INTO FEE-BILL-RECORD
           END-STRING
           WRITE FEE-BILL-RECORD
           MOVE SPACES TO FEE-BILL-RECORD
           STRING "TERM " DELIMITED BY SIZE
               CURRENT-TERM-ID DELIMITED BY SIZE
               "  INVOICE DATE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  PAYABLE BY " DELIMITED BY SIZE
               DUE-DATE DELIMITED BY SIZE
               INTO FEE-BILL-RECORD
           END-STRING
           WRITE FEE-BILL-RECORD

           PERFORM VARYING FEE-HEAD-INDEX FROM 1 BY 1
                   UNTIL FEE-HEAD-INDEX > FEE-HEAD-COUNT
               IF FHT-SECTION-CODE(FEE-HEAD-INDEX)
                       = STU-CLASS-SECTION
                   OR FHT-SECTION-CODE(FEE-HEAD-INDEX) = SPACES
                   MOVE FHT-AMOUNT(FEE-HEAD-INDEX) TO DISPLAY-AMOUNT
                   MOVE SPACES TO FEE-BILL-RECORD
                   STRING "  " DELIMITED BY SIZE
                       FHT-FEE-HEAD(FEE-HEAD-INDEX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FHT-DESCRIPTION(FEE-HEAD-INDEX)
                           DELIMITED BY SIZE
                       "          " DELIMITED BY SIZE
                       DISPLAY-AMOUNT DELIMITED BY SIZE
                       INTO FEE-BILL-RECORD
                   END-STRING
                   WRITE FEE-BILL-RECORD
               END-IF
           END-PERFORM

           PERFORM VARYING CONC-INDEX FROM 1 BY 1
                   UNTIL CONC-INDEX > CONC-COUNT
               IF CNT-ROLL(CONC-INDEX) = STU-ROLL-NUMBER
                   COMPUTE CONCESSION-PART ROUNDED =
                       INVOICE-GROSS * CNT-PERCENT(CONC-INDEX) / 100
                       + CNT-AMOUNT(CONC-INDEX)
                   MOVE CONCESSION-PART TO DISPLAY-AMOUNT
                   MOVE SPACES TO FEE-BILL-RECORD
                   STRING "  LESS " DELIMITED BY SIZE
                       CNT-REASON(CONC-INDEX) DELIMITED BY SIZE
                       INTO FEE-BILL-RECORD
                   END-STRING
                   MOVE DISPLAY-AMOUNT TO FEE-BILL-RECORD (38:12)
                   MOVE "-" TO FEE-BILL-RECORD (50:1)
                   WRITE FEE-BILL-RECORD
               END-IF
           END-PERFORM
           IF INVOICE-CONCESSION > 0
               MOVE INVOICE-CONCESSION TO DISPLAY-AMOUNT
               MOVE SPACES TO FEE-BILL-RECORD
               MOVE "  TOTAL CONCESSION" TO FEE-BILL-RECORD
               MOVE DISPLAY-AMOUNT TO FEE-BILL-RECORD (38:12)
               MOVE "-" TO FEE-BILL-RECORD (50:1)
               WRITE FEE-BILL-RECORD
           END-IF

           MOVE INVOICE-NET TO DISPLAY-AMOUNT
           MOVE SPACES TO FEE-BILL-RECORD
           MOVE "  NET AMOUNT DUE" TO FEE-BILL-RECORD
           MOVE DISPLAY-AMOUNT TO FEE-BILL-RECORD (38:12)
           WRITE FEE-BILL-RECORD.

      *    FINISHES AND WRITES THE EXCEPTION ENTRY WHOSE KEY THE
      *    CALLER HAS ALREADY PLACED, WITH REJECT-REASON AS REASON.
       WRITE-EXCEPTION.
           MOVE "FEE-BILLING" TO EXC-PROGRAM-ID
           MOVE REJECT-REASON TO EXC-REASON
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
           MOVE "FEE-BILLING" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE STUDENTS-READ TO AUD-RECORD-COUNT
           MOVE INVOICED-COUNT TO AUD-OUTPUT-COUNT
           MOVE EXCEPTION-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "STUMSTR/FEESTR TERM BILLING" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.
