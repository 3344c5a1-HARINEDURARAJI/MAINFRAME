       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-RECEIPTS.

      *    POSTS FEE PAYMENTS AGAINST THE INVOICES FEE-BILLING
      *    RAISED. FEERTRN CARRIES ONE PAYMENT PER RECORD - INVOICE
      *    NUMBER, ROLL NUMBER, AMOUNT, DATE (BLANK - TODAY), PAYMENT
      *    MODE AND THE CHEQUE OR BANK REFERENCE. A PAYMENT MUST
      *    NAME AN INVOICE ON FEEINV FOR THE SAME STUDENT AND MAY NOT
      *    TAKE IT BELOW ZERO - AN OVERPAYMENT IS REJECTED FOR THE
      *    ACCOUNTS OFFICE TO REFUND OR RE-KEY, NOT HELD AS CREDIT.
      *    ACCEPTED PAYMENTS ARE NUMBERED AND APPENDED TO FEERCPT,
      *    REJECTS GO TO THE SHARED EXCEPTION LOG, AND THE RECEIPTS
      *    REGISTER SHOWS EACH RECEIPT WITH THE BALANCE LEFT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCPT-TRAN-FILE ASSIGN TO "FEERTRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RCPT-TRAN-STATUS.
           SELECT FEE-INV-FILE ASSIGN TO "FEEINV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEE-INV-STATUS.
           SELECT FEE-RCPT-FILE ASSIGN TO "FEERCPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEE-RCPT-STATUS.
           SELECT RCPT-OUT-FILE ASSIGN TO "FEERCOUT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXC-LOG-FILE ASSIGN TO "EXCLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXC-LOG-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE PAYMENT AS THE ACCOUNTS OFFICE KEYS IT. THE AMOUNT IS
      *    NINE DIGITS WITH TWO IMPLIED DECIMALS; THE MODE IS CASH,
      *    CHEQ, CARD OR BANK, AND EVERY MODE BUT CASH NEEDS ITS
      *    REFERENCE.
       FD  RCPT-TRAN-FILE.
       01  RCPT-TRAN-RECORD.
           05  RTR-INVOICE-NUMBER PIC X(10).
           05  RTR-ROLL-NUMBER    PIC X(10).
           05  RTR-AMOUNT-X       PIC X(9).
           05  RTR-AMOUNT REDEFINES RTR-AMOUNT-X
                                  PIC 9(7)V99.
           05  RTR-RECEIPT-DATE-X PIC X(8).
           05  RTR-RECEIPT-DATE REDEFINES RTR-RECEIPT-DATE-X
                                  PIC 9(8).
           05  RTR-PAYMENT-MODE   PIC X(4).
               88  RTR-MODE-CASH      VALUE "CASH".
               88  RTR-MODE-VALID     VALUE "CASH" "CHEQ" "CARD"
                                            "BANK".
           05  RTR-REFERENCE      PIC X(12).

       FD  FEE-INV-FILE.
       01  FEE-INV-RECORD.
           COPY FEEINVR.

       FD  FEE-RCPT-FILE.
       01  FEE-RCPT-RECORD.
           COPY FEERCPR.

       FD  RCPT-OUT-FILE.
       01  RCPT-OUT-RECORD        PIC X(80).

       FD  EXC-LOG-FILE.
       01  EXC-LOG-RECORD.
           COPY EXCREC.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  VALID-INPUT-SWITCH     PIC X VALUE "Y".
           88  INPUT-IS-VALID         VALUE "Y".
       01  REJECT-REASON          PIC X(40).
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-RCPT-TRAN       VALUE "Y".
       01  RCPT-TRAN-STATUS       PIC XX.
       01  FEE-INV-STATUS         PIC XX.
       01  FEE-RCPT-STATUS        PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  TRAN-COUNT             PIC 9(7) VALUE 0.
       01  ACCEPTED-COUNT         PIC 9(7) VALUE 0.
       01  REJECTED-COUNT         PIC 9(7) VALUE 0.
       01  RECEIVED-TOTAL         PIC 9(9)V99 VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).

      *    EVERY INVOICE ON FILE WITH WHAT HAS BEEN PAID AGAINST IT,
      *    RECEIPTS ALREADY POSTED AND THIS RUN'S ALIKE.
       01  INV-COUNT              PIC 9(4) VALUE 0.
       01  INV-TABLE.
           05  INV-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON INV-COUNT.
               10  IVT-INVOICE-NUMBER PIC X(10).
               10  IVT-ROLL           PIC X(10).
               10  IVT-NET-AMOUNT     PIC 9(7)V99.
               10  IVT-PAID-AMOUNT    PIC 9(7)V99.
       01  INV-INDEX              PIC 9(4).
       01  INV-FOUND-INDEX        PIC 9(4).
       01  LAST-RECEIPT-NUMBER    PIC 9(8) VALUE 0.

      *    THE PAYMENT IN HAND.
       01  RECEIPT-DATE           PIC 9(8).
       01  INVOICE-BALANCE        PIC 9(7)V99.
       01  DISPLAY-AMOUNT         PIC Z,ZZZ,ZZ9.99.
       01  DISPLAY-BALANCE        PIC Z,ZZZ,ZZ9.99.
       01  DISPLAY-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT, EXCEPTION
      *    AND RECEIPT RECORD THIS PROGRAM WRITES.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

      *    POSTING PAYMENTS CHANGES WHAT STUDENTS OWE - UPDATE
      *    AUTHORITY REQUIRED.
           IF OPR-CAN-UPDATE
               PERFORM RUN-FEE-RECEIPTS
           ELSE
               DISPLAY "OPERATOR " OPR-OPERATOR-ID
                   " LACKS UPDATE AUTHORITY - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
           END-IF.

           STOP RUN.

       RUN-FEE-RECEIPTS.
           ACCEPT BATCH-START-TIME FROM TIME
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-INVOICES
           PERFORM LOAD-POSTED-RECEIPTS
           OPEN INPUT RCPT-TRAN-FILE
           PERFORM OPEN-FEE-RECEIPTS
           OPEN OUTPUT RCPT-OUT-FILE
           PERFORM OPEN-EXCEPTION-LOG

           MOVE SPACES TO RCPT-OUT-RECORD
           STRING "FEE-RECEIPTS RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO RCPT-OUT-RECORD
           END-STRING
           WRITE RCPT-OUT-RECORD
           MOVE "RECEIPT  INVOICE    ROLL       DATE     MODE"
               TO RCPT-OUT-RECORD
           MOVE "AMOUNT" TO RCPT-OUT-RECORD (52:6)
           MOVE "BALANCE" TO RCPT-OUT-RECORD (64:7)
           WRITE RCPT-OUT-RECORD

           IF RCPT-TRAN-STATUS = "00"
               READ RCPT-TRAN-FILE
                   AT END SET END-OF-RCPT-TRAN TO TRUE
               END-READ
           ELSE
               SET END-OF-RCPT-TRAN TO TRUE
           END-IF

           PERFORM UNTIL END-OF-RCPT-TRAN
               ADD 1 TO TRAN-COUNT
               PERFORM VALIDATE-RECEIPT-TRAN

               IF INPUT-IS-VALID
                   PERFORM POST-ONE-RECEIPT
                   ADD 1 TO ACCEPTED-COUNT
               ELSE
                   ADD 1 TO REJECTED-COUNT
                   PERFORM WRITE-REJECTED-LINE

                   MOVE SPACES TO EXC-LOG-RECORD
                   MOVE "FEE-RECEIPTS" TO EXC-PROGRAM-ID
                   MOVE RTR-INVOICE-NUMBER TO EXC-KEY-VALUE
                   MOVE REJECT-REASON TO EXC-REASON
                   MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
                   MOVE RUN-DATE TO EXC-CYCLE-DATE
                   WRITE EXC-LOG-RECORD
               END-IF

               READ RCPT-TRAN-FILE
                   AT END SET END-OF-RCPT-TRAN TO TRUE
               END-READ
           END-PERFORM

           MOVE RECEIVED-TOTAL TO DISPLAY-TOTAL
           MOVE SPACES TO RCPT-OUT-RECORD
           STRING "PAYMENTS READ: " DELIMITED BY SIZE
               TRAN-COUNT DELIMITED BY SIZE
               "  POSTED: " DELIMITED BY SIZE
               ACCEPTED-COUNT DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               REJECTED-COUNT DELIMITED BY SIZE
               INTO RCPT-OUT-RECORD
           END-STRING
           WRITE RCPT-OUT-RECORD
           MOVE SPACES TO RCPT-OUT-RECORD
           STRING "TOTAL RECEIVED: " DELIMITED BY SIZE
               DISPLAY-TOTAL DELIMITED BY SIZE
               INTO RCPT-OUT-RECORD
           END-STRING
           WRITE RCPT-OUT-RECORD

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           IF RCPT-TRAN-STATUS = "00" OR RCPT-TRAN-STATUS = "10"
               CLOSE RCPT-TRAN-FILE
           END-IF
           CLOSE FEE-RCPT-FILE
           CLOSE RCPT-OUT-FILE
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

       LOAD-INVOICES.
           OPEN INPUT FEE-INV-FILE
           IF FEE-INV-STATUS = "00"
               PERFORM UNTIL FEE-INV-STATUS NOT = "00"
                   READ FEE-INV-FILE
                       AT END MOVE "10" TO FEE-INV-STATUS
                       NOT AT END
                           IF INV-COUNT < 5000
                               ADD 1 TO INV-COUNT
                               MOVE FIV-INVOICE-NUMBER TO
                                   IVT-INVOICE-NUMBER(INV-COUNT)
                               MOVE FIV-ROLL-NUMBER TO
                                   IVT-ROLL(INV-COUNT)
                               MOVE FIV-NET-AMOUNT TO
                                   IVT-NET-AMOUNT(INV-COUNT)
                               MOVE 0 TO IVT-PAID-AMOUNT(INV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-INV-FILE
           END-IF.

      *    WHAT EARLIER RUNS HAVE ALREADY RECEIVED, AND WHERE THE
      *    RECEIPT NUMBERING HAS GOT TO.
       LOAD-POSTED-RECEIPTS.
           OPEN INPUT FEE-RCPT-FILE
           IF FEE-RCPT-STATUS = "00"
               PERFORM UNTIL FEE-RCPT-STATUS NOT = "00"
                   READ FEE-RCPT-FILE
                       AT END MOVE "10" TO FEE-RCPT-STATUS
                       NOT AT END
                           IF FRC-RECEIPT-NUMBER > LAST-RECEIPT-NUMBER
                               MOVE FRC-RECEIPT-NUMBER
                                   TO LAST-RECEIPT-NUMBER
                           END-IF
                           PERFORM FIND-RECEIPT-INVOICE
                           IF INV-FOUND-INDEX > 0
                               ADD FRC-AMOUNT TO
                                   IVT-PAID-AMOUNT(INV-FOUND-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-RCPT-FILE
           END-IF.

       FIND-RECEIPT-INVOICE.
           MOVE 0 TO INV-FOUND-INDEX
           PERFORM VARYING INV-INDEX FROM 1 BY 1
                   UNTIL INV-INDEX > INV-COUNT OR INV-FOUND-INDEX > 0
               IF IVT-INVOICE-NUMBER(INV-INDEX) = FRC-INVOICE-NUMBER
                   MOVE INV-INDEX TO INV-FOUND-INDEX
               END-IF
           END-PERFORM.

      *    APPENDS TO THE RECEIPTS FILE IF IT ALREADY EXISTS, OR
      *    CREATES IT ON THE FIRST RUN.
       OPEN-FEE-RECEIPTS.
           OPEN EXTEND FEE-RCPT-FILE
           IF FEE-RCPT-STATUS NOT = "00"
               OPEN OUTPUT FEE-RCPT-FILE
           END-IF.

       VALIDATE-RECEIPT-TRAN.
           SET INPUT-IS-VALID TO TRUE
           MOVE SPACES TO REJECT-REASON

           MOVE RTR-INVOICE-NUMBER TO FRC-INVOICE-NUMBER
           PERFORM FIND-RECEIPT-INVOICE
           IF INV-FOUND-INDEX = 0
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "INVOICE NOT ON FILE" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID
               IF IVT-ROLL(INV-FOUND-INDEX) NOT = RTR-ROLL-NUMBER
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "INVOICE BELONGS TO ANOTHER STUDENT"
                       TO REJECT-REASON
               END-IF
           END-IF

           IF INPUT-IS-VALID
               IF RTR-AMOUNT-X NOT NUMERIC
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "AMOUNT IS NOT NUMERIC" TO REJECT-REASON
               ELSE
                   IF RTR-AMOUNT = 0
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "AMOUNT IS ZERO" TO REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF INPUT-IS-VALID
               COMPUTE INVOICE-BALANCE =
                   IVT-NET-AMOUNT(INV-FOUND-INDEX)
                   - IVT-PAID-AMOUNT(INV-FOUND-INDEX)
               IF RTR-AMOUNT > INVOICE-BALANCE
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "PAYMENT EXCEEDS INVOICE BALANCE"
                       TO REJECT-REASON
               END-IF
           END-IF

           IF INPUT-IS-VALID
               IF RTR-RECEIPT-DATE-X = SPACES
                   MOVE RUN-DATE TO RECEIPT-DATE
               ELSE
                   IF RTR-RECEIPT-DATE-X NOT NUMERIC
                           OR RTR-RECEIPT-DATE > RUN-DATE
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "RECEIPT DATE INVALID OR IN THE FUTURE"
                           TO REJECT-REASON
                   ELSE
                       MOVE RTR-RECEIPT-DATE TO RECEIPT-DATE
                   END-IF
               END-IF
           END-IF

           IF INPUT-IS-VALID
               IF NOT RTR-MODE-VALID
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "PAYMENT MODE MUST BE CASH/CHEQ/CARD/BANK"
                       TO REJECT-REASON
               ELSE
                   IF NOT RTR-MODE-CASH AND RTR-REFERENCE = SPACES
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "PAYMENT REFERENCE IS BLANK"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       POST-ONE-RECEIPT.
           ADD 1 TO LAST-RECEIPT-NUMBER
           MOVE SPACES TO FEE-RCPT-RECORD
           MOVE LAST-RECEIPT-NUMBER TO FRC-RECEIPT-NUMBER
           MOVE RTR-INVOICE-NUMBER TO FRC-INVOICE-NUMBER
           MOVE RTR-ROLL-NUMBER TO FRC-ROLL-NUMBER
           MOVE RECEIPT-DATE TO FRC-RECEIPT-DATE
           MOVE RTR-AMOUNT TO FRC-AMOUNT
           MOVE RTR-PAYMENT-MODE TO FRC-PAYMENT-MODE
           MOVE RTR-REFERENCE TO FRC-REFERENCE
           MOVE OPR-OPERATOR-ID TO FRC-OPERATOR-ID
           WRITE FEE-RCPT-RECORD

           ADD RTR-AMOUNT TO IVT-PAID-AMOUNT(INV-FOUND-INDEX)
           ADD RTR-AMOUNT TO RECEIVED-TOTAL
           COMPUTE INVOICE-BALANCE =
               IVT-NET-AMOUNT(INV-FOUND-INDEX)
               - IVT-PAID-AMOUNT(INV-FOUND-INDEX)

           MOVE RTR-AMOUNT TO DISPLAY-AMOUNT
           MOVE INVOICE-BALANCE TO DISPLAY-BALANCE
           MOVE SPACES TO RCPT-OUT-RECORD
           STRING FRC-RECEIPT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RTR-INVOICE-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RTR-ROLL-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RECEIPT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RTR-PAYMENT-MODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DISPLAY-BALANCE DELIMITED BY SIZE
               INTO RCPT-OUT-RECORD
           END-STRING
           WRITE RCPT-OUT-RECORD.

       WRITE-REJECTED-LINE.
           MOVE SPACES TO RCPT-OUT-RECORD
           STRING "REJECTED " DELIMITED BY SIZE
               RTR-INVOICE-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RTR-ROLL-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REJECT-REASON DELIMITED BY SIZE
               INTO RCPT-OUT-RECORD
           END-STRING
           WRITE RCPT-OUT-RECORD.

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
           MOVE "FEE-RECEIPTS" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE TRAN-COUNT TO AUD-RECORD-COUNT
           MOVE ACCEPTED-COUNT TO AUD-OUTPUT-COUNT
           MOVE REJECTED-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "FEERTRN PAYMENTS" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.
