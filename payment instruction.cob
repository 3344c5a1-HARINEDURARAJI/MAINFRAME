       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-INSTRUCTION.

      *    THE ONE PLACE AN OUTBOUND PAYOUT IS WRITTEN. EVERY RUN
      *    THAT DECIDES MONEY LEAVES THE BANK HANDS THE PAYOUT OVER
      *    THROUGH PAYIREQ.CPY; THE SERVICE LOOKS UP THE ACCOUNT THE
      *    CUSTOMER NOMINATED ON PAYBENF (LOADED ON THE FIRST CALL
      *    OF A JOB STEP, AS LIEN-SERVICE LOADS LIENMSTR) - OR TAKES
      *    THE ACCOUNT THE CALLER NAMED, WHEN IT NAMED ONE - NUMBERS
      *    THE INSTRUCTION AND APPENDS IT TO PAYOUT, KEEPING THE
      *    BATCH'S COUNT AND TOTAL. THE CALLER'S CLOSE REQUEST AT END
      *    OF RUN WRITES THE TRAILER THE PAYMENTS SYSTEM PROVES THE
      *    BATCH AGAINST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-BENF-FILE ASSIGN TO "PAYBENF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PAY-BENF-STATUS.
           SELECT PAY-OUT-FILE ASSIGN TO "PAYOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PAY-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-BENF-FILE.
       01  PAY-BENF-RECORD.
           COPY BENREC.

       FD  PAY-OUT-FILE.
       01  PAY-OUT-RECORD.
           COPY PAYOREC.

       WORKING-STORAGE SECTION.
       01  PAY-BENF-STATUS        PIC XX.
       01  PAY-OUT-STATUS         PIC XX.
       01  LOADED-SWITCH          PIC X VALUE "N".
           88  BENEFICIARIES-LOADED   VALUE "Y".
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-PAY-BENF        VALUE "Y".

      *    THE NOMINATED PAYOUT ACCOUNTS, HELD ACROSS CALLS.
       01  BENF-COUNT             PIC 9(4) VALUE 0.
       01  BENF-TABLE.
           05  BENF-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON BENF-COUNT.
               10  BFE-TARGET             PIC X(02).
               10  BFE-ACCT-NUMBER        PIC X(10).
               10  BFE-BENEF-ACCT         PIC X(20).
               10  BFE-BENEF-BANK         PIC X(11).
               10  BFE-BENEF-NAME         PIC X(30).
       01  BENF-INDEX             PIC 9(4).
       01  BENF-MATCH             PIC 9(4).

      *    WHO THE PAYOUT IN HAND GOES TO, FROM WHICHEVER SOURCE.
       01  PAYEE-ACCT             PIC X(20).
       01  PAYEE-BANK             PIC X(11).
       01  PAYEE-NAME             PIC X(30).

      *    THE CURRENT BATCH - ITS SEQUENCE RUNS ON ACROSS A CLOSE SO
      *    NO REFERENCE IS EVER ISSUED TWICE IN ONE JOB STEP.
       01  INSTR-SEQUENCE         PIC 9(6) VALUE 0.
       01  BATCH-COUNT            PIC 9(7) VALUE 0.
       01  BATCH-TOTAL            PIC 9(11)V99 VALUE 0.

       LINKAGE SECTION.
       01  PAYMENT-INSTR-AREA.
           COPY PAYIREQ.

       PROCEDURE DIVISION USING PAYMENT-INSTR-AREA.
           IF NOT BENEFICIARIES-LOADED
               PERFORM LOAD-BENEFICIARIES
               SET BENEFICIARIES-LOADED TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN PIQ-REQ-ISSUE
                   PERFORM ISSUE-INSTRUCTION
               WHEN PIQ-REQ-CLOSE
                   PERFORM CLOSE-BATCH
           END-EVALUATE

           MOVE BATCH-COUNT TO PIQ-ISSUED-COUNT
           MOVE BATCH-TOTAL TO PIQ-ISSUED-TOTAL

           GOBACK.

      *    ONE PAYOUT TO THE BENEFICIARY THE CALLER NAMED, OR ELSE
      *    TO THE ACCOUNT'S NOMINATED BENEFICIARY. WITH NEITHER,
      *    NOTHING IS WRITTEN AND THE CALLER IS TOLD.
       ISSUE-INSTRUCTION.
           MOVE SPACES TO PIQ-INSTR-REF
           MOVE SPACES TO PAYEE-ACCT
           MOVE SPACES TO PAYEE-BANK
           MOVE SPACES TO PAYEE-NAME
           IF PIQ-BENEF-ACCT NOT = SPACES
               MOVE PIQ-BENEF-ACCT TO PAYEE-ACCT
               MOVE PIQ-BENEF-BANK TO PAYEE-BANK
               MOVE PIQ-BENEF-NAME TO PAYEE-NAME
           ELSE
               PERFORM FIND-NOMINATED-PAYEE
           END-IF

           IF PAYEE-ACCT = SPACES
               SET PIQ-NO-BENEFICIARY TO TRUE
           ELSE
               ADD 1 TO INSTR-SEQUENCE
               STRING PIQ-SOURCE DELIMITED BY SIZE
                   PIQ-BATCH-ID DELIMITED BY SIZE
                   PIQ-CYCLE-DATE DELIMITED BY SIZE
                   INSTR-SEQUENCE DELIMITED BY SIZE
                   INTO PIQ-INSTR-REF
               END-STRING

               PERFORM OPEN-PAYMENT-FILE
               MOVE SPACES TO PAY-OUT-RECORD
               SET POI-DETAIL TO TRUE
               MOVE PIQ-SOURCE TO POI-SOURCE
               MOVE PIQ-BATCH-ID TO POI-BATCH-ID
               MOVE PIQ-CYCLE-DATE TO POI-CYCLE-DATE
               MOVE PIQ-INSTR-REF TO POI-INSTR-REF
               MOVE PIQ-EVENT TO POI-EVENT
               MOVE PIQ-ORIG-TARGET TO POI-ORIG-TARGET
               MOVE PIQ-ORIG-ACCT TO POI-ORIG-ACCT
               MOVE PAYEE-ACCT TO POI-BENEF-ACCT
               MOVE PAYEE-BANK TO POI-BENEF-BANK
               MOVE PAYEE-NAME TO POI-BENEF-NAME
               MOVE PIQ-AMOUNT TO POI-AMOUNT
               MOVE PIQ-CURRENCY-CODE TO POI-CURRENCY-CODE
               MOVE PIQ-VALUE-DATE TO POI-VALUE-DATE
               WRITE PAY-OUT-RECORD
               CLOSE PAY-OUT-FILE

               ADD 1 TO BATCH-COUNT
               ADD PIQ-AMOUNT TO BATCH-TOTAL
               SET PIQ-ISSUED TO TRUE
           END-IF.

      *    THE BENEFICIARY THE CUSTOMER NOMINATED ON PAYBENF FOR THE
      *    PAID-OUT ACCOUNT, IF ANY.
       FIND-NOMINATED-PAYEE.
           MOVE 0 TO BENF-MATCH
           PERFORM VARYING BENF-INDEX FROM 1 BY 1
                   UNTIL BENF-INDEX > BENF-COUNT
               IF BFE-TARGET (BENF-INDEX) = PIQ-ORIG-TARGET
                       AND BFE-ACCT-NUMBER (BENF-INDEX)
                           = PIQ-ORIG-ACCT
                   MOVE BENF-INDEX TO BENF-MATCH
               END-IF
           END-PERFORM

           IF BENF-MATCH > 0
               MOVE BFE-BENEF-ACCT (BENF-MATCH) TO PAYEE-ACCT
               MOVE BFE-BENEF-BANK (BENF-MATCH) TO PAYEE-BANK
               MOVE BFE-BENEF-NAME (BENF-MATCH) TO PAYEE-NAME
           END-IF.

      *    THE BATCH TRAILER - ONLY WHEN SOMETHING WAS ISSUED.
       CLOSE-BATCH.
           IF BATCH-COUNT > 0
               PERFORM OPEN-PAYMENT-FILE
               MOVE SPACES TO PAY-OUT-RECORD
               SET POI-TRAILER TO TRUE
               MOVE PIQ-SOURCE TO POI-SOURCE
               MOVE PIQ-BATCH-ID TO POI-BATCH-ID
               MOVE PIQ-CYCLE-DATE TO POI-CYCLE-DATE
               MOVE BATCH-COUNT TO POI-TRL-DETAIL-COUNT
               MOVE BATCH-TOTAL TO POI-TRL-AMOUNT-TOTAL
               WRITE PAY-OUT-RECORD
               CLOSE PAY-OUT-FILE
           END-IF
           MOVE 0 TO BATCH-COUNT
           MOVE 0 TO BATCH-TOTAL
           SET PIQ-BATCH-CLOSED TO TRUE.

       OPEN-PAYMENT-FILE.
           OPEN EXTEND PAY-OUT-FILE
           IF PAY-OUT-STATUS NOT = "00"
               OPEN OUTPUT PAY-OUT-FILE
           END-IF.

      *    THE LAST ROW ON FILE FOR AN ACCOUNT REPLACES ANY EARLIER
      *    ONE, SO A CHANGED NOMINATION IS SIMPLY APPENDED.
       LOAD-BENEFICIARIES.
           OPEN INPUT PAY-BENF-FILE
           IF PAY-BENF-STATUS = "00"
               READ PAY-BENF-FILE
                   AT END SET END-OF-PAY-BENF TO TRUE
               END-READ

               PERFORM UNTIL END-OF-PAY-BENF
                   MOVE 0 TO BENF-MATCH
                   PERFORM VARYING BENF-INDEX FROM 1 BY 1
                           UNTIL BENF-INDEX > BENF-COUNT
                       IF BFE-TARGET (BENF-INDEX) = BEN-TARGET
                               AND BFE-ACCT-NUMBER (BENF-INDEX)
                                   = BEN-ACCT-NUMBER
                           MOVE BENF-INDEX TO BENF-MATCH
                       END-IF
                   END-PERFORM
                   IF BENF-MATCH = 0 AND BENF-COUNT < 2000
                       ADD 1 TO BENF-COUNT
                       MOVE BENF-COUNT TO BENF-MATCH
                   END-IF
                   IF BENF-MATCH > 0
                       MOVE BEN-TARGET TO BFE-TARGET (BENF-MATCH)
                       MOVE BEN-ACCT-NUMBER
                           TO BFE-ACCT-NUMBER (BENF-MATCH)
                       MOVE BEN-BENEF-ACCT
                           TO BFE-BENEF-ACCT (BENF-MATCH)
                       MOVE BEN-BENEF-BANK
                           TO BFE-BENEF-BANK (BENF-MATCH)
                       MOVE BEN-BENEF-NAME
                           TO BFE-BENEF-NAME (BENF-MATCH)
                   END-IF

                   READ PAY-BENF-FILE
                       AT END SET END-OF-PAY-BENF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE PAY-BENF-FILE
           END-IF.
