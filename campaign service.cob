       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAIGN-SERVICE.

      *    THE ONE PLACE A PROMOTIONAL CAMPAIGN BONUS IS DECIDED. ON
      *    THE FIRST CALL OF A JOB STEP THE CAMPAIGN FILE, THE
      *    DEPOSIT AND WITHDRAWAL MOVEMENTS ON BALHIST AND THE
      *    CPNLEDG CAMPAIGN LEDGER ARE LOADED AND HELD; EACH CALL
      *    THEN TAKES ONE ACCOUNT THROUGH EVERY CAMPAIGN IT IS
      *    ELIGIBLE FOR. A QUALIFYING DEPOSIT IS REGISTERED ON THE
      *    LEDGER THE FIRST TIME IT IS SEEN; A WITHDRAWAL POSTED
      *    AFTER IT AND WITHIN THE HOLDING PERIOD FORFEITS IT; ONCE
      *    THE HOLDING PERIOD HAS RUN CLEAN THE BONUS RATE IS PAID
      *    ON THE DEPOSIT'S OWN AMOUNT FOR THE HOLDING DAYS AND
      *    ANSWERED TO THE CALLER. EITHER SETTLEMENT IS WRITTEN TO
      *    THE LEDGER, SO NO DEPOSIT IS PAID OR FORFEITED TWICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO "CAMPAIGN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAMPAIGN-STATUS.
           SELECT BAL-HIST-FILE ASSIGN TO "BALHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BAL-HIST-STATUS.
           SELECT CPN-LEDG-FILE ASSIGN TO "CPNLEDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CPN-LEDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD.
           COPY CPNREC.

       FD  BAL-HIST-FILE.
       01  BAL-HIST-RECORD.
           COPY BALHREC.

       FD  CPN-LEDG-FILE.
       01  CPN-LEDG-RECORD.
           COPY CPLREC.

       WORKING-STORAGE SECTION.
       01  CAMPAIGN-STATUS        PIC XX.
       01  BAL-HIST-STATUS        PIC XX.
       01  CPN-LEDG-STATUS        PIC XX.
       01  LOADED-SWITCH          PIC X VALUE "N".
           88  CAMPAIGNS-LOADED       VALUE "Y".

      *    THE CAMPAIGNS, HELD ACROSS CALLS.
       01  CAMPAIGN-COUNT         PIC 9(2) VALUE 0.
       01  CAMPAIGN-TABLE.
           05  CAMPAIGN-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON CAMPAIGN-COUNT.
               10  CPT-ROW                PIC X(104).
       01  CAMPAIGN-INDEX         PIC 9(2).
       01  LIST-INDEX             PIC 9.
       01  ELIGIBLE-SWITCH        PIC X.
           88  ACCOUNT-IS-ELIGIBLE    VALUE "Y".
       01  LIST-MATCH-SWITCH      PIC X.
           88  LIST-MATCHED           VALUE "Y".

      *    THE DEPOSIT AND WITHDRAWAL MOVEMENTS, IN FILE ORDER, WITH
      *    THE SERIAL DAY OF EACH POSTING.
       01  MOVE-COUNT             PIC 9(4) VALUE 0.
       01  MOVE-TABLE.
           05  MOVE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON MOVE-COUNT.
               10  MVT-TARGET             PIC X(02).
               10  MVT-ACCT-NUMBER        PIC X(10).
               10  MVT-TRAN-TYPE          PIC X(03).
               10  MVT-POST-DATE          PIC 9(08).
               10  MVT-DAY-NUMBER         PIC 9(07).
               10  MVT-AMOUNT             PIC 9(5)V99.
               10  MVT-PRIOR-BALANCE      PIC 9(5)V99.
       01  MOVE-INDEX             PIC 9(4).
       01  LATER-INDEX            PIC 9(4).

      *    THE LEDGER - ONE ROW PER QUALIFYING DEPOSIT, MARKED
      *    SETTLED ONCE PAID OR FORFEITED.
       01  LEDGER-COUNT           PIC 9(4) VALUE 0.
       01  LEDGER-TABLE.
           05  LEDGER-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON LEDGER-COUNT.
               10  LGT-CAMPAIGN-ID        PIC X(06).
               10  LGT-TARGET             PIC X(02).
               10  LGT-ACCT-NUMBER        PIC X(10).
               10  LGT-DEPOSIT-DATE       PIC 9(08).
               10  LGT-DEPOSIT-AMOUNT     PIC 9(5)V99.
               10  LGT-PRIOR-BALANCE      PIC 9(5)V99.
               10  LGT-SETTLED            PIC X.
       01  LEDGER-INDEX           PIC 9(4).
       01  LEDGER-MATCH           PIC 9(4).

      *    THE DEPOSIT IN HAND.
       01  HOLD-END-DAY           PIC 9(07).
       01  CYCLE-DAY-NUMBER       PIC 9(07).
       01  BONUS-AMOUNT           PIC 9(7)V99.
       01  FORFEIT-SWITCH         PIC X.
           88  DEPOSIT-FORFEITED      VALUE "Y".

       01  SERIAL-WORK-AREA.
           05  SER-DATE           PIC 9(8).
           05  SER-YYYY           PIC 9(4).
           05  SER-MM             PIC 9(2).
           05  SER-DD             PIC 9(2).
           05  SER-ADJ-YYYY       PIC 9(4).
           05  SER-ADJ-MM         PIC 9(2).
           05  SER-DAY-NUMBER     PIC 9(7).

       LINKAGE SECTION.
       01  CAMPAIGN-SERVICE-AREA.
           COPY CAMPREQ.

       PROCEDURE DIVISION USING CAMPAIGN-SERVICE-AREA.
           IF NOT CAMPAIGNS-LOADED
               PERFORM LOAD-CAMPAIGNS
               IF CAMPAIGN-COUNT > 0
                   PERFORM LOAD-MOVEMENTS
                   PERFORM LOAD-LEDGER
               END-IF
               SET CAMPAIGNS-LOADED TO TRUE
           END-IF

           MOVE 0 TO CPQ-BONUS-AMOUNT
           MOVE 0 TO CPQ-PAID-COUNT
           MOVE 0 TO CPQ-FORFEIT-COUNT
           MOVE 0 TO CPQ-FORFEIT-AMOUNT

           MOVE CPQ-CYCLE-DATE TO SER-DATE
           PERFORM COMPUTE-SERIAL-DAY
           MOVE SER-DAY-NUMBER TO CYCLE-DAY-NUMBER

           PERFORM VARYING CAMPAIGN-INDEX FROM 1 BY 1
                   UNTIL CAMPAIGN-INDEX > CAMPAIGN-COUNT
               MOVE CPT-ROW (CAMPAIGN-INDEX) TO CAMPAIGN-RECORD
               PERFORM CHECK-ACCOUNT-ELIGIBLE
               IF ACCOUNT-IS-ELIGIBLE
                   PERFORM VARYING MOVE-INDEX FROM 1 BY 1
                           UNTIL MOVE-INDEX > MOVE-COUNT
                       IF MVT-TARGET (MOVE-INDEX) = CPQ-TARGET
                           AND MVT-ACCT-NUMBER (MOVE-INDEX)
                               = CPQ-ACCT-NUMBER
                           AND MVT-TRAN-TYPE (MOVE-INDEX) = "DEP"
                           AND MVT-POST-DATE (MOVE-INDEX)
                               NOT < CPN-START-DATE
                           AND MVT-POST-DATE (MOVE-INDEX)
                               NOT > CPN-END-DATE
                           AND MVT-AMOUNT (MOVE-INDEX)
                               NOT < CPN-MIN-DEPOSIT
                           PERFORM JUDGE-QUALIFYING-DEPOSIT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           GOBACK.

      *    THE CAMPAIGN MUST BE FOR THIS MASTER AND NAME THE
      *    ACCOUNT'S PRODUCT AND BRANCH, OR LEAVE EITHER LIST BLANK.
       CHECK-ACCOUNT-ELIGIBLE.
           MOVE "N" TO ELIGIBLE-SWITCH
           IF CPN-TARGET = CPQ-TARGET
               SET ACCOUNT-IS-ELIGIBLE TO TRUE
           END-IF

           IF ACCOUNT-IS-ELIGIBLE
               MOVE "N" TO LIST-MATCH-SWITCH
               PERFORM VARYING LIST-INDEX FROM 1 BY 1
                       UNTIL LIST-INDEX > 5
                   IF CPN-PRODUCT-CODE (LIST-INDEX) NOT = SPACES
                           AND CPN-PRODUCT-CODE (LIST-INDEX)
                               = CPQ-PRODUCT-CODE
                       SET LIST-MATCHED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT LIST-MATCHED
                   AND (CPN-PRODUCT-CODE (1) NOT = SPACES
                       OR CPN-PRODUCT-CODE (2) NOT = SPACES
                       OR CPN-PRODUCT-CODE (3) NOT = SPACES
                       OR CPN-PRODUCT-CODE (4) NOT = SPACES
                       OR CPN-PRODUCT-CODE (5) NOT = SPACES)
                   MOVE "N" TO ELIGIBLE-SWITCH
               END-IF
           END-IF

           IF ACCOUNT-IS-ELIGIBLE
               MOVE "N" TO LIST-MATCH-SWITCH
               PERFORM VARYING LIST-INDEX FROM 1 BY 1
                       UNTIL LIST-INDEX > 5
                   IF CPN-BRANCH-CODE (LIST-INDEX) NOT = SPACES
                           AND CPN-BRANCH-CODE (LIST-INDEX)
                               = CPQ-BRANCH-CODE
                       SET LIST-MATCHED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT LIST-MATCHED
                   AND (CPN-BRANCH-CODE (1) NOT = SPACES
                       OR CPN-BRANCH-CODE (2) NOT = SPACES
                       OR CPN-BRANCH-CODE (3) NOT = SPACES
                       OR CPN-BRANCH-CODE (4) NOT = SPACES
                       OR CPN-BRANCH-CODE (5) NOT = SPACES)
                   MOVE "N" TO ELIGIBLE-SWITCH
               END-IF
           END-IF.

      *    ONE QUALIFYING DEPOSIT: REGISTERED IF NEW, THEN SETTLED
      *    IF ITS HOLDING PERIOD HAS BEEN BROKEN OR HAS RUN.
       JUDGE-QUALIFYING-DEPOSIT.
           MOVE 0 TO LEDGER-MATCH
           PERFORM VARYING LEDGER-INDEX FROM 1 BY 1
                   UNTIL LEDGER-INDEX > LEDGER-COUNT
               IF LGT-CAMPAIGN-ID (LEDGER-INDEX) = CPN-CAMPAIGN-ID
                   AND LGT-TARGET (LEDGER-INDEX) = CPQ-TARGET
                   AND LGT-ACCT-NUMBER (LEDGER-INDEX)
                       = CPQ-ACCT-NUMBER
                   AND LGT-DEPOSIT-DATE (LEDGER-INDEX)
                       = MVT-POST-DATE (MOVE-INDEX)
                   AND LGT-DEPOSIT-AMOUNT (LEDGER-INDEX)
                       = MVT-AMOUNT (MOVE-INDEX)
                   AND LGT-PRIOR-BALANCE (LEDGER-INDEX)
                       = MVT-PRIOR-BALANCE (MOVE-INDEX)
                   MOVE LEDGER-INDEX TO LEDGER-MATCH
               END-IF
           END-PERFORM

           IF LEDGER-MATCH = 0 AND LEDGER-COUNT < 2000
               ADD 1 TO LEDGER-COUNT
               MOVE LEDGER-COUNT TO LEDGER-MATCH
               MOVE CPN-CAMPAIGN-ID TO LGT-CAMPAIGN-ID (LEDGER-MATCH)
               MOVE CPQ-TARGET TO LGT-TARGET (LEDGER-MATCH)
               MOVE CPQ-ACCT-NUMBER TO LGT-ACCT-NUMBER (LEDGER-MATCH)
               MOVE MVT-POST-DATE (MOVE-INDEX)
                   TO LGT-DEPOSIT-DATE (LEDGER-MATCH)
               MOVE MVT-AMOUNT (MOVE-INDEX)
                   TO LGT-DEPOSIT-AMOUNT (LEDGER-MATCH)
               MOVE MVT-PRIOR-BALANCE (MOVE-INDEX)
                   TO LGT-PRIOR-BALANCE (LEDGER-MATCH)
               MOVE "N" TO LGT-SETTLED (LEDGER-MATCH)
               MOVE 0 TO BONUS-AMOUNT
               MOVE "Q" TO CPL-EVENT
               PERFORM WRITE-LEDGER-EVENT
           END-IF

           IF LEDGER-MATCH > 0
               IF LGT-SETTLED (LEDGER-MATCH) NOT = "Y"
                   PERFORM SETTLE-DEPOSIT
               END-IF
           END-IF.

      *    A WITHDRAWAL FROM THE ACCOUNT POSTED AFTER THE DEPOSIT
      *    (LATER ON THE FILE) AND NO LATER THAN THE LAST HOLDING
      *    DAY FORFEITS THE BONUS; OTHERWISE IT IS PAID ONCE THE
      *    CYCLE DATE REACHES THE END OF THE HOLDING PERIOD.
       SETTLE-DEPOSIT.
           COMPUTE HOLD-END-DAY =
               MVT-DAY-NUMBER (MOVE-INDEX) + CPN-HOLD-DAYS
           COMPUTE BONUS-AMOUNT ROUNDED =
               MVT-AMOUNT (MOVE-INDEX) * CPN-BONUS-RATE
                   * CPN-HOLD-DAYS / 365 / 100

           MOVE "N" TO FORFEIT-SWITCH
           PERFORM VARYING LATER-INDEX FROM MOVE-INDEX BY 1
                   UNTIL LATER-INDEX > MOVE-COUNT
               IF LATER-INDEX > MOVE-INDEX
                   AND MVT-TARGET (LATER-INDEX) = CPQ-TARGET
                   AND MVT-ACCT-NUMBER (LATER-INDEX)
                       = CPQ-ACCT-NUMBER
                   AND MVT-TRAN-TYPE (LATER-INDEX) = "WDR"
                   AND MVT-DAY-NUMBER (LATER-INDEX) < HOLD-END-DAY
                   SET DEPOSIT-FORFEITED TO TRUE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN DEPOSIT-FORFEITED
                   MOVE "Y" TO LGT-SETTLED (LEDGER-MATCH)
                   ADD 1 TO CPQ-FORFEIT-COUNT
                   ADD BONUS-AMOUNT TO CPQ-FORFEIT-AMOUNT
                   MOVE "F" TO CPL-EVENT
                   PERFORM WRITE-LEDGER-EVENT
               WHEN CYCLE-DAY-NUMBER NOT < HOLD-END-DAY
                   MOVE "Y" TO LGT-SETTLED (LEDGER-MATCH)
                   ADD 1 TO CPQ-PAID-COUNT
                   ADD BONUS-AMOUNT TO CPQ-BONUS-AMOUNT
                   MOVE "P" TO CPL-EVENT
                   PERFORM WRITE-LEDGER-EVENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    APPENDS ONE EVENT FOR THE DEPOSIT IN HAND - THE CALLER
      *    SETS CPL-EVENT AND BONUS-AMOUNT FIRST.
       WRITE-LEDGER-EVENT.
           OPEN EXTEND CPN-LEDG-FILE
           IF CPN-LEDG-STATUS NOT = "00"
               OPEN OUTPUT CPN-LEDG-FILE
           END-IF
           MOVE CPN-CAMPAIGN-ID TO CPL-CAMPAIGN-ID
           MOVE CPQ-TARGET TO CPL-TARGET
           MOVE CPQ-ACCT-NUMBER TO CPL-ACCT-NUMBER
           MOVE CPQ-BRANCH-CODE TO CPL-BRANCH-CODE
           MOVE MVT-POST-DATE (MOVE-INDEX) TO CPL-DEPOSIT-DATE
           MOVE MVT-AMOUNT (MOVE-INDEX) TO CPL-DEPOSIT-AMOUNT
           MOVE MVT-PRIOR-BALANCE (MOVE-INDEX) TO CPL-PRIOR-BALANCE
           MOVE CPQ-CYCLE-DATE TO CPL-EVENT-DATE
           MOVE BONUS-AMOUNT TO CPL-BONUS-AMOUNT
           WRITE CPN-LEDG-RECORD
           CLOSE CPN-LEDG-FILE.

       LOAD-CAMPAIGNS.
           OPEN INPUT CAMPAIGN-FILE
           IF CAMPAIGN-STATUS = "00"
               PERFORM UNTIL CAMPAIGN-STATUS NOT = "00"
                   READ CAMPAIGN-FILE
                       AT END MOVE "10" TO CAMPAIGN-STATUS
                       NOT AT END
                           IF CAMPAIGN-COUNT < 50
                                   AND CPN-BONUS-RATE NUMERIC
                                   AND CPN-MIN-DEPOSIT NUMERIC
                                   AND CPN-HOLD-DAYS NUMERIC
                                   AND CPN-START-DATE NUMERIC
                                   AND CPN-END-DATE NUMERIC
                               ADD 1 TO CAMPAIGN-COUNT
                               MOVE CAMPAIGN-RECORD
                                   TO CPT-ROW (CAMPAIGN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPAIGN-FILE
           END-IF.

       LOAD-MOVEMENTS.
           OPEN INPUT BAL-HIST-FILE
           IF BAL-HIST-STATUS = "00"
               PERFORM UNTIL BAL-HIST-STATUS NOT = "00"
                   READ BAL-HIST-FILE
                       AT END MOVE "10" TO BAL-HIST-STATUS
                       NOT AT END
                           IF (BHR-DEPOSIT OR BHR-WITHDRAWAL)
                                   AND MOVE-COUNT < 2000
                               ADD 1 TO MOVE-COUNT
                               MOVE BHR-PRODUCT TO
                                   MVT-TARGET (MOVE-COUNT)
                               MOVE BHR-ACCT-NUMBER TO
                                   MVT-ACCT-NUMBER (MOVE-COUNT)
                               MOVE BHR-TRAN-TYPE TO
                                   MVT-TRAN-TYPE (MOVE-COUNT)
                               MOVE BHR-POST-DATE TO
                                   MVT-POST-DATE (MOVE-COUNT)
                               MOVE BHR-AMOUNT TO
                                   MVT-AMOUNT (MOVE-COUNT)
                               MOVE BHR-PRIOR-BALANCE TO
                                   MVT-PRIOR-BALANCE (MOVE-COUNT)
                               MOVE BHR-POST-DATE TO SER-DATE
                               PERFORM COMPUTE-SERIAL-DAY
                               MOVE SER-DAY-NUMBER TO
                                   MVT-DAY-NUMBER (MOVE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAL-HIST-FILE
           END-IF.

      *    A DEPOSIT IS SETTLED ONCE ANY P OR F EVENT IS ON FILE FOR
      *    IT; A Q EVENT ALONE LEAVES IT OPEN.
       LOAD-LEDGER.
           OPEN INPUT CPN-LEDG-FILE
           IF CPN-LEDG-STATUS = "00"
               PERFORM UNTIL CPN-LEDG-STATUS NOT = "00"
                   READ CPN-LEDG-FILE
                       AT END MOVE "10" TO CPN-LEDG-STATUS
                       NOT AT END
                           PERFORM HOLD-LEDGER-EVENT
                   END-READ
               END-PERFORM
               CLOSE CPN-LEDG-FILE
           END-IF.

       HOLD-LEDGER-EVENT.
           MOVE 0 TO LEDGER-MATCH
           PERFORM VARYING LEDGER-INDEX FROM 1 BY 1
                   UNTIL LEDGER-INDEX > LEDGER-COUNT
               IF LGT-CAMPAIGN-ID (LEDGER-INDEX) = CPL-CAMPAIGN-ID
                   AND LGT-TARGET (LEDGER-INDEX) = CPL-TARGET
                   AND LGT-ACCT-NUMBER (LEDGER-INDEX)
                       = CPL-ACCT-NUMBER
                   AND LGT-DEPOSIT-DATE (LEDGER-INDEX)
                       = CPL-DEPOSIT-DATE
                   AND LGT-DEPOSIT-AMOUNT (LEDGER-INDEX)
                       = CPL-DEPOSIT-AMOUNT
                   AND LGT-PRIOR-BALANCE (LEDGER-INDEX)
                       = CPL-PRIOR-BALANCE
                   MOVE LEDGER-INDEX TO LEDGER-MATCH
               END-IF
           END-PERFORM

           IF LEDGER-MATCH = 0 AND LEDGER-COUNT < 2000
               ADD 1 TO LEDGER-COUNT
               MOVE LEDGER-COUNT TO LEDGER-MATCH
               MOVE CPL-CAMPAIGN-ID TO LGT-CAMPAIGN-ID (LEDGER-MATCH)
               MOVE CPL-TARGET TO LGT-TARGET (LEDGER-MATCH)
               MOVE CPL-ACCT-NUMBER TO LGT-ACCT-NUMBER (LEDGER-MATCH)
               MOVE CPL-DEPOSIT-DATE
                   TO LGT-DEPOSIT-DATE (LEDGER-MATCH)
               MOVE CPL-DEPOSIT-AMOUNT
                   TO LGT-DEPOSIT-AMOUNT (LEDGER-MATCH)
               MOVE CPL-PRIOR-BALANCE
                   TO LGT-PRIOR-BALANCE (LEDGER-MATCH)
               MOVE "N" TO LGT-SETTLED (LEDGER-MATCH)
           END-IF

           IF LEDGER-MATCH > 0
                   AND (CPL-BONUS-PAID OR CPL-FORFEITED)
               MOVE "Y" TO LGT-SETTLED (LEDGER-MATCH)
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
