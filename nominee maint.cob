       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINEE-MAINTENANCE.

      *    MAINTAINS THE NOMINEE BENEFICIARY FILE FROM A FILE OF
      *    ADD/CHANGE/DELETE TRANSACTIONS, THE SAME WAY OWNER-
      *    MAINTENANCE MAINTAINS ACCTOWN - FULL VALIDATION BEFORE
      *    ANYTHING IS TOUCHED, AN APPLIED/REJECTED REGISTER, AND
      *    REJECTS ON THE SHARED EXCEPTION LOG. A TRANSACTION THAT
      *    WOULD PUSH THE NOMINEES' SHARES OF ONE CUSTOMER'S ACCOUNT
      *    PAST ONE HUNDRED PERCENT IS REJECTED, SO THE ESTATE-
      *    SETTLEMENT RUN CAN TRUST THE FILE TO SPLIT A BALANCE
      *    WITHOUT INVENTING MONEY. EACH ROW ALSO CARRIES THE ACCOUNT
      *    AT THE NOMINEE'S OWN BANK THAT THE SHARE IS PAID TO; A ROW
      *    LEFT WITHOUT ONE IS PAID BY HAND WHEN THE ESTATE SETTLES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOM-TRAN-FILE ASSIGN TO "NOMTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NOM-TRAN-STATUS.
           SELECT NOMINEE-FILE ASSIGN TO "NOMINEE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NOMINEE-STATUS.
           SELECT CUST-MSTR-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS CUST-MSTR-STATUS.
           SELECT NMM-OUT-FILE ASSIGN TO "NMMOUT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXC-LOG-FILE ASSIGN TO "EXCLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXC-LOG-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOM-TRAN-FILE.
       01  NOM-TRAN-RECORD.
           05  NTN-ACTION             PIC X(6).
               88  NTN-ACTION-ADD         VALUE "ADD".
               88  NTN-ACTION-CHANGE      VALUE "CHANGE".
               88  NTN-ACTION-DELETE      VALUE "DELETE".
           05  NTN-CUSTOMER-NUMBER    PIC X(10).
           05  NTN-TARGET             PIC X(2).
               88  NTN-TARGET-SI          VALUE "SI".
               88  NTN-TARGET-CI          VALUE "CI".
           05  NTN-ACCT-NUMBER        PIC X(10).
           05  NTN-NOMINEE-NAME       PIC X(20).
           05  NTN-RELATIONSHIP       PIC X(10).
           05  NTN-SHARE-PCT          PIC 9(3)V99.
           05  NTN-SHARE-PCT-X REDEFINES NTN-SHARE-PCT
                                      PIC X(5).
      *    WHERE THE SHARE IS PAID. ON A CHANGE, SPACES KEEP THE
      *    ACCOUNT ALREADY ON FILE.
           05  NTN-BENEF-ACCT         PIC X(20).
           05  NTN-BENEF-BANK         PIC X(11).

       FD  NOMINEE-FILE.
       01  NOMINEE-RECORD.
           COPY NOMREC.

       FD  CUST-MSTR-FILE.
       01  CUST-MSTR-RECORD.
           COPY CUSTREC.

       FD  NMM-OUT-FILE.
       01  NMM-OUT-RECORD         PIC X(80).

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
           88  END-OF-NOM-TRAN        VALUE "Y".
       01  NOM-TRAN-STATUS        PIC XX.
       01  NOMINEE-STATUS         PIC XX.
       01  CUST-MSTR-STATUS       PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  TRAN-COUNT             PIC 9(7) VALUE 0.
       01  APPLIED-COUNT          PIC 9(7) VALUE 0.
       01  REJECTED-COUNT         PIC 9(7) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).

      *    THE WHOLE NOMINEE FILE IS HELD IN MEMORY FOR THE RUN -
      *    TRANSACTIONS EDIT THE TABLE AND THE FILE IS WRITTEN BACK
      *    ONCE AT THE END, THE WAY THE OWNERS FILE IS.
       01  NOMINEE-COUNT          PIC 9(4) VALUE 0.
       01  NOMINEE-TABLE.
           05  NOMINEE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NOMINEE-COUNT.
               10  NMT-CUSTOMER-NUMBER    PIC X(10).
               10  NMT-TARGET             PIC X(2).
               10  NMT-ACCT-NUMBER        PIC X(10).
               10  NMT-NOMINEE-NAME       PIC X(20).
               10  NMT-RELATIONSHIP       PIC X(10).
               10  NMT-SHARE-PCT          PIC 9(3)V99.
               10  NMT-BENEF-ACCT         PIC X(20).
               10  NMT-BENEF-BANK         PIC X(11).
               10  NMT-DELETED-FLAG       PIC X.
                   88  NMT-IS-DELETED         VALUE "Y".
       01  NOMINEE-INDEX          PIC 9(4).
       01  MATCHED-INDEX          PIC 9(4).
       01  SHARE-TOTAL            PIC 9(5)V99.
       01  CUSTOMER-FOUND-SWITCH  PIC X VALUE "N".
           88  CUSTOMER-WAS-FOUND     VALUE "Y".

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT AND EXCEPTION
      *    RECORD THIS PROGRAM WRITES.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

      *    MAINTAINING NOMINEES TAKES UPDATE AUTHORITY - WHO IS PAID
      *    WHEN A CUSTOMER DIES IS DECIDED BY THIS FILE ALONE.
           IF OPR-CAN-UPDATE
               PERFORM RUN-BATCH-MAINT
           ELSE
               DISPLAY "OPERATOR " OPR-OPERATOR-ID
                   " LACKS UPDATE AUTHORITY - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
           END-IF.

           STOP RUN.

       RUN-BATCH-MAINT.
           ACCEPT BATCH-START-TIME FROM TIME
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-NOMINEE-TABLE
           OPEN INPUT NOM-TRAN-FILE
           OPEN INPUT CUST-MSTR-FILE
           OPEN OUTPUT NMM-OUT-FILE
           PERFORM OPEN-EXCEPTION-LOG

           MOVE SPACES TO NMM-OUT-RECORD
           STRING "NOMINEE-MAINTENANCE RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO NMM-OUT-RECORD
           END-STRING
           WRITE NMM-OUT-RECORD

           MOVE "ACTION CUSTOMER   TGT ACCOUNT    NOMINEE DISPOSITION"
               TO NMM-OUT-RECORD
           WRITE NMM-OUT-RECORD

           IF NOM-TRAN-STATUS = "00"
               READ NOM-TRAN-FILE
                   AT END SET END-OF-NOM-TRAN TO TRUE
               END-READ
           ELSE
               SET END-OF-NOM-TRAN TO TRUE
           END-IF

           PERFORM UNTIL END-OF-NOM-TRAN
               ADD 1 TO TRAN-COUNT
               PERFORM VALIDATE-NOMINEE-TRAN

               IF INPUT-IS-VALID
                   PERFORM APPLY-NOMINEE-TRAN
               END-IF

               IF INPUT-IS-VALID
                   ADD 1 TO APPLIED-COUNT
                   PERFORM WRITE-APPLIED-LINE
               ELSE
                   ADD 1 TO REJECTED-COUNT
                   PERFORM WRITE-REJECTED-LINE

                   MOVE SPACES TO EXC-LOG-RECORD
                   MOVE "NOMINEE-MAINT" TO EXC-PROGRAM-ID
                   MOVE NTN-ACCT-NUMBER TO EXC-KEY-VALUE
                   MOVE REJECT-REASON TO EXC-REASON
                   MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
                   MOVE RUN-DATE TO EXC-CYCLE-DATE
                   WRITE EXC-LOG-RECORD
               END-IF

               READ NOM-TRAN-FILE
                   AT END SET END-OF-NOM-TRAN TO TRUE
               END-READ
           END-PERFORM

           PERFORM WRITE-CONTROL-TOTALS
           PERFORM REWRITE-NOMINEE-FILE

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           IF NOM-TRAN-STATUS = "00" OR NOM-TRAN-STATUS = "10"
               CLOSE NOM-TRAN-FILE
           END-IF
           CLOSE CUST-MSTR-FILE
           CLOSE NMM-OUT-FILE
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

       LOAD-NOMINEE-TABLE.
           OPEN INPUT NOMINEE-FILE
           IF NOMINEE-STATUS = "00"
               PERFORM UNTIL NOMINEE-STATUS NOT = "00"
                   READ NOMINEE-FILE
                       AT END MOVE "10" TO NOMINEE-STATUS
                       NOT AT END
                           IF NOMINEE-COUNT < 2000
                               ADD 1 TO NOMINEE-COUNT
                               MOVE NOM-CUSTOMER-NUMBER TO
                                   NMT-CUSTOMER-NUMBER (NOMINEE-COUNT)
                               MOVE NOM-TARGET TO
                                   NMT-TARGET (NOMINEE-COUNT)
                               MOVE NOM-ACCT-NUMBER TO
                                   NMT-ACCT-NUMBER (NOMINEE-COUNT)
                               MOVE NOM-NOMINEE-NAME TO
                                   NMT-NOMINEE-NAME (NOMINEE-COUNT)
                               MOVE NOM-RELATIONSHIP TO
                                   NMT-RELATIONSHIP (NOMINEE-COUNT)
                               MOVE NOM-SHARE-PCT TO
                                   NMT-SHARE-PCT (NOMINEE-COUNT)
                               MOVE NOM-BENEF-ACCT TO
                                   NMT-BENEF-ACCT (NOMINEE-COUNT)
                               MOVE NOM-BENEF-BANK TO
                                   NMT-BENEF-BANK (NOMINEE-COUNT)
                               MOVE "N" TO
                                   NMT-DELETED-FLAG (NOMINEE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOMINEE-FILE
           END-IF.

      *    EVERY FIELD IS CHECKED BEFORE THE TABLE IS TOUCHED. THE
      *    SHARE RULE: AN ADD OR CHANGE MAY NOT LEAVE THE NOMINEES
      *    OF ONE CUSTOMER'S ACCOUNT SUMMING PAST ONE HUNDRED
      *    PERCENT.
       VALIDATE-NOMINEE-TRAN.
           SET INPUT-IS-VALID TO TRUE
           MOVE SPACES TO REJECT-REASON

           IF NOT NTN-ACTION-ADD AND NOT NTN-ACTION-CHANGE
                   AND NOT NTN-ACTION-DELETE
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "ACTION NOT ADD, CHANGE OR DELETE"
                   TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND NTN-CUSTOMER-NUMBER = SPACES
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "CUSTOMER NUMBER IS BLANK" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID
                   AND NOT NTN-TARGET-SI AND NOT NTN-TARGET-CI
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "TARGET FILE NOT SI OR CI" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND NTN-ACCT-NUMBER = SPACES
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "ACCOUNT NUMBER IS BLANK" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND NTN-NOMINEE-NAME = SPACES
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "NOMINEE NAME IS BLANK" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND NOT NTN-ACTION-DELETE
               IF NTN-SHARE-PCT-X NOT NUMERIC
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "SHARE PERCENT NOT NUMERIC"
                       TO REJECT-REASON
               ELSE
                   IF NTN-SHARE-PCT NOT > 0
                           OR NTN-SHARE-PCT > 100
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "SHARE PERCENT NOT IN 0-100 RANGE"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF INPUT-IS-VALID AND NOT NTN-ACTION-DELETE
                   AND NTN-BENEF-ACCT = SPACES
                   AND NTN-BENEF-BANK NOT = SPACES
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "PAYOUT BANK GIVEN WITHOUT AN ACCOUNT"
                   TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND NOT NTN-ACTION-DELETE
               PERFORM CHECK-CUSTOMER-ON-MASTER
               IF NOT CUSTOMER-WAS-FOUND
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "CUSTOMER NOT ON CUSTMSTR" TO REJECT-REASON
               END-IF
           END-IF.

       CHECK-CUSTOMER-ON-MASTER.
           MOVE "N" TO CUSTOMER-FOUND-SWITCH
           IF CUST-MSTR-STATUS = "00"
               MOVE NTN-CUSTOMER-NUMBER TO CUST-NUMBER
               READ CUST-MSTR-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET CUSTOMER-WAS-FOUND TO TRUE
               END-READ
           ELSE
      *    NO CUSTOMER MASTER AT THIS SITE - THE RULE CANNOT BE
      *    CHECKED, SO IT IS NOT ENFORCED, AS OPERATOR-SIGNON
      *    TREATS A MISSING OPERID.
               SET CUSTOMER-WAS-FOUND TO TRUE
           END-IF.

       APPLY-NOMINEE-TRAN.
           MOVE 0 TO MATCHED-INDEX
           PERFORM VARYING NOMINEE-INDEX FROM 1 BY 1
                   UNTIL NOMINEE-INDEX > NOMINEE-COUNT
               IF NMT-CUSTOMER-NUMBER (NOMINEE-INDEX)
                       = NTN-CUSTOMER-NUMBER
                   AND NMT-TARGET (NOMINEE-INDEX) = NTN-TARGET
                   AND NMT-ACCT-NUMBER (NOMINEE-INDEX)
                       = NTN-ACCT-NUMBER
                   AND NMT-NOMINEE-NAME (NOMINEE-INDEX)
                       = NTN-NOMINEE-NAME
                   AND NOT NMT-IS-DELETED (NOMINEE-INDEX)
                   MOVE NOMINEE-INDEX TO MATCHED-INDEX
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN NTN-ACTION-ADD
                   PERFORM ADD-NOMINEE-ROW
               WHEN NTN-ACTION-CHANGE
                   PERFORM CHANGE-NOMINEE-ROW
               WHEN NTN-ACTION-DELETE
                   PERFORM DELETE-NOMINEE-ROW
           END-EVALUATE.

       ADD-NOMINEE-ROW.
           IF MATCHED-INDEX > 0
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "NOMINEE ALREADY ON ACCOUNT" TO REJECT-REASON
           ELSE
               PERFORM SUM-ACCOUNT-SHARES
               COMPUTE SHARE-TOTAL = SHARE-TOTAL + NTN-SHARE-PCT
               IF SHARE-TOTAL > 100
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "SHARES WOULD EXCEED 100 PERCENT"
                       TO REJECT-REASON
               ELSE
                   IF NOMINEE-COUNT < 2000
                       ADD 1 TO NOMINEE-COUNT
                       MOVE NTN-CUSTOMER-NUMBER
                           TO NMT-CUSTOMER-NUMBER (NOMINEE-COUNT)
                       MOVE NTN-TARGET TO NMT-TARGET (NOMINEE-COUNT)
                       MOVE NTN-ACCT-NUMBER
                           TO NMT-ACCT-NUMBER (NOMINEE-COUNT)
                       MOVE NTN-NOMINEE-NAME
                           TO NMT-NOMINEE-NAME (NOMINEE-COUNT)
                       MOVE NTN-RELATIONSHIP
                           TO NMT-RELATIONSHIP (NOMINEE-COUNT)
                       MOVE NTN-SHARE-PCT
                           TO NMT-SHARE-PCT (NOMINEE-COUNT)
                       MOVE NTN-BENEF-ACCT
                           TO NMT-BENEF-ACCT (NOMINEE-COUNT)
                       MOVE NTN-BENEF-BANK
                           TO NMT-BENEF-BANK (NOMINEE-COUNT)
                       MOVE "N" TO NMT-DELETED-FLAG (NOMINEE-COUNT)
                   ELSE
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "NOMINEE TABLE IS FULL" TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       CHANGE-NOMINEE-ROW.
           IF MATCHED-INDEX = 0
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "NOMINEE NOT ON ACCOUNT" TO REJECT-REASON
           ELSE
               PERFORM SUM-ACCOUNT-SHARES
               COMPUTE SHARE-TOTAL = SHARE-TOTAL
                   - NMT-SHARE-PCT (MATCHED-INDEX) + NTN-SHARE-PCT
               IF SHARE-TOTAL > 100
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "SHARES WOULD EXCEED 100 PERCENT"
                       TO REJECT-REASON
               ELSE
                   MOVE NTN-SHARE-PCT
                       TO NMT-SHARE-PCT (MATCHED-INDEX)
                   IF NTN-RELATIONSHIP NOT = SPACES
                       MOVE NTN-RELATIONSHIP
                           TO NMT-RELATIONSHIP (MATCHED-INDEX)
                   END-IF
                   IF NTN-BENEF-ACCT NOT = SPACES
                       MOVE NTN-BENEF-ACCT
                           TO NMT-BENEF-ACCT (MATCHED-INDEX)
                       MOVE NTN-BENEF-BANK
                           TO NMT-BENEF-BANK (MATCHED-INDEX)
                   END-IF
               END-IF
           END-IF.

       DELETE-NOMINEE-ROW.
           IF MATCHED-INDEX = 0
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "NOMINEE NOT ON ACCOUNT" TO REJECT-REASON
           ELSE
               SET NMT-IS-DELETED (MATCHED-INDEX) TO TRUE
           END-IF.

       SUM-ACCOUNT-SHARES.
           MOVE 0 TO SHARE-TOTAL
           PERFORM VARYING NOMINEE-INDEX FROM 1 BY 1
                   UNTIL NOMINEE-INDEX > NOMINEE-COUNT
               IF NMT-CUSTOMER-NUMBER (NOMINEE-INDEX)
                       = NTN-CUSTOMER-NUMBER
                   AND NMT-TARGET (NOMINEE-INDEX) = NTN-TARGET
                   AND NMT-ACCT-NUMBER (NOMINEE-INDEX)
                       = NTN-ACCT-NUMBER
                   AND NOT NMT-IS-DELETED (NOMINEE-INDEX)
                   ADD NMT-SHARE-PCT (NOMINEE-INDEX) TO SHARE-TOTAL
               END-IF
           END-PERFORM.

       WRITE-APPLIED-LINE.
           MOVE SPACES TO NMM-OUT-RECORD
           STRING NTN-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NTN-CUSTOMER-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NTN-TARGET DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               NTN-ACCT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NTN-NOMINEE-NAME DELIMITED BY SIZE
               " APPLIED" DELIMITED BY SIZE
               INTO NMM-OUT-RECORD
           END-STRING
           WRITE NMM-OUT-RECORD.

       WRITE-REJECTED-LINE.
           MOVE SPACES TO NMM-OUT-RECORD
           STRING NTN-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NTN-CUSTOMER-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NTN-TARGET DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               NTN-ACCT-NUMBER DELIMITED BY SIZE
               " REJECTED - " DELIMITED BY SIZE
               REJECT-REASON DELIMITED BY SIZE
               INTO NMM-OUT-RECORD
           END-STRING
           WRITE NMM-OUT-RECORD.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO NMM-OUT-RECORD
           STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
               TRAN-COUNT DELIMITED BY SIZE
               "  APPLIED: " DELIMITED BY SIZE
               APPLIED-COUNT DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               REJECTED-COUNT DELIMITED BY SIZE
               INTO NMM-OUT-RECORD
           END-STRING
           WRITE NMM-OUT-RECORD.

      *    THE SURVIVING ROWS GO BACK TO THE NOMINEE FILE - DELETED
      *    ROWS ARE DROPPED ON THE WAY OUT.
       REWRITE-NOMINEE-FILE.
           OPEN OUTPUT NOMINEE-FILE
           PERFORM VARYING NOMINEE-INDEX FROM 1 BY 1
                   UNTIL NOMINEE-INDEX > NOMINEE-COUNT
               IF NOT NMT-IS-DELETED (NOMINEE-INDEX)
                   MOVE SPACES TO NOMINEE-RECORD
                   MOVE NMT-CUSTOMER-NUMBER (NOMINEE-INDEX)
                       TO NOM-CUSTOMER-NUMBER
                   MOVE NMT-TARGET (NOMINEE-INDEX) TO NOM-TARGET
                   MOVE NMT-ACCT-NUMBER (NOMINEE-INDEX)
                       TO NOM-ACCT-NUMBER
                   MOVE NMT-NOMINEE-NAME (NOMINEE-INDEX)
                       TO NOM-NOMINEE-NAME
                   MOVE NMT-RELATIONSHIP (NOMINEE-INDEX)
                       TO NOM-RELATIONSHIP
                   MOVE NMT-SHARE-PCT (NOMINEE-INDEX)
                       TO NOM-SHARE-PCT
                   MOVE NMT-BENEF-ACCT (NOMINEE-INDEX)
                       TO NOM-BENEF-ACCT
                   MOVE NMT-BENEF-BANK (NOMINEE-INDEX)
                       TO NOM-BENEF-BANK
                   WRITE NOMINEE-RECORD
               END-IF
           END-PERFORM
           CLOSE NOMINEE-FILE.

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
           MOVE "NOMINEE-MAINT" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE TRAN-COUNT TO AUD-RECORD-COUNT
           MOVE APPLIED-COUNT TO AUD-OUTPUT-COUNT
           MOVE REJECTED-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "NOMTRAN DETAIL FILE" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.
