       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIEN-MAINTENANCE.

      *    PLACES AND RELEASES AMOUNT LIENS AGAINST INDIVIDUAL
      *    SIACCT AND CIACCT ACCOUNTS FROM A FILE OF LIENTRAN
      *    TRANSACTIONS, AND LAPSES EVERY LIEN WHOSE EXPIRY DATE HAS
      *    PASSED - SO A GARNISHMENT ORDER, A COLLATERAL PLEDGE OR A
      *    CHEQUE IN CLEARING PROTECTS EXACTLY THE SUM CONCERNED
      *    INSTEAD OF FREEZING THE WHOLE CUSTOMER. EVERY
      *    TRANSACTION IS VALIDATED BEFORE THE LIEN FILE IS
      *    TOUCHED, REJECTS GO TO THE SHARED EXCEPTION LOG, AND THE
      *    DAY'S LIEN REGISTER LISTS EVERY LIEN PLACED, RELEASED
      *    AND EXPIRED WITH THE AMOUNT STILL HELD AT THE FOOT, FOR
      *    LEGAL TO SIGN OFF. THE LIEN FILE IS SMALL ENOUGH TO LOAD
      *    WHOLE, APPLY THE DAY'S WORK, AND REWRITE, AS THE TEACHER
      *    ASSIGNMENTS ARE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIEN-TRAN-FILE ASSIGN TO "LIENTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LIEN-TRAN-STATUS.
           SELECT LIEN-MSTR-FILE ASSIGN TO "LIENMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LIEN-MSTR-STATUS.
           SELECT SI-ACCT-FILE ASSIGN TO "SIACCT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SIA-ACCT-NUMBER
               FILE STATUS IS SI-ACCT-STATUS.
           SELECT CI-ACCT-FILE ASSIGN TO "CIACCT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CIA-ACCT-NUMBER
               FILE STATUS IS CI-ACCT-STATUS.
           SELECT LIEN-RPT-FILE ASSIGN TO "LIENRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ARC-FILE ASSIGN TO DYNAMIC ARC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ARC-CAT-FILE ASSIGN TO "ARCCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARC-CAT-STATUS.
           SELECT EXC-LOG-FILE ASSIGN TO "EXCLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXC-LOG-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE PLACE OR RELEASE REQUEST. A PLACE CARRIES THE MASTER,
      *    ACCOUNT, AMOUNT, REASON, REFERENCE AND OPTIONAL EXPIRY; A
      *    RELEASE CARRIES THE LIEN NUMBER THE REGISTER GAVE IT.
       FD  LIEN-TRAN-FILE.
       01  LIEN-TRAN-RECORD.
           05  LNT-ACTION             PIC X(7).
               88  LNT-ACTION-PLACE       VALUE "PLACE".
               88  LNT-ACTION-RELEASE     VALUE "RELEASE".
           05  LNT-LIEN-NUMBER        PIC 9(7).
           05  LNT-LIEN-NUMBER-X REDEFINES LNT-LIEN-NUMBER
                                      PIC X(7).
           05  LNT-TARGET             PIC X(2).
               88  LNT-TARGET-SI          VALUE "SI".
               88  LNT-TARGET-CI          VALUE "CI".
           05  LNT-ACCT-NUMBER        PIC X(10).
           05  LNT-AMOUNT             PIC 9(5)V99.
           05  LNT-AMOUNT-X REDEFINES LNT-AMOUNT
                                      PIC X(7).
           05  LNT-REASON             PIC X.
           05  LNT-REFERENCE          PIC X(15).
           05  LNT-EXPIRY-DATE        PIC 9(8).
           05  LNT-EXPIRY-DATE-X REDEFINES LNT-EXPIRY-DATE
                                      PIC X(8).

       FD  LIEN-MSTR-FILE.
       01  LIEN-MSTR-RECORD.
           COPY LIENREC.

      *    MIRRORS THE SIACCT RECORD (ACCTMSTR.CPY PLUS SIMPLE-
      *    INTEREST'S DAY-COUNT EXTENSION) FIELD FOR FIELD UNDER ITS
      *    OWN PREFIX, SINCE THIS PROGRAM HOLDS BOTH MASTERS OPEN AT
      *    ONCE AND THE SHARED COPY CAN ONLY SUPPLY ONE SET OF NAMES.
       FD  SI-ACCT-FILE.
       01  SI-ACCT-RECORD.
           05  SIA-ACCT-NUMBER        PIC X(10).
           05  SIA-CURRENCY-CODE      PIC X(03).
           05  SIA-PRINCIPAL          PIC 9(5)V99.
           05  SIA-RATE               PIC 9(3)V99.
           05  SIA-TIME               PIC 9(3).
           05  SIA-STATUS             PIC X.
               88  SIA-ACCOUNT-ACTIVE     VALUE "A".
               88  SIA-ACCOUNT-CLOSED     VALUE "C".
           05  SIA-LAST-RUN-DATE      PIC 9(8).
           05  SIA-CUSTOMER-NUMBER    PIC X(10).
           05  SIA-BRANCH-CODE        PIC X(03).
           05  SIA-DAY-COUNT-BASIS    PIC X.
           05  SIA-ACCRUAL-DAYS       PIC 9(5).
           05  SIA-PRODUCT-CODE       PIC X(06).

      *    MIRRORS THE CIACCT RECORD (ACCTMSTR.CPY PLUS COMPOUND-
      *    INTEREST'S COMPOUNDING-FREQUENCY EXTENSION) THE SAME WAY.
       FD  CI-ACCT-FILE.
       01  CI-ACCT-RECORD.
           05  CIA-ACCT-NUMBER        PIC X(10).
           05  CIA-CURRENCY-CODE      PIC X(03).
           05  CIA-PRINCIPAL          PIC 9(5)V99.
           05  CIA-RATE               PIC 9(3)V99.
           05  CIA-TIME               PIC 9(3).
           05  CIA-STATUS             PIC X.
               88  CIA-ACCOUNT-ACTIVE     VALUE "A".
               88  CIA-ACCOUNT-CLOSED     VALUE "C".
           05  CIA-LAST-RUN-DATE      PIC 9(8).
           05  CIA-CUSTOMER-NUMBER    PIC X(10).
           05  CIA-BRANCH-CODE        PIC X(03).
           05  CIA-COMPOUND-FREQ      PIC 9(2).
           05  CIA-ACCRUED-INTEREST   PIC 9(7)V99.
           05  CIA-LOAN-FLAG          PIC X.
           05  CIA-PRODUCT-CODE       PIC X(06).

       FD  LIEN-RPT-FILE.
       01  LIEN-RPT-RECORD        PIC X(80).

      *    A DATED COPY OF LIEN-RPT-FILE, WRITTEN AFTER THE REPORT IS
      *    CLOSED, SO THE CURRENT CYCLE'S OUTPUT IS RETAINED UNDER ITS
      *    OWN NAME INSTEAD OF BEING OVERWRITTEN BY TOMORROW'S RUN.
       FD  ARC-FILE.
       01  ARC-RECORD             PIC X(80).

      *    THE SHARED ARCHIVE CATALOG EVERY DATED COPY REGISTERS
      *    INTO, SO OLD REPORTS ARE FOUND BY LOOKUP, NOT BY GUESS.
       FD  ARC-CAT-FILE.
       01  ARC-CAT-RECORD.
           COPY ARCCATR.

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
           88  END-OF-LIEN-TRAN       VALUE "Y".
       01  LIEN-EOF-SWITCH        PIC X VALUE "N".
           88  END-OF-LIEN-MSTR       VALUE "Y".
       01  LIEN-TRAN-STATUS       PIC XX.
       01  LIEN-MSTR-STATUS       PIC XX.
       01  SI-ACCT-STATUS         PIC XX.
       01  CI-ACCT-STATUS         PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  TRAN-COUNT             PIC 9(7) VALUE 0.
       01  APPLIED-COUNT          PIC 9(7) VALUE 0.
       01  REJECTED-COUNT         PIC 9(7) VALUE 0.
       01  PLACED-COUNT           PIC 9(7) VALUE 0.
       01  RELEASED-COUNT         PIC 9(7) VALUE 0.
       01  EXPIRED-COUNT          PIC 9(7) VALUE 0.
       01  IN-FORCE-COUNT         PIC 9(7) VALUE 0.
       01  TOTAL-PLACED           PIC 9(11)V99 VALUE 0.
       01  TOTAL-RELEASED         PIC 9(11)V99 VALUE 0.
       01  TOTAL-EXPIRED          PIC 9(11)V99 VALUE 0.
       01  TOTAL-IN-FORCE         PIC 9(11)V99 VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE LIEN FILE HELD IN MEMORY FOR THE RUN AND REWRITTEN
      *    WHOLE AT THE END. THE EVENT FLAG MARKS WHAT HAPPENED TO
      *    EACH ROW TODAY, SO THE REGISTER CAN LIST THE DAY'S NEW,
      *    RELEASED AND EXPIRED LIENS IN THEIR OWN SECTIONS.
       01  LIEN-COUNT             PIC 9(4) VALUE 0.
       01  LIEN-TABLE.
           05  LIEN-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON LIEN-COUNT.
               10  LNE-ROW            PIC X(83).
               10  LNE-EVENT          PIC X.
                   88  LNE-PLACED-TODAY   VALUE "N".
                   88  LNE-RELEASED-TODAY VALUE "R".
                   88  LNE-EXPIRED-TODAY  VALUE "E".
       01  LIEN-INDEX             PIC 9(4).
       01  LIEN-MATCH-INDEX       PIC 9(4).
       01  NEXT-LIEN-NUMBER       PIC 9(7) VALUE 0.
       01  ACCOUNT-BALANCE        PIC 9(7)V99.
       01  REGISTER-EVENT         PIC X.
       01  REGISTER-TOTAL         PIC 9(11)V99.
       01  REGISTER-LINE-COUNT    PIC 9(7).

      *    THE SHARED LIEN SERVICE'S VIEW OF THE ACCOUNT, SO THE
      *    REGISTER CAN WARN WHEN THE LIENS NOW EXCEED THE BALANCE.
       01  LIEN-SERVICE-AREA.
           COPY LIENREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT AND EXCEPTION
      *    RECORD THIS PROGRAM WRITES, AND ON EVERY LIEN PLACED OR
      *    RELEASED.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    HOW THIS RUN RAISES OPERATOR ALERTS - THE SHARED WRITER
      *    GRADES THE EXCEPTION COUNT AGAINST THE ALRTTHR THRESHOLD.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

      *    EARMARKING CUSTOMER MONEY TAKES UPDATE AUTHORITY, AS FOR
      *    EVERY MAINTENANCE RUN.
           IF OPR-CAN-UPDATE
               PERFORM RUN-LIEN-MAINT
               PERFORM SET-COMPLETION-CODE
           ELSE
               DISPLAY "OPERATOR " OPR-OPERATOR-ID
                   " LACKS UPDATE AUTHORITY - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    THE OFFICIAL BUSINESS DATE FROM THE CENTRAL PARAMETER
      *    LIBRARY (ROW BUSDATE PUBLISHED BY THE BUSINESS-DATE
      *    CONTROLLER), FALLING BACK TO THE MACHINE DATE AT A SITE
      *    THAT HAS NOT CONVERTED - SO ONE DATE GOVERNS THE SHOP.
       GET-BUSINESS-DATE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "BUSINESS-DATE" TO PLQ-PROGRAM-ID
           MOVE "BUSDATE" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
                   AND PLQ-PARM-VALUE (3:8) NUMERIC
               MOVE PLQ-PARM-VALUE (3:8) TO RUN-DATE
           END-IF.

       RUN-LIEN-MAINT.
           ACCEPT BATCH-START-TIME FROM TIME

           PERFORM LOAD-LIEN-TABLE
           OPEN INPUT LIEN-TRAN-FILE
           OPEN INPUT SI-ACCT-FILE
           OPEN INPUT CI-ACCT-FILE
           OPEN OUTPUT LIEN-RPT-FILE
           PERFORM OPEN-EXCEPTION-LOG

           MOVE SPACES TO LIEN-RPT-RECORD
           STRING "LIEN-MAINTENANCE LIEN REGISTER  RUN DATE: "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO LIEN-RPT-RECORD
           END-STRING
           WRITE LIEN-RPT-RECORD

           MOVE "ACTION  LIEN    TGT ACCOUNT    DISPOSITION"
               TO LIEN-RPT-RECORD
           WRITE LIEN-RPT-RECORD

           IF LIEN-TRAN-STATUS = "00"
               READ LIEN-TRAN-FILE
                   AT END SET END-OF-LIEN-TRAN TO TRUE
               END-READ
           ELSE
               SET END-OF-LIEN-TRAN TO TRUE
           END-IF

           PERFORM UNTIL END-OF-LIEN-TRAN
               ADD 1 TO TRAN-COUNT
               PERFORM VALIDATE-LIEN-TRAN

               IF INPUT-IS-VALID
                   PERFORM APPLY-LIEN-TRAN
               END-IF

               IF INPUT-IS-VALID
                   ADD 1 TO APPLIED-COUNT
                   PERFORM WRITE-APPLIED-LINE
               ELSE
                   ADD 1 TO REJECTED-COUNT
                   PERFORM WRITE-REJECTED-LINE

                   MOVE SPACES TO EXC-LOG-RECORD
                   MOVE "LIEN-MAINT" TO EXC-PROGRAM-ID
                   MOVE LNT-ACCT-NUMBER TO EXC-KEY-VALUE
                   MOVE REJECT-REASON TO EXC-REASON
                   MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
                   MOVE RUN-DATE TO EXC-CYCLE-DATE
                   WRITE EXC-LOG-RECORD
               END-IF

               READ LIEN-TRAN-FILE
                   AT END SET END-OF-LIEN-TRAN TO TRUE
               END-READ
           END-PERFORM

           PERFORM EXPIRE-LAPSED-LIENS
           PERFORM WRITE-LIEN-REGISTER
           PERFORM REWRITE-LIEN-FILE
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM RAISE-EXCEPTION-ALERT

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           IF LIEN-TRAN-STATUS = "00" OR LIEN-TRAN-STATUS = "10"
               CLOSE LIEN-TRAN-FILE
           END-IF
           CLOSE SI-ACCT-FILE
           CLOSE CI-ACCT-FILE
           CLOSE LIEN-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

      *    LOADS EVERY ROW OF THE LIEN FILE, ACTIVE OR NOT, AND
      *    NOTES THE HIGHEST LIEN NUMBER ISSUED SO FAR.
       LOAD-LIEN-TABLE.
           OPEN INPUT LIEN-MSTR-FILE
           IF LIEN-MSTR-STATUS = "00"
               READ LIEN-MSTR-FILE
                   AT END SET END-OF-LIEN-MSTR TO TRUE
               END-READ
               PERFORM UNTIL END-OF-LIEN-MSTR
                   IF LIEN-COUNT < 2000
                       ADD 1 TO LIEN-COUNT
                       MOVE LIEN-MSTR-RECORD
                           TO LNE-ROW (LIEN-COUNT)
                       MOVE SPACE TO LNE-EVENT (LIEN-COUNT)
                       IF LIEN-NUMBER NUMERIC
                               AND LIEN-NUMBER > NEXT-LIEN-NUMBER
                           MOVE LIEN-NUMBER TO NEXT-LIEN-NUMBER
                       END-IF
                   END-IF
                   READ LIEN-MSTR-FILE
                       AT END SET END-OF-LIEN-MSTR TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LIEN-MSTR-FILE
           END-IF.

      *    EVERY FIELD A TRANSACTION CARRIES IS CHECKED BEFORE THE
      *    LIEN FILE IS TOUCHED. A PLACE MUST NAME A LIVE ACCOUNT
      *    ON ITS MASTER; A RELEASE MUST NAME A LIEN STILL IN FORCE.
       VALIDATE-LIEN-TRAN.
           SET INPUT-IS-VALID TO TRUE
           MOVE SPACES TO REJECT-REASON
           MOVE 0 TO LIEN-MATCH-INDEX

           IF NOT LNT-ACTION-PLACE AND NOT LNT-ACTION-RELEASE
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "ACTION NOT PLACE OR RELEASE" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND LNT-ACTION-PLACE
               PERFORM VALIDATE-PLACE-TRAN
           END-IF

           IF INPUT-IS-VALID AND LNT-ACTION-RELEASE
               PERFORM VALIDATE-RELEASE-TRAN
           END-IF.

       VALIDATE-PLACE-TRAN.
           IF NOT LNT-TARGET-SI AND NOT LNT-TARGET-CI
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "TARGET FILE NOT SI OR CI" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND LNT-ACCT-NUMBER = SPACES
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "ACCOUNT NUMBER IS BLANK" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND LNT-AMOUNT-X NOT NUMERIC
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "LIEN AMOUNT NOT NUMERIC" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND LNT-AMOUNT NOT > 0
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "LIEN AMOUNT NOT POSITIVE" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND LNT-REASON NOT = "G"
                   AND LNT-REASON NOT = "P" AND LNT-REASON NOT = "C"
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "LIEN REASON NOT G, P OR C" TO REJECT-REASON
           END-IF

      *    A BLANK EXPIRY MEANS OPEN-ENDED; ONE ALREADY PAST WOULD
      *    LAPSE THE LIEN THE MOMENT IT WAS PLACED.
           IF INPUT-IS-VALID
               IF LNT-EXPIRY-DATE-X = SPACES
                   MOVE 0 TO LNT-EXPIRY-DATE
               ELSE
                   IF LNT-EXPIRY-DATE-X NOT NUMERIC
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "EXPIRY DATE NOT NUMERIC"
                           TO REJECT-REASON
                   ELSE
                       IF LNT-EXPIRY-DATE < RUN-DATE
                           MOVE "N" TO VALID-INPUT-SWITCH
                           MOVE "EXPIRY DATE ALREADY PASSED"
                               TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF INPUT-IS-VALID
               PERFORM READ-TARGET-ACCOUNT
           END-IF.

      *    THE ACCOUNT MUST BE ON ITS MASTER AND OPEN; ITS BALANCE
      *    IS KEPT FOR THE OVER-BALANCE WARNING ON THE REGISTER.
       READ-TARGET-ACCOUNT.
           MOVE 0 TO ACCOUNT-BALANCE
           IF LNT-TARGET-SI
               MOVE LNT-ACCT-NUMBER TO SIA-ACCT-NUMBER
               READ SI-ACCT-FILE
                   INVALID KEY
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "ACCOUNT NOT ON SIACCT MASTER"
                           TO REJECT-REASON
                   NOT INVALID KEY
                       IF SIA-ACCOUNT-CLOSED
                           MOVE "N" TO VALID-INPUT-SWITCH
                           MOVE "ACCOUNT IS CLOSED" TO REJECT-REASON
                       ELSE
                           MOVE SIA-PRINCIPAL TO ACCOUNT-BALANCE
                       END-IF
               END-READ
           ELSE
               MOVE LNT-ACCT-NUMBER TO CIA-ACCT-NUMBER
               READ CI-ACCT-FILE
                   INVALID KEY
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "ACCOUNT NOT ON CIACCT MASTER"
                           TO REJECT-REASON
                   NOT INVALID KEY
                       IF CIA-ACCOUNT-CLOSED
                           MOVE "N" TO VALID-INPUT-SWITCH
                           MOVE "ACCOUNT IS CLOSED" TO REJECT-REASON
                       ELSE
                           COMPUTE ACCOUNT-BALANCE =
                               CIA-PRINCIPAL + CIA-ACCRUED-INTEREST
                       END-IF
               END-READ
           END-IF.

       VALIDATE-RELEASE-TRAN.
           IF LNT-LIEN-NUMBER-X NOT NUMERIC
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "LIEN NUMBER NOT NUMERIC" TO REJECT-REASON
           ELSE
               PERFORM VARYING LIEN-INDEX FROM 1 BY 1
                       UNTIL LIEN-INDEX > LIEN-COUNT
                   MOVE LNE-ROW (LIEN-INDEX) TO LIEN-MSTR-RECORD
                   IF LIEN-NUMBER = LNT-LIEN-NUMBER
                       MOVE LIEN-INDEX TO LIEN-MATCH-INDEX
                   END-IF
               END-PERFORM
               IF LIEN-MATCH-INDEX = 0
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "LIEN NUMBER NOT ON FILE" TO REJECT-REASON
               ELSE
                   MOVE LNE-ROW (LIEN-MATCH-INDEX)
                       TO LIEN-MSTR-RECORD
                   IF NOT LIEN-IS-ACTIVE
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "LIEN ALREADY RELEASED OR EXPIRED"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       APPLY-LIEN-TRAN.
           IF LNT-ACTION-PLACE
               PERFORM PLACE-NEW-LIEN
           ELSE
               PERFORM RELEASE-ONE-LIEN
           END-IF.

      *    THE NEW LIEN TAKES THE NEXT NUMBER IN SEQUENCE - THE
      *    NUMBER LEGAL QUOTES TO RELEASE IT LATER.
       PLACE-NEW-LIEN.
           IF LIEN-COUNT NOT < 2000
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "LIEN FILE FULL" TO REJECT-REASON
           ELSE
               ADD 1 TO NEXT-LIEN-NUMBER
               MOVE SPACES TO LIEN-MSTR-RECORD
               MOVE NEXT-LIEN-NUMBER TO LIEN-NUMBER
               MOVE LNT-TARGET TO LIEN-TARGET
               MOVE LNT-ACCT-NUMBER TO LIEN-ACCT-NUMBER
               MOVE LNT-AMOUNT TO LIEN-AMOUNT
               MOVE LNT-REASON TO LIEN-REASON
               MOVE LNT-REFERENCE TO LIEN-REFERENCE
               MOVE OPR-OPERATOR-ID TO LIEN-PLACED-BY
               MOVE RUN-DATE TO LIEN-PLACED-DATE
               MOVE LNT-EXPIRY-DATE TO LIEN-EXPIRY-DATE
               MOVE "A" TO LIEN-STATUS
               MOVE 0 TO LIEN-CLOSED-DATE
               ADD 1 TO LIEN-COUNT
               MOVE LIEN-MSTR-RECORD TO LNE-ROW (LIEN-COUNT)
               MOVE "N" TO LNE-EVENT (LIEN-COUNT)
               MOVE LIEN-NUMBER TO LNT-LIEN-NUMBER
               ADD 1 TO PLACED-COUNT
               ADD LIEN-AMOUNT TO TOTAL-PLACED
           END-IF.

       RELEASE-ONE-LIEN.
           MOVE LNE-ROW (LIEN-MATCH-INDEX) TO LIEN-MSTR-RECORD
           MOVE "R" TO LIEN-STATUS
           MOVE OPR-OPERATOR-ID TO LIEN-CLOSED-BY
           MOVE RUN-DATE TO LIEN-CLOSED-DATE
           MOVE LIEN-MSTR-RECORD TO LNE-ROW (LIEN-MATCH-INDEX)
           MOVE "R" TO LNE-EVENT (LIEN-MATCH-INDEX)
           MOVE LIEN-TARGET TO LNT-TARGET
           MOVE LIEN-ACCT-NUMBER TO LNT-ACCT-NUMBER
           ADD 1 TO RELEASED-COUNT
           ADD LIEN-AMOUNT TO TOTAL-RELEASED.

      *    A LIEN WHOSE EXPIRY DATE IS BEFORE TODAY LAPSES ON ITS
      *    OWN - THE SAME RULE THE LIEN SERVICE APPLIES WHEN IT
      *    DECIDES WHAT IS IN FORCE, SO THE FILE AND THE SERVICE
      *    NEVER DISAGREE ABOUT A LIEN.
       EXPIRE-LAPSED-LIENS.
           PERFORM VARYING LIEN-INDEX FROM 1 BY 1
                   UNTIL LIEN-INDEX > LIEN-COUNT
               MOVE LNE-ROW (LIEN-INDEX) TO LIEN-MSTR-RECORD
               IF LIEN-IS-ACTIVE AND LIEN-EXPIRY-DATE NUMERIC
                       AND LIEN-EXPIRY-DATE > 0
                       AND LIEN-EXPIRY-DATE < RUN-DATE
                   MOVE "E" TO LIEN-STATUS
                   MOVE OPR-OPERATOR-ID TO LIEN-CLOSED-BY
                   MOVE RUN-DATE TO LIEN-CLOSED-DATE
                   MOVE LIEN-MSTR-RECORD TO LNE-ROW (LIEN-INDEX)
                   MOVE "E" TO LNE-EVENT (LIEN-INDEX)
                   ADD 1 TO EXPIRED-COUNT
                   ADD LIEN-AMOUNT TO TOTAL-EXPIRED
               END-IF
           END-PERFORM.

      *    THE REGISTER PROPER - THE DAY'S NEW, RELEASED AND
      *    EXPIRED LIENS IN THEIR OWN SECTIONS, THEN WHAT REMAINS
      *    IN FORCE ACROSS THE BOOK.
       WRITE-LIEN-REGISTER.
           MOVE "N" TO REGISTER-EVENT
           MOVE "NEW LIENS PLACED:" TO LIEN-RPT-RECORD
           PERFORM WRITE-REGISTER-SECTION
           MOVE "R" TO REGISTER-EVENT
           MOVE "LIENS RELEASED:" TO LIEN-RPT-RECORD
           PERFORM WRITE-REGISTER-SECTION
           MOVE "E" TO REGISTER-EVENT
           MOVE "LIENS EXPIRED:" TO LIEN-RPT-RECORD
           PERFORM WRITE-REGISTER-SECTION

           PERFORM VARYING LIEN-INDEX FROM 1 BY 1
                   UNTIL LIEN-INDEX > LIEN-COUNT
               MOVE LNE-ROW (LIEN-INDEX) TO LIEN-MSTR-RECORD
               IF LIEN-IS-ACTIVE
                   ADD 1 TO IN-FORCE-COUNT
                   ADD LIEN-AMOUNT TO TOTAL-IN-FORCE
               END-IF
           END-PERFORM.

       WRITE-REGISTER-SECTION.
           WRITE LIEN-RPT-RECORD
           MOVE 0 TO REGISTER-TOTAL
           MOVE 0 TO REGISTER-LINE-COUNT
           PERFORM VARYING LIEN-INDEX FROM 1 BY 1
                   UNTIL LIEN-INDEX > LIEN-COUNT
               IF LNE-EVENT (LIEN-INDEX) = REGISTER-EVENT
                   MOVE LNE-ROW (LIEN-INDEX) TO LIEN-MSTR-RECORD
                   PERFORM WRITE-REGISTER-LINE
                   ADD 1 TO REGISTER-LINE-COUNT
                   ADD LIEN-AMOUNT TO REGISTER-TOTAL
               END-IF
           END-PERFORM
           IF REGISTER-LINE-COUNT = 0
               MOVE "   NONE" TO LIEN-RPT-RECORD
               WRITE LIEN-RPT-RECORD
           ELSE
               MOVE SPACES TO LIEN-RPT-RECORD
               STRING "   SECTION TOTAL: " DELIMITED BY SIZE
                   REGISTER-LINE-COUNT DELIMITED BY SIZE
                   " LIENS  AMOUNT " DELIMITED BY SIZE
                   REGISTER-TOTAL DELIMITED BY SIZE
                   INTO LIEN-RPT-RECORD
               END-STRING
               WRITE LIEN-RPT-RECORD
           END-IF.

      *    ONE LIEN - NUMBER, ACCOUNT, AMOUNT AND REASON, THEN WHO
      *    PLACED OR CLOSED IT AND THE EXPIRY IT CARRIES.
       WRITE-REGISTER-LINE.
           MOVE SPACES TO LIEN-RPT-RECORD
           STRING "   " DELIMITED BY SIZE
               LIEN-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LIEN-TARGET DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LIEN-ACCT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LIEN-AMOUNT DELIMITED BY SIZE
               " RSN " DELIMITED BY SIZE
               LIEN-REASON DELIMITED BY SIZE
               " REF " DELIMITED BY SIZE
               LIEN-REFERENCE DELIMITED BY SIZE
               INTO LIEN-RPT-RECORD
           END-STRING
           WRITE LIEN-RPT-RECORD

           MOVE SPACES TO LIEN-RPT-RECORD
           IF LIEN-IS-ACTIVE
               STRING "      PLACED BY " DELIMITED BY SIZE
                   LIEN-PLACED-BY DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   LIEN-PLACED-DATE DELIMITED BY SIZE
                   " EXPIRES " DELIMITED BY SIZE
                   LIEN-EXPIRY-DATE DELIMITED BY SIZE
                   INTO LIEN-RPT-RECORD
               END-STRING
           ELSE
               STRING "      PLACED " DELIMITED BY SIZE
                   LIEN-PLACED-DATE DELIMITED BY SIZE
                   " CLOSED BY " DELIMITED BY SIZE
                   LIEN-CLOSED-BY DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   LIEN-CLOSED-DATE DELIMITED BY SIZE
                   INTO LIEN-RPT-RECORD
               END-STRING
           END-IF
           WRITE LIEN-RPT-RECORD.

      *    WRITES THE LIEN FILE BACK WHOLE - ACTIVE, RELEASED AND
      *    EXPIRED ROWS ALIKE, SO THE HISTORY STAYS ON FILE.
       REWRITE-LIEN-FILE.
           OPEN OUTPUT LIEN-MSTR-FILE
           PERFORM VARYING LIEN-INDEX FROM 1 BY 1
                   UNTIL LIEN-INDEX > LIEN-COUNT
               MOVE LNE-ROW (LIEN-INDEX) TO LIEN-MSTR-RECORD
               WRITE LIEN-MSTR-RECORD
           END-PERFORM
           CLOSE LIEN-MSTR-FILE.

       WRITE-APPLIED-LINE.
           MOVE SPACES TO LIEN-RPT-RECORD
           STRING LNT-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LNT-LIEN-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LNT-TARGET DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LNT-ACCT-NUMBER DELIMITED BY SIZE
               " APPLIED" DELIMITED BY SIZE
               INTO LIEN-RPT-RECORD
           END-STRING
           WRITE LIEN-RPT-RECORD

      *    A PLACE THAT LEAVES THE ACCOUNT MORE ENCUMBERED THAN ITS
      *    BALANCE IS LEGAL BUT WORTH A SECOND LOOK - NOTHING MORE
      *    CAN BE DRAWN UNTIL MONEY ARRIVES OR A LIEN IS RELEASED.
           IF LNT-ACTION-PLACE
               MOVE LNT-TARGET TO LNQ-TARGET
               MOVE LNT-ACCT-NUMBER TO LNQ-ACCT-NUMBER
               MOVE RUN-DATE TO LNQ-AS-OF-DATE
               CALL "LIEN-SERVICE" USING LIEN-SERVICE-AREA
               IF LNQ-LIENED-AMOUNT + LNT-AMOUNT > ACCOUNT-BALANCE
                   MOVE SPACES TO LIEN-RPT-RECORD
                   STRING "   WARNING - LIENS EXCEED BALANCE "
                           DELIMITED BY SIZE
                       ACCOUNT-BALANCE DELIMITED BY SIZE
                       INTO LIEN-RPT-RECORD
                   END-STRING
                   WRITE LIEN-RPT-RECORD
               END-IF
           END-IF.

       WRITE-REJECTED-LINE.
           MOVE SPACES TO LIEN-RPT-RECORD
           STRING LNT-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LNT-LIEN-NUMBER-X DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LNT-TARGET DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LNT-ACCT-NUMBER DELIMITED BY SIZE
               " REJECTED - " DELIMITED BY SIZE
               REJECT-REASON DELIMITED BY SIZE
               INTO LIEN-RPT-RECORD
           END-STRING
           WRITE LIEN-RPT-RECORD.

      *    WRITES THE REGISTER'S CONTROL COUNTS AND MONEY TOTALS SO
      *    LEGAL CAN BALANCE THE DAY BEFORE SIGNING IT OFF.
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO LIEN-RPT-RECORD
           STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
               TRAN-COUNT DELIMITED BY SIZE
               "  APPLIED: " DELIMITED BY SIZE
               APPLIED-COUNT DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               REJECTED-COUNT DELIMITED BY SIZE
               INTO LIEN-RPT-RECORD
           END-STRING
           WRITE LIEN-RPT-RECORD

           MOVE SPACES TO LIEN-RPT-RECORD
           STRING "PLACED: " DELIMITED BY SIZE
               PLACED-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TOTAL-PLACED DELIMITED BY SIZE
               "  RELEASED: " DELIMITED BY SIZE
               RELEASED-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TOTAL-RELEASED DELIMITED BY SIZE
               INTO LIEN-RPT-RECORD
           END-STRING
           WRITE LIEN-RPT-RECORD

           MOVE SPACES TO LIEN-RPT-RECORD
           STRING "EXPIRED: " DELIMITED BY SIZE
               EXPIRED-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TOTAL-EXPIRED DELIMITED BY SIZE
               "  IN FORCE: " DELIMITED BY SIZE
               IN-FORCE-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TOTAL-IN-FORCE DELIMITED BY SIZE
               INTO LIEN-RPT-RECORD
           END-STRING
           WRITE LIEN-RPT-RECORD.

      *    THE OPERATOR'S VERDICT ON THE RUN - ZERO FOR A CLEAN
      *    CYCLE, FOUR WHEN TRANSACTIONS WENT TO THE EXCEPTION LOG,
      *    EIGHT WHEN READS DO NOT EQUAL APPLIED PLUS REJECTED.
       SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN TRAN-COUNT NOT =
                       APPLIED-COUNT + REJECTED-COUNT
                   MOVE 8 TO RETURN-CODE
               WHEN REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *    COPIES THE JUST-CLOSED OUTPUT REPORT TO A DATED ARCHIVE
      *    FILE NAMED FOR TODAY'S RUN, SO EACH DAY'S REPORT SURVIVES
      *    UNDER ITS OWN FILE NAME INSTEAD OF BEING OVERWRITTEN THE
      *    NEXT TIME THIS JOB RUNS.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "LIENRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT LIEN-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ LIEN-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE LIEN-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ LIEN-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE LIEN-RPT-FILE
           CLOSE ARC-FILE
           PERFORM REGISTER-ARCHIVE-COPY.

      *    ONE CATALOG ENTRY PER DATED COPY - PROGRAM, REPORT, CYCLE
      *    DATE, LINE COUNT AND THE ARCHIVE FILE NAME.
       REGISTER-ARCHIVE-COPY.
           OPEN EXTEND ARC-CAT-FILE
           IF ARC-CAT-STATUS NOT = "00"
               OPEN OUTPUT ARC-CAT-FILE
           END-IF
           MOVE SPACES TO ARC-CAT-RECORD
           MOVE "LIEN-MAINTENANCE" TO CAT-PROGRAM-ID
           MOVE "LIENRPT" TO CAT-REPORT-NAME
           MOVE RUN-DATE TO CAT-CYCLE-DATE
           MOVE ARC-COPY-COUNT TO CAT-RECORD-COUNT
           MOVE ARC-FILE-NAME TO CAT-FILE-NAME
           WRITE ARC-CAT-RECORD
           CLOSE ARC-CAT-FILE.

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
           MOVE "LIEN-MAINTENANCE" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE TRAN-COUNT TO AUD-RECORD-COUNT
           MOVE APPLIED-COUNT TO AUD-OUTPUT-COUNT
           MOVE REJECTED-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "LIENTRAN DETAIL FILE" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

      *    HANDS THE RUN'S EXCEPTION COUNT TO THE SHARED ALERT
      *    WRITER - NOTHING FOR A CLEAN RUN, WARN OR CRITICAL PER
      *    THE CONFIGURED THRESHOLD.
       RAISE-EXCEPTION-ALERT.
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-EXCCOUNT TO TRUE
           MOVE "LIEN-MAINTENANCE" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           MOVE REJECTED-COUNT TO ALQ-EXC-COUNT
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
