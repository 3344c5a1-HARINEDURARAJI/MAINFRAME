       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCT-MAINT.

      *    ADDS, CHANGES AND WITHDRAWS PRODUCTS ON THE PRODMSTR
      *    PRODUCT CATALOG FROM A FILE OF PRODTRAN TRANSACTIONS - EACH
      *    PRODUCT'S NAME, FAMILY, THE MASTER IT IS BOOKED ON, THE
      *    CURRENCIES IT IS OFFERED IN, ITS MINIMUM BALANCE, FEE
      *    CODES, RATE-BAND SET, TENOR LIMITS AND PENALTY TERMS - SO A
      *    NEW PRODUCT IS LAUNCHED BY ONE CATALOG ENTRY INSTEAD OF
      *    EDITS TO EACH PARAMETER FILE. EVERY TRANSACTION IS
      *    VALIDATED BEFORE THE CATALOG IS TOUCHED: A FEE CODE MUST
      *    BE ON FEESCHED FOR THE SAME MASTER AND A BAND SET MUST
      *    HAVE ROWS ON RATEBAND. REJECTS GO TO THE SHARED EXCEPTION
      *    LOG, AND THE DAY'S CATALOG REGISTER LISTS EVERY PRODUCT ON
      *    FILE AT THE FOOT FOR PRODUCT CONTROL TO SIGN OFF. A
      *    PRODUCT IS NEVER DELETED - WITHDRAWN, IT TAKES NO NEW
      *    ACCOUNTS BUT THOSE ALREADY OPEN KEEP ITS RULES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROD-TRAN-FILE ASSIGN TO "PRODTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PROD-TRAN-STATUS.
           SELECT PROD-MSTR-FILE ASSIGN TO "PRODMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS PROD-MSTR-STATUS.
           SELECT FEE-SCHED-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEE-SCHED-STATUS.
           SELECT RATE-BAND-FILE ASSIGN TO "RATEBAND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RATE-BAND-STATUS.
           SELECT PROD-RPT-FILE ASSIGN TO "PRDRPT"
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
      *    ONE ADD, CHANGE OR WITHDRAW REQUEST. AN ADD CARRIES THE
      *    WHOLE PRODUCT; A CHANGE CARRIES ONLY THE TERMS BEING
      *    ALTERED, THE OTHERS LEFT BLANK (A CURRENCY OR FEE LIST
      *    SUPPLIED REPLACES THE WHOLE LIST); A WITHDRAW CARRIES THE
      *    PRODUCT CODE ALONE.
       FD  PROD-TRAN-FILE.
       01  PROD-TRAN-RECORD.
           05  PDT-ACTION             PIC X(8).
               88  PDT-ACTION-ADD         VALUE "ADD".
               88  PDT-ACTION-CHANGE      VALUE "CHANGE".
               88  PDT-ACTION-WITHDRAW    VALUE "WITHDRAW".
           05  PDT-PRODUCT-CODE       PIC X(06).
           05  PDT-PRODUCT-NAME       PIC X(30).
           05  PDT-FAMILY             PIC X.
               88  PDT-FAMILY-VALID       VALUES "S", "T", "L".
               88  PDT-FAMILY-LOAN        VALUE "L".
           05  PDT-TARGET             PIC X(02).
               88  PDT-TARGET-VALID       VALUES "SI", "CI".
           05  PDT-CURRENCY-LIST.
               10  PDT-CURRENCY-CODE      PIC X(03) OCCURS 5 TIMES.
           05  PDT-MIN-BALANCE        PIC 9(5)V99.
           05  PDT-MIN-BALANCE-X REDEFINES PDT-MIN-BALANCE
                                      PIC X(7).
           05  PDT-FEE-LIST.
               10  PDT-FEE-CODE           PIC X(04) OCCURS 5 TIMES.
           05  PDT-BAND-SET           PIC X(04).
           05  PDT-MIN-TENOR          PIC 9(03).
           05  PDT-MIN-TENOR-X REDEFINES PDT-MIN-TENOR
                                      PIC X(03).
           05  PDT-MAX-TENOR          PIC 9(03).
           05  PDT-MAX-TENOR-X REDEFINES PDT-MAX-TENOR
                                      PIC X(03).
           05  PDT-GRACE-DAYS         PIC 9(03).
           05  PDT-GRACE-DAYS-X REDEFINES PDT-GRACE-DAYS
                                      PIC X(03).
           05  PDT-PENALTY-RATE       PIC 9(3)V99.
           05  PDT-PENALTY-RATE-X REDEFINES PDT-PENALTY-RATE
                                      PIC X(05).

       FD  PROD-MSTR-FILE.
       01  PROD-MSTR-RECORD.
           COPY PRDREC.

      *    THE FEE SCHEDULE AND RATE-BAND TABLE, READ ONLY TO PROVE
      *    THE FEE CODES AND BAND SET A PRODUCT NAMES EXIST.
       FD  FEE-SCHED-FILE.
       01  FEE-SCHED-RECORD.
           05  FSC-FEE-CODE       PIC X(4).
           05  FSC-PRODUCT        PIC X(2).
           05  FSC-FLAT-AMOUNT    PIC 9(5)V99.
           05  FSC-RATE           PIC 9(3)V99.
           05  FSC-WAIVER-LEVEL   PIC 9(5)V99.

       FD  RATE-BAND-FILE.
       01  RATE-BAND-RECORD.
           05  RBD-BAND-FLOOR     PIC 9(5)V99.
           05  RBD-BAND-CEILING   PIC 9(5)V99.
           05  RBD-BAND-RATE      PIC 9(3)V99.
           05  RBD-BAND-SET       PIC X(04).

       FD  PROD-RPT-FILE.
       01  PROD-RPT-RECORD        PIC X(80).

      *    A DATED COPY OF PROD-RPT-FILE, WRITTEN AFTER THE REPORT IS
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
           88  END-OF-PROD-TRAN       VALUE "Y".
       01  CATALOG-EOF-SWITCH     PIC X VALUE "N".
           88  END-OF-CATALOG         VALUE "Y".
       01  PRODUCT-FOUND-SWITCH   PIC X VALUE "N".
           88  PRODUCT-WAS-FOUND      VALUE "Y".
       01  PROD-TRAN-STATUS       PIC XX.
       01  PROD-MSTR-STATUS       PIC XX.
       01  FEE-SCHED-STATUS       PIC XX.
       01  RATE-BAND-STATUS       PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  TRAN-COUNT             PIC 9(7) VALUE 0.
       01  APPLIED-COUNT          PIC 9(7) VALUE 0.
       01  REJECTED-COUNT         PIC 9(7) VALUE 0.
       01  ADDED-COUNT            PIC 9(7) VALUE 0.
       01  CHANGED-COUNT          PIC 9(7) VALUE 0.
       01  WITHDRAWN-COUNT        PIC 9(7) VALUE 0.
       01  ON-SALE-COUNT          PIC 9(7) VALUE 0.
       01  OFF-SALE-COUNT         PIC 9(7) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE FEE CODES ON FEESCHED (WITH THE MASTER EACH IS FOR)
      *    AND THE BAND SETS ON RATEBAND, HELD FOR THE RUN.
       01  FEE-CODE-COUNT         PIC 9(2) VALUE 0.
       01  FEE-CODE-TABLE.
           05  FEE-CODE-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON FEE-CODE-COUNT.
               10  FCT-FEE-CODE           PIC X(4).
               10  FCT-PRODUCT            PIC X(2).
       01  FEE-CODE-INDEX         PIC 9(2).
       01  BAND-SET-COUNT         PIC 9(2) VALUE 0.
       01  BAND-SET-TABLE.
           05  BAND-SET-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON BAND-SET-COUNT.
               10  BST-BAND-SET           PIC X(04).
       01  BAND-SET-INDEX         PIC 9(2).
       01  LOOKUP-SWITCH          PIC X.
           88  LOOKUP-WAS-FOUND       VALUE "Y".
       01  LIST-INDEX             PIC 9.

      *    THE PRODUCT AS IT WILL STAND, BUILT HERE AND PROVED BEFORE
      *    THE CATALOG IS WRITTEN, AND THE RECORD AS IT STOOD.
       01  NEW-PRODUCT-RECORD.
           COPY PRDREC REPLACING LEADING ==PRD== BY ==NPR==.
       01  OLD-PRODUCT-RECORD     PIC X(116).

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT AND EXCEPTION
      *    RECORD THIS PROGRAM WRITES, AND ON EVERY PRODUCT CHANGED.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    HOW THIS RUN RAISES OPERATOR ALERTS - THE SHARED WRITER
      *    GRADES THE EXCEPTION COUNT AGAINST THE ALRTTHR THRESHOLD.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

      *    THE CATALOG PRICES EVERY ACCOUNT BOOKED ON IT, SO IT TAKES
      *    UPDATE AUTHORITY, AS FOR EVERY MAINTENANCE RUN.
           IF OPR-CAN-UPDATE
               PERFORM RUN-PRODUCT-MAINT
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

       RUN-PRODUCT-MAINT.
           ACCEPT BATCH-START-TIME FROM TIME

           PERFORM LOAD-FEE-CODES
           PERFORM LOAD-BAND-SETS
           PERFORM OPEN-PRODUCT-CATALOG
           OPEN INPUT PROD-TRAN-FILE
           OPEN OUTPUT PROD-RPT-FILE
           PERFORM OPEN-EXCEPTION-LOG

           MOVE SPACES TO PROD-RPT-RECORD
           STRING "PRODUCT-MAINT CATALOG REGISTER  RUN DATE: "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO PROD-RPT-RECORD
           END-STRING
           WRITE PROD-RPT-RECORD

           MOVE "ACTION   PRODUCT DISPOSITION" TO PROD-RPT-RECORD
           WRITE PROD-RPT-RECORD

           IF PROD-TRAN-STATUS = "00"
               READ PROD-TRAN-FILE
                   AT END SET END-OF-PROD-TRAN TO TRUE
               END-READ
           ELSE
               SET END-OF-PROD-TRAN TO TRUE
           END-IF

           PERFORM UNTIL END-OF-PROD-TRAN
               ADD 1 TO TRAN-COUNT
               PERFORM VALIDATE-PROD-TRAN

               IF INPUT-IS-VALID
                   PERFORM APPLY-PROD-TRAN
               END-IF

               IF INPUT-IS-VALID
                   ADD 1 TO APPLIED-COUNT
                   PERFORM WRITE-APPLIED-LINE
               ELSE
                   ADD 1 TO REJECTED-COUNT
                   PERFORM WRITE-REJECTED-LINE

                   MOVE SPACES TO EXC-LOG-RECORD
                   MOVE "PRODUCT-MAINT" TO EXC-PROGRAM-ID
                   MOVE PDT-PRODUCT-CODE TO EXC-KEY-VALUE
                   MOVE REJECT-REASON TO EXC-REASON
                   MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
                   MOVE RUN-DATE TO EXC-CYCLE-DATE
                   WRITE EXC-LOG-RECORD
               END-IF

               READ PROD-TRAN-FILE
                   AT END SET END-OF-PROD-TRAN TO TRUE
               END-READ
           END-PERFORM

           PERFORM WRITE-CATALOG-LISTING
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM RAISE-EXCEPTION-ALERT

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           IF PROD-TRAN-STATUS = "00" OR PROD-TRAN-STATUS = "10"
               CLOSE PROD-TRAN-FILE
           END-IF
           CLOSE PROD-MSTR-FILE
           CLOSE PROD-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

      *    THE CATALOG IS CREATED EMPTY THE FIRST TIME THE RUN SEES
      *    NONE - OPENING IT FOR OUTPUT ON ANY LATER RUN WOULD WIPE
      *    EVERY PRODUCT ON IT.
       OPEN-PRODUCT-CATALOG.
           OPEN I-O PROD-MSTR-FILE
           IF PROD-MSTR-STATUS = "35"
               OPEN OUTPUT PROD-MSTR-FILE
               CLOSE PROD-MSTR-FILE
               OPEN I-O PROD-MSTR-FILE
           END-IF.

       LOAD-FEE-CODES.
           OPEN INPUT FEE-SCHED-FILE
           IF FEE-SCHED-STATUS = "00"
               PERFORM UNTIL FEE-SCHED-STATUS NOT = "00"
                   READ FEE-SCHED-FILE
                       AT END MOVE "10" TO FEE-SCHED-STATUS
                       NOT AT END
                           IF FEE-CODE-COUNT < 20
                               ADD 1 TO FEE-CODE-COUNT
                               MOVE FSC-FEE-CODE TO
                                   FCT-FEE-CODE (FEE-CODE-COUNT)
                               MOVE FSC-PRODUCT TO
                                   FCT-PRODUCT (FEE-CODE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHED-FILE
           END-IF.

      *    EACH DISTINCT BAND SET NAMED ON RATEBAND, ONCE.
       LOAD-BAND-SETS.
           OPEN INPUT RATE-BAND-FILE
           IF RATE-BAND-STATUS = "00"
               PERFORM UNTIL RATE-BAND-STATUS NOT = "00"
                   READ RATE-BAND-FILE
                       AT END MOVE "10" TO RATE-BAND-STATUS
                       NOT AT END
                           IF RBD-BAND-SET NOT = SPACES
                               PERFORM ADD-BAND-SET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-BAND-FILE
           END-IF.

       ADD-BAND-SET.
           MOVE "N" TO LOOKUP-SWITCH
           PERFORM VARYING BAND-SET-INDEX FROM 1 BY 1
                   UNTIL BAND-SET-INDEX > BAND-SET-COUNT
               IF BST-BAND-SET (BAND-SET-INDEX) = RBD-BAND-SET
                   SET LOOKUP-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT LOOKUP-WAS-FOUND AND BAND-SET-COUNT < 50
               ADD 1 TO BAND-SET-COUNT
               MOVE RBD-BAND-SET TO BST-BAND-SET (BAND-SET-COUNT)
           END-IF.

      *    EVERY FIELD A TRANSACTION CARRIES IS CHECKED BEFORE THE
      *    CATALOG IS TOUCHED. AN ADD MUST FIND NO PRODUCT UNDER THE
      *    CODE, A CHANGE OR WITHDRAW MUST FIND ONE.
       VALIDATE-PROD-TRAN.
           SET INPUT-IS-VALID TO TRUE
           MOVE SPACES TO REJECT-REASON
           MOVE "N" TO PRODUCT-FOUND-SWITCH

           IF NOT PDT-ACTION-ADD AND NOT PDT-ACTION-CHANGE
                   AND NOT PDT-ACTION-WITHDRAW
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "ACTION NOT ADD, CHANGE OR WITHDRAW"
                   TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND PDT-PRODUCT-CODE = SPACES
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "PRODUCT CODE IS BLANK" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID
               MOVE PDT-PRODUCT-CODE TO PRD-PRODUCT-CODE
               READ PROD-MSTR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PRODUCT-WAS-FOUND TO TRUE
                       MOVE PROD-MSTR-RECORD TO OLD-PRODUCT-RECORD
               END-READ
               IF PDT-ACTION-ADD
                   IF PRODUCT-WAS-FOUND
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "PRODUCT ALREADY ON CATALOG"
                           TO REJECT-REASON
                   END-IF
               ELSE
                   IF NOT PRODUCT-WAS-FOUND
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "PRODUCT NOT ON CATALOG" TO REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF INPUT-IS-VALID AND PDT-ACTION-ADD
               PERFORM VALIDATE-ADD-TRAN
           END-IF

           IF INPUT-IS-VALID AND PDT-ACTION-CHANGE
               PERFORM VALIDATE-CHANGE-TRAN
           END-IF

           IF INPUT-IS-VALID AND PDT-ACTION-WITHDRAW
               IF PRD-WITHDRAWN
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "PRODUCT ALREADY WITHDRAWN" TO REJECT-REASON
               END-IF
           END-IF

           IF INPUT-IS-VALID AND NOT PDT-ACTION-WITHDRAW
               PERFORM VALIDATE-PRODUCT-TERMS
           END-IF.

      *    A NEW PRODUCT NEEDS ITS NAME, FAMILY AND MASTER; THE
      *    NUMERIC TERMS MAY BE LEFT BLANK FOR ZERO. THE PRODUCT IS
      *    BUILT IN FULL AND PROVED BY VALIDATE-PRODUCT-TERMS.
       VALIDATE-ADD-TRAN.
           IF PDT-PRODUCT-NAME = SPACES
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "PRODUCT NAME IS BLANK" TO REJECT-REASON
           ELSE IF NOT PDT-FAMILY-VALID
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "FAMILY NOT S, T OR L" TO REJECT-REASON
           ELSE IF NOT PDT-TARGET-VALID
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "TARGET FILE NOT SI OR CI" TO REJECT-REASON
           END-IF
           END-IF
           END-IF

           IF INPUT-IS-VALID
               PERFORM VALIDATE-NUMERIC-TERMS
           END-IF

           IF INPUT-IS-VALID
               MOVE SPACES TO NEW-PRODUCT-RECORD
               MOVE PDT-PRODUCT-CODE TO NPR-PRODUCT-CODE
               MOVE PDT-PRODUCT-NAME TO NPR-PRODUCT-NAME
               MOVE PDT-FAMILY TO NPR-FAMILY
               MOVE PDT-TARGET TO NPR-TARGET
               MOVE "A" TO NPR-STATUS
               PERFORM VARYING LIST-INDEX FROM 1 BY 1
                       UNTIL LIST-INDEX > 5
                   MOVE PDT-CURRENCY-CODE (LIST-INDEX)
                       TO NPR-CURRENCY-CODE (LIST-INDEX)
                   MOVE PDT-FEE-CODE (LIST-INDEX)
                       TO NPR-FEE-CODE (LIST-INDEX)
               END-PERFORM
               MOVE PDT-MIN-BALANCE TO NPR-MIN-BALANCE
               MOVE PDT-BAND-SET TO NPR-BAND-SET
               MOVE PDT-MIN-TENOR TO NPR-MIN-TENOR
               MOVE PDT-MAX-TENOR TO NPR-MAX-TENOR
               MOVE PDT-GRACE-DAYS TO NPR-GRACE-DAYS
               MOVE PDT-PENALTY-RATE TO NPR-PENALTY-RATE
               MOVE RUN-DATE TO NPR-LAST-CHANGE-DATE
               MOVE OPR-OPERATOR-ID TO NPR-CHANGED-BY
           END-IF.

      *    A BLANK TERM ON A CHANGE LEAVES THAT TERM AS IT IS. THE
      *    FAMILY AND MASTER ARE FIXED ONCE ACCOUNTS CAN BE BOOKED ON
      *    THE PRODUCT - A DIFFERENT ONE IS A NEW PRODUCT.
       VALIDATE-CHANGE-TRAN.
           IF PDT-FAMILY NOT = SPACE AND PDT-FAMILY NOT = PRD-FAMILY
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "FAMILY CANNOT BE CHANGED" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND PDT-TARGET NOT = SPACES
                   AND PDT-TARGET NOT = PRD-TARGET
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "TARGET FILE CANNOT BE CHANGED" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID
               PERFORM VALIDATE-NUMERIC-TERMS
           END-IF

           IF INPUT-IS-VALID
               MOVE PROD-MSTR-RECORD TO NEW-PRODUCT-RECORD
               IF PDT-PRODUCT-NAME NOT = SPACES
                   MOVE PDT-PRODUCT-NAME TO NPR-PRODUCT-NAME
               END-IF
               IF PDT-CURRENCY-LIST NOT = SPACES
                   PERFORM VARYING LIST-INDEX FROM 1 BY 1
                           UNTIL LIST-INDEX > 5
                       MOVE PDT-CURRENCY-CODE (LIST-INDEX)
                           TO NPR-CURRENCY-CODE (LIST-INDEX)
                   END-PERFORM
               END-IF
               IF PDT-FEE-LIST NOT = SPACES
                   PERFORM VARYING LIST-INDEX FROM 1 BY 1
                           UNTIL LIST-INDEX > 5
                       MOVE PDT-FEE-CODE (LIST-INDEX)
                           TO NPR-FEE-CODE (LIST-INDEX)
                   END-PERFORM
               END-IF
               IF PDT-MIN-BALANCE-X NOT = SPACES
                   MOVE PDT-MIN-BALANCE TO NPR-MIN-BALANCE
               END-IF
               IF PDT-BAND-SET NOT = SPACES
                   MOVE PDT-BAND-SET TO NPR-BAND-SET
               END-IF
               IF PDT-MIN-TENOR-X NOT = SPACES
                   MOVE PDT-MIN-TENOR TO NPR-MIN-TENOR
               END-IF
               IF PDT-MAX-TENOR-X NOT = SPACES
                   MOVE PDT-MAX-TENOR TO NPR-MAX-TENOR
               END-IF
               IF PDT-GRACE-DAYS-X NOT = SPACES
                   MOVE PDT-GRACE-DAYS TO NPR-GRACE-DAYS
               END-IF
               IF PDT-PENALTY-RATE-X NOT = SPACES
                   MOVE PDT-PENALTY-RATE TO NPR-PENALTY-RATE
               END-IF
               MOVE RUN-DATE TO NPR-LAST-CHANGE-DATE
               MOVE OPR-OPERATOR-ID TO NPR-CHANGED-BY
           END-IF.

      *    A NUMERIC TERM SUPPLIED MUST BE NUMERIC; ON AN ADD A BLANK
      *    ONE IS TAKEN AS ZERO.
       VALIDATE-NUMERIC-TERMS.
           IF PDT-ACTION-ADD
               IF PDT-MIN-BALANCE-X = SPACES
                   MOVE 0 TO PDT-MIN-BALANCE
               END-IF
               IF PDT-MIN-TENOR-X = SPACES
                   MOVE 0 TO PDT-MIN-TENOR
               END-IF
               IF PDT-MAX-TENOR-X = SPACES
                   MOVE 0 TO PDT-MAX-TENOR
               END-IF
               IF PDT-GRACE-DAYS-X = SPACES
                   MOVE 0 TO PDT-GRACE-DAYS
               END-IF
               IF PDT-PENALTY-RATE-X = SPACES
                   MOVE 0 TO PDT-PENALTY-RATE
               END-IF
           END-IF

           IF PDT-MIN-BALANCE-X NOT = SPACES
                   AND PDT-MIN-BALANCE-X NOT NUMERIC
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "MINIMUM BALANCE NOT NUMERIC" TO REJECT-REASON
           END-IF
           IF INPUT-IS-VALID
               IF (PDT-MIN-TENOR-X NOT = SPACES
                       AND PDT-MIN-TENOR-X NOT NUMERIC)
                   OR (PDT-MAX-TENOR-X NOT = SPACES
                       AND PDT-MAX-TENOR-X NOT NUMERIC)
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "TENOR LIMIT NOT NUMERIC" TO REJECT-REASON
               END-IF
           END-IF
           IF INPUT-IS-VALID
               IF (PDT-GRACE-DAYS-X NOT = SPACES
                       AND PDT-GRACE-DAYS-X NOT NUMERIC)
                   OR (PDT-PENALTY-RATE-X NOT = SPACES
                       AND PDT-PENALTY-RATE-X NOT NUMERIC)
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "GRACE DAYS OR PENALTY RATE NOT NUMERIC"
                       TO REJECT-REASON
               END-IF
           END-IF.

      *    THE PRODUCT AS IT WILL STAND MUST HANG TOGETHER: A LOAN IS
      *    BOOKED ON THE COMPOUND MASTER, THE TENOR LIMITS RUN THE
      *    RIGHT WAY, PENALTY TERMS ARE A SIMPLE-INTEREST RULE, AND
      *    EVERY FEE CODE AND BAND SET IT NAMES IS ON FILE.
       VALIDATE-PRODUCT-TERMS.
           IF NPR-FAMILY-LOAN AND NPR-TARGET NOT = "CI"
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "LOAN PRODUCT MUST BE BOOKED ON CI"
                   TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND NPR-MAX-TENOR > 0
                   AND NPR-MIN-TENOR > NPR-MAX-TENOR
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "MINIMUM TENOR ABOVE MAXIMUM" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND NPR-TARGET = "CI"
                   AND NPR-PENALTY-RATE > 0
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "PENALTY TERMS APPLY TO SI PRODUCTS ONLY"
                   TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID
               PERFORM VARYING LIST-INDEX FROM 1 BY 1
                       UNTIL LIST-INDEX > 5 OR NOT INPUT-IS-VALID
                   IF NPR-FEE-CODE (LIST-INDEX) NOT = SPACES
                       PERFORM FIND-FEE-CODE
                       IF NOT LOOKUP-WAS-FOUND
                           MOVE "N" TO VALID-INPUT-SWITCH
                           MOVE "FEE CODE NOT ON FEESCHED FOR MASTER"
                               TO REJECT-REASON
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF INPUT-IS-VALID AND NPR-BAND-SET NOT = SPACES
               MOVE "N" TO LOOKUP-SWITCH
               PERFORM VARYING BAND-SET-INDEX FROM 1 BY 1
                       UNTIL BAND-SET-INDEX > BAND-SET-COUNT
                   IF BST-BAND-SET (BAND-SET-INDEX) = NPR-BAND-SET
                       SET LOOKUP-WAS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT LOOKUP-WAS-FOUND
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "BAND SET HAS NO ROWS ON RATEBAND"
                       TO REJECT-REASON
               END-IF
           END-IF.

       FIND-FEE-CODE.
           MOVE "N" TO LOOKUP-SWITCH
           PERFORM VARYING FEE-CODE-INDEX FROM 1 BY 1
                   UNTIL FEE-CODE-INDEX > FEE-CODE-COUNT
               IF FCT-FEE-CODE (FEE-CODE-INDEX)
                       = NPR-FEE-CODE (LIST-INDEX)
                       AND FCT-PRODUCT (FEE-CODE-INDEX) = NPR-TARGET
                   SET LOOKUP-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       APPLY-PROD-TRAN.
           EVALUATE TRUE
               WHEN PDT-ACTION-ADD
                   MOVE NEW-PRODUCT-RECORD TO PROD-MSTR-RECORD
                   WRITE PROD-MSTR-RECORD
                       INVALID KEY
                           MOVE "N" TO VALID-INPUT-SWITCH
                           MOVE "PRODUCT ALREADY ON CATALOG"
                               TO REJECT-REASON
                       NOT INVALID KEY
                           ADD 1 TO ADDED-COUNT
                   END-WRITE
               WHEN PDT-ACTION-CHANGE
                   MOVE NEW-PRODUCT-RECORD TO PROD-MSTR-RECORD
                   REWRITE PROD-MSTR-RECORD
                   ADD 1 TO CHANGED-COUNT
               WHEN OTHER
                   MOVE "W" TO PRD-STATUS
                   MOVE RUN-DATE TO PRD-LAST-CHANGE-DATE
                   MOVE OPR-OPERATOR-ID TO PRD-CHANGED-BY
                   REWRITE PROD-MSTR-RECORD
                   ADD 1 TO WITHDRAWN-COUNT
           END-EVALUATE.

      *    THE WHOLE CATALOG AS IT STANDS AFTER THE DAY'S WORK, ONE
      *    PRODUCT TO A PAIR OF LINES.
       WRITE-CATALOG-LISTING.
           MOVE "PRODUCTS ON CATALOG:" TO PROD-RPT-RECORD
           WRITE PROD-RPT-RECORD

           MOVE LOW-VALUES TO PRD-PRODUCT-CODE
           START PROD-MSTR-FILE
               KEY NOT < PRD-PRODUCT-CODE
               INVALID KEY SET END-OF-CATALOG TO TRUE
           END-START
           IF NOT END-OF-CATALOG
               READ PROD-MSTR-FILE NEXT RECORD
                   AT END SET END-OF-CATALOG TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL END-OF-CATALOG
               IF PRD-WITHDRAWN
                   ADD 1 TO OFF-SALE-COUNT
               ELSE
                   ADD 1 TO ON-SALE-COUNT
               END-IF
               PERFORM WRITE-CATALOG-LINE
               READ PROD-MSTR-FILE NEXT RECORD
                   AT END SET END-OF-CATALOG TO TRUE
               END-READ
           END-PERFORM

           IF ON-SALE-COUNT = 0 AND OFF-SALE-COUNT = 0
               MOVE "   NONE" TO PROD-RPT-RECORD
               WRITE PROD-RPT-RECORD
           END-IF.

       WRITE-CATALOG-LINE.
           MOVE SPACES TO PROD-RPT-RECORD
           STRING "   " DELIMITED BY SIZE
               PRD-PRODUCT-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PRD-PRODUCT-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PRD-FAMILY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PRD-TARGET DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PRD-STATUS DELIMITED BY SIZE
               " MIN " DELIMITED BY SIZE
               PRD-MIN-BALANCE DELIMITED BY SIZE
               " BANDS " DELIMITED BY SIZE
               PRD-BAND-SET DELIMITED BY SIZE
               INTO PROD-RPT-RECORD
           END-STRING
           WRITE PROD-RPT-RECORD

           MOVE SPACES TO PROD-RPT-RECORD
           STRING "      TENOR " DELIMITED BY SIZE
               PRD-MIN-TENOR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               PRD-MAX-TENOR DELIMITED BY SIZE
               " GRACE " DELIMITED BY SIZE
               PRD-GRACE-DAYS DELIMITED BY SIZE
               " PENALTY " DELIMITED BY SIZE
               PRD-PENALTY-RATE DELIMITED BY SIZE
               " CHANGED " DELIMITED BY SIZE
               PRD-LAST-CHANGE-DATE DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               PRD-CHANGED-BY DELIMITED BY SIZE
               INTO PROD-RPT-RECORD
           END-STRING
           WRITE PROD-RPT-RECORD.

       WRITE-APPLIED-LINE.
           MOVE SPACES TO PROD-RPT-RECORD
           STRING PDT-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PDT-PRODUCT-CODE DELIMITED BY SIZE
               "  APPLIED" DELIMITED BY SIZE
               INTO PROD-RPT-RECORD
           END-STRING
           WRITE PROD-RPT-RECORD

      *    A CHANGE TO THE MINIMUM BALANCE OR BAND SET REPRICES EVERY
      *    ACCOUNT ALREADY OPEN ON THE PRODUCT FROM ITS NEXT CYCLE,
      *    SO THE TERMS AS THEY STOOD ARE SHOWN UNDER THE LINE.
           IF PDT-ACTION-CHANGE
               MOVE OLD-PRODUCT-RECORD TO PROD-MSTR-RECORD
               MOVE SPACES TO PROD-RPT-RECORD
               STRING "   WAS MIN " DELIMITED BY SIZE
                   PRD-MIN-BALANCE DELIMITED BY SIZE
                   " BANDS " DELIMITED BY SIZE
                   PRD-BAND-SET DELIMITED BY SIZE
                   " TENOR " DELIMITED BY SIZE
                   PRD-MIN-TENOR DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   PRD-MAX-TENOR DELIMITED BY SIZE
                   " PENALTY " DELIMITED BY SIZE
                   PRD-PENALTY-RATE DELIMITED BY SIZE
                   INTO PROD-RPT-RECORD
               END-STRING
               WRITE PROD-RPT-RECORD
           END-IF.

       WRITE-REJECTED-LINE.
           MOVE SPACES TO PROD-RPT-RECORD
           STRING PDT-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PDT-PRODUCT-CODE DELIMITED BY SIZE
               "  REJECTED - " DELIMITED BY SIZE
               REJECT-REASON DELIMITED BY SIZE
               INTO PROD-RPT-RECORD
           END-STRING
           WRITE PROD-RPT-RECORD.

      *    WRITES THE REGISTER'S CONTROL COUNTS SO PRODUCT CONTROL
      *    CAN BALANCE THE DAY BEFORE SIGNING IT OFF.
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO PROD-RPT-RECORD
           STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
               TRAN-COUNT DELIMITED BY SIZE
               "  APPLIED: " DELIMITED BY SIZE
               APPLIED-COUNT DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               REJECTED-COUNT DELIMITED BY SIZE
               INTO PROD-RPT-RECORD
           END-STRING
           WRITE PROD-RPT-RECORD

           MOVE SPACES TO PROD-RPT-RECORD
           STRING "ADDED: " DELIMITED BY SIZE
               ADDED-COUNT DELIMITED BY SIZE
               "  CHANGED: " DELIMITED BY SIZE
               CHANGED-COUNT DELIMITED BY SIZE
               "  WITHDRAWN: " DELIMITED BY SIZE
               WITHDRAWN-COUNT DELIMITED BY SIZE
               INTO PROD-RPT-RECORD
           END-STRING
           WRITE PROD-RPT-RECORD

           MOVE SPACES TO PROD-RPT-RECORD
           STRING "ON SALE: " DELIMITED BY SIZE
               ON-SALE-COUNT DELIMITED BY SIZE
               "  WITHDRAWN FROM SALE: " DELIMITED BY SIZE
               OFF-SALE-COUNT DELIMITED BY SIZE
               INTO PROD-RPT-RECORD
           END-STRING
           WRITE PROD-RPT-RECORD.

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
           STRING "PRDRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT PROD-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ PROD-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE PROD-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ PROD-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE PROD-RPT-FILE
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
           MOVE "PRODUCT-MAINT" TO CAT-PROGRAM-ID
           MOVE "PRDRPT" TO CAT-REPORT-NAME
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
           MOVE "PRODUCT-MAINT" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE TRAN-COUNT TO AUD-RECORD-COUNT
           MOVE APPLIED-COUNT TO AUD-OUTPUT-COUNT
           MOVE REJECTED-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "PRODTRAN DETAIL FILE" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

      *    HANDS THE RUN'S EXCEPTION COUNT TO THE SHARED ALERT
      *    WRITER - NOTHING FOR A CLEAN RUN, WARN OR CRITICAL PER
      *    THE CONFIGURED THRESHOLD.
       RAISE-EXCEPTION-ALERT.
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-EXCCOUNT TO TRUE
           MOVE "PRODUCT-MAINT" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           MOVE REJECTED-COUNT TO ALQ-EXC-COUNT
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
