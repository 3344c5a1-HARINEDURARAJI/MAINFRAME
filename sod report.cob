       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-REPORT.

      *    THE SEGREGATION-OF-DUTIES CONFLICT REPORT. EVERY RECORD
      *    THE SHOP WRITES CARRIES THE OPERATOR WHO CAUSED IT; THIS
      *    RUN CROSS-CHECKS THEM OVER THE REVIEW PERIOD (PERIODDAYS
      *    IN THE PARAMETER LIBRARY, SEVEN DAYS WHEN NOT SET, ENDING
      *    ON THE RUN DATE) AGAINST THE SODRULE CONFLICT RULES, AND
      *    LISTS EACH VIOLATION WITH THE RECORDS THAT PROVE IT.
      *
      *    RULE TYPES THE RUN KNOWS -
      *      MC  THE MAKER OF AN APPRQUE ITEM IS ALSO ITS CHECKER
      *          (PROGRAM-A MAY NAME ONE ITEM TYPE, E.G. RC OR AM).
      *      NP  AN OPERATOR POSTED A DEPOSIT (BALHIST) TO AN ACCOUNT
      *          OWNED, SOLELY OR JOINTLY, BY A CUSTOMER WHOSE NAME
      *          IS THE OPERATOR'S OWN NAME ON OPAUTH.
      *      SR  AN OPERATOR RESET THEIR OWN PASSWORD THROUGH
      *          PASSWORD-RESET (SECLOG).
      *      PP  ONE OPERATOR RAN BOTH PROGRAM-A AND PROGRAM-B
      *          (AUDITLOG) WITHIN WINDOW-DAYS OF EACH OTHER - E.G.
      *          RATE-MASS-CHANGE AND THE APPROVAL-REVIEW THAT
      *          RELEASED IT.
      *    WITHOUT A SODRULE FILE ONE RULE OF EACH TYPE IS RUN, THE
      *    PROGRAM PAIR BEING THE RATE CHANGE AND ITS APPROVAL ON
      *    THE SAME DAY. THE REPORT CHANGES NOTHING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-RULE-FILE ASSIGN TO "SODRULE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SOD-RULE-STATUS.
           SELECT OPER-AUTH-FILE ASSIGN TO "OPAUTH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPER-AUTH-STATUS.
           SELECT APPR-QUE-FILE ASSIGN TO "APPRQUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS APPR-QUE-STATUS.
           SELECT BAL-HIST-FILE ASSIGN TO "BALHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BAL-HIST-STATUS.
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
           SELECT CUST-MSTR-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS CUST-MSTR-STATUS.
           SELECT ACCT-OWN-FILE ASSIGN TO "ACCTOWN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACCT-OWN-STATUS.
           SELECT SEC-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SEC-LOG-STATUS.
           SELECT SOD-RPT-FILE ASSIGN TO "SODRPT"
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
      *    ONE CONFLICT RULE - ITS ID, TYPE, SEVERITY (W WARNING,
      *    C CRITICAL), THE PROGRAMS OR ITEM TYPE IT CONCERNS, THE
      *    DAYS TWO ACTS MAY LIE APART, AND ITS DESCRIPTION.
       FD  SOD-RULE-FILE.
       01  SOD-RULE-RECORD.
           05  SDR-RULE-ID            PIC X(4).
           05  SDR-RULE-TYPE          PIC X(2).
           05  SDR-SEVERITY           PIC X.
           05  SDR-PROGRAM-A          PIC X(20).
           05  SDR-PROGRAM-B          PIC X(20).
           05  SDR-WINDOW-DAYS-X      PIC X(3).
           05  SDR-WINDOW-DAYS REDEFINES SDR-WINDOW-DAYS-X
                                      PIC 9(3).
           05  SDR-DESCRIPTION        PIC X(40).

       FD  OPER-AUTH-FILE.
       01  OPER-AUTH-RECORD.
           05  AUT-OPERATOR-ID        PIC X(8).
           05  AUT-AUTHORITY          PIC X.
           05  AUT-OPERATOR-NAME      PIC X(20).
           05  AUT-SUPERVISOR-ID      PIC X(8).
           05  AUT-CERTIFIED-DATE     PIC X(8).
           05  AUT-CERTIFIED-BY       PIC X(8).

       FD  APPR-QUE-FILE.
       01  APPR-QUE-RECORD.
           05  APQ-SEQ                PIC 9(5).
           05  APQ-TYPE               PIC X(2).
           05  APQ-MAKER              PIC X(8).
           05  APQ-QUEUE-DATE         PIC 9(8).
           05  APQ-STATUS             PIC X.
           05  APQ-IMAGE              PIC X(80).
           05  APQ-CHECKER            PIC X(8).
           05  APQ-DECIDED-DATE       PIC X(8).
           05  APQ-DECIDED-DATE-N REDEFINES APQ-DECIDED-DATE
                                      PIC 9(8).

       FD  BAL-HIST-FILE.
       01  BAL-HIST-RECORD.
           COPY BALHREC.

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
           05  CIA-LAST-RUN-DATE      PIC 9(8).
           05  CIA-CUSTOMER-NUMBER    PIC X(10).
           05  CIA-BRANCH-CODE        PIC X(03).
           05  CIA-COMPOUND-FREQ      PIC 9(2).
           05  CIA-ACCRUED-INTEREST   PIC 9(7)V99.
           05  CIA-LOAN-FLAG          PIC X.
           05  CIA-PRODUCT-CODE       PIC X(06).

       FD  CUST-MSTR-FILE.
       01  CUST-MSTR-RECORD.
           COPY CUSTREC.

       FD  ACCT-OWN-FILE.
       01  ACCT-OWN-RECORD.
           COPY OWNREC.

       FD  SEC-LOG-FILE.
       01  SEC-LOG-RECORD.
           05  SEC-EVENT-DATE         PIC 9(8).
           05  SEC-EVENT-TIME         PIC 9(8).
           05  SEC-OPERATOR-ID        PIC X(8).
           05  SEC-EVENT-TYPE         PIC X(8).
           05  SEC-EVENT-DETAIL       PIC X(20).

       FD  SOD-RPT-FILE.
       01  SOD-RPT-RECORD         PIC X(80).

      *    A DATED COPY OF SOD-RPT-FILE, WRITTEN AFTER THE REPORT IS
      *    CLOSED, SO THE CURRENT CYCLE'S OUTPUT IS RETAINED UNDER ITS
      *    OWN NAME INSTEAD OF BEING OVERWRITTEN BY THE NEXT RUN.
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
       01  SOD-RULE-STATUS        PIC XX.
       01  OPER-AUTH-STATUS       PIC XX.
       01  APPR-QUE-STATUS        PIC XX.
       01  BAL-HIST-STATUS        PIC XX.
       01  SI-ACCT-STATUS         PIC XX.
       01  CI-ACCT-STATUS         PIC XX.
       01  CUST-MSTR-STATUS       PIC XX.
       01  ACCT-OWN-STATUS        PIC XX.
       01  SEC-LOG-STATUS         PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-SCAN            VALUE "Y".
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE REVIEW PERIOD, IN DAYS ENDING ON THE RUN DATE.
       01  PERIOD-DAYS            PIC 9(5) VALUE 7.
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
       01  RUN-DAY-NUMBER         PIC 9(7).
       01  PERIOD-START-DAY       PIC 9(7).
       01  PERIOD-START-DATE      PIC 9(8).
       01  IN-PERIOD-SWITCH       PIC X.
           88  DATE-IN-PERIOD         VALUE "Y".
       01  DAYS-APART             PIC S9(7).
       01  DWK-YYYY               PIC 9(4).
       01  DWK-MM                 PIC 9(2).
       01  DWK-DD                 PIC 9(2).
       01  DWK-MONTH-LENGTH       PIC 9(2).
       01  DWK-QUOTIENT           PIC 9(4).
       01  DWK-REMAINDER          PIC 9(4).

      *    THE CONFLICT RULES IN FORCE.
       01  RULE-COUNT             PIC 9(2) VALUE 0.
       01  RULE-TABLE.
           05  RULE-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON RULE-COUNT.
               10  RUL-ID             PIC X(4).
               10  RUL-TYPE           PIC X(2).
                   88  RUL-MAKER-CHECKER      VALUE "MC".
                   88  RUL-NAME-POSTING       VALUE "NP".
                   88  RUL-SELF-RESET         VALUE "SR".
                   88  RUL-PROGRAM-PAIR       VALUE "PP".
               10  RUL-SEVERITY       PIC X.
                   88  RUL-IS-CRITICAL        VALUE "C".
               10  RUL-PROGRAM-A      PIC X(20).
               10  RUL-PROGRAM-B      PIC X(20).
               10  RUL-WINDOW-DAYS    PIC 9(3).
               10  RUL-DESCRIPTION    PIC X(40).
               10  RUL-HIT-COUNT      PIC 9(5).
       01  RULE-INDEX             PIC 9(2).
       01  BAD-RULE-COUNT         PIC 9(3) VALUE 0.
       01  RULE-TYPE-SWITCHES.
           05  NP-RULE-SWITCH     PIC X VALUE "N".
               88  NP-RULE-IN-FORCE   VALUE "Y".
           05  MC-RULE-SWITCH     PIC X VALUE "N".
               88  MC-RULE-IN-FORCE   VALUE "Y".
           05  SR-RULE-SWITCH     PIC X VALUE "N".
               88  SR-RULE-IN-FORCE   VALUE "Y".
           05  PP-RULE-SWITCH     PIC X VALUE "N".
               88  PP-RULE-IN-FORCE   VALUE "Y".

      *    OPERATORS WITH A NAME ON OPAUTH.
       01  OPERATOR-COUNT         PIC 9(3) VALUE 0.
       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON OPERATOR-COUNT.
               10  OPT-OPERATOR-ID    PIC X(8).
               10  OPT-OPERATOR-NAME  PIC X(20).
       01  OPERATOR-INDEX         PIC 9(3).
       01  OPERATOR-MATCH         PIC 9(3).

      *    THE AUDIT-TRAIL RUNS OF THE PROGRAMS ANY PROGRAM-PAIR
      *    RULE NAMES, INSIDE THE PERIOD.
       01  RUN-COUNT              PIC 9(4) VALUE 0.
       01  RUN-TABLE.
           05  RUN-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON RUN-COUNT.
               10  RNT-PROGRAM-ID     PIC X(20).
               10  RNT-OPERATOR-ID    PIC X(8).
               10  RNT-CYCLE-DATE     PIC 9(8).
               10  RNT-DAY-NUMBER     PIC 9(7).
               10  RNT-START-TIME     PIC 9(8).
       01  RUN-INDEX-A            PIC 9(4).
       01  RUN-INDEX-B            PIC 9(4).
       01  RUN-OVERFLOW-COUNT     PIC 9(5) VALUE 0.
       01  PAIR-PROGRAM-SWITCH    PIC X.
           88  PROGRAM-IS-PAIRED      VALUE "Y".

      *    THE OWNER NAMES OF THE ACCOUNT A DEPOSIT WAS POSTED TO.
       01  OWNER-NAME-MATCH-SWITCH PIC X.
           88  OWNER-NAME-MATCHES     VALUE "Y".
       01  OWNER-CUSTOMER         PIC X(10).
       01  MATCHED-CUSTOMER       PIC X(10).
       01  RESET-BY-OPERATOR      PIC X(8).

       01  VIOLATION-COUNT        PIC 9(5) VALUE 0.
       01  CRITICAL-COUNT         PIC 9(5) VALUE 0.
       01  RECORDS-READ           PIC 9(7) VALUE 0.
       01  VIOLATION-OPERATOR     PIC X(8).
       01  EVIDENCE-LINE-1        PIC X(80).
       01  EVIDENCE-LINE-2        PIC X(80).
       01  EDITED-AMOUNT          PIC ZZZZ9.99.
       01  EDITED-COUNT           PIC ZZZZ9.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT RECORD.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

      *    HOW THIS RUN RAISES OPERATOR ALERTS - THE SHARED WRITER
      *    GRADES THE VIOLATION COUNT AGAINST THE ALRTTHR THRESHOLD.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

           PERFORM RUN-SOD-REPORT.

      *    EIGHT WHEN A CRITICAL RULE WAS BROKEN, FOUR FOR WARNINGS
      *    OR A RULE THE RUN COULD NOT USE, ZERO FOR A CLEAN PERIOD.
           EVALUATE TRUE
               WHEN CRITICAL-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN VIOLATION-COUNT > 0 OR BAD-RULE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

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

       RUN-SOD-REPORT.
           ACCEPT BATCH-START-TIME FROM TIME
           PERFORM LOAD-REVIEW-PERIOD

           OPEN OUTPUT SOD-RPT-FILE
           PERFORM OPEN-EXCEPTION-LOG

           MOVE SPACES TO SOD-RPT-RECORD
           STRING "SEGREGATION OF DUTIES CONFLICTS  PERIOD "
                   DELIMITED BY SIZE
               PERIOD-START-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO SOD-RPT-RECORD
           END-STRING
           WRITE SOD-RPT-RECORD

           PERFORM LOAD-CONFLICT-RULES
           PERFORM LOAD-OPERATOR-NAMES

           IF MC-RULE-IN-FORCE
               PERFORM CHECK-APPROVAL-QUEUE
           END-IF
           IF NP-RULE-IN-FORCE
               PERFORM CHECK-OWN-NAME-POSTINGS
           END-IF
           IF SR-RULE-IN-FORCE
               PERFORM CHECK-SELF-RESETS
           END-IF
           IF PP-RULE-IN-FORCE
               PERFORM LOAD-PROGRAM-RUNS
               PERFORM CHECK-PROGRAM-PAIRS
           END-IF

           PERFORM WRITE-RULE-SUMMARY
           PERFORM RAISE-EXCEPTION-ALERT

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE SOD-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

      *    THE PERIOD AS FIVE DIGITS IN POSITIONS 6-10 OF ROW
      *    PERIODDAYS. A MISSING OR UNREADABLE ROW KEEPS A WEEK.
       LOAD-REVIEW-PERIOD.
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "SOD-REPORT" TO PLQ-PROGRAM-ID
           MOVE "PERIODDAYS" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (6:5) TO VALUE-DAYS-X
               IF VALUE-DAYS-X NUMERIC AND VALUE-DAYS > 0
                   MOVE VALUE-DAYS TO PERIOD-DAYS
               END-IF
           END-IF

           MOVE RUN-DATE TO SER-DATE
           PERFORM COMPUTE-SERIAL-DAY
           MOVE SER-DAY-NUMBER TO RUN-DAY-NUMBER
           COMPUTE PERIOD-START-DAY = RUN-DAY-NUMBER - PERIOD-DAYS + 1

      *    THE FIRST DATE OF THE PERIOD, FOR THE HEADING - FOUND BY
      *    STEPPING BACK FROM THE RUN DATE UNTIL ITS DAY NUMBER IS
      *    REACHED.
           MOVE RUN-DATE TO PERIOD-START-DATE
           PERFORM STEP-BACK-ONE-DAY
               UNTIL SER-DAY-NUMBER NOT > PERIOD-START-DAY.

      *    THE CALENDAR DAY BEFORE PERIOD-START-DATE, MONTH LENGTHS
      *    AND THE LEAP-YEAR RULE RESPECTED.
       STEP-BACK-ONE-DAY.
           MOVE PERIOD-START-DATE (1:4) TO DWK-YYYY
           MOVE PERIOD-START-DATE (5:2) TO DWK-MM
           MOVE PERIOD-START-DATE (7:2) TO DWK-DD
           IF DWK-DD > 1
               SUBTRACT 1 FROM DWK-DD
           ELSE
               IF DWK-MM > 1
                   SUBTRACT 1 FROM DWK-MM
               ELSE
                   MOVE 12 TO DWK-MM
                   SUBTRACT 1 FROM DWK-YYYY
               END-IF
               PERFORM SET-MONTH-LENGTH
               MOVE DWK-MONTH-LENGTH TO DWK-DD
           END-IF
           COMPUTE PERIOD-START-DATE =
               DWK-YYYY * 10000 + DWK-MM * 100 + DWK-DD
           MOVE PERIOD-START-DATE TO SER-DATE
           PERFORM COMPUTE-SERIAL-DAY.

       SET-MONTH-LENGTH.
           EVALUATE DWK-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DWK-MONTH-LENGTH
               WHEN 2
                   MOVE 28 TO DWK-MONTH-LENGTH
                   DIVIDE DWK-YYYY BY 4 GIVING DWK-QUOTIENT
                       REMAINDER DWK-REMAINDER
                   IF DWK-REMAINDER = 0
                       MOVE 29 TO DWK-MONTH-LENGTH
                       DIVIDE DWK-YYYY BY 100 GIVING DWK-QUOTIENT
                           REMAINDER DWK-REMAINDER
                       IF DWK-REMAINDER = 0
                           DIVIDE DWK-YYYY BY 400
                               GIVING DWK-QUOTIENT
                               REMAINDER DWK-REMAINDER
                           IF DWK-REMAINDER NOT = 0
                               MOVE 28 TO DWK-MONTH-LENGTH
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DWK-MONTH-LENGTH
           END-EVALUATE.

       LOAD-CONFLICT-RULES.
           OPEN INPUT SOD-RULE-FILE
           IF SOD-RULE-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ SOD-RULE-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   PERFORM TAKE-ONE-RULE
                   READ SOD-RULE-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SOD-RULE-FILE
           ELSE
               PERFORM LOAD-STANDARD-RULES
           END-IF.

      *    A RULE OF A TYPE THE RUN DOES NOT KNOW, OR A PROGRAM PAIR
      *    MISSING A PROGRAM, IS LOGGED AND LEFT OUT.
       TAKE-ONE-RULE.
           IF (SDR-RULE-TYPE NOT = "MC" AND SDR-RULE-TYPE NOT = "NP"
                   AND SDR-RULE-TYPE NOT = "SR"
                   AND SDR-RULE-TYPE NOT = "PP")
                   OR (SDR-RULE-TYPE = "PP"
                       AND (SDR-PROGRAM-A = SPACES
                            OR SDR-PROGRAM-B = SPACES))
                   OR RULE-COUNT NOT < 50
               ADD 1 TO BAD-RULE-COUNT
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "SOD-REPORT" TO EXC-PROGRAM-ID
               MOVE SDR-RULE-ID TO EXC-KEY-VALUE
               MOVE "CONFLICT RULE UNUSABLE - LEFT OUT"
                   TO EXC-REASON
               MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
               MOVE RUN-DATE TO EXC-CYCLE-DATE
               WRITE EXC-LOG-RECORD
           ELSE
               ADD 1 TO RULE-COUNT
               MOVE SDR-RULE-ID TO RUL-ID (RULE-COUNT)
               MOVE SDR-RULE-TYPE TO RUL-TYPE (RULE-COUNT)
               MOVE SDR-SEVERITY TO RUL-SEVERITY (RULE-COUNT)
               MOVE SDR-PROGRAM-A TO RUL-PROGRAM-A (RULE-COUNT)
               MOVE SDR-PROGRAM-B TO RUL-PROGRAM-B (RULE-COUNT)
               IF SDR-WINDOW-DAYS-X NUMERIC
                   MOVE SDR-WINDOW-DAYS TO RUL-WINDOW-DAYS (RULE-COUNT)
               ELSE
                   MOVE 0 TO RUL-WINDOW-DAYS (RULE-COUNT)
               END-IF
               MOVE SDR-DESCRIPTION TO RUL-DESCRIPTION (RULE-COUNT)
               PERFORM NOTE-RULE-TYPE
           END-IF.

       NOTE-RULE-TYPE.
           MOVE 0 TO RUL-HIT-COUNT (RULE-COUNT)
           EVALUATE TRUE
               WHEN RUL-MAKER-CHECKER (RULE-COUNT)
                   SET MC-RULE-IN-FORCE TO TRUE
               WHEN RUL-NAME-POSTING (RULE-COUNT)
                   SET NP-RULE-IN-FORCE TO TRUE
               WHEN RUL-SELF-RESET (RULE-COUNT)
                   SET SR-RULE-IN-FORCE TO TRUE
               WHEN OTHER
                   SET PP-RULE-IN-FORCE TO TRUE
           END-EVALUATE.

       LOAD-STANDARD-RULES.
           MOVE "MC01" TO SDR-RULE-ID
           MOVE "MC" TO SDR-RULE-TYPE
           MOVE "C" TO SDR-SEVERITY
           MOVE SPACES TO SDR-PROGRAM-A
           MOVE SPACES TO SDR-PROGRAM-B
           MOVE "000" TO SDR-WINDOW-DAYS-X
           MOVE "MAKER AND CHECKER ON ONE APPROVAL ITEM"
               TO SDR-DESCRIPTION
           PERFORM TAKE-ONE-RULE
           MOVE "NP01" TO SDR-RULE-ID
           MOVE "NP" TO SDR-RULE-TYPE
           MOVE "DEPOSIT POSTED TO OPERATOR'S OWN NAME"
               TO SDR-DESCRIPTION
           PERFORM TAKE-ONE-RULE
           MOVE "SR01" TO SDR-RULE-ID
           MOVE "SR" TO SDR-RULE-TYPE
           MOVE "OPERATOR RESET THEIR OWN PASSWORD"
               TO SDR-DESCRIPTION
           PERFORM TAKE-ONE-RULE
           MOVE "PP01" TO SDR-RULE-ID
           MOVE "PP" TO SDR-RULE-TYPE
           MOVE "W" TO SDR-SEVERITY
           MOVE "RATE-MASS-CHANGE" TO SDR-PROGRAM-A
           MOVE "APPROVAL-REVIEW" TO SDR-PROGRAM-B
           MOVE "RATE CHANGE AND ITS APPROVAL BY ONE HAND"
               TO SDR-DESCRIPTION
           PERFORM TAKE-ONE-RULE.

       LOAD-OPERATOR-NAMES.
           OPEN INPUT OPER-AUTH-FILE
           IF OPER-AUTH-STATUS = "00"
               PERFORM UNTIL OPER-AUTH-STATUS NOT = "00"
                   READ OPER-AUTH-FILE
                       AT END MOVE "10" TO OPER-AUTH-STATUS
                       NOT AT END
                           IF AUT-OPERATOR-NAME NOT = SPACES
                                   AND OPERATOR-COUNT < 500
                               ADD 1 TO OPERATOR-COUNT
                               MOVE AUT-OPERATOR-ID
                                   TO OPT-OPERATOR-ID (OPERATOR-COUNT)
                               MOVE AUT-OPERATOR-NAME
                                   TO OPT-OPERATOR-NAME
                                       (OPERATOR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPER-AUTH-FILE
           END-IF.

      *    A DECIDED ITEM WHOSE CHECKER IS ITS MAKER. THE APPROVAL
      *    RUN REFUSES THIS, SO ONE FOUND HERE WAS DECIDED OUTSIDE
      *    IT OR THE QUEUE WAS ALTERED.
       CHECK-APPROVAL-QUEUE.
           OPEN INPUT APPR-QUE-FILE
           IF APPR-QUE-STATUS = "00"
               PERFORM UNTIL APPR-QUE-STATUS NOT = "00"
                   READ APPR-QUE-FILE
                       AT END MOVE "10" TO APPR-QUE-STATUS
                       NOT AT END
                           ADD 1 TO RECORDS-READ
                           IF APQ-CHECKER NOT = SPACES
                                   AND APQ-CHECKER = APQ-MAKER
                                   AND APQ-DECIDED-DATE NUMERIC
                               MOVE APQ-DECIDED-DATE-N TO SER-DATE
                               PERFORM TEST-DATE-IN-PERIOD
                               IF DATE-IN-PERIOD
                                   PERFORM FLAG-MAKER-CHECKER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPR-QUE-FILE
           END-IF.

       FLAG-MAKER-CHECKER.
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
                   UNTIL RULE-INDEX > RULE-COUNT
               IF RUL-MAKER-CHECKER (RULE-INDEX)
                   AND (RUL-PROGRAM-A (RULE-INDEX) = SPACES
                        OR RUL-PROGRAM-A (RULE-INDEX) (1:2)
                            = APQ-TYPE)
                   MOVE APQ-MAKER TO VIOLATION-OPERATOR
                   MOVE SPACES TO EVIDENCE-LINE-1
                   STRING "APPRQUE ITEM " DELIMITED BY SIZE
                       APQ-SEQ DELIMITED BY SIZE
                       " TYPE " DELIMITED BY SIZE
                       APQ-TYPE DELIMITED BY SIZE
                       " QUEUED " DELIMITED BY SIZE
                       APQ-QUEUE-DATE DELIMITED BY SIZE
                       " STATUS " DELIMITED BY SIZE
                       APQ-STATUS DELIMITED BY SIZE
                       INTO EVIDENCE-LINE-1
                   END-STRING
                   MOVE SPACES TO EVIDENCE-LINE-2
                   STRING "MAKER " DELIMITED BY SIZE
                       APQ-MAKER DELIMITED BY SIZE
                       " CHECKER " DELIMITED BY SIZE
                       APQ-CHECKER DELIMITED BY SIZE
                       " DECIDED " DELIMITED BY SIZE
                       APQ-DECIDED-DATE DELIMITED BY SIZE
                       INTO EVIDENCE-LINE-2
                   END-STRING
                   PERFORM WRITE-VIOLATION
               END-IF
           END-PERFORM.

      *    EVERY DEPOSIT IN THE PERIOD BY AN OPERATOR WITH A NAME ON
      *    OPAUTH, AGAINST THE NAMES OF THE ACCOUNT'S OWNERS - THE
      *    MASTER'S CUSTOMER AND ANY JOINT OWNER ON ACCTOWN.
       CHECK-OWN-NAME-POSTINGS.
           OPEN INPUT BAL-HIST-FILE
           IF BAL-HIST-STATUS = "00"
               OPEN INPUT SI-ACCT-FILE
               OPEN INPUT CI-ACCT-FILE
               OPEN INPUT CUST-MSTR-FILE
               PERFORM UNTIL BAL-HIST-STATUS NOT = "00"
                   READ BAL-HIST-FILE
                       AT END MOVE "10" TO BAL-HIST-STATUS
                       NOT AT END
                           ADD 1 TO RECORDS-READ
                           IF BHR-DEPOSIT
                               PERFORM CHECK-ONE-DEPOSIT
                                   THRU CHECK-ONE-DEPOSIT-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SI-ACCT-FILE
               CLOSE CI-ACCT-FILE
               CLOSE CUST-MSTR-FILE
               CLOSE BAL-HIST-FILE
           END-IF.

       CHECK-ONE-DEPOSIT.
           MOVE BHR-POST-DATE TO SER-DATE
           PERFORM TEST-DATE-IN-PERIOD
           IF NOT DATE-IN-PERIOD
               GO TO CHECK-ONE-DEPOSIT-EXIT
           END-IF

           MOVE 0 TO OPERATOR-MATCH
           PERFORM VARYING OPERATOR-INDEX FROM 1 BY 1
                   UNTIL OPERATOR-INDEX > OPERATOR-COUNT
                      OR OPERATOR-MATCH > 0
               IF OPT-OPERATOR-ID (OPERATOR-INDEX) = BHR-OPERATOR-ID
                   MOVE OPERATOR-INDEX TO OPERATOR-MATCH
               END-IF
           END-PERFORM
           IF OPERATOR-MATCH = 0
               GO TO CHECK-ONE-DEPOSIT-EXIT
           END-IF

           MOVE "N" TO OWNER-NAME-MATCH-SWITCH
           MOVE SPACES TO OWNER-CUSTOMER
           IF BHR-PRODUCT-SI
               MOVE BHR-ACCT-NUMBER TO SIA-ACCT-NUMBER
               READ SI-ACCT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SIA-CUSTOMER-NUMBER TO OWNER-CUSTOMER
               END-READ
           ELSE
               MOVE BHR-ACCT-NUMBER TO CIA-ACCT-NUMBER
               READ CI-ACCT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CIA-CUSTOMER-NUMBER TO OWNER-CUSTOMER
               END-READ
           END-IF
           PERFORM TEST-OWNER-NAME

           IF NOT OWNER-NAME-MATCHES
               OPEN INPUT ACCT-OWN-FILE
               IF ACCT-OWN-STATUS = "00"
                   PERFORM UNTIL ACCT-OWN-STATUS NOT = "00"
                           OR OWNER-NAME-MATCHES
                       READ ACCT-OWN-FILE
                           AT END MOVE "10" TO ACCT-OWN-STATUS
                           NOT AT END
                               IF OWN-TARGET = BHR-PRODUCT
                                   AND OWN-ACCT-NUMBER
                                       = BHR-ACCT-NUMBER
                                   MOVE OWN-CUSTOMER-NUMBER
                                       TO OWNER-CUSTOMER
                                   PERFORM TEST-OWNER-NAME
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ACCT-OWN-FILE
               END-IF
           END-IF

           IF OWNER-NAME-MATCHES
               PERFORM FLAG-OWN-NAME-POSTING
           END-IF.

       CHECK-ONE-DEPOSIT-EXIT.
           EXIT.

       TEST-OWNER-NAME.
           IF OWNER-CUSTOMER NOT = SPACES
               MOVE OWNER-CUSTOMER TO CUST-NUMBER
               READ CUST-MSTR-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CUST-NAME
                               = OPT-OPERATOR-NAME (OPERATOR-MATCH)
                           SET OWNER-NAME-MATCHES TO TRUE
                           MOVE OWNER-CUSTOMER TO MATCHED-CUSTOMER
                       END-IF
               END-READ
           END-IF.

       FLAG-OWN-NAME-POSTING.
           MOVE BHR-AMOUNT TO EDITED-AMOUNT
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
                   UNTIL RULE-INDEX > RULE-COUNT
               IF RUL-NAME-POSTING (RULE-INDEX)
                   MOVE BHR-OPERATOR-ID TO VIOLATION-OPERATOR
                   MOVE SPACES TO EVIDENCE-LINE-1
                   STRING "BALHIST " DELIMITED BY SIZE
                       BHR-POST-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BHR-TRAN-TYPE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BHR-PRODUCT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BHR-ACCT-NUMBER DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EDITED-AMOUNT DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       BHR-OPERATOR-ID DELIMITED BY SIZE
                       INTO EVIDENCE-LINE-1
                   END-STRING
                   MOVE SPACES TO EVIDENCE-LINE-2
                   STRING "OWNER " DELIMITED BY SIZE
                       MATCHED-CUSTOMER DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CUST-NAME DELIMITED BY SIZE
                       " = OPAUTH NAME OF " DELIMITED BY SIZE
                       BHR-OPERATOR-ID DELIMITED BY SIZE
                       INTO EVIDENCE-LINE-2
                   END-STRING
                   PERFORM WRITE-VIOLATION
               END-IF
           END-PERFORM.

      *    A RESET EVENT NAMES THE OPERATOR RESET AND, IN ITS
      *    DETAIL, THE SUPERVISOR WHO DID IT ("BY XXXXXXXX").
       CHECK-SELF-RESETS.
           OPEN INPUT SEC-LOG-FILE
           IF SEC-LOG-STATUS = "00"
               PERFORM UNTIL SEC-LOG-STATUS NOT = "00"
                   READ SEC-LOG-FILE
                       AT END MOVE "10" TO SEC-LOG-STATUS
                       NOT AT END
                           ADD 1 TO RECORDS-READ
                           IF SEC-EVENT-TYPE = "RESET"
                                   AND SEC-EVENT-DETAIL (1:3) = "BY "
                               MOVE SEC-EVENT-DETAIL (4:8)
                                   TO RESET-BY-OPERATOR
                               IF RESET-BY-OPERATOR = SEC-OPERATOR-ID
                                   MOVE SEC-EVENT-DATE TO SER-DATE
                                   PERFORM TEST-DATE-IN-PERIOD
                                   IF DATE-IN-PERIOD
                                       PERFORM FLAG-SELF-RESET
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEC-LOG-FILE
           END-IF.

       FLAG-SELF-RESET.
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
                   UNTIL RULE-INDEX > RULE-COUNT
               IF RUL-SELF-RESET (RULE-INDEX)
                   MOVE SEC-OPERATOR-ID TO VIOLATION-OPERATOR
                   MOVE SPACES TO EVIDENCE-LINE-1
                   STRING "SECLOG " DELIMITED BY SIZE
                       SEC-EVENT-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SEC-EVENT-TIME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SEC-OPERATOR-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SEC-EVENT-TYPE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SEC-EVENT-DETAIL DELIMITED BY SIZE
                       INTO EVIDENCE-LINE-1
                   END-STRING
                   MOVE SPACES TO EVIDENCE-LINE-2
                   PERFORM WRITE-VIOLATION
               END-IF
           END-PERFORM.

      *    EVERY AUDIT-TRAIL RUN INSIDE THE PERIOD OF A PROGRAM SOME
      *    PAIR RULE NAMES.
       LOAD-PROGRAM-RUNS.
           OPEN INPUT AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS = "00"
               PERFORM UNTIL AUDIT-LOG-STATUS NOT = "00"
                   READ AUDIT-LOG-FILE
                       AT END MOVE "10" TO AUDIT-LOG-STATUS
                       NOT AT END
                           ADD 1 TO RECORDS-READ
                           PERFORM TAKE-ONE-RUN THRU TAKE-ONE-RUN-EXIT
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       TAKE-ONE-RUN.
           IF AUD-CYCLE-DATE NOT NUMERIC
                   OR AUD-OPERATOR-ID = SPACES
               GO TO TAKE-ONE-RUN-EXIT
           END-IF
           MOVE "N" TO PAIR-PROGRAM-SWITCH
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
                   UNTIL RULE-INDEX > RULE-COUNT
               IF RUL-PROGRAM-PAIR (RULE-INDEX)
                   AND (RUL-PROGRAM-A (RULE-INDEX) = AUD-PROGRAM-ID
                        OR RUL-PROGRAM-B (RULE-INDEX)
                            = AUD-PROGRAM-ID)
                   SET PROGRAM-IS-PAIRED TO TRUE
               END-IF
           END-PERFORM
           IF NOT PROGRAM-IS-PAIRED
               GO TO TAKE-ONE-RUN-EXIT
           END-IF

           MOVE AUD-CYCLE-DATE TO SER-DATE
           PERFORM TEST-DATE-IN-PERIOD
           IF NOT DATE-IN-PERIOD
               GO TO TAKE-ONE-RUN-EXIT
           END-IF

           IF RUN-COUNT < 3000
               ADD 1 TO RUN-COUNT
               MOVE AUD-PROGRAM-ID TO RNT-PROGRAM-ID (RUN-COUNT)
               MOVE AUD-OPERATOR-ID TO RNT-OPERATOR-ID (RUN-COUNT)
               MOVE AUD-CYCLE-DATE TO RNT-CYCLE-DATE (RUN-COUNT)
               MOVE SER-DAY-NUMBER TO RNT-DAY-NUMBER (RUN-COUNT)
               MOVE AUD-START-TIME TO RNT-START-TIME (RUN-COUNT)
           ELSE
               ADD 1 TO RUN-OVERFLOW-COUNT
           END-IF.

       TAKE-ONE-RUN-EXIT.
           EXIT.

      *    EACH RUN OF PROGRAM-A AGAINST EACH RUN OF PROGRAM-B BY
      *    THE SAME OPERATOR NO MORE THAN WINDOW-DAYS APART.
       CHECK-PROGRAM-PAIRS.
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
                   UNTIL RULE-INDEX > RULE-COUNT
               IF RUL-PROGRAM-PAIR (RULE-INDEX)
                   PERFORM VARYING RUN-INDEX-A FROM 1 BY 1
                           UNTIL RUN-INDEX-A > RUN-COUNT
                       IF RNT-PROGRAM-ID (RUN-INDEX-A)
                               = RUL-PROGRAM-A (RULE-INDEX)
                           PERFORM MATCH-PAIRED-RUNS
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       MATCH-PAIRED-RUNS.
           PERFORM VARYING RUN-INDEX-B FROM 1 BY 1
                   UNTIL RUN-INDEX-B > RUN-COUNT
               IF RNT-PROGRAM-ID (RUN-INDEX-B)
                       = RUL-PROGRAM-B (RULE-INDEX)
                   AND RNT-OPERATOR-ID (RUN-INDEX-B)
                       = RNT-OPERATOR-ID (RUN-INDEX-A)
                   COMPUTE DAYS-APART =
                       RNT-DAY-NUMBER (RUN-INDEX-B)
                           - RNT-DAY-NUMBER (RUN-INDEX-A)
                   IF DAYS-APART < 0
                       MULTIPLY -1 BY DAYS-APART
                   END-IF
                   IF DAYS-APART NOT > RUL-WINDOW-DAYS (RULE-INDEX)
                       PERFORM FLAG-PROGRAM-PAIR
                   END-IF
               END-IF
           END-PERFORM.

       FLAG-PROGRAM-PAIR.
           MOVE RNT-OPERATOR-ID (RUN-INDEX-A) TO VIOLATION-OPERATOR
           MOVE SPACES TO EVIDENCE-LINE-1
           STRING "AUDITLOG " DELIMITED BY SIZE
               RNT-PROGRAM-ID (RUN-INDEX-A) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RNT-CYCLE-DATE (RUN-INDEX-A) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RNT-START-TIME (RUN-INDEX-A) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RNT-OPERATOR-ID (RUN-INDEX-A) DELIMITED BY SIZE
               INTO EVIDENCE-LINE-1
           END-STRING
           MOVE SPACES TO EVIDENCE-LINE-2
           STRING "AUDITLOG " DELIMITED BY SIZE
               RNT-PROGRAM-ID (RUN-INDEX-B) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RNT-CYCLE-DATE (RUN-INDEX-B) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RNT-START-TIME (RUN-INDEX-B) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RNT-OPERATOR-ID (RUN-INDEX-B) DELIMITED BY SIZE
               INTO EVIDENCE-LINE-2
           END-STRING
           PERFORM WRITE-VIOLATION.

      *    SER-DATE INSIDE THE REVIEW PERIOD - LEAVES ITS DAY NUMBER
      *    IN SER-DAY-NUMBER.
       TEST-DATE-IN-PERIOD.
           MOVE "N" TO IN-PERIOD-SWITCH
           IF SER-DATE NOT = 0
               PERFORM COMPUTE-SERIAL-DAY
               IF SER-DAY-NUMBER NOT < PERIOD-START-DAY
                       AND SER-DAY-NUMBER NOT > RUN-DAY-NUMBER
                   SET DATE-IN-PERIOD TO TRUE
               END-IF
           END-IF.

      *    ONE VIOLATION - THE RULE AND OPERATOR, THEN THE EVIDENCE
      *    RECORDS - ON THE REPORT AND THE EXCEPTION LOG.
       WRITE-VIOLATION.
           ADD 1 TO VIOLATION-COUNT
           ADD 1 TO RUL-HIT-COUNT (RULE-INDEX)
           IF RUL-IS-CRITICAL (RULE-INDEX)
               ADD 1 TO CRITICAL-COUNT
           END-IF

           MOVE SPACES TO SOD-RPT-RECORD
           WRITE SOD-RPT-RECORD
           MOVE SPACES TO SOD-RPT-RECORD
           STRING RUL-ID (RULE-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RUL-SEVERITY (RULE-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RUL-DESCRIPTION (RULE-INDEX) DELIMITED BY SIZE
               " OPERATOR " DELIMITED BY SIZE
               VIOLATION-OPERATOR DELIMITED BY SIZE
               INTO SOD-RPT-RECORD
           END-STRING
           WRITE SOD-RPT-RECORD
           MOVE SPACES TO SOD-RPT-RECORD
           STRING "     " DELIMITED BY SIZE
               EVIDENCE-LINE-1 DELIMITED BY SIZE
               INTO SOD-RPT-RECORD
           END-STRING
           WRITE SOD-RPT-RECORD
           IF EVIDENCE-LINE-2 NOT = SPACES
               MOVE SPACES TO SOD-RPT-RECORD
               STRING "     " DELIMITED BY SIZE
                   EVIDENCE-LINE-2 DELIMITED BY SIZE
                   INTO SOD-RPT-RECORD
               END-STRING
               WRITE SOD-RPT-RECORD
           END-IF

           MOVE SPACES TO EXC-LOG-RECORD
           MOVE "SOD-REPORT" TO EXC-PROGRAM-ID
           STRING RUL-ID (RULE-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VIOLATION-OPERATOR DELIMITED BY SIZE
               INTO EXC-KEY-VALUE
           END-STRING
           MOVE RUL-DESCRIPTION (RULE-INDEX) TO EXC-REASON
           MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
           MOVE RUN-DATE TO EXC-CYCLE-DATE
           WRITE EXC-LOG-RECORD.

       WRITE-RULE-SUMMARY.
           MOVE SPACES TO SOD-RPT-RECORD
           WRITE SOD-RPT-RECORD
           MOVE ALL "-" TO SOD-RPT-RECORD
           WRITE SOD-RPT-RECORD
           MOVE "RULE TYPE SEV HITS  DESCRIPTION" TO SOD-RPT-RECORD
           WRITE SOD-RPT-RECORD
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
                   UNTIL RULE-INDEX > RULE-COUNT
               MOVE RUL-HIT-COUNT (RULE-INDEX) TO EDITED-COUNT
               MOVE SPACES TO SOD-RPT-RECORD
               STRING RUL-ID (RULE-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RUL-TYPE (RULE-INDEX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   RUL-SEVERITY (RULE-INDEX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   EDITED-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RUL-DESCRIPTION (RULE-INDEX) DELIMITED BY SIZE
                   INTO SOD-RPT-RECORD
               END-STRING
               WRITE SOD-RPT-RECORD
           END-PERFORM

           MOVE SPACES TO SOD-RPT-RECORD
           STRING "VIOLATIONS: " DELIMITED BY SIZE
               VIOLATION-COUNT DELIMITED BY SIZE
               "  CRITICAL: " DELIMITED BY SIZE
               CRITICAL-COUNT DELIMITED BY SIZE
               "  RULES LEFT OUT: " DELIMITED BY SIZE
               BAD-RULE-COUNT DELIMITED BY SIZE
               INTO SOD-RPT-RECORD
           END-STRING
           WRITE SOD-RPT-RECORD

           IF RUN-OVERFLOW-COUNT > 0
               MOVE SPACES TO SOD-RPT-RECORD
               STRING "AUDIT RUNS NOT HELD (TABLE FULL): "
                       DELIMITED BY SIZE
                   RUN-OVERFLOW-COUNT DELIMITED BY SIZE
                   INTO SOD-RPT-RECORD
               END-STRING
               WRITE SOD-RPT-RECORD
           END-IF.

      *    THE STANDARD CIVIL-CALENDAR DAY NUMBER FOR SER-DATE -
      *    ONLY DIFFERENCES BETWEEN TWO DAY NUMBERS ARE USED.
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

      *    COPIES THE JUST-CLOSED OUTPUT REPORT TO A DATED ARCHIVE
      *    FILE NAMED FOR TODAY'S RUN AND CATALOGS IT.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "SODRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT SOD-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ SOD-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE SOD-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ SOD-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE SOD-RPT-FILE
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
           MOVE "SOD-REPORT" TO CAT-PROGRAM-ID
           MOVE "SODRPT" TO CAT-REPORT-NAME
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
           MOVE "SOD-REPORT" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE RECORDS-READ TO AUD-RECORD-COUNT
           MOVE VIOLATION-COUNT TO AUD-OUTPUT-COUNT
           MOVE VIOLATION-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "APPRQUE BALHIST SECLOG AUDITLOG" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

      *    HANDS THE VIOLATION COUNT TO THE SHARED ALERT WRITER -
      *    NOTHING FOR A CLEAN PERIOD, WARN OR CRITICAL PER THE
      *    CONFIGURED THRESHOLD.
       RAISE-EXCEPTION-ALERT.
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-EXCCOUNT TO TRUE
           MOVE "SOD-REPORT" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           MOVE VIOLATION-COUNT TO ALQ-EXC-COUNT
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
