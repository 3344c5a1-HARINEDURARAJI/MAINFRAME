       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERRIDE-REPORT.

      *    THE NEGOTIATED RATE OVERRIDE REPORT. EVERY OVERRIDE ON
      *    RATEOVR THAT HAS NOT YET EXPIRED IS LISTED WITH THE RATE
      *    THE ACCOUNT WOULD EARN WITHOUT IT (ITS INDEX RATE PLUS
      *    MARGIN WHEN IT IS INDEXED, ITS FLAT MASTER RATE
      *    OTHERWISE), THE RATE IT EARNS WITH IT, AND WHAT THE
      *    DIFFERENCE COSTS THE BANK - A YEAR'S INTEREST ON THE
      *    CURRENT PRINCIPAL AND THE INTEREST TO THE OVERRIDE'S
      *    EXPIRY. OVERRIDES EXPIRING WITHIN THE WARNING WINDOW
      *    (PARAMETER OVRWARN, THIRTY DAYS WHEN NO ROW IS ON FILE)
      *    ARE FLAGGED SO THE RELATIONSHIP MANAGER RENEGOTIATES OR
      *    LETS THEM LAPSE ON PURPOSE, AND ONE WITH NO APPROVING
      *    OFFICER IS FLAGGED AS NOT HONORED BY THE INTEREST RUNS.
      *    A SAVING (AN OVERRIDE BELOW STANDARD) SHOWS AS A NEGATIVE
      *    COST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-OVR-FILE ASSIGN TO "RATEOVR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RATE-OVR-STATUS.
           SELECT SI-ACCT-FILE ASSIGN TO "SIACCT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS SIA-ACCT-NUMBER
               FILE STATUS IS SI-ACCT-STATUS.
           SELECT CI-ACCT-FILE ASSIGN TO "CIACCT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CIA-ACCT-NUMBER
               FILE STATUS IS CI-ACCT-STATUS.
           SELECT RATE-INDEX-FILE ASSIGN TO "RATIDX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RATE-INDEX-STATUS.
           SELECT RATE-DESG-FILE ASSIGN TO "RATDESG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RATE-DESG-STATUS.
           SELECT OVR-RPT-FILE ASSIGN TO "OVRRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-OVR-FILE.
       01  RATE-OVR-RECORD.
           COPY ROVREC.

      *    MIRRORS THE SIACCT AND CIACCT RECORDS UNDER THEIR OWN
      *    PREFIXES, AS RATE-MASS-CHANGE DOES, SINCE BOTH MASTERS
      *    ARE OPEN IN ONE RUN.
       FD  SI-ACCT-FILE.
       01  SI-ACCT-RECORD.
           05  SIA-ACCT-NUMBER        PIC X(10).
           05  SIA-CURRENCY-CODE      PIC X(03).
           05  SIA-PRINCIPAL          PIC 9(5)V99.
           05  SIA-RATE               PIC 9(3)V99.
           05  SIA-TIME               PIC 9(3).
           05  SIA-STATUS             PIC X.
               88  SIA-ACCOUNT-CLOSED     VALUE "C".
           05  SIA-LAST-RUN-DATE      PIC 9(8).
           05  SIA-CUSTOMER-NUMBER    PIC X(10).
           05  SIA-BRANCH-CODE        PIC X(03).
           05  SIA-DAY-COUNT-BASIS    PIC X.
           05  SIA-ACCRUAL-DAYS       PIC 9(5).
           05  SIA-PRODUCT-CODE       PIC X(06).

       FD  CI-ACCT-FILE.
       01  CI-ACCT-RECORD.
           05  CIA-ACCT-NUMBER        PIC X(10).
           05  CIA-CURRENCY-CODE      PIC X(03).
           05  CIA-PRINCIPAL          PIC 9(5)V99.
           05  CIA-RATE               PIC 9(3)V99.
           05  CIA-TIME               PIC 9(3).
           05  CIA-STATUS             PIC X.
               88  CIA-ACCOUNT-CLOSED     VALUE "C".
           05  CIA-LAST-RUN-DATE      PIC 9(8).
           05  CIA-CUSTOMER-NUMBER    PIC X(10).
           05  CIA-BRANCH-CODE        PIC X(03).
           05  CIA-COMPOUND-FREQ      PIC 9(2).
           05  CIA-ACCRUED-INTEREST   PIC 9(7)V99.
           05  CIA-LOAN-FLAG          PIC X.
           05  CIA-PRODUCT-CODE       PIC X(06).

       FD  RATE-INDEX-FILE.
       01  RATE-INDEX-RECORD.
           05  RIX-INDEX-CODE     PIC X(5).
           05  RIX-RATE           PIC 9(3)V99.
           05  RIX-EFFECTIVE-DATE PIC 9(8).

       FD  RATE-DESG-FILE.
       01  RATE-DESG-RECORD.
           05  RDG-TARGET         PIC X(2).
           05  RDG-ACCT-NUMBER    PIC X(10).
           05  RDG-INDEX-CODE     PIC X(5).
           05  RDG-MARGIN         PIC 9(3)V99.

       FD  OVR-RPT-FILE.
       01  OVR-RPT-RECORD         PIC X(80).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  RATE-OVR-STATUS        PIC XX.
       01  SI-ACCT-STATUS         PIC XX.
       01  CI-ACCT-STATUS         PIC XX.
       01  RATE-INDEX-STATUS      PIC XX.
       01  RATE-DESG-STATUS       PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-RATE-OVR        VALUE "Y".
       01  ACCOUNT-FOUND-SWITCH   PIC X.
           88  ACCOUNT-WAS-FOUND      VALUE "Y".

      *    THE RATE-INDEX AND DESIGNATION TABLES, AS THE INTEREST
      *    RUNS HOLD THEM, FOR THE STANDARD RATE OF AN INDEXED
      *    ACCOUNT.
       01  RATE-INDEX-COUNT       PIC 9(3) VALUE 0.
       01  RATE-INDEX-TABLE.
           05  RATE-INDEX-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON RATE-INDEX-COUNT.
               10  RIT-INDEX-CODE         PIC X(5).
               10  RIT-RATE               PIC 9(3)V99.
               10  RIT-EFF-DATE           PIC 9(8).
       01  RATE-INDEX-INDEX       PIC 9(3).
       01  RATE-DESG-COUNT        PIC 9(3) VALUE 0.
       01  RATE-DESG-TABLE.
           05  RATE-DESG-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON RATE-DESG-COUNT.
               10  RDT-TARGET             PIC X(2).
               10  RDT-ACCT-NUMBER        PIC X(10).
               10  RDT-INDEX-CODE         PIC X(5).
               10  RDT-MARGIN             PIC 9(3)V99.
       01  RATE-DESG-INDEX        PIC 9(3).
       01  RESOLVED-INDEX-CODE    PIC X(5).
       01  RESOLVED-MARGIN        PIC 9(3)V99.
       01  INDEX-BEST-DATE        PIC 9(8).
       01  INDEX-FOUND-SWITCH     PIC X.
           88  INDEX-RATE-WAS-FOUND   VALUE "Y".

      *    THE ACCOUNT BEHIND THE OVERRIDE IN HAND AND WHAT THE
      *    OVERRIDE COSTS ON IT.
       01  WORK-PRINCIPAL         PIC 9(5)V99.
       01  WORK-MASTER-RATE       PIC 9(3)V99.
       01  STANDARD-RATE          PIC 9(3)V99.
       01  OVERRIDE-RATE          PIC 9(3)V99.
       01  SPREAD-TRIAL-RATE      PIC S9(5)V99.
       01  DAYS-TO-EXPIRY         PIC S9(7).
       01  ANNUAL-COST            PIC S9(9)V99.
       01  COST-TO-EXPIRY         PIC S9(9)V99.
       01  TOTAL-ANNUAL-COST      PIC S9(11)V99 VALUE 0.
       01  TOTAL-COST-TO-EXPIRY   PIC S9(11)V99 VALUE 0.
       01  DISPOSITION            PIC X(12).
       01  EDITED-RATE-1          PIC ZZ9.99.
       01  EDITED-RATE-2          PIC ZZ9.99.
       01  EDITED-COST-1          PIC -(8)9.99.
       01  EDITED-COST-2          PIC -(8)9.99.
       01  EDITED-TOTAL-1         PIC -(10)9.99.
       01  EDITED-TOTAL-2         PIC -(10)9.99.

      *    THE WARNING WINDOW AND THE DATE IT REACHES TO, ROLLED
      *    FORWARD BY THE SAME MONTH-LENGTH WALK EXEMPT-EXPIRY USES.
       01  WARN-DAYS              PIC 9(3) VALUE 30.
       01  WARN-LIMIT-DATE        PIC 9(8).
       01  VALUE-DAYS-AREA.
           05  VALUE-DAYS-X       PIC X(3).
           05  VALUE-DAYS REDEFINES VALUE-DAYS-X
                                  PIC 9(3).
       01  DATE-WORK-AREA.
           05  DWK-YYYY           PIC 9(4).
           05  DWK-MM             PIC 9(2).
           05  DWK-DD             PIC 9(2).
           05  DWK-DAYS-LEFT      PIC 9(3).
           05  DWK-MONTH-LENGTH   PIC 9(2).
           05  DWK-REMAINDER      PIC 9(4).
           05  DWK-QUOTIENT       PIC 9(4).

      *    SERIAL DAY NUMBERS FOR THE DAYS LEFT TO EXPIRY.
       01  SERIAL-WORK-AREA.
           05  SER-DATE           PIC 9(8).
           05  SER-YYYY           PIC 9(4).
           05  SER-MM             PIC 9(2).
           05  SER-DD             PIC 9(2).
           05  SER-ADJ-YYYY       PIC 9(4).
           05  SER-ADJ-MM         PIC 9(2).
           05  SER-DAY-NUMBER     PIC 9(7).
       01  SERIAL-TODAY           PIC 9(7).

       01  OVERRIDES-READ         PIC 9(5) VALUE 0.
       01  LISTED-COUNT           PIC 9(5) VALUE 0.
       01  EXPIRING-COUNT         PIC 9(5) VALUE 0.
       01  UNAPPROVED-COUNT       PIC 9(5) VALUE 0.
       01  MISSING-COUNT          PIC 9(5) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT RECORD.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

           PERFORM RUN-OVERRIDE-REPORT.

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

       RUN-OVERRIDE-REPORT.
           ACCEPT BATCH-START-TIME FROM TIME

           PERFORM LOAD-WARN-DAYS
           PERFORM COMPUTE-WARN-LIMIT
           PERFORM LOAD-RATE-INDEX-TABLES
           MOVE RUN-DATE TO SER-DATE
           PERFORM COMPUTE-SERIAL-DAY
           MOVE SER-DAY-NUMBER TO SERIAL-TODAY

           OPEN INPUT SI-ACCT-FILE
           OPEN INPUT CI-ACCT-FILE
           OPEN OUTPUT OVR-RPT-FILE
           MOVE SPACES TO OVR-RPT-RECORD
           STRING "OVERRIDE-REPORT RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  WINDOW TO " DELIMITED BY SIZE
               WARN-LIMIT-DATE DELIMITED BY SIZE
               INTO OVR-RPT-RECORD
           END-STRING
           WRITE OVR-RPT-RECORD

           MOVE SPACES TO OVR-RPT-RECORD
           MOVE "TG ACCOUNT    T    STD   OVRD EXPIRES"
               TO OVR-RPT-RECORD
           MOVE "ANNUAL COST    TO EXPIRY STATUS"
               TO OVR-RPT-RECORD (41:31)
           WRITE OVR-RPT-RECORD

           OPEN INPUT RATE-OVR-FILE
           IF RATE-OVR-STATUS = "00"
               READ RATE-OVR-FILE
                   AT END SET END-OF-RATE-OVR TO TRUE
               END-READ

               PERFORM UNTIL END-OF-RATE-OVR
                   ADD 1 TO OVERRIDES-READ
                   IF ROV-EXPIRY-DATE NOT < RUN-DATE
                       PERFORM JUDGE-ONE-OVERRIDE
                   END-IF

                   READ RATE-OVR-FILE
                       AT END SET END-OF-RATE-OVR TO TRUE
                   END-READ
               END-PERFORM

               CLOSE RATE-OVR-FILE
           END-IF

           PERFORM WRITE-CONTROL-TOTALS
           CLOSE SI-ACCT-FILE
           CLOSE CI-ACCT-FILE
           CLOSE OVR-RPT-FILE

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD
           CLOSE AUDIT-LOG-FILE.

      *    PRICES ONE UNEXPIRED OVERRIDE AGAINST ITS ACCOUNT'S
      *    STANDARD RATE AND LISTS IT.
       JUDGE-ONE-OVERRIDE.
           MOVE "N" TO ACCOUNT-FOUND-SWITCH
           IF ROV-TARGET = "SI"
               MOVE ROV-ACCT-NUMBER TO SIA-ACCT-NUMBER
               READ SI-ACCT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET ACCOUNT-WAS-FOUND TO TRUE
                       MOVE SIA-PRINCIPAL TO WORK-PRINCIPAL
                       MOVE SIA-RATE TO WORK-MASTER-RATE
               END-READ
           ELSE
               MOVE ROV-ACCT-NUMBER TO CIA-ACCT-NUMBER
               READ CI-ACCT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET ACCOUNT-WAS-FOUND TO TRUE
                       MOVE CIA-PRINCIPAL TO WORK-PRINCIPAL
                       MOVE CIA-RATE TO WORK-MASTER-RATE
               END-READ
           END-IF

           IF NOT ACCOUNT-WAS-FOUND
               ADD 1 TO MISSING-COUNT
               MOVE SPACES TO OVR-RPT-RECORD
               STRING ROV-TARGET DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ROV-ACCT-NUMBER DELIMITED BY SIZE
                   " ACCOUNT NOT ON MASTER - OVERRIDE IDLE"
                       DELIMITED BY SIZE
                   INTO OVR-RPT-RECORD
               END-STRING
               WRITE OVR-RPT-RECORD
           ELSE
               ADD 1 TO LISTED-COUNT
               PERFORM RESOLVE-STANDARD-RATE
               PERFORM COMPUTE-OVERRIDE-COST
               PERFORM WRITE-OVERRIDE-LINE
           END-IF.

      *    THE INDEX RATE IN FORCE PLUS MARGIN FOR A DESIGNATED
      *    ACCOUNT, ITS FLAT MASTER RATE OTHERWISE - AS THE INTEREST
      *    RUNS RESOLVE IT.
       RESOLVE-STANDARD-RATE.
           MOVE WORK-MASTER-RATE TO STANDARD-RATE
           MOVE SPACES TO RESOLVED-INDEX-CODE
           MOVE 0 TO RESOLVED-MARGIN
           PERFORM VARYING RATE-DESG-INDEX FROM 1 BY 1
                   UNTIL RATE-DESG-INDEX > RATE-DESG-COUNT
               IF RDT-TARGET (RATE-DESG-INDEX) = ROV-TARGET
                   AND RDT-ACCT-NUMBER (RATE-DESG-INDEX)
                       = ROV-ACCT-NUMBER
                   MOVE RDT-INDEX-CODE (RATE-DESG-INDEX)
                       TO RESOLVED-INDEX-CODE
                   MOVE RDT-MARGIN (RATE-DESG-INDEX)
                       TO RESOLVED-MARGIN
               END-IF
           END-PERFORM

           IF RESOLVED-INDEX-CODE NOT = SPACES
               MOVE "N" TO INDEX-FOUND-SWITCH
               MOVE 0 TO INDEX-BEST-DATE
               PERFORM VARYING RATE-INDEX-INDEX FROM 1 BY 1
                       UNTIL RATE-INDEX-INDEX > RATE-INDEX-COUNT
                   IF RIT-INDEX-CODE (RATE-INDEX-INDEX)
                           = RESOLVED-INDEX-CODE
                       AND RIT-EFF-DATE (RATE-INDEX-INDEX)
                           NOT > RUN-DATE
                       AND (NOT INDEX-RATE-WAS-FOUND
                           OR RIT-EFF-DATE (RATE-INDEX-INDEX)
                               >= INDEX-BEST-DATE)
                       SET INDEX-RATE-WAS-FOUND TO TRUE
                       MOVE RIT-EFF-DATE (RATE-INDEX-INDEX)
                           TO INDEX-BEST-DATE
                       COMPUTE STANDARD-RATE =
                           RIT-RATE (RATE-INDEX-INDEX)
                               + RESOLVED-MARGIN
                   END-IF
               END-PERFORM
           END-IF.

      *    THE OVERRIDE RATE, AND THE DIFFERENCE OVER STANDARD ON
      *    THE CURRENT PRINCIPAL FOR A YEAR AND FOR THE DAYS FROM
      *    THE LATER OF TODAY AND THE START DATE TO EXPIRY.
       COMPUTE-OVERRIDE-COST.
           IF ROV-FIXED-RATE
               MOVE ROV-RATE TO OVERRIDE-RATE
           ELSE
               IF ROV-SPREAD-DOWN
                   COMPUTE SPREAD-TRIAL-RATE =
                       STANDARD-RATE - ROV-RATE
               ELSE
                   COMPUTE SPREAD-TRIAL-RATE =
                       STANDARD-RATE + ROV-RATE
               END-IF
               IF SPREAD-TRIAL-RATE < 0
                   MOVE 0 TO SPREAD-TRIAL-RATE
               END-IF
               MOVE SPREAD-TRIAL-RATE TO OVERRIDE-RATE
           END-IF

           COMPUTE ANNUAL-COST ROUNDED =
               WORK-PRINCIPAL * (OVERRIDE-RATE - STANDARD-RATE) / 100

           IF ROV-START-DATE > RUN-DATE
               MOVE ROV-START-DATE TO SER-DATE
               PERFORM COMPUTE-SERIAL-DAY
               MOVE SER-DAY-NUMBER TO DAYS-TO-EXPIRY
           ELSE
               MOVE SERIAL-TODAY TO DAYS-TO-EXPIRY
           END-IF
           MOVE ROV-EXPIRY-DATE TO SER-DATE
           PERFORM COMPUTE-SERIAL-DAY
           COMPUTE DAYS-TO-EXPIRY =
               SER-DAY-NUMBER - DAYS-TO-EXPIRY + 1
           IF DAYS-TO-EXPIRY < 0
               MOVE 0 TO DAYS-TO-EXPIRY
           END-IF
           COMPUTE COST-TO-EXPIRY ROUNDED =
               WORK-PRINCIPAL * (OVERRIDE-RATE - STANDARD-RATE)
                   * DAYS-TO-EXPIRY / 365 / 100

           IF ROV-APPROVED-BY NOT = SPACES
               ADD ANNUAL-COST TO TOTAL-ANNUAL-COST
               ADD COST-TO-EXPIRY TO TOTAL-COST-TO-EXPIRY
           END-IF.

       WRITE-OVERRIDE-LINE.
           EVALUATE TRUE
               WHEN ROV-APPROVED-BY = SPACES
                   ADD 1 TO UNAPPROVED-COUNT
                   MOVE "NOT APPROVED" TO DISPOSITION
               WHEN ROV-EXPIRY-DATE NOT > WARN-LIMIT-DATE
                   ADD 1 TO EXPIRING-COUNT
                   MOVE "EXPIRING" TO DISPOSITION
               WHEN ROV-START-DATE > RUN-DATE
                   MOVE "NOT STARTED" TO DISPOSITION
               WHEN OTHER
                   MOVE "IN FORCE" TO DISPOSITION
           END-EVALUATE

           MOVE STANDARD-RATE TO EDITED-RATE-1
           MOVE OVERRIDE-RATE TO EDITED-RATE-2
           MOVE ANNUAL-COST TO EDITED-COST-1
           MOVE COST-TO-EXPIRY TO EDITED-COST-2
           MOVE SPACES TO OVR-RPT-RECORD
           STRING ROV-TARGET DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ROV-ACCT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ROV-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-RATE-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-RATE-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ROV-EXPIRY-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-COST-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-COST-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DISPOSITION DELIMITED BY SIZE
               INTO OVR-RPT-RECORD
           END-STRING
           WRITE OVR-RPT-RECORD

           IF ROV-APPROVED-BY NOT = SPACES
               MOVE SPACES TO OVR-RPT-RECORD
               STRING "              FROM " DELIMITED BY SIZE
                   ROV-START-DATE DELIMITED BY SIZE
                   " APPROVED BY " DELIMITED BY SIZE
                   ROV-APPROVED-BY DELIMITED BY SIZE
                   INTO OVR-RPT-RECORD
               END-STRING
               WRITE OVR-RPT-RECORD
           END-IF.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO OVR-RPT-RECORD
           STRING "OVERRIDES READ: " DELIMITED BY SIZE
               OVERRIDES-READ DELIMITED BY SIZE
               "  LISTED: " DELIMITED BY SIZE
               LISTED-COUNT DELIMITED BY SIZE
               "  EXPIRING: " DELIMITED BY SIZE
               EXPIRING-COUNT DELIMITED BY SIZE
               INTO OVR-RPT-RECORD
           END-STRING
           WRITE OVR-RPT-RECORD

           MOVE SPACES TO OVR-RPT-RECORD
           STRING "NOT APPROVED: " DELIMITED BY SIZE
               UNAPPROVED-COUNT DELIMITED BY SIZE
               "  ACCOUNT NOT ON MASTER: " DELIMITED BY SIZE
               MISSING-COUNT DELIMITED BY SIZE
               INTO OVR-RPT-RECORD
           END-STRING
           WRITE OVR-RPT-RECORD

           MOVE TOTAL-ANNUAL-COST TO EDITED-TOTAL-1
           MOVE TOTAL-COST-TO-EXPIRY TO EDITED-TOTAL-2
           MOVE SPACES TO OVR-RPT-RECORD
           STRING "APPROVED OVERRIDE COST - ANNUAL: " DELIMITED BY SIZE
               EDITED-TOTAL-1 DELIMITED BY SIZE
               "  TO EXPIRY: " DELIMITED BY SIZE
               EDITED-TOTAL-2 DELIMITED BY SIZE
               INTO OVR-RPT-RECORD
           END-STRING
           WRITE OVR-RPT-RECORD.

       LOAD-RATE-INDEX-TABLES.
           OPEN INPUT RATE-INDEX-FILE
           IF RATE-INDEX-STATUS = "00"
               PERFORM UNTIL RATE-INDEX-STATUS NOT = "00"
                   READ RATE-INDEX-FILE
                       AT END MOVE "10" TO RATE-INDEX-STATUS
                       NOT AT END
                           IF RATE-INDEX-COUNT < 200
                               ADD 1 TO RATE-INDEX-COUNT
                               MOVE RIX-INDEX-CODE TO
                                   RIT-INDEX-CODE (RATE-INDEX-COUNT)
                               MOVE RIX-RATE TO
                                   RIT-RATE (RATE-INDEX-COUNT)
                               IF RIX-EFFECTIVE-DATE NUMERIC
                                   MOVE RIX-EFFECTIVE-DATE TO
                                       RIT-EFF-DATE
                                           (RATE-INDEX-COUNT)
                               ELSE
                                   MOVE 0 TO RIT-EFF-DATE
                                       (RATE-INDEX-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-INDEX-FILE
           END-IF

           OPEN INPUT RATE-DESG-FILE
           IF RATE-DESG-STATUS = "00"
               PERFORM UNTIL RATE-DESG-STATUS NOT = "00"
                   READ RATE-DESG-FILE
                       AT END MOVE "10" TO RATE-DESG-STATUS
                       NOT AT END
                           IF RATE-DESG-COUNT < 500
                               ADD 1 TO RATE-DESG-COUNT
                               MOVE RDG-TARGET TO
                                   RDT-TARGET (RATE-DESG-COUNT)
                               MOVE RDG-ACCT-NUMBER TO
                                   RDT-ACCT-NUMBER (RATE-DESG-COUNT)
                               MOVE RDG-INDEX-CODE TO
                                   RDT-INDEX-CODE (RATE-DESG-COUNT)
                               MOVE RDG-MARGIN TO
                                   RDT-MARGIN (RATE-DESG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-DESG-FILE
           END-IF.

      *    THE WARNING WINDOW COMES FROM THE CENTRAL PARAMETER
      *    LIBRARY (PARAMETER OVRWARN), DEFAULTING TO THIRTY DAYS.
       LOAD-WARN-DAYS.
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "OVERRIDE-REPORT" TO PLQ-PROGRAM-ID
           MOVE "OVRWARN" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (8:3) TO VALUE-DAYS-X
               IF VALUE-DAYS-X NUMERIC AND VALUE-DAYS > 0
                   MOVE VALUE-DAYS TO WARN-DAYS
               END-IF
           END-IF.

      *    ROLLS THE RUN DATE FORWARD BY THE WARNING DAYS, WALKING
      *    MONTH LENGTHS (WITH THE LEAP-YEAR RULE) ONE DAY AT A TIME.
       COMPUTE-WARN-LIMIT.
           MOVE RUN-DATE (1:4) TO DWK-YYYY
           MOVE RUN-DATE (5:2) TO DWK-MM
           MOVE RUN-DATE (7:2) TO DWK-DD
           MOVE WARN-DAYS TO DWK-DAYS-LEFT

           PERFORM UNTIL DWK-DAYS-LEFT = 0
               PERFORM SET-MONTH-LENGTH
               IF DWK-DD < DWK-MONTH-LENGTH
                   ADD 1 TO DWK-DD
               ELSE
                   MOVE 1 TO DWK-DD
                   IF DWK-MM < 12
                       ADD 1 TO DWK-MM
                   ELSE
                       MOVE 1 TO DWK-MM
                       ADD 1 TO DWK-YYYY
                   END-IF
               END-IF
               SUBTRACT 1 FROM DWK-DAYS-LEFT
           END-PERFORM

           COMPUTE WARN-LIMIT-DATE =
               DWK-YYYY * 10000 + DWK-MM * 100 + DWK-DD.

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
           MOVE "OVERRIDE-REPORT" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE OVERRIDES-READ TO AUD-RECORD-COUNT
           MOVE "RATEOVR OVERRIDE FILE" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.
