       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINEAGE-IMPACT.

      *    ANSWERS "WHAT IS NOW STALE" WHEN SIMPLE-INTEREST IS RERUN
      *    FOR A DATE OR A CYCLE IS BACKED OUT WITH CYCLE-REVERSAL.
      *    THE LINREG LINEAGE REGISTER SAYS WHICH PROGRAM READS AND
      *    WHICH WRITES EACH FILE; WITHOUT A REGISTER THE STANDARD
      *    INTEREST-CYCLE LINEAGE BELOW IS USED. THE IMPCTL CARD
      *    NAMES THE PROGRAM BEING RERUN AND THE BUSINESS DATE
      *    (AND, OPTIONALLY, THE LAST CYCLE DATE OF INTEREST).
      *
      *    FROM THE FILES THE RERUN PROGRAM WRITES THE RUN WALKS TO
      *    EVERY PROGRAM READING THEM, THEN TO THE READERS OF WHAT
      *    THOSE WRITE, AND SO ON, GIVING EACH DOWNSTREAM PROGRAM
      *    THE LENGTH OF THE LONGEST CHAIN THAT LEADS TO IT - THE
      *    DEPENDENCY LEVEL THE RERUN STEP LIST IS ORDERED BY, SO NO
      *    STEP IS LISTED AHEAD OF ANYTHING IT READS.
      *
      *    THE ARCCAT CATALOG IS WRITTEN IN THE ORDER THE COPIES
      *    WERE MADE, SO A ROW'S PLACE ON THE CATALOG IS ITS TIME
      *    STAMP. THE RERUN POINT IS THE LAST CATALOG ROW OF THE
      *    RERUN PROGRAM FOR THE BUSINESS DATE OR LATER; EVERY
      *    CATALOGED COPY OF A DOWNSTREAM OUTPUT FOR THE BUSINESS
      *    DATE OR LATER THAT SITS AHEAD OF THE RERUN POINT WAS CUT
      *    FROM THE OLD DATA AND MUST BE RE-CUT - UNLESS A COPY FOR
      *    THE SAME CYCLE HAS BEEN CATALOGED SINCE. WHEN THE RERUN
      *    HAS NOT BEEN CATALOGED YET EVERY SUCH COPY IS OLD DATA.
      *    OUTPUTS THAT ARE NOT CATALOGED (GLJRNL, TAXREMIT AND THE
      *    MASTERS) ARE LISTED WITH THE STEP THAT REPRODUCES THEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMP-CTL-FILE ASSIGN TO "IMPCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS IMP-CTL-STATUS.
           SELECT LIN-REG-FILE ASSIGN TO "LINREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LIN-REG-STATUS.
           SELECT IMP-RPT-FILE ASSIGN TO "IMPRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ARC-FILE ASSIGN TO DYNAMIC ARC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ARC-CAT-FILE ASSIGN TO "ARCCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARC-CAT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE CARD - THE PROGRAM RERUN OR REVERSED, THE BUSINESS
      *    DATE IT WAS RERUN FOR, AND THE LAST CYCLE DATE TO LOOK
      *    AT (BLANK OR ZERO FOR EVERY LATER CYCLE).
       FD  IMP-CTL-FILE.
       01  IMP-CTL-RECORD.
           05  IMC-PROGRAM-ID     PIC X(20).
           05  IMC-BUSINESS-DATE  PIC X(8).
           05  IMC-THROUGH-DATE   PIC X(8).

       FD  LIN-REG-FILE.
       01  LIN-REG-RECORD.
           COPY LINREGR.

       FD  IMP-RPT-FILE.
       01  IMP-RPT-RECORD         PIC X(132).

      *    A DATED COPY OF IMP-RPT-FILE, WRITTEN AFTER THE REPORT IS
      *    CLOSED.
       FD  ARC-FILE.
       01  ARC-RECORD             PIC X(132).

      *    THE SHARED ARCHIVE CATALOG - READ TWICE FOR THE RERUN
      *    POINT AND THE COPIES, THEN EXTENDED WITH THIS REPORT.
       FD  ARC-CAT-FILE.
       01  ARC-CAT-RECORD.
           COPY ARCCATR.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  IMP-CTL-STATUS         PIC XX.
       01  LIN-REG-STATUS         PIC XX.
       01  ARC-CAT-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-SCAN            VALUE "Y".
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE CONTROL CARD, CHECKED.
       01  RERUN-PROGRAM-ID       PIC X(20) VALUE SPACES.
       01  RERUN-BUSINESS-DATE    PIC 9(8) VALUE 0.
       01  RERUN-THROUGH-DATE     PIC 9(8) VALUE 99999999.
       01  CONTROL-SWITCH         PIC X VALUE "N".
           88  CONTROL-IS-VALID       VALUE "Y".
       01  IMPACT-ERROR-SWITCH    PIC X VALUE "N".
           88  IMPACT-RUN-FAILED      VALUE "Y".

      *    THE REGISTER, EACH ROW TIED TO ITS PROGRAM'S ENTRY IN THE
      *    PROGRAM TABLE BELOW.
       01  REGISTER-COUNT         PIC 9(4) VALUE 0.
       01  REGISTER-TABLE.
           03  REGISTER-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON REGISTER-COUNT.
               COPY LINREGR REPLACING LEADING ==LNR== BY ==LRT==.
               05  LRT-PROGRAM-INDEX      PIC 9(3).
       01  REGISTER-SOURCE        PIC X(8).
       01  READ-INDEX             PIC 9(4).
       01  WRITE-INDEX            PIC 9(4).
       01  STANDARD-FILE          PIC X(8).

      *    EVERY PROGRAM ON THE REGISTER, WITH HOW IT WAS REACHED
      *    FROM THE RERUN PROGRAM - ITS LEVEL IS THE LONGEST CHAIN
      *    OF FILES BETWEEN THE TWO.
       01  PROGRAM-COUNT          PIC 9(3) VALUE 0.
       01  PROGRAM-TABLE.
           05  PROGRAM-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON PROGRAM-COUNT.
               10  PGT-PROGRAM-ID         PIC X(20).
               10  PGT-REACHED-SWITCH     PIC X.
                   88  PGT-REACHED            VALUE "Y".
               10  PGT-LEVEL              PIC 9(3).
               10  PGT-TRIGGER-FILE       PIC X(8).
               10  PGT-TRIGGER-PROGRAM    PIC X(20).
               10  PGT-STEP-NUMBER        PIC 9(3).
       01  PROGRAM-INDEX          PIC 9(3).
       01  START-INDEX            PIC 9(3) VALUE 0.
       01  READER-INDEX           PIC 9(3).
       01  WRITER-INDEX           PIC 9(3).
       01  SOUGHT-PROGRAM-ID      PIC X(20).
       01  PASS-COUNT             PIC 9(3).
       01  LEVEL-CHANGE-SWITCH    PIC X.
           88  LEVEL-WAS-CHANGED      VALUE "Y".
       01  CYCLE-SWITCH           PIC X VALUE "N".
           88  LINEAGE-CYCLE-FOUND    VALUE "Y".

      *    THE RERUN STEPS IN DEPENDENCY ORDER.
       01  STEP-COUNT             PIC 9(3) VALUE 0.
       01  STEP-TABLE.
           05  STEP-PROGRAM-INDEX OCCURS 300 TIMES PIC 9(3).
       01  STEP-INDEX             PIC 9(3).
       01  MAX-LEVEL              PIC 9(3).
       01  LEVEL-WANTED           PIC 9(3).

      *    THE RERUN POINT ON THE CATALOG.
       01  CATALOG-POSITION       PIC 9(7).
       01  CATALOG-SIZE           PIC 9(7) VALUE 0.
       01  RERUN-POINT            PIC 9(7) VALUE 0.
       01  RERUN-MARK             PIC 9(7).
       01  RERUN-POINT-REPORT     PIC X(8).
       01  RERUN-POINT-DATE       PIC 9(8).
       01  CATALOGED-SWITCH       PIC X.
           88  COPY-IS-DOWNSTREAM     VALUE "Y".

      *    EVERY CATALOGED COPY OF A DOWNSTREAM OUTPUT IN THE
      *    WINDOW THAT PREDATES THE RERUN POINT.
       01  COPY-COUNT             PIC 9(4) VALUE 0.
       01  COPY-TABLE.
           05  COPY-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON COPY-COUNT.
               10  CPY-PROGRAM-ID         PIC X(20).
               10  CPY-REPORT-NAME        PIC X(8).
               10  CPY-CYCLE-DATE         PIC 9(8).
               10  CPY-FILE-NAME          PIC X(20).
               10  CPY-STATE              PIC X.
                   88  CPY-OLD-DATA           VALUE "S".
                   88  CPY-RE-CUT             VALUE "C".
               10  CPY-RECUT-FILE         PIC X(20).
       01  COPY-INDEX             PIC 9(4).
       01  COPY-OVERFLOW-SWITCH   PIC X VALUE "N".
           88  COPY-TABLE-OVERFLOWED  VALUE "Y".
       01  COPIES-LISTED          PIC 9(4).

       01  STALE-COUNT            PIC 9(5) VALUE 0.
       01  RECUT-COUNT            PIC 9(5) VALUE 0.
       01  UNCATALOGED-COUNT      PIC 9(5) VALUE 0.
       01  EDITED-STEP            PIC ZZ9.
       01  EDITED-LEVEL           PIC ZZ9.
       01  EDITED-POSITION        PIC ZZZZZZ9.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON THE AUDIT RECORD.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

           PERFORM RUN-LINEAGE-IMPACT.

      *    EIGHT WHEN THE CARD OR THE REGISTER CANNOT BE WORKED, OR
      *    THE REGISTER LOOPS BACK ON ITSELF; FOUR WHEN ANY OUTPUT
      *    MUST BE RE-CUT; ZERO OTHERWISE.
           EVALUATE TRUE
               WHEN IMPACT-RUN-FAILED
               WHEN LINEAGE-CYCLE-FOUND
               WHEN COPY-TABLE-OVERFLOWED
                   MOVE 8 TO RETURN-CODE
               WHEN STALE-COUNT > 0
               WHEN UNCATALOGED-COUNT > 0
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

       RUN-LINEAGE-IMPACT.
           ACCEPT BATCH-START-TIME FROM TIME
           PERFORM READ-IMPACT-CONTROL
           PERFORM LOAD-LINEAGE-REGISTER

           OPEN OUTPUT IMP-RPT-FILE
           MOVE SPACES TO IMP-RPT-RECORD
           STRING "DOWNSTREAM RERUN IMPACT  RUN DATE "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  REGISTER: " DELIMITED BY SIZE
               REGISTER-SOURCE DELIMITED BY SIZE
               INTO IMP-RPT-RECORD
           END-STRING
           WRITE IMP-RPT-RECORD

           IF NOT CONTROL-IS-VALID
               MOVE "NO VALID IMPCTL CARD - PROGRAM AND BUSINESS DATE"
                   TO IMP-RPT-RECORD
               MOVE " ARE REQUIRED - NOTHING DONE"
                   TO IMP-RPT-RECORD (50:28)
               WRITE IMP-RPT-RECORD
               SET IMPACT-RUN-FAILED TO TRUE
           ELSE
               MOVE RERUN-PROGRAM-ID TO SOUGHT-PROGRAM-ID
               PERFORM FIND-PROGRAM
               MOVE PROGRAM-INDEX TO START-INDEX
               IF START-INDEX = 0
                   MOVE SPACES TO IMP-RPT-RECORD
                   STRING "PROGRAM " DELIMITED BY SIZE
                       RERUN-PROGRAM-ID DELIMITED BY SPACE
                       " IS NOT ON THE LINEAGE REGISTER - "
                           DELIMITED BY SIZE
                       "NOTHING DONE" DELIMITED BY SIZE
                       INTO IMP-RPT-RECORD
                   END-STRING
                   WRITE IMP-RPT-RECORD
                   SET IMPACT-RUN-FAILED TO TRUE
               ELSE
                   PERFORM WALK-LINEAGE
                   PERFORM ORDER-RERUN-STEPS
                   PERFORM FIND-RERUN-POINT
                   PERFORM JUDGE-CATALOG-COPIES
                   PERFORM WRITE-IMPACT-HEADING
                   PERFORM WRITE-STALE-OUTPUTS
                   PERFORM WRITE-RERUN-STEPS
                   PERFORM WRITE-IMPACT-TOTALS
               END-IF
           END-IF

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE IMP-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT.

      *    A CARD WITHOUT A PROGRAM OR A NUMERIC BUSINESS DATE IS
      *    REFUSED; A BLANK OR ZERO THROUGH DATE LEAVES THE WINDOW
      *    OPEN TO EVERY LATER CYCLE.
       READ-IMPACT-CONTROL.
           OPEN INPUT IMP-CTL-FILE
           IF IMP-CTL-STATUS = "00"
               READ IMP-CTL-FILE
                   AT END MOVE SPACES TO IMP-CTL-RECORD
               END-READ
               IF IMC-PROGRAM-ID NOT = SPACES
                       AND IMC-BUSINESS-DATE NUMERIC
                   MOVE IMC-PROGRAM-ID TO RERUN-PROGRAM-ID
                   MOVE IMC-BUSINESS-DATE TO RERUN-BUSINESS-DATE
                   SET CONTROL-IS-VALID TO TRUE
                   IF IMC-THROUGH-DATE NUMERIC
                       MOVE IMC-THROUGH-DATE TO RERUN-THROUGH-DATE
                       IF RERUN-THROUGH-DATE = 0
                           MOVE 99999999 TO RERUN-THROUGH-DATE
                       END-IF
                   END-IF
               END-IF
               CLOSE IMP-CTL-FILE
           END-IF.

      *    A REGISTER ROW WITH NO PROGRAM, NO FILE OR NO READ/WRITE
      *    DIRECTION IS IGNORED. WITHOUT A REGISTER THE STANDARD
      *    LINEAGE IS USED.
       LOAD-LINEAGE-REGISTER.
           MOVE "LINREG" TO REGISTER-SOURCE
           OPEN INPUT LIN-REG-FILE
           IF LIN-REG-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ LIN-REG-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   PERFORM TAKE-REGISTER-ROW
                   READ LIN-REG-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LIN-REG-FILE
           ELSE
               MOVE "STANDARD" TO REGISTER-SOURCE
               PERFORM LOAD-STANDARD-REGISTER
           END-IF.

       TAKE-REGISTER-ROW.
           IF LNR-PROGRAM-ID NOT = SPACES
                   AND LNR-FILE-NAME NOT = SPACES
                   AND (LNR-READS OR LNR-WRITES)
                   AND REGISTER-COUNT < 2000
               MOVE LNR-PROGRAM-ID TO SOUGHT-PROGRAM-ID
               PERFORM FIND-PROGRAM
               IF PROGRAM-INDEX = 0 AND PROGRAM-COUNT < 300
                   ADD 1 TO PROGRAM-COUNT
                   MOVE PROGRAM-COUNT TO PROGRAM-INDEX
                   MOVE LNR-PROGRAM-ID
                       TO PGT-PROGRAM-ID (PROGRAM-INDEX)
                   MOVE "N" TO PGT-REACHED-SWITCH (PROGRAM-INDEX)
                   MOVE 0 TO PGT-LEVEL (PROGRAM-INDEX)
                   MOVE SPACES TO PGT-TRIGGER-FILE (PROGRAM-INDEX)
                   MOVE SPACES TO PGT-TRIGGER-PROGRAM (PROGRAM-INDEX)
                   MOVE 0 TO PGT-STEP-NUMBER (PROGRAM-INDEX)
               END-IF
               IF PROGRAM-INDEX > 0
                   ADD 1 TO REGISTER-COUNT
                   MOVE LIN-REG-RECORD
                       TO REGISTER-ENTRY (REGISTER-COUNT)
                   MOVE PROGRAM-INDEX
                       TO LRT-PROGRAM-INDEX (REGISTER-COUNT)
               END-IF
           END-IF.

      *    THE PROGRAM TABLE ENTRY FOR SOUGHT-PROGRAM-ID, LEFT IN
      *    PROGRAM-INDEX - ZERO WHEN IT IS NOT THERE.
       FIND-PROGRAM.
           MOVE 0 TO PROGRAM-INDEX
           PERFORM VARYING READER-INDEX FROM 1 BY 1
                   UNTIL READER-INDEX > PROGRAM-COUNT
                      OR PROGRAM-INDEX > 0
               IF PGT-PROGRAM-ID (READER-INDEX) = SOUGHT-PROGRAM-ID
                   MOVE READER-INDEX TO PROGRAM-INDEX
               END-IF
           END-PERFORM.

      *    THE INTEREST CYCLE AS THE PROGRAMS RUN IT TODAY - THE
      *    POSTING AND INTEREST RUNS, THE REVERSAL, AND EVERYTHING
      *    THAT TAKES THE MASTERS, THE LEDGER OR THE GL JOURNAL
      *    AFTER THEM, DOWN TO THE MORNING'S REPORT BUNDLES.
       LOAD-STANDARD-REGISTER.
           MOVE SPACES TO LIN-REG-RECORD
           MOVE "DEPOSIT-POSTING" TO LNR-PROGRAM-ID
           MOVE "DEPTRAN" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "SIACCT" TO STANDARD-FILE
           PERFORM ADD-WRITE-ROW
           MOVE "CIACCT" TO STANDARD-FILE
           PERFORM ADD-WRITE-ROW
           MOVE "BALHIST" TO STANDARD-FILE
           PERFORM ADD-WRITE-ROW
           MOVE "DEPOUT" TO STANDARD-FILE
           PERFORM ADD-CATALOGED-ROW

           MOVE "SIMPLE-INTEREST" TO LNR-PROGRAM-ID
           MOVE "SIACCT" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "BALHIST" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "RATEBAND" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "SIACCT" TO STANDARD-FILE
           PERFORM ADD-WRITE-ROW
           MOVE "INTLEDG" TO STANDARD-FILE
           PERFORM ADD-WRITE-ROW
           MOVE "GLJRNL" TO STANDARD-FILE
           PERFORM ADD-WRITE-ROW
           MOVE "TAXREMIT" TO STANDARD-FILE
           PERFORM ADD-WRITE-ROW
           MOVE "SIDELINQ" TO STANDARD-FILE
           PERFORM ADD-WRITE-ROW
           MOVE "SIOUT" TO STANDARD-FILE
           PERFORM ADD-CATALOGED-ROW

           MOVE "COMPOUND-INTEREST" TO LNR-PROGRAM-ID
           MOVE "CIACCT" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "BALHIST" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "RATEBAND" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "CIACCT" TO STANDARD-FILE
           PERFORM ADD-WRITE-ROW
           MOVE "INTLEDG" TO STANDARD-FILE
           PERFORM ADD-WRITE-ROW
           MOVE "GLJRNL" TO STANDARD-FILE
           PERFORM ADD-WRITE-ROW
           MOVE "TAXREMIT" TO STANDARD-FILE
           PERFORM ADD-WRITE-ROW
           MOVE "CIOUT" TO STANDARD-FILE
           PERFORM ADD-CATALOGED-ROW

      *    THE REVERSAL READS ONLY WHAT IT PUTS BACK, SO IT IS
      *    REGISTERED AS A WRITER - IT IS NEVER DOWNSTREAM OF THE
      *    CYCLE IT CORRECTS.
           MOVE "CYCLE-REVERSAL" TO LNR-PROGRAM-ID
           MOVE "SIACCT" TO STANDARD-FILE
           PERFORM ADD-WRITE-ROW
           MOVE "CIACCT" TO STANDARD-FILE
           PERFORM ADD-WRITE-ROW
           MOVE "INTLEDG" TO STANDARD-FILE
           PERFORM ADD-WRITE-ROW
           MOVE "REVOUT" TO STANDARD-FILE
           PERFORM ADD-CATALOGED-ROW

           MOVE "STREAM-CONSOLIDATE" TO LNR-PROGRAM-ID
           MOVE "INTLEDG" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "SMGOUT" TO STANDARD-FILE
           PERFORM ADD-WRITE-ROW

           MOVE "CHANNEL-EXTRACT" TO LNR-PROGRAM-ID
           MOVE "SIACCT" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "CIACCT" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "INTLEDG" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "CHEXTR" TO STANDARD-FILE
           PERFORM ADD-CATALOGED-ROW

           MOVE "STATEMENT-PRINT" TO LNR-PROGRAM-ID
           MOVE "SIACCT" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "CIACCT" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "ACCTOWN" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "STMTOUT" TO STANDARD-FILE
           PERFORM ADD-CATALOGED-ROW

           MOVE "TAX-CERTIFICATES" TO LNR-PROGRAM-ID
           MOVE "SIACCT" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "CIACCT" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "INTLEDG" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "TAXREMIT" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "TAXCERT" TO STANDARD-FILE
           PERFORM ADD-CATALOGED-ROW

           MOVE "PORTFOLIO-ROLLUP" TO LNR-PROGRAM-ID
           MOVE "SIACCT" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "CIACCT" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "ACCTOWN" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "PORTOUT" TO STANDARD-FILE
           PERFORM ADD-WRITE-ROW

           MOVE "FINANCIAL-PROOF" TO LNR-PROGRAM-ID
           MOVE "GLJRNL" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "INTLEDG" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "CIACCT" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "PRFRPT" TO STANDARD-FILE
           PERFORM ADD-CATALOGED-ROW

           MOVE "GL-SUBLEDGER" TO LNR-PROGRAM-ID
           MOVE "GLJRNL" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "GLSUBBAL" TO STANDARD-FILE
           PERFORM ADD-WRITE-ROW
           MOVE "GLTBRPT" TO STANDARD-FILE
           PERFORM ADD-CATALOGED-ROW

           MOVE "GL-ACK-RECON" TO LNR-PROGRAM-ID
           MOVE "GLJRNL" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "GLACKR" TO STANDARD-FILE
           PERFORM ADD-WRITE-ROW

           MOVE "MARGIN-REPORT" TO LNR-PROGRAM-ID
           MOVE "SIACCT" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "CIACCT" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "INTLEDG" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "GLJRNL" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "NIMRPT" TO STANDARD-FILE
           PERFORM ADD-CATALOGED-ROW

           MOVE "ACCRUAL-RECON" TO LNR-PROGRAM-ID
           MOVE "INTLEDG" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "ACRRPT" TO STANDARD-FILE
           PERFORM ADD-WRITE-ROW

           MOVE "INTEREST-AUDIT" TO LNR-PROGRAM-ID
           MOVE "SIACCT" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "CIACCT" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "INTLEDG" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "INTAUDWP" TO STANDARD-FILE
           PERFORM ADD-CATALOGED-ROW

           MOVE "MONTHLY-OPS-PACK" TO LNR-PROGRAM-ID
           MOVE "INTLEDG" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "MOPACK" TO STANDARD-FILE
           PERFORM ADD-CATALOGED-ROW

      *    THE BUNDLES CARRY THE ARCHIVED COPIES OF THE CYCLE'S
      *    CATALOGED REPORTS, SO THEY READ EACH OF THEM.
           MOVE "REPORT-DISTRIBUTION" TO LNR-PROGRAM-ID
           MOVE "SIOUT" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "CIOUT" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "STMTOUT" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "CHEXTR" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "TAXCERT" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "PRFRPT" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "GLTBRPT" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "NIMRPT" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "INTAUDWP" TO STANDARD-FILE
           PERFORM ADD-READ-ROW
           MOVE "DSTOUT" TO STANDARD-FILE
           PERFORM ADD-WRITE-ROW.

       ADD-READ-ROW.
           MOVE "R" TO LNR-DIRECTION
           MOVE STANDARD-FILE TO LNR-FILE-NAME
           MOVE SPACE TO LNR-CATALOG-SWITCH
           PERFORM TAKE-REGISTER-ROW.

       ADD-WRITE-ROW.
           MOVE "W" TO LNR-DIRECTION
           MOVE STANDARD-FILE TO LNR-FILE-NAME
           MOVE SPACE TO LNR-CATALOG-SWITCH
           PERFORM TAKE-REGISTER-ROW.

       ADD-CATALOGED-ROW.
           MOVE "W" TO LNR-DIRECTION
           MOVE STANDARD-FILE TO LNR-FILE-NAME
           MOVE "C" TO LNR-CATALOG-SWITCH
           PERFORM TAKE-REGISTER-ROW.

      *    PASS OVER THE REGISTER UNTIL NO LEVEL RISES: A READER OF
      *    A FILE WRITTEN BY A REACHED PROGRAM IS REACHED ONE LEVEL
      *    BELOW IT. A PROGRAM READING ITS OWN OUTPUT IS NOT ITS OWN
      *    DEPENDANT, AND NOTHING LEADS BACK INTO THE RERUN PROGRAM.
      *    LEVELS STILL RISING AFTER AS MANY PASSES AS THERE ARE
      *    PROGRAMS MEAN THE REGISTER LOOPS BACK ON ITSELF.
       WALK-LINEAGE.
           MOVE "Y" TO PGT-REACHED-SWITCH (START-INDEX)
           MOVE 0 TO PGT-LEVEL (START-INDEX)
           MOVE 0 TO PASS-COUNT
           SET LEVEL-WAS-CHANGED TO TRUE
           PERFORM UNTIL NOT LEVEL-WAS-CHANGED
                   OR PASS-COUNT > PROGRAM-COUNT
               MOVE "N" TO LEVEL-CHANGE-SWITCH
               ADD 1 TO PASS-COUNT
               PERFORM VARYING READ-INDEX FROM 1 BY 1
                       UNTIL READ-INDEX > REGISTER-COUNT
                   IF LRT-READS (READ-INDEX)
                           AND LRT-PROGRAM-INDEX (READ-INDEX)
                               NOT = START-INDEX
                       PERFORM RELAX-ONE-READ
                   END-IF
               END-PERFORM
           END-PERFORM
           IF LEVEL-WAS-CHANGED
               SET LINEAGE-CYCLE-FOUND TO TRUE
           END-IF.

       RELAX-ONE-READ.
           MOVE LRT-PROGRAM-INDEX (READ-INDEX) TO READER-INDEX
           PERFORM VARYING WRITE-INDEX FROM 1 BY 1
                   UNTIL WRITE-INDEX > REGISTER-COUNT
               IF LRT-WRITES (WRITE-INDEX)
                       AND LRT-FILE-NAME (WRITE-INDEX)
                           = LRT-FILE-NAME (READ-INDEX)
                       AND LRT-PROGRAM-INDEX (WRITE-INDEX)
                           NOT = READER-INDEX
                   MOVE LRT-PROGRAM-INDEX (WRITE-INDEX)
                       TO WRITER-INDEX
                   IF PGT-REACHED (WRITER-INDEX)
                       IF NOT PGT-REACHED (READER-INDEX)
                               OR PGT-LEVEL (WRITER-INDEX)
                                   NOT < PGT-LEVEL (READER-INDEX)
                           MOVE "Y"
                               TO PGT-REACHED-SWITCH (READER-INDEX)
                           COMPUTE PGT-LEVEL (READER-INDEX)
                               = PGT-LEVEL (WRITER-INDEX) + 1
                           MOVE LRT-FILE-NAME (READ-INDEX)
                               TO PGT-TRIGGER-FILE (READER-INDEX)
                           MOVE PGT-PROGRAM-ID (WRITER-INDEX)
                               TO PGT-TRIGGER-PROGRAM (READER-INDEX)
                           SET LEVEL-WAS-CHANGED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    STEP ONE IS THE RERUN ITSELF; THEN EACH LEVEL IN TURN, IN
      *    REGISTER ORDER WITHIN A LEVEL.
       ORDER-RERUN-STEPS.
           MOVE 0 TO MAX-LEVEL
           PERFORM VARYING PROGRAM-INDEX FROM 1 BY 1
                   UNTIL PROGRAM-INDEX > PROGRAM-COUNT
               IF PGT-REACHED (PROGRAM-INDEX)
                       AND PGT-LEVEL (PROGRAM-INDEX) > MAX-LEVEL
                   MOVE PGT-LEVEL (PROGRAM-INDEX) TO MAX-LEVEL
               END-IF
           END-PERFORM
           PERFORM VARYING LEVEL-WANTED FROM 0 BY 1
                   UNTIL LEVEL-WANTED > MAX-LEVEL
               PERFORM VARYING PROGRAM-INDEX FROM 1 BY 1
                       UNTIL PROGRAM-INDEX > PROGRAM-COUNT
                   IF PGT-REACHED (PROGRAM-INDEX)
                           AND PGT-LEVEL (PROGRAM-INDEX)
                               = LEVEL-WANTED
                       ADD 1 TO STEP-COUNT
                       MOVE PROGRAM-INDEX
                           TO STEP-PROGRAM-INDEX (STEP-COUNT)
                       MOVE STEP-COUNT
                           TO PGT-STEP-NUMBER (PROGRAM-INDEX)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    THE LAST CATALOG ROW OF THE RERUN PROGRAM FOR THE BUSINESS
      *    DATE OR LATER. NONE MEANS THE RERUN HAS NOT BEEN CATALOGED
      *    YET, AND THE MARK FALLS PAST THE END OF THE CATALOG.
       FIND-RERUN-POINT.
           MOVE 0 TO CATALOG-POSITION
           OPEN INPUT ARC-CAT-FILE
           IF ARC-CAT-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ ARC-CAT-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   ADD 1 TO CATALOG-POSITION
                   IF CAT-PROGRAM-ID = RERUN-PROGRAM-ID
                           AND CAT-CYCLE-DATE NUMERIC
                           AND CAT-CYCLE-DATE NOT < RERUN-BUSINESS-DATE
                       MOVE CATALOG-POSITION TO RERUN-POINT
                       MOVE CAT-REPORT-NAME TO RERUN-POINT-REPORT
                       MOVE CAT-CYCLE-DATE TO RERUN-POINT-DATE
                   END-IF
                   READ ARC-CAT-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ARC-CAT-FILE
           END-IF
           MOVE CATALOG-POSITION TO CATALOG-SIZE
           IF RERUN-POINT > 0
               MOVE RERUN-POINT TO RERUN-MARK
           ELSE
               COMPUTE RERUN-MARK = CATALOG-SIZE + 1
           END-IF.

      *    EVERY CATALOGED COPY OF A REACHED PROGRAM'S CATALOGED
      *    OUTPUT, FOR A CYCLE INSIDE THE WINDOW, AHEAD OF THE MARK
      *    IS OLD DATA; A COPY AT OR PAST THE MARK FOR THE SAME
      *    PROGRAM, REPORT AND CYCLE RE-CUTS THE OLD ONES.
       JUDGE-CATALOG-COPIES.
           MOVE 0 TO CATALOG-POSITION
           OPEN INPUT ARC-CAT-FILE
           IF ARC-CAT-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ ARC-CAT-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   ADD 1 TO CATALOG-POSITION
                   IF CAT-CYCLE-DATE NUMERIC
                           AND CAT-CYCLE-DATE NOT < RERUN-BUSINESS-DATE
                           AND CAT-CYCLE-DATE
                               NOT > RERUN-THROUGH-DATE
                       PERFORM CHECK-DOWNSTREAM-COPY
                       IF COPY-IS-DOWNSTREAM
                           IF CATALOG-POSITION < RERUN-MARK
                               PERFORM TAKE-OLD-COPY
                           ELSE
                               PERFORM MARK-COPIES-RE-CUT
                           END-IF
                       END-IF
                   END-IF
                   READ ARC-CAT-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ARC-CAT-FILE
           END-IF.

       CHECK-DOWNSTREAM-COPY.
           MOVE "N" TO CATALOGED-SWITCH
           PERFORM VARYING WRITE-INDEX FROM 1 BY 1
                   UNTIL WRITE-INDEX > REGISTER-COUNT
                      OR COPY-IS-DOWNSTREAM
               IF LRT-WRITES (WRITE-INDEX)
                       AND LRT-OUTPUT-CATALOGED (WRITE-INDEX)
                       AND LRT-PROGRAM-ID (WRITE-INDEX)
                           = CAT-PROGRAM-ID
                       AND LRT-FILE-NAME (WRITE-INDEX)
                           = CAT-REPORT-NAME
                   MOVE LRT-PROGRAM-INDEX (WRITE-INDEX)
                       TO PROGRAM-INDEX
                   IF PGT-REACHED (PROGRAM-INDEX)
                       SET COPY-IS-DOWNSTREAM TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       TAKE-OLD-COPY.
           IF COPY-COUNT < 2000
               ADD 1 TO COPY-COUNT
               MOVE CAT-PROGRAM-ID TO CPY-PROGRAM-ID (COPY-COUNT)
               MOVE CAT-REPORT-NAME TO CPY-REPORT-NAME (COPY-COUNT)
               MOVE CAT-CYCLE-DATE TO CPY-CYCLE-DATE (COPY-COUNT)
               MOVE CAT-FILE-NAME TO CPY-FILE-NAME (COPY-COUNT)
               MOVE "S" TO CPY-STATE (COPY-COUNT)
               MOVE SPACES TO CPY-RECUT-FILE (COPY-COUNT)
           ELSE
               SET COPY-TABLE-OVERFLOWED TO TRUE
           END-IF.

       MARK-COPIES-RE-CUT.
           PERFORM VARYING COPY-INDEX FROM 1 BY 1
                   UNTIL COPY-INDEX > COPY-COUNT
               IF CPY-PROGRAM-ID (COPY-INDEX) = CAT-PROGRAM-ID
                       AND CPY-REPORT-NAME (COPY-INDEX)
                           = CAT-REPORT-NAME
                       AND CPY-CYCLE-DATE (COPY-INDEX)
                           = CAT-CYCLE-DATE
                   MOVE "C" TO CPY-STATE (COPY-INDEX)
                   MOVE CAT-FILE-NAME TO CPY-RECUT-FILE (COPY-INDEX)
               END-IF
           END-PERFORM.

       WRITE-IMPACT-HEADING.
           MOVE SPACES TO IMP-RPT-RECORD
           STRING "PROGRAM RERUN: " DELIMITED BY SIZE
               RERUN-PROGRAM-ID DELIMITED BY SPACE
               "  BUSINESS DATE: " DELIMITED BY SIZE
               RERUN-BUSINESS-DATE DELIMITED BY SIZE
               INTO IMP-RPT-RECORD
           END-STRING
           IF RERUN-THROUGH-DATE = 99999999
               MOVE "THROUGH: EVERY LATER CYCLE"
                   TO IMP-RPT-RECORD (70:26)
           ELSE
               MOVE "THROUGH:" TO IMP-RPT-RECORD (70:8)
               MOVE RERUN-THROUGH-DATE TO IMP-RPT-RECORD (79:8)
           END-IF
           WRITE IMP-RPT-RECORD

           MOVE SPACES TO IMP-RPT-RECORD
           IF RERUN-POINT > 0
               MOVE RERUN-POINT TO EDITED-POSITION
               STRING "RERUN POINT: CATALOG ENTRY " DELIMITED BY SIZE
                   EDITED-POSITION DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   CATALOG-SIZE DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   RERUN-POINT-REPORT DELIMITED BY SPACE
                   " FOR " DELIMITED BY SIZE
                   RERUN-POINT-DATE DELIMITED BY SIZE
                   INTO IMP-RPT-RECORD
               END-STRING
           ELSE
               STRING "RERUN POINT: NOT YET CATALOGED - EVERY COPY "
                       DELIMITED BY SIZE
                   "IN THE WINDOW IS TAKEN AS OLD DATA"
                       DELIMITED BY SIZE
                   INTO IMP-RPT-RECORD
               END-STRING
           END-IF
           WRITE IMP-RPT-RECORD

           IF LINEAGE-CYCLE-FOUND
               MOVE SPACES TO IMP-RPT-RECORD
               STRING "*** THE REGISTER LOOPS BACK ON ITSELF - THE "
                       DELIMITED BY SIZE
                   "STEP ORDER BELOW CANNOT BE RELIED ON ***"
                       DELIMITED BY SIZE
                   INTO IMP-RPT-RECORD
               END-STRING
               WRITE IMP-RPT-RECORD
           END-IF
           IF COPY-TABLE-OVERFLOWED
               MOVE SPACES TO IMP-RPT-RECORD
               STRING "*** MORE THAN 2000 OLD CATALOG COPIES - THE "
                       DELIMITED BY SIZE
                   "LIST BELOW IS INCOMPLETE ***" DELIMITED BY SIZE
                   INTO IMP-RPT-RECORD
               END-STRING
               WRITE IMP-RPT-RECORD
           END-IF.

      *    EVERY OUTPUT OF EVERY STEP, IN STEP ORDER: EACH OLD COPY
      *    OF A CATALOGED REPORT WITH ITS STATE, AND EACH FILE THAT
      *    IS NOT CATALOGED WITH THE STEP THAT REPRODUCES IT.
       WRITE-STALE-OUTPUTS.
           MOVE SPACES TO IMP-RPT-RECORD
           WRITE IMP-RPT-RECORD
           MOVE "OUTPUTS PRODUCED FROM THE OLD DATA"
               TO IMP-RPT-RECORD
           WRITE IMP-RPT-RECORD
           MOVE "STEP PROGRAM              OUTPUT   CYCLE    ARCHIVE"
               TO IMP-RPT-RECORD
           MOVE "COPY          STATE" TO IMP-RPT-RECORD (53:19)
           WRITE IMP-RPT-RECORD
           PERFORM VARYING STEP-INDEX FROM 1 BY 1
                   UNTIL STEP-INDEX > STEP-COUNT
               MOVE STEP-PROGRAM-INDEX (STEP-INDEX) TO PROGRAM-INDEX
               PERFORM VARYING WRITE-INDEX FROM 1 BY 1
                       UNTIL WRITE-INDEX > REGISTER-COUNT
                   IF LRT-WRITES (WRITE-INDEX)
                           AND LRT-PROGRAM-INDEX (WRITE-INDEX)
                               = PROGRAM-INDEX
                       IF LRT-OUTPUT-CATALOGED (WRITE-INDEX)
                           PERFORM WRITE-CATALOGED-OUTPUT
                       ELSE
                           PERFORM WRITE-UNCATALOGED-OUTPUT
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-CATALOGED-OUTPUT.
           MOVE 0 TO COPIES-LISTED
           PERFORM VARYING COPY-INDEX FROM 1 BY 1
                   UNTIL COPY-INDEX > COPY-COUNT
               IF CPY-PROGRAM-ID (COPY-INDEX)
                       = PGT-PROGRAM-ID (PROGRAM-INDEX)
                       AND CPY-REPORT-NAME (COPY-INDEX)
                           = LRT-FILE-NAME (WRITE-INDEX)
                   ADD 1 TO COPIES-LISTED
                   PERFORM START-OUTPUT-LINE
                   MOVE CPY-CYCLE-DATE (COPY-INDEX)
                       TO IMP-RPT-RECORD (36:8)
                   MOVE CPY-FILE-NAME (COPY-INDEX)
                       TO IMP-RPT-RECORD (45:20)
                   IF CPY-RE-CUT (COPY-INDEX)
                       MOVE "ALREADY RE-CUT AS"
                           TO IMP-RPT-RECORD (67:17)
                       MOVE CPY-RECUT-FILE (COPY-INDEX)
                           TO IMP-RPT-RECORD (85:20)
                       ADD 1 TO RECUT-COUNT
                   ELSE
                       MOVE "OLD DATA - MUST BE RE-CUT"
                           TO IMP-RPT-RECORD (67:25)
                       ADD 1 TO STALE-COUNT
                   END-IF
                   WRITE IMP-RPT-RECORD
               END-IF
           END-PERFORM
           IF COPIES-LISTED = 0
               PERFORM START-OUTPUT-LINE
               MOVE "NO CATALOGED COPY IN THE WINDOW"
                   TO IMP-RPT-RECORD (67:31)
               WRITE IMP-RPT-RECORD
           END-IF.

       WRITE-UNCATALOGED-OUTPUT.
           PERFORM START-OUTPUT-LINE
           MOVE "--------" TO IMP-RPT-RECORD (36:8)
           MOVE "NOT CATALOGED" TO IMP-RPT-RECORD (45:13)
           MOVE "REPRODUCED BY RERUN STEP" TO IMP-RPT-RECORD (67:24)
           MOVE STEP-INDEX TO EDITED-STEP
           MOVE EDITED-STEP TO IMP-RPT-RECORD (92:3)
           ADD 1 TO UNCATALOGED-COUNT
           WRITE IMP-RPT-RECORD.

       START-OUTPUT-LINE.
           MOVE SPACES TO IMP-RPT-RECORD
           MOVE STEP-INDEX TO EDITED-STEP
           MOVE EDITED-STEP TO IMP-RPT-RECORD (2:3)
           MOVE PGT-PROGRAM-ID (PROGRAM-INDEX) TO IMP-RPT-RECORD (6:20)
           MOVE LRT-FILE-NAME (WRITE-INDEX) TO IMP-RPT-RECORD (27:8).

      *    THE RERUN STEP LIST - EACH PROGRAM WITH ITS DEPENDENCY
      *    LEVEL AND THE FILE AND PROGRAM THAT PUT IT THERE.
       WRITE-RERUN-STEPS.
           MOVE SPACES TO IMP-RPT-RECORD
           WRITE IMP-RPT-RECORD
           MOVE "RERUN STEPS IN DEPENDENCY ORDER" TO IMP-RPT-RECORD
           WRITE IMP-RPT-RECORD
           MOVE "STEP LEVEL PROGRAM              AFTER    FROM"
               TO IMP-RPT-RECORD
           WRITE IMP-RPT-RECORD
           PERFORM VARYING STEP-INDEX FROM 1 BY 1
                   UNTIL STEP-INDEX > STEP-COUNT
               MOVE STEP-PROGRAM-INDEX (STEP-INDEX) TO PROGRAM-INDEX
               MOVE SPACES TO IMP-RPT-RECORD
               MOVE STEP-INDEX TO EDITED-STEP
               MOVE EDITED-STEP TO IMP-RPT-RECORD (2:3)
               MOVE PGT-LEVEL (PROGRAM-INDEX) TO EDITED-LEVEL
               MOVE EDITED-LEVEL TO IMP-RPT-RECORD (8:3)
               MOVE PGT-PROGRAM-ID (PROGRAM-INDEX)
                   TO IMP-RPT-RECORD (12:20)
               IF PROGRAM-INDEX = START-INDEX
                   MOVE "THE RERUN ITSELF" TO IMP-RPT-RECORD (33:16)
               ELSE
                   MOVE PGT-TRIGGER-FILE (PROGRAM-INDEX)
                       TO IMP-RPT-RECORD (33:8)
                   MOVE PGT-TRIGGER-PROGRAM (PROGRAM-INDEX)
                       TO IMP-RPT-RECORD (42:20)
               END-IF
               WRITE IMP-RPT-RECORD
           END-PERFORM.

       WRITE-IMPACT-TOTALS.
           MOVE SPACES TO IMP-RPT-RECORD
           WRITE IMP-RPT-RECORD
           MOVE SPACES TO IMP-RPT-RECORD
           STRING "RERUN STEPS: " DELIMITED BY SIZE
               STEP-COUNT DELIMITED BY SIZE
               "  COPIES TO RE-CUT: " DELIMITED BY SIZE
               STALE-COUNT DELIMITED BY SIZE
               "  ALREADY RE-CUT: " DELIMITED BY SIZE
               RECUT-COUNT DELIMITED BY SIZE
               "  UNCATALOGED OUTPUTS: " DELIMITED BY SIZE
               UNCATALOGED-COUNT DELIMITED BY SIZE
               INTO IMP-RPT-RECORD
           END-STRING
           WRITE IMP-RPT-RECORD.

      *    COPIES THE JUST-CLOSED OUTPUT REPORT TO A DATED ARCHIVE
      *    FILE NAMED FOR TODAY'S RUN AND CATALOGS IT.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "IMPRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT IMP-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ IMP-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE IMP-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ IMP-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE IMP-RPT-FILE
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
           MOVE "LINEAGE-IMPACT" TO CAT-PROGRAM-ID
           MOVE "IMPRPT" TO CAT-REPORT-NAME
           MOVE RUN-DATE TO CAT-CYCLE-DATE
           MOVE ARC-COPY-COUNT TO CAT-RECORD-COUNT
           MOVE ARC-FILE-NAME TO CAT-FILE-NAME
           WRITE ARC-CAT-RECORD
           CLOSE ARC-CAT-FILE.

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
           MOVE "LINEAGE-IMPACT" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE REGISTER-COUNT TO AUD-RECORD-COUNT
           MOVE STEP-COUNT TO AUD-OUTPUT-COUNT
           MOVE STALE-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "IMPCTL LINREG ARCCAT" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.
