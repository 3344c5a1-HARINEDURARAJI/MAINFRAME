       IDENTIFICATION DIVISION.
       PROGRAM-ID. AML-CASEWORK.

      *    THE COMPLIANCE ANALYST'S SIDE OF THE AML CASE FILE.
      *    AMLDEC TRANSACTIONS CLOSE AN OPEN CASE, BY THE NUMBER THE
      *    WORKLIST PRINTS, AS CLEARED (NOTHING SUSPICIOUS) OR
      *    ESCALATED (GOES FORWARD FOR A SUSPICIOUS-ACTIVITY
      *    REPORT), WITH A NOTE GIVING THE REASON. EVERY DECISION
      *    IS STAMPED ON THE CASE WITH THE DECIDING OPERATOR AND
      *    DATE AND APPENDED TO THE AMLHIST DECISION TRAIL, WHICH IS
      *    NEVER REWRITTEN, SO AN EXAMINER CAN SEE WHO DECIDED WHAT
      *    AND WHEN. THE RUN THEN PRINTS THE WORKLIST OF EVERY CASE
      *    STILL OPEN, HIGHEST SCORE FIRST AND OLDEST FIRST WITHIN
      *    A SCORE, FOR THE NEXT DAY'S WORK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AML-CASE-FILE ASSIGN TO "AMLCASE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AML-CASE-STATUS.
           SELECT AML-DEC-FILE ASSIGN TO "AMLDEC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AML-DEC-STATUS.
           SELECT AML-HIST-FILE ASSIGN TO "AMLHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AML-HIST-STATUS.
           SELECT AML-WORK-FILE ASSIGN TO "AMLWORK"
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
       FD  AML-CASE-FILE.
       01  AML-CASE-RECORD.
           COPY AMLCREC.

      *    ONE ANALYST DECISION ON ONE OPEN CASE.
       FD  AML-DEC-FILE.
       01  AML-DEC-RECORD.
           05  ADT-CASE-NUMBER        PIC 9(7).
           05  ADT-CASE-NUMBER-X REDEFINES ADT-CASE-NUMBER
                                      PIC X(7).
           05  ADT-ACTION             PIC X(8).
               88  ADT-ACTION-CLEAR       VALUE "CLEAR".
               88  ADT-ACTION-ESCALATE    VALUE "ESCALATE".
           05  ADT-NOTE               PIC X(30).

      *    THE DECISION TRAIL - ONE ROW PER DECISION APPLIED, ONLY
      *    EVER APPENDED TO.
       FD  AML-HIST-FILE.
       01  AML-HIST-RECORD.
           05  AMH-CASE-NUMBER        PIC 9(7).
           05  AMH-ACCT-NUMBER        PIC X(10).
           05  AMH-PRODUCT            PIC X(02).
           05  AMH-RULE               PIC X(04).
           05  AMH-SCORE              PIC 9(3).
           05  AMH-DECISION           PIC X.
           05  AMH-OPERATOR-ID        PIC X(8).
           05  AMH-DECISION-DATE      PIC 9(8).
           05  AMH-DECISION-TIME      PIC 9(8).
           05  AMH-NOTE               PIC X(30).

       FD  AML-WORK-FILE.
       01  AML-WORK-RECORD        PIC X(80).

      *    A DATED COPY OF AML-WORK-FILE, WRITTEN AFTER THE REPORT IS
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
       01  AML-CASE-STATUS        PIC XX.
       01  AML-DEC-STATUS         PIC XX.
       01  AML-HIST-STATUS        PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-SCAN            VALUE "Y".
       01  VALID-INPUT-SWITCH     PIC X.
           88  INPUT-IS-VALID         VALUE "Y".
       01  CASE-LOAD-SWITCH       PIC X VALUE "N".
           88  CASE-FILE-INCOMPLETE   VALUE "Y".
       01  REJECT-REASON          PIC X(40).

       01  TRAN-COUNT             PIC 9(5) VALUE 0.
       01  APPLIED-COUNT          PIC 9(5) VALUE 0.
       01  REJECTED-COUNT         PIC 9(5) VALUE 0.
       01  CLEARED-COUNT          PIC 9(5) VALUE 0.
       01  ESCALATED-COUNT        PIC 9(5) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  DECISION-TIME          PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE WHOLE CASE FILE - LOADED, DECIDED, WRITTEN BACK.
       01  CASE-COUNT             PIC 9(4) VALUE 0.
       01  CASE-TABLE.
           03  CASE-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON CASE-COUNT.
               COPY AMLCREC REPLACING LEADING ==AMC== BY ==CST==.
       01  CASE-INDEX             PIC 9(4).
       01  CASE-MATCH             PIC 9(4).

      *    THE OPEN CASES IN WORKING ORDER - A POINTER INTO THE CASE
      *    TABLE WITH THE TWO SORT KEYS BESIDE IT.
       01  WORK-COUNT             PIC 9(4) VALUE 0.
       01  WORK-TABLE.
           05  WORK-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WORK-COUNT.
               10  WKL-CASE-INDEX         PIC 9(4).
               10  WKL-SCORE              PIC 9(3).
               10  WKL-OPEN-DATE          PIC 9(8).
       01  WORK-INDEX             PIC 9(4).
       01  WORK-INDEX-2           PIC 9(4).
       01  SWAP-CASE-INDEX        PIC 9(4).
       01  SWAP-SCORE             PIC 9(3).
       01  SWAP-OPEN-DATE         PIC 9(8).

      *    HOW LONG A CASE HAS WAITED, FOR THE WORKLIST.
       01  SERIAL-WORK-AREA.
           05  SER-DATE           PIC 9(8).
           05  SER-YYYY           PIC 9(4).
           05  SER-MM             PIC 9(2).
           05  SER-DD             PIC 9(2).
           05  SER-ADJ-YYYY       PIC 9(4).
           05  SER-ADJ-MM         PIC 9(2).
           05  SER-DAY-NUMBER     PIC 9(7).
       01  RUN-DAY-NUMBER         PIC 9(7).
       01  CASE-AGE-DAYS          PIC 9(5).
       01  EDITED-AMOUNT          PIC Z(8)9.99.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

      *    WHO IS DECIDING - THE ANALYST'S ID GOES ON THE CASE, THE
      *    DECISION TRAIL, AND EVERY AUDIT AND EXCEPTION RECORD.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    HOW THIS RUN RAISES OPERATOR ALERTS - THE SHARED WRITER
      *    GRADES THE EXCEPTION COUNT AGAINST THE ALRTTHR THRESHOLD.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

      *    DECIDING A CASE CHANGES A COMPLIANCE RECORD - UPDATE
      *    AUTHORITY IS REQUIRED, AS FOR EVERY MAINTENANCE RUN.
           IF OPR-CAN-UPDATE
               PERFORM RUN-AML-CASEWORK
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

       RUN-AML-CASEWORK.
           ACCEPT BATCH-START-TIME FROM TIME
           MOVE RUN-DATE TO SER-DATE
           PERFORM COMPUTE-SERIAL-DAY
           MOVE SER-DAY-NUMBER TO RUN-DAY-NUMBER

           OPEN OUTPUT AML-WORK-FILE
           PERFORM OPEN-EXCEPTION-LOG
           PERFORM LOAD-AML-CASES

           MOVE SPACES TO AML-WORK-RECORD
           STRING "AML-CASEWORK DECISIONS  RUN DATE: "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO AML-WORK-RECORD
           END-STRING
           WRITE AML-WORK-RECORD

      *    A CASE FILE TOO BIG TO HOLD WHOLE IS NOT DECIDED FROM OR
      *    WRITTEN BACK - EVERY DECISION WAITS FOR THE RERUN.
           IF NOT CASE-FILE-INCOMPLETE
               PERFORM APPLY-DECISIONS
               PERFORM REWRITE-AML-CASES
           END-IF

           PERFORM WRITE-DECISION-TOTALS
           PERFORM BUILD-WORKLIST
           PERFORM SORT-WORKLIST
           PERFORM WRITE-WORKLIST
           PERFORM RAISE-EXCEPTION-ALERT

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE AML-WORK-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

       LOAD-AML-CASES.
           OPEN INPUT AML-CASE-FILE
           IF AML-CASE-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ AML-CASE-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF CASE-COUNT < 5000
                       ADD 1 TO CASE-COUNT
                       MOVE AML-CASE-RECORD
                           TO CASE-ENTRY (CASE-COUNT)
                   ELSE
                       IF NOT CASE-FILE-INCOMPLETE
                           SET CASE-FILE-INCOMPLETE TO TRUE
                           MOVE SPACES TO EXC-LOG-RECORD
                           MOVE "AML-CASEWORK" TO EXC-PROGRAM-ID
                           MOVE "AMLCASE" TO EXC-KEY-VALUE
                           MOVE "CASE FILE EXCEEDS TABLE - NONE DECIDED"
                               TO EXC-REASON
                           MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
                           MOVE RUN-DATE TO EXC-CYCLE-DATE
                           WRITE EXC-LOG-RECORD
                       END-IF
                   END-IF
                   READ AML-CASE-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AML-CASE-FILE
           END-IF.

       APPLY-DECISIONS.
           OPEN INPUT AML-DEC-FILE
           IF AML-DEC-STATUS = "00"
               OPEN EXTEND AML-HIST-FILE
               IF AML-HIST-STATUS NOT = "00"
                   OPEN OUTPUT AML-HIST-FILE
               END-IF
               MOVE "N" TO EOF-SWITCH
               READ AML-DEC-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   ADD 1 TO TRAN-COUNT
                   PERFORM VALIDATE-DECISION
                   IF INPUT-IS-VALID
                       PERFORM APPLY-ONE-DECISION
                       ADD 1 TO APPLIED-COUNT
                   ELSE
                       ADD 1 TO REJECTED-COUNT
                       PERFORM WRITE-REJECTED-LINE
                       MOVE SPACES TO EXC-LOG-RECORD
                       MOVE "AML-CASEWORK" TO EXC-PROGRAM-ID
                       MOVE ADT-CASE-NUMBER-X TO EXC-KEY-VALUE
                       MOVE REJECT-REASON TO EXC-REASON
                       MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
                       MOVE RUN-DATE TO EXC-CYCLE-DATE
                       WRITE EXC-LOG-RECORD
                   END-IF
                   READ AML-DEC-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AML-HIST-FILE
               CLOSE AML-DEC-FILE
           END-IF.

      *    A DECISION NEEDS A KNOWN ACTION, A CASE THAT EXISTS AND
      *    IS STILL OPEN, AND A NOTE - A DECISION WITH NO REASON
      *    GIVEN IS NO DECISION AN EXAMINER WILL ACCEPT.
       VALIDATE-DECISION.
           SET INPUT-IS-VALID TO TRUE
           MOVE SPACES TO REJECT-REASON
           MOVE 0 TO CASE-MATCH

           IF NOT ADT-ACTION-CLEAR AND NOT ADT-ACTION-ESCALATE
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "ACTION NOT CLEAR OR ESCALATE" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND ADT-CASE-NUMBER-X NOT NUMERIC
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "CASE NUMBER NOT NUMERIC" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND ADT-NOTE = SPACES
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "DECISION NOTE IS BLANK" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID
               PERFORM VARYING CASE-INDEX FROM 1 BY 1
                       UNTIL CASE-INDEX > CASE-COUNT
                          OR CASE-MATCH > 0
                   IF CST-CASE-NUMBER (CASE-INDEX) = ADT-CASE-NUMBER
                       MOVE CASE-INDEX TO CASE-MATCH
                   END-IF
               END-PERFORM
               IF CASE-MATCH = 0
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "NO SUCH AML CASE" TO REJECT-REASON
               ELSE
                   IF NOT CST-IS-OPEN (CASE-MATCH)
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "CASE ALREADY DECIDED" TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       APPLY-ONE-DECISION.
           IF ADT-ACTION-CLEAR
               SET CST-IS-CLEARED (CASE-MATCH) TO TRUE
               ADD 1 TO CLEARED-COUNT
           ELSE
               SET CST-IS-ESCALATED (CASE-MATCH) TO TRUE
               ADD 1 TO ESCALATED-COUNT
           END-IF
           MOVE OPR-OPERATOR-ID TO CST-DECIDED-BY (CASE-MATCH)
           MOVE RUN-DATE TO CST-DECISION-DATE (CASE-MATCH)
           MOVE ADT-NOTE TO CST-DECISION-NOTE (CASE-MATCH)

           ACCEPT DECISION-TIME FROM TIME
           MOVE SPACES TO AML-HIST-RECORD
           MOVE CST-CASE-NUMBER (CASE-MATCH) TO AMH-CASE-NUMBER
           MOVE CST-ACCT-NUMBER (CASE-MATCH) TO AMH-ACCT-NUMBER
           MOVE CST-PRODUCT (CASE-MATCH) TO AMH-PRODUCT
           MOVE CST-RULE (CASE-MATCH) TO AMH-RULE
           MOVE CST-SCORE (CASE-MATCH) TO AMH-SCORE
           MOVE CST-STATUS (CASE-MATCH) TO AMH-DECISION
           MOVE OPR-OPERATOR-ID TO AMH-OPERATOR-ID
           MOVE RUN-DATE TO AMH-DECISION-DATE
           MOVE DECISION-TIME TO AMH-DECISION-TIME
           MOVE ADT-NOTE TO AMH-NOTE
           WRITE AML-HIST-RECORD

           MOVE SPACES TO AML-WORK-RECORD
           STRING "CASE " DELIMITED BY SIZE
               ADT-CASE-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ADT-ACTION DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               OPR-OPERATOR-ID DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               ADT-NOTE DELIMITED BY SIZE
               INTO AML-WORK-RECORD
           END-STRING
           WRITE AML-WORK-RECORD.

       WRITE-REJECTED-LINE.
           MOVE SPACES TO AML-WORK-RECORD
           STRING "CASE " DELIMITED BY SIZE
               ADT-CASE-NUMBER-X DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ADT-ACTION DELIMITED BY SIZE
               " REJECTED - " DELIMITED BY SIZE
               REJECT-REASON DELIMITED BY SIZE
               INTO AML-WORK-RECORD
           END-STRING
           WRITE AML-WORK-RECORD.

       REWRITE-AML-CASES.
           OPEN OUTPUT AML-CASE-FILE
           PERFORM VARYING CASE-INDEX FROM 1 BY 1
                   UNTIL CASE-INDEX > CASE-COUNT
               MOVE CASE-ENTRY (CASE-INDEX) TO AML-CASE-RECORD
               WRITE AML-CASE-RECORD
           END-PERFORM
           CLOSE AML-CASE-FILE.

       WRITE-DECISION-TOTALS.
           MOVE SPACES TO AML-WORK-RECORD
           STRING "DECISIONS: " DELIMITED BY SIZE
               TRAN-COUNT DELIMITED BY SIZE
               "  CLEARED: " DELIMITED BY SIZE
               CLEARED-COUNT DELIMITED BY SIZE
               "  ESCALATED: " DELIMITED BY SIZE
               ESCALATED-COUNT DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               REJECTED-COUNT DELIMITED BY SIZE
               INTO AML-WORK-RECORD
           END-STRING
           WRITE AML-WORK-RECORD.

       BUILD-WORKLIST.
           PERFORM VARYING CASE-INDEX FROM 1 BY 1
                   UNTIL CASE-INDEX > CASE-COUNT
               IF CST-IS-OPEN (CASE-INDEX)
                   ADD 1 TO WORK-COUNT
                   MOVE CASE-INDEX TO WKL-CASE-INDEX (WORK-COUNT)
                   MOVE CST-SCORE (CASE-INDEX)
                       TO WKL-SCORE (WORK-COUNT)
                   MOVE CST-OPEN-DATE (CASE-INDEX)
                       TO WKL-OPEN-DATE (WORK-COUNT)
               END-IF
           END-PERFORM.

      *    HIGHEST SCORE FIRST; WITHIN A SCORE THE CASE THAT HAS
      *    WAITED LONGEST.
       SORT-WORKLIST.
           PERFORM VARYING WORK-INDEX FROM 1 BY 1
                   UNTIL WORK-INDEX > WORK-COUNT
               PERFORM VARYING WORK-INDEX-2 FROM 1 BY 1
                       UNTIL WORK-INDEX-2 NOT < WORK-COUNT
                   IF WKL-SCORE (WORK-INDEX-2)
                           < WKL-SCORE (WORK-INDEX-2 + 1)
                       OR (WKL-SCORE (WORK-INDEX-2)
                           = WKL-SCORE (WORK-INDEX-2 + 1)
                           AND WKL-OPEN-DATE (WORK-INDEX-2)
                               > WKL-OPEN-DATE (WORK-INDEX-2 + 1))
                       MOVE WKL-CASE-INDEX (WORK-INDEX-2)
                           TO SWAP-CASE-INDEX
                       MOVE WKL-SCORE (WORK-INDEX-2) TO SWAP-SCORE
                       MOVE WKL-OPEN-DATE (WORK-INDEX-2)
                           TO SWAP-OPEN-DATE
                       MOVE WKL-CASE-INDEX (WORK-INDEX-2 + 1)
                           TO WKL-CASE-INDEX (WORK-INDEX-2)
                       MOVE WKL-SCORE (WORK-INDEX-2 + 1)
                           TO WKL-SCORE (WORK-INDEX-2)
                       MOVE WKL-OPEN-DATE (WORK-INDEX-2 + 1)
                           TO WKL-OPEN-DATE (WORK-INDEX-2)
                       MOVE SWAP-CASE-INDEX
                           TO WKL-CASE-INDEX (WORK-INDEX-2 + 1)
                       MOVE SWAP-SCORE
                           TO WKL-SCORE (WORK-INDEX-2 + 1)
                       MOVE SWAP-OPEN-DATE
                           TO WKL-OPEN-DATE (WORK-INDEX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-WORKLIST.
           MOVE SPACES TO AML-WORK-RECORD
           WRITE AML-WORK-RECORD
           MOVE "OPEN CASES, HIGHEST SCORE FIRST" TO AML-WORK-RECORD
           WRITE AML-WORK-RECORD
           MOVE "CASE    SCORE RULE PRD ACCOUNT    AGE"
               TO AML-WORK-RECORD
           MOVE "AMOUNT" TO AML-WORK-RECORD (48:6)
           WRITE AML-WORK-RECORD

           PERFORM VARYING WORK-INDEX FROM 1 BY 1
                   UNTIL WORK-INDEX > WORK-COUNT
               MOVE WKL-CASE-INDEX (WORK-INDEX) TO CASE-INDEX
               MOVE CST-OPEN-DATE (CASE-INDEX) TO SER-DATE
               PERFORM COMPUTE-SERIAL-DAY
               IF SER-DAY-NUMBER < RUN-DAY-NUMBER
                   COMPUTE CASE-AGE-DAYS =
                       RUN-DAY-NUMBER - SER-DAY-NUMBER
               ELSE
                   MOVE 0 TO CASE-AGE-DAYS
               END-IF
               MOVE CST-TRIGGER-AMOUNT (CASE-INDEX) TO EDITED-AMOUNT
               MOVE SPACES TO AML-WORK-RECORD
               STRING CST-CASE-NUMBER (CASE-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CST-SCORE (CASE-INDEX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   CST-RULE (CASE-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CST-PRODUCT (CASE-INDEX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CST-ACCT-NUMBER (CASE-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CASE-AGE-DAYS DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   EDITED-AMOUNT DELIMITED BY SIZE
                   INTO AML-WORK-RECORD
               END-STRING
               WRITE AML-WORK-RECORD
           END-PERFORM

           MOVE SPACES TO AML-WORK-RECORD
           STRING "CASES STILL OPEN: " DELIMITED BY SIZE
               WORK-COUNT DELIMITED BY SIZE
               INTO AML-WORK-RECORD
           END-STRING
           WRITE AML-WORK-RECORD.

      *    ZERO FOR A CLEAN RUN, FOUR WHEN DECISIONS WERE REJECTED,
      *    EIGHT WHEN THE CASE FILE COULD NOT BE HELD OR THE
      *    DECISIONS READ DO NOT EQUAL APPLIED PLUS REJECTED.
       SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN CASE-FILE-INCOMPLETE
                   MOVE 8 TO RETURN-CODE
               WHEN TRAN-COUNT NOT =
                       APPLIED-COUNT + REJECTED-COUNT
                   MOVE 8 TO RETURN-CODE
               WHEN REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
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

      *    COPIES THE JUST-CLOSED OUTPUT REPORT TO A DATED ARCHIVE
      *    FILE NAMED FOR TODAY'S RUN AND CATALOGS IT.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "AMLWORK." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT AML-WORK-FILE
           OPEN OUTPUT ARC-FILE

           READ AML-WORK-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE AML-WORK-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ AML-WORK-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE AML-WORK-FILE
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
           MOVE "AML-CASEWORK" TO CAT-PROGRAM-ID
           MOVE "AMLWORK" TO CAT-REPORT-NAME
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
           MOVE "AML-CASEWORK" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE TRAN-COUNT TO AUD-RECORD-COUNT
           MOVE APPLIED-COUNT TO AUD-OUTPUT-COUNT
           MOVE REJECTED-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "AMLDEC AMLCASE" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

      *    HANDS THE RUN'S REJECT COUNT TO THE SHARED ALERT WRITER
      *    - NOTHING FOR A CLEAN RUN, WARN OR CRITICAL PER THE
      *    CONFIGURED THRESHOLD.
       RAISE-EXCEPTION-ALERT.
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-EXCCOUNT TO TRUE
           MOVE "AML-CASEWORK" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           MOVE REJECTED-COUNT TO ALQ-EXC-COUNT
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
