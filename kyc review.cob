       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYC-REVIEW.

      *    THE NIGHTLY KNOW-YOUR-CUSTOMER DIARY. EVERY CUSTOMER ON
      *    CUSTMSTR IS HELD AGAINST ITS KYCMSTR ROW - A REVIEW IS
      *    DUE ON THE EARLIER OF THE NEXT REVIEW DATE AND THE DATE
      *    THE IDENTITY DOCUMENTS ON FILE EXPIRE. REVIEWS FALLING
      *    DUE WITHIN THE NOTICE PERIOD ARE LISTED FOR THE BRANCHES
      *    TO BOOK IN; A REVIEW STILL OUTSTANDING ONCE THE GRACE
      *    PERIOD HAS RUN OUT SETS THE CUSTOMER TO STATUS R (REVIEW
      *    OVERDUE), WHICH DEPOSIT-POSTING HONOURS BY REFUSING NEW
      *    DEPOSITS WHILE STILL LETTING MONEY LEAVE. THE BLOCK IS
      *    LIFTED BY CUSTOMER-MAINTENANCE WHEN THE REVIEW IS
      *    RECORDED. A FROZEN, DECEASED OR COURT-ORDER CUSTOMER
      *    KEEPS ITS STRONGER STATUS. A CUSTOMER WITH NO KYC ROW AT
      *    ALL IS LISTED BUT NEVER BLOCKED - THE DIARY CANNOT CHASE A
      *    REVIEW NOBODY HAS EVER RECORDED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MSTR-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS CUST-MSTR-STATUS.
           SELECT KYC-MSTR-FILE ASSIGN TO "KYCMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS KYC-MSTR-STATUS.
           SELECT KYC-RPT-FILE ASSIGN TO "KYCRPT"
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
       FD  CUST-MSTR-FILE.
       01  CUST-MSTR-RECORD.
           COPY CUSTREC.

       FD  KYC-MSTR-FILE.
       01  KYC-MSTR-RECORD.
           COPY KYCREC.

       FD  KYC-RPT-FILE.
       01  KYC-RPT-RECORD         PIC X(80).

      *    A DATED COPY OF KYC-RPT-FILE, WRITTEN AFTER THE REPORT IS
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
       01  CUST-MSTR-STATUS       PIC XX.
       01  KYC-MSTR-STATUS        PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-SCAN            VALUE "Y".
       01  KYC-LOAD-SWITCH        PIC X VALUE "N".
           88  KYC-FILE-INCOMPLETE    VALUE "Y".

       01  CUSTOMERS-READ         PIC 9(7) VALUE 0.
       01  DUE-SOON-COUNT         PIC 9(7) VALUE 0.
       01  IN-GRACE-COUNT         PIC 9(7) VALUE 0.
       01  NEWLY-BLOCKED-COUNT    PIC 9(7) VALUE 0.
       01  STILL-BLOCKED-COUNT    PIC 9(7) VALUE 0.
       01  NO-KYC-COUNT           PIC 9(7) VALUE 0.
       01  EXCEPTION-COUNT        PIC 9(7) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE NOTICE PERIOD AHEAD OF A DUE DATE AND THE GRACE
      *    PERIOD AFTER IT, IN DAYS, FROM THE CENTRAL PARAMETER
      *    LIBRARY (KYCNOTICE AND KYCGRACE).
       01  NOTICE-DAYS            PIC 9(5) VALUE 30.
       01  GRACE-DAYS             PIC 9(5) VALUE 30.
       01  VALUE-DAYS-AREA.
           05  VALUE-DAYS-X       PIC X(5).
           05  VALUE-DAYS REDEFINES VALUE-DAYS-X
                                  PIC 9(5).

      *    THE WHOLE KYC FILE - LOADED, STAMPED, WRITTEN BACK.
       01  KYC-COUNT              PIC 9(4) VALUE 0.
       01  KYC-TABLE.
           03  KYC-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON KYC-COUNT.
               COPY KYCREC REPLACING LEADING ==KYC== BY ==KYT==.
       01  KYC-INDEX              PIC 9(4).
       01  KYC-MATCH              PIC 9(4).

      *    THE CUSTOMER BEING JUDGED.
       01  REVIEW-DUE-DATE        PIC 9(8).
       01  REVIEW-REASON          PIC X(12).
       01  DAYS-TO-DUE            PIC S9(7).
       01  EDITED-DAYS            PIC -(6)9.
       01  REVIEW-ACTION          PIC X(24).

      *    SERIAL-DAY ARITHMETIC FOR THE NOTICE AND GRACE SPANS.
       01  SERIAL-WORK-AREA.
           05  SER-DATE           PIC 9(8).
           05  SER-YYYY           PIC 9(4).
           05  SER-MM             PIC 9(2).
           05  SER-DD             PIC 9(2).
           05  SER-ADJ-YYYY       PIC 9(4).
           05  SER-ADJ-MM         PIC 9(2).
           05  SER-DAY-NUMBER     PIC 9(7).
       01  RUN-DAY-NUMBER         PIC 9(7).

      *    EVERY REWRITE AGAINST THE CUSTOMER MASTER IS JOURNALED
      *    WITH ITS BEFORE AND AFTER IMAGES THROUGH THE SHARED
      *    CHANGE-JOURNAL SERVICE.
       01  BEFORE-IMAGE-SAVE      PIC X(80).
       01  CHANGE-JOURNAL-AREA.
           COPY CHGJREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT AND EXCEPTION
      *    RECORD THIS PROGRAM WRITES.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    THE PROCESSING CALENDAR'S ANSWER FOR THIS CYCLE, AND THE
      *    NAME THIS PROGRAM'S CYCLES ARE TRACKED UNDER.
       01  CALENDAR-PROGRAM-NAME  PIC X(20) VALUE "KYC-REVIEW".
       01  PROCESSING-CAL-AREA.
           COPY CALREQ.

      *    HOW THIS RUN RAISES OPERATOR ALERTS - NEW BLOCKS GO UP AS
      *    A WARN, AND THE EXCEPTION COUNT IS GRADED AGAINST THE
      *    ALRTTHR THRESHOLD.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

      *    SETTING A CUSTOMER'S STATUS CHANGES THE CUSTOMER MASTER -
      *    UPDATE AUTHORITY IS REQUIRED, AS FOR EVERY MAINTENANCE RUN.
           IF NOT OPR-CAN-UPDATE
               DISPLAY "OPERATOR " OPR-OPERATOR-ID
                   " LACKS UPDATE AUTHORITY - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM CHECK-PROCESSING-CALENDAR
               IF CAL-RUN-REFUSED
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM RUN-KYC-REVIEW
                   PERFORM SET-COMPLETION-CODE
                   IF RETURN-CODE < 8
                       PERFORM MARK-CALENDAR-COMPLETE
                   END-IF
               END-IF
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

       RUN-KYC-REVIEW.
           ACCEPT BATCH-START-TIME FROM TIME
           MOVE RUN-DATE TO SER-DATE
           PERFORM COMPUTE-SERIAL-DAY
           MOVE SER-DAY-NUMBER TO RUN-DAY-NUMBER

           PERFORM LOAD-REVIEW-PERIODS

           OPEN OUTPUT KYC-RPT-FILE
           PERFORM OPEN-EXCEPTION-LOG

           MOVE SPACES TO KYC-RPT-RECORD
           STRING "KYC-REVIEW DIARY  RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  NOTICE DAYS: " DELIMITED BY SIZE
               NOTICE-DAYS DELIMITED BY SIZE
               "  GRACE DAYS: " DELIMITED BY SIZE
               GRACE-DAYS DELIMITED BY SIZE
               INTO KYC-RPT-RECORD
           END-STRING
           WRITE KYC-RPT-RECORD
           MOVE "CUSTOMER   RISK DUE DATE REASON         DAYS ACTION"
               TO KYC-RPT-RECORD
           WRITE KYC-RPT-RECORD

           PERFORM LOAD-KYC-FILE

      *    A KYC FILE THAT COULD NOT BE HELD WHOLE WOULD BLOCK
      *    CUSTOMERS WHOSE ROW SIMPLY WAS NOT LOADED - NOTHING IS
      *    JUDGED UNTIL THE TABLE IS WIDENED.
           IF NOT KYC-FILE-INCOMPLETE
               PERFORM REVIEW-CUSTOMER-MASTER
               PERFORM REWRITE-KYC-FILE
           END-IF

           PERFORM WRITE-CONTROL-TOTALS
           PERFORM RAISE-BLOCK-ALERT
           PERFORM RAISE-EXCEPTION-ALERT

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE KYC-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

       LOAD-REVIEW-PERIODS.
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "KYC-REVIEW" TO PLQ-PROGRAM-ID
           MOVE "KYCNOTICE" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (6:5) TO VALUE-DAYS-X
               IF VALUE-DAYS-X NUMERIC AND VALUE-DAYS > 0
                   MOVE VALUE-DAYS TO NOTICE-DAYS
               END-IF
           END-IF

           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "KYC-REVIEW" TO PLQ-PROGRAM-ID
           MOVE "KYCGRACE" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (6:5) TO VALUE-DAYS-X
               IF VALUE-DAYS-X NUMERIC
                   MOVE VALUE-DAYS TO GRACE-DAYS
               END-IF
           END-IF.

       LOAD-KYC-FILE.
           OPEN INPUT KYC-MSTR-FILE
           IF KYC-MSTR-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ KYC-MSTR-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF KYC-COUNT < 5000
                       ADD 1 TO KYC-COUNT
                       MOVE KYC-MSTR-RECORD TO KYC-ENTRY (KYC-COUNT)
                   ELSE
                       IF NOT KYC-FILE-INCOMPLETE
                           SET KYC-FILE-INCOMPLETE TO TRUE
                           ADD 1 TO EXCEPTION-COUNT
                           MOVE SPACES TO EXC-LOG-RECORD
                           MOVE "KYC-REVIEW" TO EXC-PROGRAM-ID
                           MOVE "KYCMSTR" TO EXC-KEY-VALUE
                           MOVE "KYC FILE EXCEEDS TABLE - NOT REVIEWED"
                               TO EXC-REASON
                           MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
                           MOVE RUN-DATE TO EXC-CYCLE-DATE
                           WRITE EXC-LOG-RECORD
                       END-IF
                   END-IF
                   READ KYC-MSTR-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE KYC-MSTR-FILE
           END-IF.

       REVIEW-CUSTOMER-MASTER.
           OPEN I-O CUST-MSTR-FILE
           IF CUST-MSTR-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ CUST-MSTR-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   ADD 1 TO CUSTOMERS-READ
                   PERFORM REVIEW-ONE-CUSTOMER
                   READ CUST-MSTR-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CUST-MSTR-FILE
           ELSE
               ADD 1 TO EXCEPTION-COUNT
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "KYC-REVIEW" TO EXC-PROGRAM-ID
               MOVE "CUSTMSTR" TO EXC-KEY-VALUE
               MOVE "CUSTOMER MASTER WOULD NOT OPEN" TO EXC-REASON
               MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
               MOVE RUN-DATE TO EXC-CYCLE-DATE
               WRITE EXC-LOG-RECORD
           END-IF.

      *    THE DUE DATE IS THE EARLIER OF THE DIARISED REVIEW AND
      *    THE DOCUMENT EXPIRY. PAST DUE AND PAST GRACE, AN ACTIVE
      *    CUSTOMER IS SET TO R; PAST DUE BUT INSIDE GRACE, OR DUE
      *    WITHIN THE NOTICE PERIOD, THE CUSTOMER IS LISTED.
       REVIEW-ONE-CUSTOMER.
           MOVE 0 TO KYC-MATCH
           PERFORM VARYING KYC-INDEX FROM 1 BY 1
                   UNTIL KYC-INDEX > KYC-COUNT
                      OR KYC-MATCH > 0
               IF KYT-CUST-NUMBER (KYC-INDEX) = CUST-NUMBER
                   MOVE KYC-INDEX TO KYC-MATCH
               END-IF
           END-PERFORM

           IF KYC-MATCH = 0
               ADD 1 TO NO-KYC-COUNT
               MOVE SPACES TO KYC-RPT-RECORD
               STRING CUST-NUMBER DELIMITED BY SIZE
                   "               NO KYC REVIEW ON FILE"
                       DELIMITED BY SIZE
                   INTO KYC-RPT-RECORD
               END-STRING
               WRITE KYC-RPT-RECORD
           ELSE
               MOVE KYT-NEXT-DUE (KYC-MATCH) TO REVIEW-DUE-DATE
               MOVE "REVIEW DUE" TO REVIEW-REASON
               IF KYT-DOC-EXPIRY (KYC-MATCH) > 0
                       AND KYT-DOC-EXPIRY (KYC-MATCH)
                           < REVIEW-DUE-DATE
                   MOVE KYT-DOC-EXPIRY (KYC-MATCH)
                       TO REVIEW-DUE-DATE
                   MOVE "DOCS EXPIRE" TO REVIEW-REASON
               END-IF
               MOVE REVIEW-DUE-DATE TO SER-DATE
               PERFORM COMPUTE-SERIAL-DAY
               COMPUTE DAYS-TO-DUE = SER-DAY-NUMBER - RUN-DAY-NUMBER
               MOVE SPACES TO REVIEW-ACTION

               EVALUATE TRUE
                   WHEN DAYS-TO-DUE + GRACE-DAYS < 0
                       PERFORM APPLY-OVERDUE-BLOCK
                   WHEN DAYS-TO-DUE < 0
                       ADD 1 TO IN-GRACE-COUNT
                       MOVE "OVERDUE - IN GRACE" TO REVIEW-ACTION
                   WHEN DAYS-TO-DUE NOT > NOTICE-DAYS
                       ADD 1 TO DUE-SOON-COUNT
                       MOVE "DUE - BOOK REVIEW" TO REVIEW-ACTION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               IF REVIEW-ACTION NOT = SPACES
                   PERFORM WRITE-REVIEW-LINE
               END-IF
           END-IF.

       APPLY-OVERDUE-BLOCK.
           EVALUATE TRUE
               WHEN CUST-REVIEW-OVERDUE
                   ADD 1 TO STILL-BLOCKED-COUNT
                   MOVE "DEPOSITS STILL BLOCKED" TO REVIEW-ACTION
               WHEN CUST-IS-ACTIVE
                   MOVE CUST-MSTR-RECORD TO BEFORE-IMAGE-SAVE
                   MOVE "R" TO CUST-STATUS
                   REWRITE CUST-MSTR-RECORD
                   MOVE "CU" TO CJQ-FILE-ID
                   MOVE CUST-NUMBER TO CJQ-RECORD-KEY
                   MOVE "R" TO CJQ-ACTION
                   MOVE BEFORE-IMAGE-SAVE TO CJQ-BEFORE-IMAGE
                   MOVE CUST-MSTR-RECORD TO CJQ-AFTER-IMAGE
                   PERFORM JOURNAL-MASTER-CHANGE
                   MOVE RUN-DATE TO KYT-BLOCKED-DATE (KYC-MATCH)
                   ADD 1 TO NEWLY-BLOCKED-COUNT
                   MOVE "DEPOSITS NOW BLOCKED" TO REVIEW-ACTION
               WHEN OTHER
                   ADD 1 TO STILL-BLOCKED-COUNT
                   MOVE SPACES TO REVIEW-ACTION
                   STRING "OVERDUE - STATUS " DELIMITED BY SIZE
                       CUST-STATUS DELIMITED BY SIZE
                       " HOLDS" DELIMITED BY SIZE
                       INTO REVIEW-ACTION
                   END-STRING
           END-EVALUATE.

       WRITE-REVIEW-LINE.
           MOVE DAYS-TO-DUE TO EDITED-DAYS
           MOVE SPACES TO KYC-RPT-RECORD
           STRING CUST-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KYT-RISK-RATING (KYC-MATCH) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               REVIEW-DUE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REVIEW-REASON DELIMITED BY SIZE
               EDITED-DAYS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REVIEW-ACTION DELIMITED BY SIZE
               INTO KYC-RPT-RECORD
           END-STRING
           WRITE KYC-RPT-RECORD.

      *    ONE JOURNAL ENTRY PER MASTER CHANGE - THE CALLER FILLS
      *    THE FILE, KEY, ACTION AND IMAGES FIRST.
       JOURNAL-MASTER-CHANGE.
           MOVE "KYC-REVIEW" TO CJQ-PROGRAM-ID
           MOVE OPR-OPERATOR-ID TO CJQ-OPERATOR-ID
           CALL "CHANGE-JOURNAL" USING CHANGE-JOURNAL-AREA.

       REWRITE-KYC-FILE.
           OPEN OUTPUT KYC-MSTR-FILE
           PERFORM VARYING KYC-INDEX FROM 1 BY 1
                   UNTIL KYC-INDEX > KYC-COUNT
               MOVE KYC-ENTRY (KYC-INDEX) TO KYC-MSTR-RECORD
               WRITE KYC-MSTR-RECORD
           END-PERFORM
           CLOSE KYC-MSTR-FILE.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO KYC-RPT-RECORD
           STRING "CUSTOMERS: " DELIMITED BY SIZE
               CUSTOMERS-READ DELIMITED BY SIZE
               "  DUE SOON: " DELIMITED BY SIZE
               DUE-SOON-COUNT DELIMITED BY SIZE
               "  IN GRACE: " DELIMITED BY SIZE
               IN-GRACE-COUNT DELIMITED BY SIZE
               INTO KYC-RPT-RECORD
           END-STRING
           WRITE KYC-RPT-RECORD

           MOVE SPACES TO KYC-RPT-RECORD
           STRING "NEWLY BLOCKED: " DELIMITED BY SIZE
               NEWLY-BLOCKED-COUNT DELIMITED BY SIZE
               "  STILL BLOCKED: " DELIMITED BY SIZE
               STILL-BLOCKED-COUNT DELIMITED BY SIZE
               "  NO KYC ROW: " DELIMITED BY SIZE
               NO-KYC-COUNT DELIMITED BY SIZE
               INTO KYC-RPT-RECORD
           END-STRING
           WRITE KYC-RPT-RECORD

           IF KYC-FILE-INCOMPLETE
               MOVE "REVIEW NOT RUN - KYC FILE EXCEEDS TABLE"
                   TO KYC-RPT-RECORD
               WRITE KYC-RPT-RECORD
           END-IF.

      *    ZERO FOR A CLEAN RUN, EIGHT WHEN THE KYC FILE COULD NOT
      *    BE HELD OR THE CUSTOMER MASTER WOULD NOT OPEN.
       SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN KYC-FILE-INCOMPLETE
                   MOVE 8 TO RETURN-CODE
               WHEN EXCEPTION-COUNT > 0
                   MOVE 8 TO RETURN-CODE
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
           STRING "KYCRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT KYC-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ KYC-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE KYC-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ KYC-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE KYC-RPT-FILE
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
           MOVE "KYC-REVIEW" TO CAT-PROGRAM-ID
           MOVE "KYCRPT" TO CAT-REPORT-NAME
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
           MOVE "KYC-REVIEW" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE CUSTOMERS-READ TO AUD-RECORD-COUNT
           MOVE NEWLY-BLOCKED-COUNT TO AUD-OUTPUT-COUNT
           MOVE EXCEPTION-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "CUSTMSTR KYCMSTR" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

       CHECK-PROCESSING-CALENDAR.
           MOVE SPACES TO PROCESSING-CAL-AREA
           SET CALQ-REQ-CHECK TO TRUE
           MOVE CALENDAR-PROGRAM-NAME TO CALQ-PROGRAM-ID
           MOVE RUN-DATE TO CALQ-CYCLE-DATE
           CALL "PROCESSING-CALENDAR" USING PROCESSING-CAL-AREA
           IF CAL-RUN-REFUSED
               DISPLAY CALENDAR-PROGRAM-NAME
                   " ALREADY COMPLETE FOR " CALQ-CYCLE-DATE
                   " - RUN REFUSED"
           END-IF
           IF CAL-RUN-WARNED
               DISPLAY CALENDAR-PROGRAM-NAME
                   " RUNNING ON A NON-BUSINESS OR UNLISTED DATE"
           END-IF.

      *    ONE COMPLETION MARK PER CLEAN END-OF-JOB.
       MARK-CALENDAR-COMPLETE.
           SET CALQ-REQ-COMPLETE TO TRUE
           MOVE CALENDAR-PROGRAM-NAME TO CALQ-PROGRAM-ID
           MOVE RUN-DATE TO CALQ-CYCLE-DATE
           CALL "PROCESSING-CALENDAR" USING PROCESSING-CAL-AREA.

      *    NEW BLOCKS GO UP AS A WARN ALERT SO THE BRANCHES CHASE
      *    THE REVIEWS BEFORE THE CUSTOMERS FIND OUT AT THE COUNTER.
       RAISE-BLOCK-ALERT.
           IF NEWLY-BLOCKED-COUNT > 0
               MOVE SPACES TO ALERT-REQUEST-AREA
               SET ALQ-REQ-RAISE TO TRUE
               SET ALQ-SEV-WARN TO TRUE
               MOVE "KYC-REVIEW" TO ALQ-PROGRAM-ID
               MOVE RUN-DATE TO ALQ-CYCLE-DATE
               MOVE SPACES TO ALQ-MESSAGE
               STRING "CUSTOMERS BLOCKED FOR KYC REVIEW: "
                       DELIMITED BY SIZE
                   NEWLY-BLOCKED-COUNT DELIMITED BY SIZE
                   INTO ALQ-MESSAGE
               END-STRING
               CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA
           END-IF.

      *    HANDS THE RUN'S EXCEPTION COUNT TO THE SHARED ALERT
      *    WRITER - NOTHING FOR A CLEAN RUN, WARN OR CRITICAL PER
      *    THE CONFIGURED THRESHOLD.
       RAISE-EXCEPTION-ALERT.
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-EXCCOUNT TO TRUE
           MOVE "KYC-REVIEW" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           MOVE EXCEPTION-COUNT TO ALQ-EXC-COUNT
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
