       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-REPORT.

      *    THE WEEKLY COMPLAINT AGEING REPORT FOR THE REGULATORY
      *    RETURN. EVERY OPEN CASE ON THE CMPCASE FILE IS AGED FROM
      *    THE DAY THE COMPLAINT WAS RECEIVED AND COUNTED INTO ITS
      *    AGE BAND, AND BY CATEGORY AND STATUS. AN OPEN CASE OLDER
      *    THAN THE REGULATOR'S RESPONSE DEADLINE (RESPDAYS IN THE
      *    PARAMETER LIBRARY, EIGHT WEEKS WHEN NOT SET) IS A BREACH
      *    AND IS LISTED, AS IS ANY CASE CLOSED IN THE WEEK AFTER
      *    ITS DEADLINE HAD PASSED. THE WEEK'S FLOW CLOSES THE
      *    REPORT - CASES RECEIVED AND CLOSED IN THE SEVEN DAYS
      *    ENDING ON THE RUN DATE, THE AVERAGE DAYS TO CLOSE, AND
      *    THE REDRESS PAID. THE REPORT CHANGES NOTHING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMP-CASE-FILE ASSIGN TO "CMPCASE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CMP-CASE-STATUS.
           SELECT CMP-RPT-FILE ASSIGN TO "CMPRPT"
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
       FD  CMP-CASE-FILE.
       01  CMP-CASE-RECORD.
           COPY CMPCREC.

       FD  CMP-RPT-FILE.
       01  CMP-RPT-RECORD         PIC X(80).

      *    A DATED COPY OF CMP-RPT-FILE, WRITTEN AFTER THE REPORT IS
      *    CLOSED, SO THE CURRENT CYCLE'S OUTPUT IS RETAINED UNDER ITS
      *    OWN NAME INSTEAD OF BEING OVERWRITTEN BY NEXT WEEK'S RUN.
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
       01  CMP-CASE-STATUS        PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-CASES           VALUE "Y".
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE REGULATOR'S RESPONSE DEADLINE IN CALENDAR DAYS FROM
      *    RECEIPT.
       01  RESPONSE-DAYS          PIC 9(5) VALUE 56.
       01  VALUE-DAYS-AREA.
           05  VALUE-DAYS-X       PIC X(5).
           05  VALUE-DAYS REDEFINES VALUE-DAYS-X
                                  PIC 9(5).

      *    HOW OLD A CASE IS, AND HOW LONG A CLOSED ONE TOOK.
       01  SERIAL-WORK-AREA.
           05  SER-DATE           PIC 9(8).
           05  SER-YYYY           PIC 9(4).
           05  SER-MM             PIC 9(2).
           05  SER-DD             PIC 9(2).
           05  SER-ADJ-YYYY       PIC 9(4).
           05  SER-ADJ-MM         PIC 9(2).
           05  SER-DAY-NUMBER     PIC 9(7).
       01  RUN-DAY-NUMBER         PIC 9(7).
       01  WEEK-START-DAY-NUMBER  PIC 9(7).
       01  RECEIVED-DAY-NUMBER    PIC 9(7).
       01  RESOLVED-DAY-NUMBER    PIC 9(7).
       01  CASE-AGE-DAYS          PIC 9(5).
       01  DAYS-TO-CLOSE          PIC 9(5).

      *    OPEN CASES BY AGE BAND - 0-7, 8-14, 15-28, 29-56 AND OVER
      *    56 DAYS.
       01  AGE-BAND-TABLE.
           05  AGE-BAND-ENTRY OCCURS 5 TIMES.
               10  BAND-LABEL         PIC X(12).
               10  BAND-UPPER-DAYS    PIC 9(5).
               10  BAND-COUNT         PIC 9(5).
       01  BAND-INDEX             PIC 9.

      *    OPEN CASES BY CATEGORY AND STATUS.
       01  CATEGORY-TABLE.
           05  CATEGORY-ENTRY OCCURS 5 TIMES.
               10  CTG-CODE           PIC X(4).
               10  CTG-RECEIVED-COUNT PIC 9(5).
               10  CTG-INVEST-COUNT   PIC 9(5).
       01  CATEGORY-INDEX         PIC 9.

       01  CASES-READ             PIC 9(7) VALUE 0.
       01  OPEN-COUNT             PIC 9(7) VALUE 0.
       01  BREACH-COUNT           PIC 9(7) VALUE 0.
       01  LATE-CLOSE-COUNT       PIC 9(7) VALUE 0.
       01  WEEK-RECEIVED-COUNT    PIC 9(7) VALUE 0.
       01  WEEK-CLOSED-COUNT      PIC 9(7) VALUE 0.
       01  WEEK-UPHELD-COUNT      PIC 9(7) VALUE 0.
       01  WEEK-DAYS-TO-CLOSE     PIC 9(9) VALUE 0.
       01  AVERAGE-DAYS-TO-CLOSE  PIC 9(5)V9 VALUE 0.
       01  WEEK-REFUND-COUNT      PIC 9(7) VALUE 0.
       01  WEEK-REFUND-TOTAL      PIC 9(11)V99 VALUE 0.
       01  UNPAYABLE-COUNT        PIC 9(7) VALUE 0.
       01  EDITED-COUNT-1         PIC ZZZZ9.
       01  EDITED-COUNT-2         PIC ZZZZ9.
       01  EDITED-DAYS            PIC ZZZZ9.
       01  EDITED-AVERAGE         PIC ZZZZ9.9.
       01  EDITED-TOTAL           PIC Z(10)9.99.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT RECORD.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

      *    HOW THIS RUN RAISES OPERATOR ALERTS - THE SHARED WRITER
      *    GRADES THE BREACH COUNT AGAINST THE ALRTTHR THRESHOLD.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

           PERFORM RUN-COMPLAINT-REPORT.

      *    A BREACHED DEADLINE IS A WARNING FOR THE SCHEDULER.
           IF BREACH-COUNT > 0 OR LATE-CLOSE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
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

       RUN-COMPLAINT-REPORT.
           ACCEPT BATCH-START-TIME FROM TIME
           MOVE RUN-DATE TO SER-DATE
           PERFORM COMPUTE-SERIAL-DAY
           MOVE SER-DAY-NUMBER TO RUN-DAY-NUMBER
           COMPUTE WEEK-START-DAY-NUMBER = RUN-DAY-NUMBER - 6

           PERFORM LOAD-RESPONSE-DEADLINE
           PERFORM SET-UP-TABLES

           OPEN OUTPUT CMP-RPT-FILE
           PERFORM OPEN-EXCEPTION-LOG

           MOVE SPACES TO CMP-RPT-RECORD
           MOVE RESPONSE-DAYS TO EDITED-DAYS
           STRING "COMPLAINT AGEING REPORT  RUN DATE: "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  DEADLINE DAYS: " DELIMITED BY SIZE
               EDITED-DAYS DELIMITED BY SIZE
               INTO CMP-RPT-RECORD
           END-STRING
           WRITE CMP-RPT-RECORD

      *    THE FIRST PASS COUNTS; THE SECOND LISTS THE BREACHES
      *    UNDER THE COUNTS.
           PERFORM COUNT-CASES
           PERFORM WRITE-AGE-BANDS
           PERFORM WRITE-CATEGORY-COUNTS
           PERFORM LIST-BREACHES
           PERFORM WRITE-WEEK-SUMMARY
           PERFORM RAISE-EXCEPTION-ALERT

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE CMP-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

      *    THE DEADLINE AS FIVE DIGITS IN POSITIONS 6-10 OF ROW
      *    RESPDAYS. A MISSING OR UNREADABLE ROW KEEPS EIGHT WEEKS.
       LOAD-RESPONSE-DEADLINE.
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "COMPLAINT-REPORT" TO PLQ-PROGRAM-ID
           MOVE "RESPDAYS" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (6:5) TO VALUE-DAYS-X
               IF VALUE-DAYS-X NUMERIC AND VALUE-DAYS > 0
                   MOVE VALUE-DAYS TO RESPONSE-DAYS
               END-IF
           END-IF.

       SET-UP-TABLES.
           MOVE "0-7 DAYS" TO BAND-LABEL (1)
           MOVE 7 TO BAND-UPPER-DAYS (1)
           MOVE "8-14 DAYS" TO BAND-LABEL (2)
           MOVE 14 TO BAND-UPPER-DAYS (2)
           MOVE "15-28 DAYS" TO BAND-LABEL (3)
           MOVE 28 TO BAND-UPPER-DAYS (3)
           MOVE "29-56 DAYS" TO BAND-LABEL (4)
           MOVE 56 TO BAND-UPPER-DAYS (4)
           MOVE "OVER 56" TO BAND-LABEL (5)
           MOVE 99999 TO BAND-UPPER-DAYS (5)
           MOVE "INTR" TO CTG-CODE (1)
           MOVE "FEE " TO CTG-CODE (2)
           MOVE "RATE" TO CTG-CODE (3)
           MOVE "SERV" TO CTG-CODE (4)
           MOVE "OTHR" TO CTG-CODE (5)
           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > 5
               MOVE 0 TO BAND-COUNT (BAND-INDEX)
               MOVE 0 TO CTG-RECEIVED-COUNT (BAND-INDEX)
               MOVE 0 TO CTG-INVEST-COUNT (BAND-INDEX)
           END-PERFORM.

       COUNT-CASES.
           OPEN INPUT CMP-CASE-FILE
           IF CMP-CASE-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ CMP-CASE-FILE
                   AT END SET END-OF-CASES TO TRUE
               END-READ
               PERFORM UNTIL END-OF-CASES
                   ADD 1 TO CASES-READ
                   PERFORM AGE-THE-CASE
                   IF CMP-IS-OPEN
                       PERFORM COUNT-OPEN-CASE
                   ELSE
                       PERFORM COUNT-CLOSED-CASE
                   END-IF
                   IF RECEIVED-DAY-NUMBER NOT < WEEK-START-DAY-NUMBER
                       ADD 1 TO WEEK-RECEIVED-COUNT
                   END-IF
                   READ CMP-CASE-FILE
                       AT END SET END-OF-CASES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CMP-CASE-FILE
           END-IF.

      *    AGE FROM RECEIPT TO THE RUN DATE FOR AN OPEN CASE, AND
      *    DAYS FROM RECEIPT TO CLOSE FOR A CLOSED ONE.
       AGE-THE-CASE.
           MOVE CMP-RECEIVED-DATE TO SER-DATE
           PERFORM COMPUTE-SERIAL-DAY
           MOVE SER-DAY-NUMBER TO RECEIVED-DAY-NUMBER
           MOVE 0 TO CASE-AGE-DAYS
           IF RECEIVED-DAY-NUMBER < RUN-DAY-NUMBER
               COMPUTE CASE-AGE-DAYS =
                   RUN-DAY-NUMBER - RECEIVED-DAY-NUMBER
           END-IF
           MOVE 0 TO RESOLVED-DAY-NUMBER
           MOVE 0 TO DAYS-TO-CLOSE
           IF CMP-IS-CLOSED AND CMP-RESOLVED-DATE > 0
               MOVE CMP-RESOLVED-DATE TO SER-DATE
               PERFORM COMPUTE-SERIAL-DAY
               MOVE SER-DAY-NUMBER TO RESOLVED-DAY-NUMBER
               IF RECEIVED-DAY-NUMBER < RESOLVED-DAY-NUMBER
                   COMPUTE DAYS-TO-CLOSE =
                       RESOLVED-DAY-NUMBER - RECEIVED-DAY-NUMBER
               END-IF
           END-IF.

       COUNT-OPEN-CASE.
           ADD 1 TO OPEN-COUNT
           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX = 5
                      OR CASE-AGE-DAYS
                          NOT > BAND-UPPER-DAYS (BAND-INDEX)
               CONTINUE
           END-PERFORM
           ADD 1 TO BAND-COUNT (BAND-INDEX)

           PERFORM VARYING CATEGORY-INDEX FROM 1 BY 1
                   UNTIL CATEGORY-INDEX = 5
                      OR CTG-CODE (CATEGORY-INDEX) = CMP-CATEGORY
               CONTINUE
           END-PERFORM
           IF CMP-IS-RECEIVED
               ADD 1 TO CTG-RECEIVED-COUNT (CATEGORY-INDEX)
           ELSE
               ADD 1 TO CTG-INVEST-COUNT (CATEGORY-INDEX)
           END-IF

           IF CASE-AGE-DAYS > RESPONSE-DAYS
               ADD 1 TO BREACH-COUNT
           END-IF.

      *    ONLY CASES CLOSED IN THE WEEK COUNT TOWARDS ITS FLOW.
       COUNT-CLOSED-CASE.
           IF CMP-REFUND-UNPAYABLE
               ADD 1 TO UNPAYABLE-COUNT
           END-IF
           IF CMP-REFUND-POSTED
               MOVE CMP-REFUND-DATE TO SER-DATE
               PERFORM COMPUTE-SERIAL-DAY
               IF SER-DAY-NUMBER NOT < WEEK-START-DAY-NUMBER
                       AND SER-DAY-NUMBER NOT > RUN-DAY-NUMBER
                   ADD 1 TO WEEK-REFUND-COUNT
                   ADD CMP-REFUND-AMOUNT TO WEEK-REFUND-TOTAL
               END-IF
           END-IF
           IF RESOLVED-DAY-NUMBER NOT < WEEK-START-DAY-NUMBER
                   AND RESOLVED-DAY-NUMBER NOT > RUN-DAY-NUMBER
               ADD 1 TO WEEK-CLOSED-COUNT
               ADD DAYS-TO-CLOSE TO WEEK-DAYS-TO-CLOSE
               IF CMP-IS-UPHELD
                   ADD 1 TO WEEK-UPHELD-COUNT
               END-IF
               IF DAYS-TO-CLOSE > RESPONSE-DAYS
                   ADD 1 TO LATE-CLOSE-COUNT
               END-IF
           END-IF.

       WRITE-AGE-BANDS.
           MOVE SPACES TO CMP-RPT-RECORD
           WRITE CMP-RPT-RECORD
           MOVE "OPEN CASES BY AGE SINCE RECEIPT" TO CMP-RPT-RECORD
           WRITE CMP-RPT-RECORD
           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > 5
               MOVE BAND-COUNT (BAND-INDEX) TO EDITED-COUNT-1
               MOVE SPACES TO CMP-RPT-RECORD
               STRING "  " DELIMITED BY SIZE
                   BAND-LABEL (BAND-INDEX) DELIMITED BY SIZE
                   EDITED-COUNT-1 DELIMITED BY SIZE
                   INTO CMP-RPT-RECORD
               END-STRING
               WRITE CMP-RPT-RECORD
           END-PERFORM
           MOVE OPEN-COUNT TO EDITED-COUNT-1
           MOVE SPACES TO CMP-RPT-RECORD
           STRING "  TOTAL OPEN  " DELIMITED BY SIZE
               EDITED-COUNT-1 DELIMITED BY SIZE
               INTO CMP-RPT-RECORD
           END-STRING
           WRITE CMP-RPT-RECORD.

       WRITE-CATEGORY-COUNTS.
           MOVE SPACES TO CMP-RPT-RECORD
           WRITE CMP-RPT-RECORD
           MOVE "OPEN CASES BY CATEGORY   RECEIVED INVESTIGATING"
               TO CMP-RPT-RECORD
           WRITE CMP-RPT-RECORD
           PERFORM VARYING CATEGORY-INDEX FROM 1 BY 1
                   UNTIL CATEGORY-INDEX > 5
               MOVE CTG-RECEIVED-COUNT (CATEGORY-INDEX)
                   TO EDITED-COUNT-1
               MOVE CTG-INVEST-COUNT (CATEGORY-INDEX)
                   TO EDITED-COUNT-2
               MOVE SPACES TO CMP-RPT-RECORD
               STRING "  " DELIMITED BY SIZE
                   CTG-CODE (CATEGORY-INDEX) DELIMITED BY SIZE
                   "                      " DELIMITED BY SIZE
                   EDITED-COUNT-1 DELIMITED BY SIZE
                   "         " DELIMITED BY SIZE
                   EDITED-COUNT-2 DELIMITED BY SIZE
                   INTO CMP-RPT-RECORD
               END-STRING
               WRITE CMP-RPT-RECORD
           END-PERFORM.

      *    EVERY OPEN CASE PAST THE DEADLINE AND EVERY CASE CLOSED
      *    LATE THIS WEEK, EACH ALSO LOGGED AS AN EXCEPTION.
       LIST-BREACHES.
           MOVE SPACES TO CMP-RPT-RECORD
           WRITE CMP-RPT-RECORD
           MOVE "RESPONSE DEADLINE BREACHES" TO CMP-RPT-RECORD
           WRITE CMP-RPT-RECORD
           MOVE "  CASE    CUSTOMER   ACCOUNT    CAT  RECEIVED  ST   DAY
      -        "S ASSIGNED" TO CMP-RPT-RECORD
           WRITE CMP-RPT-RECORD

           OPEN INPUT CMP-CASE-FILE
           IF CMP-CASE-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ CMP-CASE-FILE
                   AT END SET END-OF-CASES TO TRUE
               END-READ
               PERFORM UNTIL END-OF-CASES
                   PERFORM AGE-THE-CASE
                   IF CMP-IS-OPEN AND CASE-AGE-DAYS > RESPONSE-DAYS
                       MOVE CASE-AGE-DAYS TO EDITED-DAYS
                       PERFORM WRITE-BREACH-LINE
                   END-IF
                   IF CMP-IS-CLOSED
                           AND RESOLVED-DAY-NUMBER
                               NOT < WEEK-START-DAY-NUMBER
                           AND RESOLVED-DAY-NUMBER
                               NOT > RUN-DAY-NUMBER
                           AND DAYS-TO-CLOSE > RESPONSE-DAYS
                       MOVE DAYS-TO-CLOSE TO EDITED-DAYS
                       PERFORM WRITE-BREACH-LINE
                   END-IF
                   READ CMP-CASE-FILE
                       AT END SET END-OF-CASES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CMP-CASE-FILE
           END-IF

           IF BREACH-COUNT = 0 AND LATE-CLOSE-COUNT = 0
               MOVE "  NONE" TO CMP-RPT-RECORD
               WRITE CMP-RPT-RECORD
           END-IF.

       WRITE-BREACH-LINE.
           MOVE SPACES TO CMP-RPT-RECORD
           STRING "  " DELIMITED BY SIZE
               CMP-CASE-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CMP-CUSTOMER-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CMP-ACCT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CMP-CATEGORY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CMP-RECEIVED-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CMP-STATUS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-DAYS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CMP-ASSIGNED-TO DELIMITED BY SIZE
               INTO CMP-RPT-RECORD
           END-STRING
           WRITE CMP-RPT-RECORD

           MOVE SPACES TO EXC-LOG-RECORD
           MOVE "COMPLAINT-REPORT" TO EXC-PROGRAM-ID
           MOVE CMP-CASE-NUMBER TO EXC-KEY-VALUE
           IF CMP-IS-OPEN
               MOVE "COMPLAINT PAST RESPONSE DEADLINE" TO EXC-REASON
           ELSE
               MOVE "COMPLAINT CLOSED AFTER RESPONSE DEADLINE"
                   TO EXC-REASON
           END-IF
           MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
           MOVE RUN-DATE TO EXC-CYCLE-DATE
           WRITE EXC-LOG-RECORD.

       WRITE-WEEK-SUMMARY.
           IF WEEK-CLOSED-COUNT > 0
               COMPUTE AVERAGE-DAYS-TO-CLOSE ROUNDED =
                   WEEK-DAYS-TO-CLOSE / WEEK-CLOSED-COUNT
           END-IF

           MOVE ALL "-" TO CMP-RPT-RECORD
           WRITE CMP-RPT-RECORD

           MOVE SPACES TO CMP-RPT-RECORD
           STRING "WEEK ENDING " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  RECEIVED: " DELIMITED BY SIZE
               WEEK-RECEIVED-COUNT DELIMITED BY SIZE
               "  CLOSED: " DELIMITED BY SIZE
               WEEK-CLOSED-COUNT DELIMITED BY SIZE
               "  UPHELD: " DELIMITED BY SIZE
               WEEK-UPHELD-COUNT DELIMITED BY SIZE
               INTO CMP-RPT-RECORD
           END-STRING
           WRITE CMP-RPT-RECORD

           MOVE AVERAGE-DAYS-TO-CLOSE TO EDITED-AVERAGE
           MOVE SPACES TO CMP-RPT-RECORD
           STRING "AVERAGE DAYS TO CLOSE: " DELIMITED BY SIZE
               EDITED-AVERAGE DELIMITED BY SIZE
               "  CLOSED LATE: " DELIMITED BY SIZE
               LATE-CLOSE-COUNT DELIMITED BY SIZE
               INTO CMP-RPT-RECORD
           END-STRING
           WRITE CMP-RPT-RECORD

           MOVE WEEK-REFUND-TOTAL TO EDITED-TOTAL
           MOVE SPACES TO CMP-RPT-RECORD
           STRING "REFUNDS PAID: " DELIMITED BY SIZE
               WEEK-REFUND-COUNT DELIMITED BY SIZE
               "  AMOUNT: " DELIMITED BY SIZE
               EDITED-TOTAL DELIMITED BY SIZE
               INTO CMP-RPT-RECORD
           END-STRING
           WRITE CMP-RPT-RECORD

           MOVE SPACES TO CMP-RPT-RECORD
           STRING "OPEN PAST DEADLINE: " DELIMITED BY SIZE
               BREACH-COUNT DELIMITED BY SIZE
               "  REFUNDS UNPAYABLE: " DELIMITED BY SIZE
               UNPAYABLE-COUNT DELIMITED BY SIZE
               "  CASES ON FILE: " DELIMITED BY SIZE
               CASES-READ DELIMITED BY SIZE
               INTO CMP-RPT-RECORD
           END-STRING
           WRITE CMP-RPT-RECORD.

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
           STRING "CMPRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT CMP-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ CMP-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE CMP-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ CMP-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE CMP-RPT-FILE
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
           MOVE "COMPLAINT-REPORT" TO CAT-PROGRAM-ID
           MOVE "CMPRPT" TO CAT-REPORT-NAME
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
           MOVE "COMPLAINT-REPORT" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE CASES-READ TO AUD-RECORD-COUNT
           MOVE OPEN-COUNT TO AUD-OUTPUT-COUNT
           COMPUTE AUD-EXCEPTION-COUNT =
               BREACH-COUNT + LATE-CLOSE-COUNT
           MOVE "CMPCASE" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

      *    HANDS THE WEEK'S BREACH COUNT TO THE SHARED ALERT WRITER -
      *    NOTHING WHEN EVERY CASE IS INSIDE ITS DEADLINE, WARN OR
      *    CRITICAL PER THE CONFIGURED THRESHOLD.
       RAISE-EXCEPTION-ALERT.
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-EXCCOUNT TO TRUE
           MOVE "COMPLAINT-REPORT" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           COMPUTE ALQ-EXC-COUNT = BREACH-COUNT + LATE-CLOSE-COUNT
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
