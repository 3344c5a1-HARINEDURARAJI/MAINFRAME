       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITY-MONITOR.

      *    WATCHES THE HEADROOM LEFT IN THE FIXED IN-MEMORY TABLES
      *    THE BATCH PROGRAMS LOAD THEIR FILES INTO - STU-ROLL-TABLE
      *    AND PRIOR-HIST-TABLE IN GRADE-CALCULATOR, BAL-HIST-ENTRY
      *    AND POSTED-ENTRY IN THE INTEREST RUNS, BRANCH-ENTRY,
      *    CURRENCY-TABLE-ENTRY, ATTENDANCE-TABLE AND THE REST - SO A
      *    FILE OUTGROWING ITS TABLE IS SEEN WEEKS AHEAD, NOT ON THE
      *    BUSIEST NIGHT WHEN THE LOAD STOPS SHORT. THE CAPREG
      *    REGISTER GIVES EACH TABLE'S PROGRAM, OCCURS LIMIT AND
      *    FEEDING FILE (WITH A RECORD SELECTION OR DISTINCT-KEY
      *    COUNT WHERE THE LOAD IS NOT ONE ENTRY PER RECORD); WITHOUT
      *    A REGISTER THE STANDARD TABLES BELOW ARE WATCHED.
      *
      *    FOR EACH TABLE THE FEEDING FILE'S LIVE ENTRIES ARE COUNTED
      *    THE WAY THE OWNING PROGRAM LOADS THEM AND SHOWN AGAINST
      *    THE LIMIT AS A UTILIZATION PERCENT. THE GROWTH RATE IS
      *    TAKEN FROM THE OWNING PROGRAM'S AUDITLOG RECORD COUNTS
      *    OVER THE LAST CAPTREND DAYS - A LEAST-SQUARES LINE THROUGH
      *    ONE POINT PER RUN DAY, AS A FRACTION OF THE AVERAGE VOLUME
      *    PER DAY - AND APPLIED TO THE LIVE COUNT TO PROJECT THE DATE
      *    THE LIMIT WILL BE REACHED. A TABLE AT OR ABOVE CAPCRIT
      *    PERCENT RAISES A CRITICAL ALERT; ONE AT OR ABOVE CAPWARN,
      *    OR PROJECTED TO FILL WITHIN CAPHORIZON DAYS, A WARNING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAP-REG-FILE ASSIGN TO "CAPREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAP-REG-STATUS.
           SELECT LINE-FEED-FILE ASSIGN TO DYNAMIC FEED-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LINE-FEED-STATUS.
           SELECT KEYED-FEED-FILE ASSIGN TO DYNAMIC FEED-NAME
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS KFD-KEY
               FILE STATUS IS KEYED-FEED-STATUS.
           SELECT CAP-RPT-FILE ASSIGN TO "CAPRPT"
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
       FD  CAP-REG-FILE.
       01  CAP-REG-RECORD.
           COPY CAPREGREC.

      *    WHICHEVER LINE FILE FEEDS THE TABLE IN HAND, READ AS
      *    PLAIN TEXT - ONLY THE SELECTION AND KEY FIELDS MATTER.
       FD  LINE-FEED-FILE.
       01  LINE-FEED-RECORD       PIC X(400).

      *    WHICHEVER KEYED MASTER FEEDS THE TABLE IN HAND. EVERY
      *    MASTER THE REGISTER NAMES (CIACCT, SIACCT, STUMSTR) LEADS
      *    WITH ITS TEN-CHARACTER KEY.
       FD  KEYED-FEED-FILE.
       01  KEYED-FEED-RECORD.
           05  KFD-KEY            PIC X(10).
           05  KFD-DATA           PIC X(390).

       FD  CAP-RPT-FILE.
       01  CAP-RPT-RECORD         PIC X(100).

      *    A DATED COPY OF CAP-RPT-FILE, WRITTEN AFTER THE REPORT IS
      *    CLOSED.
       FD  ARC-FILE.
       01  ARC-RECORD             PIC X(100).

      *    THE SHARED ARCHIVE CATALOG EVERY DATED COPY REGISTERS
      *    INTO, SO OLD REPORTS ARE FOUND BY LOOKUP, NOT BY GUESS.
       FD  ARC-CAT-FILE.
       01  ARC-CAT-RECORD.
           COPY ARCCATR.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  CAP-REG-STATUS         PIC XX.
       01  LINE-FEED-STATUS       PIC XX.
       01  KEYED-FEED-STATUS      PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  FEED-NAME              PIC X(8).
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

      *    SHOP-WIDE THRESHOLDS FROM THE PARAMETER LIBRARY - FIVE
      *    DIGITS IN POSITIONS 6-10 OF EACH ROW.
       01  WARN-PCT               PIC 9(3) VALUE 80.
       01  CRIT-PCT               PIC 9(3) VALUE 95.
       01  HORIZON-DAYS           PIC 9(5) VALUE 30.
       01  TREND-DAYS             PIC 9(5) VALUE 90.
       01  CAP-PARM-NAME          PIC X(10).
       01  VALUE-DAYS-AREA.
           05  VALUE-DAYS-X       PIC X(5).
           05  VALUE-DAYS REDEFINES VALUE-DAYS-X
                                  PIC 9(5).

      *    THE REGISTER.
       01  CAPACITY-COUNT         PIC 9(3) VALUE 0.
       01  CAPACITY-TABLE.
           03  CAPACITY-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON CAPACITY-COUNT.
               COPY CAPREGREC REPLACING LEADING ==CPR== BY ==CPT==.
       01  CAPACITY-INDEX         PIC 9(3).
       01  REGISTER-SOURCE        PIC X(8).

      *    ONE POINT PER PROGRAM AND RUN DAY FROM THE AUDIT TRAIL
      *    INSIDE THE TREND WINDOW - THE LAST RUN OF A DAY STANDS.
       01  TREND-COUNT            PIC 9(4) VALUE 0.
       01  TREND-TABLE.
           05  TREND-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON TREND-COUNT.
               10  TRD-PROGRAM-ID     PIC X(20).
               10  TRD-DAY            PIC 9(5).
               10  TRD-RECORD-COUNT   PIC 9(7).
       01  TREND-INDEX            PIC 9(4).
       01  TREND-FOUND-SWITCH     PIC X.
           88  TREND-POINT-FOUND      VALUE "Y".
       01  WANTED-SWITCH          PIC X.
           88  PROGRAM-IS-WANTED      VALUE "Y".

      *    SERIAL-DAY ARITHMETIC FOR THE TREND WINDOW.
       01  SERIAL-WORK-AREA.
           05  SER-DATE           PIC 9(8).
           05  SER-YYYY           PIC 9(4).
           05  SER-MM             PIC 9(2).
           05  SER-DD             PIC 9(2).
           05  SER-ADJ-YYYY       PIC 9(4).
           05  SER-ADJ-MM         PIC 9(2).
           05  SER-DAY-NUMBER     PIC 9(7).
       01  SERIAL-TODAY           PIC 9(7).
       01  SERIAL-WINDOW-START    PIC 9(7).

      *    THE LEAST-SQUARES FIT FOR THE TABLE IN HAND - X IS THE
      *    DAY WITHIN THE WINDOW, Y THE RECORDS THE PROGRAM READ.
       01  FIT-POINTS             PIC 9(5).
       01  SUM-X                  PIC S9(15).
       01  SUM-Y                  PIC S9(15).
       01  SUM-XY                 PIC S9(15).
       01  SUM-XX                 PIC S9(15).
       01  FIT-DIVISOR            PIC S9(15).
       01  FIT-SLOPE              PIC S9(7)V9(6).
       01  FIT-MEAN               PIC S9(7)V9(4).
       01  DAILY-GROWTH           PIC S9(7)V9(4).
       01  DAYS-TO-LIMIT          PIC 9(7).
       01  DAY-STEP               PIC 9(7).

      *    DATE STEPPING FOR THE PROJECTED FILL DATE.
       01  DWK-YYYY               PIC 9(4).
       01  DWK-MM                 PIC 9(2).
       01  DWK-DD                 PIC 9(2).
       01  DWK-MONTH-LENGTH       PIC 9(2).
       01  DWK-QUOTIENT           PIC 9(4).
       01  DWK-REMAINDER          PIC 9(4).
       01  FILL-DATE              PIC 9(8).

      *    THE TABLE IN HAND.
       01  FEED-RECORD            PIC X(400).
       01  FEED-PRESENT-SWITCH    PIC X.
           88  FEED-IS-PRESENT        VALUE "Y".
       01  LIVE-COUNT             PIC 9(7).
       01  SELECT-POS             PIC 9(3).
       01  SELECT-LEN             PIC 9(2).
       01  KEY-POS                PIC 9(3).
       01  KEY-LEN                PIC 9(2).
       01  ROW-WARN-PCT           PIC 9(3).
       01  ROW-CRIT-PCT           PIC 9(3).
       01  UTIL-PCT               PIC 9(5)V9.
       01  TABLE-STATE            PIC X(8).
       01  PROJECTION-TEXT        PIC X(22).
       01  EDITED-LIMIT           PIC ZZZZZZ9.
       01  EDITED-LIVE            PIC ZZZZZZ9.
       01  EDITED-PCT             PIC ZZZZ9.9.
       01  EDITED-DAYS            PIC ZZZZZZ9.
       01  ALERT-PCT              PIC 9(3).

      *    THE DISTINCT KEY VALUES SEEN IN THE FEED, FOR A TABLE
      *    HOLDING ONE ENTRY PER VALUE.
       01  DISTINCT-COUNT         PIC 9(4) VALUE 0.
       01  DISTINCT-TABLE.
           05  DISTINCT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON DISTINCT-COUNT.
               10  DST-VALUE          PIC X(10).
       01  DISTINCT-INDEX         PIC 9(4).
       01  DISTINCT-VALUE         PIC X(10).
       01  DISTINCT-FOUND-SWITCH  PIC X.
           88  DISTINCT-WAS-FOUND     VALUE "Y".

       01  CRITICAL-COUNT         PIC 9(5) VALUE 0.
       01  WARN-COUNT             PIC 9(5) VALUE 0.
       01  NO-FEED-COUNT          PIC 9(5) VALUE 0.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON THE AUDIT RECORD.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

      *    HOW THIS RUN RAISES OPERATOR ALERTS - ONE RAISE PER TABLE
      *    PAST A THRESHOLD, GRADED BY HOW CLOSE IT IS TO FULL.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

           PERFORM RUN-CAPACITY-MONITOR.

      *    EIGHT WHEN ANY TABLE IS AT ITS CRITICAL LEVEL, FOUR WHEN
      *    ANY IS AT ITS WARNING LEVEL OR DUE TO FILL INSIDE THE
      *    HORIZON, ZERO OTHERWISE.
           EVALUATE TRUE
               WHEN CRITICAL-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WARN-COUNT > 0
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

       RUN-CAPACITY-MONITOR.
           ACCEPT BATCH-START-TIME FROM TIME
           PERFORM GET-CAPACITY-PARAMETERS
           PERFORM LOAD-CAPACITY-REGISTER

           MOVE RUN-DATE TO SER-DATE
           PERFORM COMPUTE-SERIAL-DAY
           MOVE SER-DAY-NUMBER TO SERIAL-TODAY
           COMPUTE SERIAL-WINDOW-START = SERIAL-TODAY - TREND-DAYS
           PERFORM LOAD-VOLUME-TREND

           OPEN OUTPUT CAP-RPT-FILE
           MOVE SPACES TO CAP-RPT-RECORD
           STRING "TABLE CAPACITY MONITOR  BUSINESS DATE "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  REGISTER: " DELIMITED BY SIZE
               REGISTER-SOURCE DELIMITED BY SIZE
               INTO CAP-RPT-RECORD
           END-STRING
           WRITE CAP-RPT-RECORD
           MOVE SPACES TO CAP-RPT-RECORD
           STRING "WARN AT " DELIMITED BY SIZE
               WARN-PCT DELIMITED BY SIZE
               "%  CRITICAL AT " DELIMITED BY SIZE
               CRIT-PCT DELIMITED BY SIZE
               "%  HORIZON " DELIMITED BY SIZE
               HORIZON-DAYS DELIMITED BY SIZE
               " DAYS  TREND OVER " DELIMITED BY SIZE
               TREND-DAYS DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO CAP-RPT-RECORD
           END-STRING
           WRITE CAP-RPT-RECORD
           MOVE SPACES TO CAP-RPT-RECORD
           WRITE CAP-RPT-RECORD
           MOVE "PROGRAM              TABLE                      LIMIT"
               TO CAP-RPT-RECORD
           MOVE "   LIVE  UTIL% STATE    PROJECTED FULL"
               TO CAP-RPT-RECORD (54:39)
           WRITE CAP-RPT-RECORD

           PERFORM VARYING CAPACITY-INDEX FROM 1 BY 1
                   UNTIL CAPACITY-INDEX > CAPACITY-COUNT
               PERFORM CHECK-ONE-TABLE
           END-PERFORM

           MOVE SPACES TO CAP-RPT-RECORD
           WRITE CAP-RPT-RECORD
           MOVE SPACES TO CAP-RPT-RECORD
           STRING "TABLES: " DELIMITED BY SIZE
               CAPACITY-COUNT DELIMITED BY SIZE
               "  CRITICAL: " DELIMITED BY SIZE
               CRITICAL-COUNT DELIMITED BY SIZE
               "  WARN: " DELIMITED BY SIZE
               WARN-COUNT DELIMITED BY SIZE
               "  NO FEED FILE: " DELIMITED BY SIZE
               NO-FEED-COUNT DELIMITED BY SIZE
               INTO CAP-RPT-RECORD
           END-STRING
           WRITE CAP-RPT-RECORD

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE CAP-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT.

       GET-CAPACITY-PARAMETERS.
           MOVE "CAPWARN" TO CAP-PARM-NAME
           PERFORM READ-CAPACITY-PARAMETER
           IF VALUE-DAYS-X NUMERIC AND VALUE-DAYS > 0
                   AND VALUE-DAYS < 1000
               MOVE VALUE-DAYS TO WARN-PCT
           END-IF
           MOVE "CAPCRIT" TO CAP-PARM-NAME
           PERFORM READ-CAPACITY-PARAMETER
           IF VALUE-DAYS-X NUMERIC AND VALUE-DAYS > 0
                   AND VALUE-DAYS < 1000
               MOVE VALUE-DAYS TO CRIT-PCT
           END-IF
           MOVE "CAPHORIZON" TO CAP-PARM-NAME
           PERFORM READ-CAPACITY-PARAMETER
           IF VALUE-DAYS-X NUMERIC AND VALUE-DAYS > 0
               MOVE VALUE-DAYS TO HORIZON-DAYS
           END-IF
           MOVE "CAPTREND" TO CAP-PARM-NAME
           PERFORM READ-CAPACITY-PARAMETER
           IF VALUE-DAYS-X NUMERIC AND VALUE-DAYS > 0
               MOVE VALUE-DAYS TO TREND-DAYS
           END-IF.

      *    THE ROW NAMED IN CAP-PARM-NAME, LEFT IN VALUE-DAYS-X -
      *    SPACES WHEN THE LIBRARY HAS NO SUCH ROW.
       READ-CAPACITY-PARAMETER.
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "CAPACITY-MONITOR" TO PLQ-PROGRAM-ID
           MOVE CAP-PARM-NAME TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           MOVE SPACES TO VALUE-DAYS-X
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (6:5) TO VALUE-DAYS-X
           END-IF.

      *    A REGISTER ROW WITH NO PROGRAM, NO FEED FILE OR NO LIMIT
      *    IS IGNORED. WITHOUT A REGISTER THE STANDARD TABLES ARE
      *    WATCHED.
       LOAD-CAPACITY-REGISTER.
           MOVE "CAPREG" TO REGISTER-SOURCE
           OPEN INPUT CAP-REG-FILE
           IF CAP-REG-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ CAP-REG-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   PERFORM TAKE-ONE-TABLE
                   READ CAP-REG-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CAP-REG-FILE
           ELSE
               MOVE "STANDARD" TO REGISTER-SOURCE
               PERFORM LOAD-STANDARD-TABLES
           END-IF.

       TAKE-ONE-TABLE.
           PERFORM TIDY-REGISTER-ROW
           IF CPR-PROGRAM-ID NOT = SPACES
                   AND CPR-FEED-FILE NOT = SPACES
                   AND CPR-TABLE-LIMIT > 0
                   AND CAPACITY-COUNT < 200
               ADD 1 TO CAPACITY-COUNT
               MOVE CAP-REG-RECORD
                   TO CAPACITY-ENTRY (CAPACITY-COUNT)
           END-IF.

      *    BLANK FIGURES ON A HAND-KEYED ROW READ AS ZERO.
       TIDY-REGISTER-ROW.
           IF CPR-TABLE-LIMIT NOT NUMERIC
               MOVE 0 TO CPR-TABLE-LIMIT
           END-IF
           IF CPR-KEY-POS NOT NUMERIC
               MOVE 0 TO CPR-KEY-POS
           END-IF
           IF CPR-KEY-LEN NOT NUMERIC
               MOVE 0 TO CPR-KEY-LEN
           END-IF
           IF CPR-SELECT-POS NOT NUMERIC
               MOVE 0 TO CPR-SELECT-POS
           END-IF
           IF CPR-SELECT-LEN NOT NUMERIC
               MOVE 0 TO CPR-SELECT-LEN
           END-IF
           IF CPR-WARN-PCT NOT NUMERIC
               MOVE 0 TO CPR-WARN-PCT
           END-IF
           IF CPR-CRIT-PCT NOT NUMERIC
               MOVE 0 TO CPR-CRIT-PCT
           END-IF.

      *    THE TABLES KNOWN TO RUN CLOSEST TO THEIR LIMITS, AS THE
      *    PROGRAMS LOAD THEM TODAY.
       LOAD-STANDARD-TABLES.
           MOVE SPACES TO CAP-REG-RECORD
           MOVE "GRADE-CALCULATOR" TO CPR-PROGRAM-ID
           MOVE "STU-ROLL-TABLE" TO CPR-TABLE-NAME
           MOVE 2000 TO CPR-TABLE-LIMIT
           MOVE "STUMSTR" TO CPR-FEED-FILE
           MOVE "K" TO CPR-FEED-ORG
           PERFORM TAKE-ONE-TABLE
           MOVE "PRIOR-HIST-TABLE" TO CPR-TABLE-NAME
           MOVE "GRDHIST" TO CPR-FEED-FILE
           MOVE "S" TO CPR-FEED-ORG
           PERFORM TAKE-ONE-TABLE
           MOVE "ATTENDANCE-TABLE" TO CPR-TABLE-NAME
           MOVE 999 TO CPR-TABLE-LIMIT
           MOVE "ATTEND" TO CPR-FEED-FILE
           PERFORM TAKE-ONE-TABLE

           MOVE "COMPOUND-INTEREST" TO CPR-PROGRAM-ID
           MOVE "CURRENCY-TABLE-ENTRY" TO CPR-TABLE-NAME
           MOVE 200 TO CPR-TABLE-LIMIT
           MOVE "CURRTBL" TO CPR-FEED-FILE
           PERFORM TAKE-ONE-TABLE
           MOVE "BAL-HIST-ENTRY" TO CPR-TABLE-NAME
           MOVE 2000 TO CPR-TABLE-LIMIT
           MOVE "BALHIST" TO CPR-FEED-FILE
           MOVE 11 TO CPR-SELECT-POS
           MOVE 2 TO CPR-SELECT-LEN
           MOVE "CI" TO CPR-SELECT-VALUE
           PERFORM TAKE-ONE-TABLE
           MOVE "POSTED-ENTRY" TO CPR-TABLE-NAME
           MOVE "CIACCT" TO CPR-FEED-FILE
           MOVE "K" TO CPR-FEED-ORG
           MOVE 0 TO CPR-SELECT-POS
           MOVE 0 TO CPR-SELECT-LEN
           MOVE SPACES TO CPR-SELECT-VALUE
           PERFORM TAKE-ONE-TABLE
           MOVE "BRANCH-ENTRY" TO CPR-TABLE-NAME
           MOVE 20 TO CPR-TABLE-LIMIT
           MOVE "D" TO CPR-COUNT-METHOD
           MOVE 48 TO CPR-KEY-POS
           MOVE 3 TO CPR-KEY-LEN
           PERFORM TAKE-ONE-TABLE

           MOVE "SIMPLE-INTEREST" TO CPR-PROGRAM-ID
           MOVE "BRANCH-ENTRY" TO CPR-TABLE-NAME
           MOVE "SIACCT" TO CPR-FEED-FILE
           PERFORM TAKE-ONE-TABLE
           MOVE "POSTED-ENTRY" TO CPR-TABLE-NAME
           MOVE 2000 TO CPR-TABLE-LIMIT
           MOVE SPACE TO CPR-COUNT-METHOD
           MOVE 0 TO CPR-KEY-POS
           MOVE 0 TO CPR-KEY-LEN
           PERFORM TAKE-ONE-TABLE
           MOVE "BAL-HIST-ENTRY" TO CPR-TABLE-NAME
           MOVE "BALHIST" TO CPR-FEED-FILE
           MOVE "S" TO CPR-FEED-ORG
           MOVE 11 TO CPR-SELECT-POS
           MOVE 2 TO CPR-SELECT-LEN
           MOVE "SI" TO CPR-SELECT-VALUE
           PERFORM TAKE-ONE-TABLE
           MOVE "CURRENCY-TABLE-ENTRY" TO CPR-TABLE-NAME
           MOVE 200 TO CPR-TABLE-LIMIT
           MOVE "CURRTBL" TO CPR-FEED-FILE
           MOVE 0 TO CPR-SELECT-POS
           MOVE 0 TO CPR-SELECT-LEN
           MOVE SPACES TO CPR-SELECT-VALUE
           PERFORM TAKE-ONE-TABLE.

      *    ONE TREND POINT PER REGISTERED PROGRAM AND RUN DAY INSIDE
      *    THE WINDOW; ENTRIES WITH NO CYCLE DATE PREDATE THE FIELD
      *    AND ARE SKIPPED.
       LOAD-VOLUME-TREND.
           OPEN INPUT AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ AUDIT-LOG-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF AUD-CYCLE-DATE NUMERIC
                           AND AUD-CYCLE-DATE > 0
                           AND AUD-CYCLE-DATE NOT > RUN-DATE
                           AND AUD-RECORD-COUNT NUMERIC
                       PERFORM TAKE-TREND-POINT
                   END-IF
                   READ AUDIT-LOG-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       TAKE-TREND-POINT.
           MOVE "N" TO WANTED-SWITCH
           PERFORM VARYING CAPACITY-INDEX FROM 1 BY 1
                   UNTIL CAPACITY-INDEX > CAPACITY-COUNT
               IF CPT-PROGRAM-ID (CAPACITY-INDEX) = AUD-PROGRAM-ID
                   SET PROGRAM-IS-WANTED TO TRUE
               END-IF
           END-PERFORM
           IF PROGRAM-IS-WANTED
               MOVE AUD-CYCLE-DATE TO SER-DATE
               PERFORM COMPUTE-SERIAL-DAY
               IF SER-DAY-NUMBER NOT < SERIAL-WINDOW-START
                   MOVE "N" TO TREND-FOUND-SWITCH
                   PERFORM VARYING TREND-INDEX FROM 1 BY 1
                           UNTIL TREND-INDEX > TREND-COUNT
                               OR TREND-POINT-FOUND
                       IF TRD-PROGRAM-ID (TREND-INDEX)
                               = AUD-PROGRAM-ID
                           AND TRD-DAY (TREND-INDEX)
                               = SER-DAY-NUMBER - SERIAL-WINDOW-START
                           SET TREND-POINT-FOUND TO TRUE
                           MOVE AUD-RECORD-COUNT
                               TO TRD-RECORD-COUNT (TREND-INDEX)
                       END-IF
                   END-PERFORM
                   IF NOT TREND-POINT-FOUND AND TREND-COUNT < 5000
                       ADD 1 TO TREND-COUNT
                       MOVE AUD-PROGRAM-ID
                           TO TRD-PROGRAM-ID (TREND-COUNT)
                       COMPUTE TRD-DAY (TREND-COUNT) =
                           SER-DAY-NUMBER - SERIAL-WINDOW-START
                       MOVE AUD-RECORD-COUNT
                           TO TRD-RECORD-COUNT (TREND-COUNT)
                   END-IF
               END-IF
           END-IF.

      *    ONE REGISTERED TABLE - COUNT, UTILIZATION, PROJECTION,
      *    THEN THE VERDICT AND ITS REPORT LINE.
       CHECK-ONE-TABLE.
           PERFORM COUNT-LIVE-ENTRIES
           COMPUTE UTIL-PCT ROUNDED =
               LIVE-COUNT * 100 / CPT-TABLE-LIMIT (CAPACITY-INDEX)
               ON SIZE ERROR MOVE 99999.9 TO UTIL-PCT
           END-COMPUTE
           PERFORM PROJECT-FILL-DATE THRU PROJECT-FILL-DATE-EXIT

           MOVE CPT-WARN-PCT (CAPACITY-INDEX) TO ROW-WARN-PCT
           IF ROW-WARN-PCT = 0
               MOVE WARN-PCT TO ROW-WARN-PCT
           END-IF
           MOVE CPT-CRIT-PCT (CAPACITY-INDEX) TO ROW-CRIT-PCT
           IF ROW-CRIT-PCT = 0
               MOVE CRIT-PCT TO ROW-CRIT-PCT
           END-IF

           EVALUATE TRUE
               WHEN NOT FEED-IS-PRESENT
                   MOVE "NO FEED" TO TABLE-STATE
                   ADD 1 TO NO-FEED-COUNT
               WHEN UTIL-PCT NOT < ROW-CRIT-PCT
                   MOVE "CRITICAL" TO TABLE-STATE
                   ADD 1 TO CRITICAL-COUNT
                   PERFORM RAISE-CAPACITY-ALERT
               WHEN UTIL-PCT NOT < ROW-WARN-PCT
                   MOVE "WARN" TO TABLE-STATE
                   ADD 1 TO WARN-COUNT
                   PERFORM RAISE-CAPACITY-ALERT
               WHEN DAYS-TO-LIMIT > 0
                       AND DAYS-TO-LIMIT NOT > HORIZON-DAYS
                   MOVE "WARN" TO TABLE-STATE
                   ADD 1 TO WARN-COUNT
                   PERFORM RAISE-CAPACITY-ALERT
               WHEN OTHER
                   MOVE "OK" TO TABLE-STATE
           END-EVALUATE

           MOVE CPT-TABLE-LIMIT (CAPACITY-INDEX) TO EDITED-LIMIT
           MOVE LIVE-COUNT TO EDITED-LIVE
           MOVE UTIL-PCT TO EDITED-PCT
           MOVE SPACES TO CAP-RPT-RECORD
           MOVE CPT-PROGRAM-ID (CAPACITY-INDEX)
               TO CAP-RPT-RECORD (1:20)
           MOVE CPT-TABLE-NAME (CAPACITY-INDEX)
               TO CAP-RPT-RECORD (22:24)
           MOVE EDITED-LIMIT TO CAP-RPT-RECORD (47:7)
           MOVE EDITED-LIVE TO CAP-RPT-RECORD (55:7)
           MOVE EDITED-PCT TO CAP-RPT-RECORD (62:7)
           MOVE TABLE-STATE TO CAP-RPT-RECORD (70:8)
           MOVE PROJECTION-TEXT TO CAP-RPT-RECORD (79:22)
           WRITE CAP-RPT-RECORD.

      *    READS THE FEED THE WAY THE OWNING PROGRAM LOADS IT -
      *    KEYED OR LINE, SELECTED RECORDS ONLY, ONE ENTRY PER
      *    RECORD OR PER DISTINCT KEY VALUE.
       COUNT-LIVE-ENTRIES.
           MOVE 0 TO LIVE-COUNT
           MOVE 0 TO DISTINCT-COUNT
           MOVE "N" TO FEED-PRESENT-SWITCH
           MOVE CPT-FEED-FILE (CAPACITY-INDEX) TO FEED-NAME
           MOVE CPT-SELECT-POS (CAPACITY-INDEX) TO SELECT-POS
           MOVE CPT-SELECT-LEN (CAPACITY-INDEX) TO SELECT-LEN
           IF SELECT-LEN > 10
                   OR SELECT-POS + SELECT-LEN - 1 > 400
               MOVE 0 TO SELECT-POS
           END-IF
           MOVE CPT-KEY-POS (CAPACITY-INDEX) TO KEY-POS
           MOVE CPT-KEY-LEN (CAPACITY-INDEX) TO KEY-LEN
           IF KEY-LEN = 0 OR KEY-LEN > 10
                   OR KEY-POS + KEY-LEN - 1 > 400
               MOVE 1 TO KEY-POS
               MOVE 10 TO KEY-LEN
           END-IF

           IF CPT-FEED-KEYED (CAPACITY-INDEX)
               OPEN INPUT KEYED-FEED-FILE
               IF KEYED-FEED-STATUS = "00"
                   SET FEED-IS-PRESENT TO TRUE
                   MOVE "N" TO EOF-SWITCH
                   READ KEYED-FEED-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-SCAN
                       MOVE KEYED-FEED-RECORD TO FEED-RECORD
                       PERFORM COUNT-ONE-FEED-RECORD
                           THRU COUNT-ONE-FEED-RECORD-EXIT
                       READ KEYED-FEED-FILE
                           AT END SET END-OF-SCAN TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE KEYED-FEED-FILE
               END-IF
           ELSE
               OPEN INPUT LINE-FEED-FILE
               IF LINE-FEED-STATUS = "00"
                   SET FEED-IS-PRESENT TO TRUE
                   MOVE "N" TO EOF-SWITCH
                   READ LINE-FEED-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-SCAN
                       MOVE LINE-FEED-RECORD TO FEED-RECORD
                       PERFORM COUNT-ONE-FEED-RECORD
                           THRU COUNT-ONE-FEED-RECORD-EXIT
                       READ LINE-FEED-FILE
                           AT END SET END-OF-SCAN TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE LINE-FEED-FILE
               END-IF
           END-IF

           IF CPT-COUNT-DISTINCT (CAPACITY-INDEX)
               MOVE DISTINCT-COUNT TO LIVE-COUNT
           END-IF.

      *    BLANK LINES AND ENVELOPE HDR/TRL LINES ARE NEVER LOADED.
       COUNT-ONE-FEED-RECORD.
           IF FEED-RECORD = SPACES
                   OR FEED-RECORD (1:3) = "HDR"
                   OR FEED-RECORD (1:3) = "TRL"
               GO TO COUNT-ONE-FEED-RECORD-EXIT
           END-IF
           IF SELECT-POS > 0 AND SELECT-LEN > 0
               IF FEED-RECORD (SELECT-POS:SELECT-LEN)
                       NOT = CPT-SELECT-VALUE (CAPACITY-INDEX)
                                 (1:SELECT-LEN)
                   GO TO COUNT-ONE-FEED-RECORD-EXIT
               END-IF
           END-IF
           IF CPT-COUNT-DISTINCT (CAPACITY-INDEX)
               MOVE SPACES TO DISTINCT-VALUE
               MOVE FEED-RECORD (KEY-POS:KEY-LEN) TO DISTINCT-VALUE
               MOVE "N" TO DISTINCT-FOUND-SWITCH
               PERFORM VARYING DISTINCT-INDEX FROM 1 BY 1
                       UNTIL DISTINCT-INDEX > DISTINCT-COUNT
                           OR DISTINCT-WAS-FOUND
                   IF DST-VALUE (DISTINCT-INDEX) = DISTINCT-VALUE
                       SET DISTINCT-WAS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT DISTINCT-WAS-FOUND AND DISTINCT-COUNT < 5000
                   ADD 1 TO DISTINCT-COUNT
                   MOVE DISTINCT-VALUE TO DST-VALUE (DISTINCT-COUNT)
               END-IF
           ELSE
               ADD 1 TO LIVE-COUNT
           END-IF.
       COUNT-ONE-FEED-RECORD-EXIT.
           EXIT.

      *    THE OWNING PROGRAM'S DAILY GROWTH AS A FRACTION OF ITS
      *    AVERAGE VOLUME, APPLIED TO THE LIVE COUNT, GIVES THE DAYS
      *    LEFT BEFORE THE LIMIT. DAYS-TO-LIMIT STAYS ZERO WHEN NO
      *    DATE CAN BE PROJECTED.
       PROJECT-FILL-DATE.
           MOVE 0 TO DAYS-TO-LIMIT
           MOVE SPACES TO PROJECTION-TEXT
           IF LIVE-COUNT NOT < CPT-TABLE-LIMIT (CAPACITY-INDEX)
               MOVE "FULL NOW" TO PROJECTION-TEXT
               GO TO PROJECT-FILL-DATE-EXIT
           END-IF

           MOVE 0 TO FIT-POINTS
           MOVE 0 TO SUM-X
           MOVE 0 TO SUM-Y
           MOVE 0 TO SUM-XY
           MOVE 0 TO SUM-XX
           PERFORM VARYING TREND-INDEX FROM 1 BY 1
                   UNTIL TREND-INDEX > TREND-COUNT
               IF TRD-PROGRAM-ID (TREND-INDEX)
                       = CPT-PROGRAM-ID (CAPACITY-INDEX)
                   ADD 1 TO FIT-POINTS
                   ADD TRD-DAY (TREND-INDEX) TO SUM-X
                   ADD TRD-RECORD-COUNT (TREND-INDEX) TO SUM-Y
                   COMPUTE SUM-XY = SUM-XY + TRD-DAY (TREND-INDEX)
                       * TRD-RECORD-COUNT (TREND-INDEX)
                   COMPUTE SUM-XX = SUM-XX + TRD-DAY (TREND-INDEX)
                       * TRD-DAY (TREND-INDEX)
               END-IF
           END-PERFORM

           IF FIT-POINTS < 2
               MOVE "TOO FEW RUNS" TO PROJECTION-TEXT
               GO TO PROJECT-FILL-DATE-EXIT
           END-IF
           COMPUTE FIT-DIVISOR = FIT-POINTS * SUM-XX - SUM-X * SUM-X
           IF FIT-DIVISOR = 0 OR SUM-Y = 0
               MOVE "NO GROWTH TREND" TO PROJECTION-TEXT
               GO TO PROJECT-FILL-DATE-EXIT
           END-IF
           COMPUTE FIT-SLOPE ROUNDED =
               (FIT-POINTS * SUM-XY - SUM-X * SUM-Y) / FIT-DIVISOR
           COMPUTE FIT-MEAN ROUNDED = SUM-Y / FIT-POINTS
           COMPUTE DAILY-GROWTH ROUNDED =
               LIVE-COUNT * FIT-SLOPE / FIT-MEAN
           IF DAILY-GROWTH NOT > 0
               MOVE "NO GROWTH TREND" TO PROJECTION-TEXT
               GO TO PROJECT-FILL-DATE-EXIT
           END-IF

           COMPUTE DAYS-TO-LIMIT =
               (CPT-TABLE-LIMIT (CAPACITY-INDEX) - LIVE-COUNT)
                   / DAILY-GROWTH + 0.9999
               ON SIZE ERROR MOVE 9999999 TO DAYS-TO-LIMIT
           END-COMPUTE
           IF DAYS-TO-LIMIT > 3660
               MOVE 0 TO DAYS-TO-LIMIT
               MOVE "BEYOND TEN YEARS" TO PROJECTION-TEXT
               GO TO PROJECT-FILL-DATE-EXIT
           END-IF

           MOVE RUN-DATE (1:4) TO DWK-YYYY
           MOVE RUN-DATE (5:2) TO DWK-MM
           MOVE RUN-DATE (7:2) TO DWK-DD
           PERFORM VARYING DAY-STEP FROM 1 BY 1
                   UNTIL DAY-STEP > DAYS-TO-LIMIT
               PERFORM STEP-TO-NEXT-DAY
           END-PERFORM
           COMPUTE FILL-DATE =
               DWK-YYYY * 10000 + DWK-MM * 100 + DWK-DD
           MOVE DAYS-TO-LIMIT TO EDITED-DAYS
           STRING FILL-DATE DELIMITED BY SIZE
               " IN" DELIMITED BY SIZE
               EDITED-DAYS DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO PROJECTION-TEXT
           END-STRING.
       PROJECT-FILL-DATE-EXIT.
           EXIT.

      *    THE ALERT NAMES THE TABLE AND ITS OWNER, LED BY HOW FULL
      *    IT IS, OR BY THE DAYS LEFT WHEN IT IS THE PROJECTION THAT
      *    TRIPPED THE WARNING.
       RAISE-CAPACITY-ALERT.
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-RAISE TO TRUE
           IF TABLE-STATE = "CRITICAL"
               SET ALQ-SEV-CRITICAL TO TRUE
           ELSE
               SET ALQ-SEV-WARN TO TRUE
           END-IF
           MOVE "CAPACITY-MONITOR" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           IF UTIL-PCT > 999
               MOVE 999 TO ALERT-PCT
           ELSE
               MOVE UTIL-PCT TO ALERT-PCT
           END-IF
           IF UTIL-PCT NOT < ROW-WARN-PCT
               STRING ALERT-PCT DELIMITED BY SIZE
                   "% FULL " DELIMITED BY SIZE
                   CPT-TABLE-NAME (CAPACITY-INDEX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   CPT-PROGRAM-ID (CAPACITY-INDEX) DELIMITED BY SPACE
                   INTO ALQ-MESSAGE
               END-STRING
           ELSE
               STRING "FULL IN " DELIMITED BY SIZE
                   DAYS-TO-LIMIT DELIMITED BY SIZE
                   "D " DELIMITED BY SIZE
                   CPT-TABLE-NAME (CAPACITY-INDEX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   CPT-PROGRAM-ID (CAPACITY-INDEX) DELIMITED BY SPACE
                   INTO ALQ-MESSAGE
               END-STRING
           END-IF
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.

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

      *    THE CALENDAR DAY AFTER DWK-YYYY/MM/DD, MONTH LENGTHS AND
      *    THE LEAP-YEAR RULE RESPECTED.
       STEP-TO-NEXT-DAY.
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
           END-IF.

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

      *    COPIES THE JUST-CLOSED OUTPUT REPORT TO A DATED ARCHIVE
      *    FILE NAMED FOR TODAY'S RUN AND CATALOGS IT.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "CAPRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT CAP-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ CAP-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE CAP-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ CAP-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE CAP-RPT-FILE
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
           MOVE "CAPACITY-MONITOR" TO CAT-PROGRAM-ID
           MOVE "CAPRPT" TO CAT-REPORT-NAME
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
           MOVE "CAPACITY-MONITOR" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE CAPACITY-COUNT TO AUD-RECORD-COUNT
           MOVE CAPACITY-COUNT TO AUD-OUTPUT-COUNT
           COMPUTE AUD-EXCEPTION-COUNT = CRITICAL-COUNT + WARN-COUNT
           MOVE "CAPREG AUDITLOG" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.
