       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-POSITION.

      *    THE NET OPEN POSITION IN EACH CURRENCY, FOR TREASURY TO
      *    WATCH DURING THE DAY - FX-REVALUATION ONLY SAYS AFTER THE
      *    FACT WHAT THE EXPOSURE COST. FOR EVERY CURRENCY ON THE
      *    MASTERS THE LOAN BOOK (CIACCT ACCOUNTS FLAGGED AS LOANS)
      *    IS AN ASSET AND THE DEPOSIT BOOK (EVERY OTHER SIACCT AND
      *    CIACCT ACCOUNT, WITH ITS ACCRUED INTEREST) A LIABILITY;
      *    ASSETS LESS LIABILITIES, CONVERTED TO BASE THROUGH CURRTBL
      *    AT THE RATE IN FORCE ON THE BUSINESS DATE, IS THE NET
      *    POSITION - LONG WHEN ASSETS EXCEED LIABILITIES, SHORT
      *    WHEN THEY DO NOT. CLOSED ACCOUNTS CARRY NO POSITION, AND
      *    THE BASE CURRENCY (PARAMETER BASECCY, AND ANY ACCOUNT WITH
      *    NO CURRENCY CODE) CARRIES NO FX RISK AND IS LEFT OUT.
      *    THE AGGREGATE POSITION IS THE GREATER OF THE SUM OF THE
      *    LONG POSITIONS AND THE SUM OF THE SHORT ONES.
      *    EACH POSITION IS CHECKED AGAINST ITS FXLIMIT ROW AND THE
      *    AGGREGATE AGAINST THE "ALL" ROW; EVERY BREACH IS RAISED
      *    THROUGH ALERT-WRITER AT THE SEVERITY ON ITS ROW, AND A
      *    RUN WITH ANY BREACH ENDS WITH RETURN CODE 8.
      *    EVERY RUN APPENDS ITS POSITIONS, STAMPED WITH THE DATE AND
      *    TIME, TO FXPOSHST, SO THE RUN MAY BE REPEATED THROUGH THE
      *    DAY; THE TREND ON THE REPORT SHOWS THE LAST POSITION OF
      *    EACH OF THE FIVE MOST RECENT EARLIER DAYS ON FILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SI-ACCT-FILE ASSIGN TO "SIACCT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS SIA-ACCT-NUMBER
               FILE STATUS IS SI-ACCT-STATUS.
           SELECT CI-ACCT-FILE ASSIGN TO "CIACCT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS CIA-ACCT-NUMBER
               FILE STATUS IS CI-ACCT-STATUS.
           SELECT CURR-TABLE-FILE ASSIGN TO "CURRTBL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CURR-TABLE-STATUS.
           SELECT FX-LIMIT-FILE ASSIGN TO "FXLIMIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FX-LIMIT-STATUS.
           SELECT FX-HIST-FILE ASSIGN TO "FXPOSHST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FX-HIST-STATUS.
           SELECT FXP-RPT-FILE ASSIGN TO "FXPOSRPT"
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
      *    MIRRORS THE SIACCT AND CIACCT RECORDS UNDER THEIR OWN
      *    PREFIXES, AS EVERY PROGRAM READING BOTH MASTERS DOES.
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
               88  CIA-ACCOUNT-IS-LOAN    VALUE "L".
           05  CIA-PRODUCT-CODE       PIC X(06).

       FD  CURR-TABLE-FILE.
       01  CURR-TABLE-RECORD.
           COPY CURRREC.

       FD  FX-LIMIT-FILE.
       01  FX-LIMIT-RECORD.
           COPY FXLREC.

      *    THE POSITION HISTORY - ONE ROW PER CURRENCY PER RUN, AND
      *    ONE FOR THE AGGREGATE UNDER "ALL", EACH STAMPED WITH THE
      *    BUSINESS DATE AND THE TIME OF THE RUN.
       FD  FX-HIST-FILE.
       01  FX-HIST-RECORD.
           05  FXH-RUN-DATE               PIC 9(8).
           05  FXH-RUN-TIME               PIC 9(8).
           05  FXH-CURRENCY-CODE          PIC X(03).
           05  FXH-DIRECTION              PIC X.
               88  FXH-SHORT                  VALUE "S".
           05  FXH-POSITION               PIC 9(11)V99.

       FD  FXP-RPT-FILE.
       01  FXP-RPT-RECORD         PIC X(80).

      *    A DATED COPY OF FXP-RPT-FILE, WRITTEN AFTER THE REPORT IS
      *    CLOSED, SO EACH DAY'S LAST POSITION REPORT IS RETAINED.
       FD  ARC-FILE.
       01  ARC-RECORD             PIC X(80).

      *    THE SHARED ARCHIVE CATALOG EVERY DATED COPY REGISTERS
      *    INTO, SO OLD REPORTS ARE FOUND BY LOOKUP, NOT BY GUESS.
       FD  ARC-CAT-FILE.
       01  ARC-CAT-RECORD.
           COPY ARCCATR.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  SI-ACCT-STATUS         PIC XX.
       01  CI-ACCT-STATUS         PIC XX.
       01  CURR-TABLE-STATUS      PIC XX.
       01  FX-LIMIT-STATUS        PIC XX.
       01  FX-HIST-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.

       01  BASE-CURRENCY          PIC X(03) VALUE SPACES.

      *    ONE ENTRY PER CURRENCY - THE BOOKS IN BASE, THE NET
      *    POSITION, ITS LIMIT, AND THE TREND FROM THE HISTORY.
       01  POSITION-COUNT         PIC 9(3) VALUE 0.
       01  POSITION-TABLE.
           05  POSITION-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON POSITION-COUNT.
               10  POS-CURRENCY-CODE      PIC X(03).
               10  POS-ASSETS             PIC 9(11)V99.
               10  POS-LIABILITIES        PIC 9(11)V99.
               10  POS-NET                PIC S9(11)V99.
               10  POS-ACCOUNT-COUNT      PIC 9(7).
               10  POS-LIMIT-SWITCH       PIC X.
                   88  POS-HAS-LIMIT          VALUE "Y".
               10  POS-LIMIT              PIC 9(11)V99.
               10  POS-SEVERITY           PIC X(08).
               10  POS-TREND OCCURS 5 TIMES.
                   15  POS-TREND-TIME     PIC 9(8).
                   15  POS-TREND-NET      PIC S9(11)V99.
       01  POSITION-INDEX         PIC 9(3).
       01  POSITION-MATCH         PIC 9(3).
       01  POSITION-OVERFLOW      PIC 9(5) VALUE 0.
       01  WORK-CURRENCY          PIC X(03).

      *    THE AGGREGATE POSITION AND ITS LIMIT AND TREND.
       01  TOTAL-LONG             PIC 9(11)V99 VALUE 0.
       01  TOTAL-SHORT            PIC 9(11)V99 VALUE 0.
       01  AGGREGATE-POSITION     PIC 9(11)V99 VALUE 0.
       01  AGGREGATE-LIMIT-SWITCH PIC X VALUE "N".
           88  AGGREGATE-HAS-LIMIT    VALUE "Y".
       01  AGGREGATE-LIMIT        PIC 9(11)V99 VALUE 0.
       01  AGGREGATE-SEVERITY     PIC X(08) VALUE SPACES.
       01  AGGREGATE-TREND OCCURS 5 TIMES.
           05  AGG-TREND-TIME         PIC 9(8).
           05  AGG-TREND-NET          PIC S9(11)V99.

      *    THE FIVE MOST RECENT EARLIER DAYS IN THE HISTORY, NEWEST
      *    FIRST.
       01  TREND-DATE             PIC 9(8) OCCURS 5 TIMES.
       01  TREND-INDEX            PIC 9.
       01  TREND-MATCH            PIC 9.
       01  CANDIDATE-DATE         PIC 9(8).

       01  HISTORY-COUNT          PIC 9(4) VALUE 0.
       01  HISTORY-TABLE.
           05  HISTORY-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON HISTORY-COUNT.
               10  HIS-RUN-DATE           PIC 9(8).
               10  HIS-RUN-TIME           PIC 9(8).
               10  HIS-CURRENCY-CODE      PIC X(03).
               10  HIS-NET                PIC S9(11)V99.
       01  HISTORY-INDEX          PIC 9(4).

      *    THE ACCOUNT BEING ADDED TO ITS CURRENCY'S BOOKS.
       01  ACCOUNT-CURRENCY       PIC X(03).
       01  ACCOUNT-BALANCE        PIC 9(7)V99.
       01  ACCOUNT-IS-ASSET-SWITCH PIC X.
           88  ACCOUNT-IS-ASSET       VALUE "Y".
       01  BASE-AMOUNT            PIC 9(11)V99.
       01  ABSOLUTE-POSITION      PIC 9(11)V99.
       01  UTILIZATION            PIC 9(5)V99.
       01  BREACH-COUNT           PIC 9(3) VALUE 0.
       01  BREACH-SWITCH          PIC X.
           88  LIMIT-IS-BREACHED      VALUE "Y".

      *    REPORT LINE WORK AREAS.
       01  LINE-CURRENCY          PIC X(03).
       01  LINE-NET               PIC S9(11)V99.
       01  LINE-LIMIT-SWITCH      PIC X.
           88  LINE-HAS-LIMIT         VALUE "Y".
       01  LINE-LIMIT             PIC 9(11)V99.
       01  LINE-SEVERITY          PIC X(08).
       01  LINE-TREND-NET         PIC S9(11)V99 OCCURS 5 TIMES.
       01  DIRECTION-TEXT         PIC X(05).
       01  EDITED-POSITION        PIC Z(10)9.99.
       01  EDITED-LIMIT           PIC Z(10)9.99.
       01  EDITED-UTILIZATION     PIC ZZZZ9.99.
       01  EDITED-TREND           PIC -(10)9.
       01  TREND-COLUMN           PIC 9(2).
       01  ALERT-UTILIZATION      PIC ZZZZ9.

      *    THE EFFECTIVE-DATED CURRENCY TABLE, SAME SHAPE AS THE
      *    INTEREST RUNS CARRY.
       01  CURRENCY-TABLE-COUNT   PIC 9(3) VALUE 0.
       01  CURRENCY-TABLE.
           05  CURRENCY-TABLE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON CURRENCY-TABLE-COUNT.
               10  TBL-CURR-CODE          PIC X(03).
               10  TBL-CURR-RATE-TO-BASE  PIC 9(3)V9999.
               10  TBL-CURR-EFF-DATE      PIC 9(8).
       01  CURRENCY-TABLE-INDEX   PIC 9(3).
       01  BEST-EFFECTIVE-DATE    PIC 9(8).
       01  LOOKUP-CURRENCY        PIC X(03).
       01  LOOKUP-AS-OF-DATE      PIC 9(8).
       01  LOOKUP-RATE            PIC 9(3)V9999.
       01  RATE-FOUND-SWITCH      PIC X VALUE "N".
           88  RATE-WAS-FOUND         VALUE "Y".

       01  ACCOUNTS-READ          PIC 9(7) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT RECORD.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    EVERY LIMIT BREACH IS RAISED THROUGH THE SHARED WRITER.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

           PERFORM RUN-FX-POSITION.

           IF BREACH-COUNT > 0
               MOVE 8 TO RETURN-CODE
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

       RUN-FX-POSITION.
           ACCEPT BATCH-START-TIME FROM TIME

           PERFORM LOAD-BASE-CURRENCY
           PERFORM LOAD-CURRENCY-TABLE
           PERFORM LOAD-ACCOUNT-BOOKS
           PERFORM LOAD-POSITION-LIMITS
           PERFORM LOAD-POSITION-HISTORY
           PERFORM FIND-TREND-DATES

           PERFORM VARYING HISTORY-INDEX FROM 1 BY 1
                   UNTIL HISTORY-INDEX > HISTORY-COUNT
               PERFORM APPLY-HISTORY-ROW
           END-PERFORM

           PERFORM VARYING POSITION-INDEX FROM 1 BY 1
                   UNTIL POSITION-INDEX > POSITION-COUNT
               COMPUTE POS-NET (POSITION-INDEX) =
                   POS-ASSETS (POSITION-INDEX)
                       - POS-LIABILITIES (POSITION-INDEX)
               IF POS-NET (POSITION-INDEX) > 0
                   ADD POS-NET (POSITION-INDEX) TO TOTAL-LONG
               ELSE
                   SUBTRACT POS-NET (POSITION-INDEX) FROM TOTAL-SHORT
               END-IF
           END-PERFORM
           IF TOTAL-LONG > TOTAL-SHORT
               MOVE TOTAL-LONG TO AGGREGATE-POSITION
           ELSE
               MOVE TOTAL-SHORT TO AGGREGATE-POSITION
           END-IF

           OPEN OUTPUT FXP-RPT-FILE
           MOVE SPACES TO FXP-RPT-RECORD
           STRING "FX-POSITION - BUSINESS DATE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  TIME " DELIMITED BY SIZE
               BATCH-START-TIME (1:4) DELIMITED BY SIZE
               "  BASE CURRENCY" DELIMITED BY SIZE
               INTO FXP-RPT-RECORD
           END-STRING
           WRITE FXP-RPT-RECORD

           MOVE SPACES TO FXP-RPT-RECORD
           MOVE "CUR DIR    NET POSITION          LIMIT   UTIL%"
               TO FXP-RPT-RECORD
           WRITE FXP-RPT-RECORD
           MOVE SPACES TO FXP-RPT-RECORD
           MOVE "    TREND" TO FXP-RPT-RECORD
           MOVE 11 TO TREND-COLUMN
           PERFORM VARYING TREND-INDEX FROM 5 BY -1
                   UNTIL TREND-INDEX < 1
               IF TREND-DATE (TREND-INDEX) > 0
                   MOVE TREND-DATE (TREND-INDEX)
                       TO FXP-RPT-RECORD (TREND-COLUMN + 3:8)
               END-IF
               ADD 12 TO TREND-COLUMN
           END-PERFORM
           WRITE FXP-RPT-RECORD

           PERFORM VARYING POSITION-INDEX FROM 1 BY 1
                   UNTIL POSITION-INDEX > POSITION-COUNT
               MOVE POS-CURRENCY-CODE (POSITION-INDEX)
                   TO LINE-CURRENCY
               MOVE POS-NET (POSITION-INDEX) TO LINE-NET
               MOVE POS-LIMIT-SWITCH (POSITION-INDEX)
                   TO LINE-LIMIT-SWITCH
               MOVE POS-LIMIT (POSITION-INDEX) TO LINE-LIMIT
               MOVE POS-SEVERITY (POSITION-INDEX) TO LINE-SEVERITY
               PERFORM VARYING TREND-INDEX FROM 1 BY 1
                       UNTIL TREND-INDEX > 5
                   MOVE POS-TREND-NET (POSITION-INDEX, TREND-INDEX)
                       TO LINE-TREND-NET (TREND-INDEX)
               END-PERFORM
               PERFORM WRITE-POSITION-LINES
           END-PERFORM

           MOVE SPACES TO FXP-RPT-RECORD
           WRITE FXP-RPT-RECORD
           MOVE "ALL" TO LINE-CURRENCY
           MOVE AGGREGATE-POSITION TO LINE-NET
           MOVE AGGREGATE-LIMIT-SWITCH TO LINE-LIMIT-SWITCH
           MOVE AGGREGATE-LIMIT TO LINE-LIMIT
           MOVE AGGREGATE-SEVERITY TO LINE-SEVERITY
           PERFORM VARYING TREND-INDEX FROM 1 BY 1
                   UNTIL TREND-INDEX > 5
               MOVE AGG-TREND-NET (TREND-INDEX)
                   TO LINE-TREND-NET (TREND-INDEX)
           END-PERFORM
           PERFORM WRITE-POSITION-LINES

           MOVE SPACES TO FXP-RPT-RECORD
           WRITE FXP-RPT-RECORD
           MOVE TOTAL-LONG TO EDITED-POSITION
           MOVE TOTAL-SHORT TO EDITED-LIMIT
           MOVE SPACES TO FXP-RPT-RECORD
           STRING "TOTAL LONG: " DELIMITED BY SIZE
               EDITED-POSITION DELIMITED BY SIZE
               "  TOTAL SHORT: " DELIMITED BY SIZE
               EDITED-LIMIT DELIMITED BY SIZE
               INTO FXP-RPT-RECORD
           END-STRING
           WRITE FXP-RPT-RECORD
           MOVE SPACES TO FXP-RPT-RECORD
           STRING "ACCOUNTS READ: " DELIMITED BY SIZE
               ACCOUNTS-READ DELIMITED BY SIZE
               "  LIMIT BREACHES: " DELIMITED BY SIZE
               BREACH-COUNT DELIMITED BY SIZE
               INTO FXP-RPT-RECORD
           END-STRING
           WRITE FXP-RPT-RECORD
           IF POSITION-OVERFLOW > 0
               MOVE SPACES TO FXP-RPT-RECORD
               STRING "ACCOUNTS IN CURRENCIES OVER TABLE: "
                       DELIMITED BY SIZE
                   POSITION-OVERFLOW DELIMITED BY SIZE
                   INTO FXP-RPT-RECORD
               END-STRING
               WRITE FXP-RPT-RECORD
           END-IF
           CLOSE FXP-RPT-FILE

           PERFORM APPEND-POSITION-HISTORY

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE AUDIT-LOG-FILE.

      *    BASECCY IS A CURRENCY CODE IN THE FIRST THREE POSITIONS.
       LOAD-BASE-CURRENCY.
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "FX-POSITION" TO PLQ-PROGRAM-ID
           MOVE "BASECCY" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (1:3) TO BASE-CURRENCY
           END-IF.

      *    EVERY OPEN ACCOUNT ON BOTH MASTERS INTO ITS CURRENCY'S
      *    ASSET OR LIABILITY BOOK.
       LOAD-ACCOUNT-BOOKS.
           OPEN INPUT SI-ACCT-FILE
           IF SI-ACCT-STATUS = "00"
               PERFORM UNTIL SI-ACCT-STATUS NOT = "00"
                   READ SI-ACCT-FILE NEXT RECORD
                       AT END MOVE "10" TO SI-ACCT-STATUS
                       NOT AT END
                           IF NOT SIA-ACCOUNT-CLOSED
                               ADD 1 TO ACCOUNTS-READ
                               MOVE SIA-CURRENCY-CODE
                                   TO ACCOUNT-CURRENCY
                               MOVE SIA-PRINCIPAL TO ACCOUNT-BALANCE
                               MOVE "N" TO ACCOUNT-IS-ASSET-SWITCH
                               PERFORM ADD-ACCOUNT-TO-BOOK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SI-ACCT-FILE
           END-IF

           OPEN INPUT CI-ACCT-FILE
           IF CI-ACCT-STATUS = "00"
               PERFORM UNTIL CI-ACCT-STATUS NOT = "00"
                   READ CI-ACCT-FILE NEXT RECORD
                       AT END MOVE "10" TO CI-ACCT-STATUS
                       NOT AT END
                           IF NOT CIA-ACCOUNT-CLOSED
                               ADD 1 TO ACCOUNTS-READ
                               MOVE CIA-CURRENCY-CODE
                                   TO ACCOUNT-CURRENCY
                               MOVE CIA-PRINCIPAL TO ACCOUNT-BALANCE
                               IF CIA-ACCOUNT-IS-LOAN
                                   MOVE "Y" TO ACCOUNT-IS-ASSET-SWITCH
                               ELSE
                                   MOVE "N" TO ACCOUNT-IS-ASSET-SWITCH
                                   IF CIA-ACCRUED-INTEREST NUMERIC
                                       ADD CIA-ACCRUED-INTEREST
                                           TO ACCOUNT-BALANCE
                                   END-IF
                               END-IF
                               PERFORM ADD-ACCOUNT-TO-BOOK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CI-ACCT-FILE
           END-IF.

       ADD-ACCOUNT-TO-BOOK.
           IF ACCOUNT-CURRENCY = SPACES
                   OR ACCOUNT-CURRENCY = BASE-CURRENCY
               CONTINUE
           ELSE
               MOVE ACCOUNT-CURRENCY TO WORK-CURRENCY
               PERFORM FIND-POSITION
               IF POSITION-MATCH > 0
                   MOVE ACCOUNT-CURRENCY TO LOOKUP-CURRENCY
                   MOVE RUN-DATE TO LOOKUP-AS-OF-DATE
                   PERFORM LOOKUP-RATE-AS-OF
                   COMPUTE BASE-AMOUNT ROUNDED =
                       ACCOUNT-BALANCE * LOOKUP-RATE
                   IF ACCOUNT-IS-ASSET
                       ADD BASE-AMOUNT TO POS-ASSETS (POSITION-MATCH)
                   ELSE
                       ADD BASE-AMOUNT
                           TO POS-LIABILITIES (POSITION-MATCH)
                   END-IF
                   ADD 1 TO POS-ACCOUNT-COUNT (POSITION-MATCH)
               ELSE
                   ADD 1 TO POSITION-OVERFLOW
               END-IF
           END-IF.

      *    THE ENTRY FOR WORK-CURRENCY, OPENED EMPTY IF NEW.
       FIND-POSITION.
           MOVE 0 TO POSITION-MATCH
           PERFORM VARYING POSITION-INDEX FROM 1 BY 1
                   UNTIL POSITION-INDEX > POSITION-COUNT
               IF POS-CURRENCY-CODE (POSITION-INDEX) = WORK-CURRENCY
                   MOVE POSITION-INDEX TO POSITION-MATCH
               END-IF
           END-PERFORM

           IF POSITION-MATCH = 0 AND POSITION-COUNT < 50
               ADD 1 TO POSITION-COUNT
               MOVE POSITION-COUNT TO POSITION-MATCH
               INITIALIZE POSITION-ENTRY (POSITION-MATCH)
               MOVE WORK-CURRENCY TO POS-CURRENCY-CODE (POSITION-MATCH)
               MOVE "N" TO POS-LIMIT-SWITCH (POSITION-MATCH)
           END-IF.

      *    A LIMIT ROW FOR A CURRENCY WITH NO POSITION TODAY OPENS
      *    AN EMPTY ENTRY, SO A LIMITED CURRENCY ALWAYS REPORTS.
       LOAD-POSITION-LIMITS.
           OPEN INPUT FX-LIMIT-FILE
           IF FX-LIMIT-STATUS = "00"
               PERFORM UNTIL FX-LIMIT-STATUS NOT = "00"
                   READ FX-LIMIT-FILE
                       AT END MOVE "10" TO FX-LIMIT-STATUS
                       NOT AT END
                           PERFORM NOTE-LIMIT-ROW
                   END-READ
               END-PERFORM
               CLOSE FX-LIMIT-FILE
           END-IF.

       NOTE-LIMIT-ROW.
           IF FXL-LIMIT-AMOUNT NOT NUMERIC
               MOVE 0 TO FXL-LIMIT-AMOUNT
           END-IF
           IF NOT FXL-SEV-VALID
               MOVE "WARN" TO FXL-SEVERITY
           END-IF

           IF FXL-AGGREGATE-LIMIT
               SET AGGREGATE-HAS-LIMIT TO TRUE
               MOVE FXL-LIMIT-AMOUNT TO AGGREGATE-LIMIT
               MOVE FXL-SEVERITY TO AGGREGATE-SEVERITY
           ELSE IF FXL-CURRENCY-CODE NOT = SPACES
                   AND FXL-CURRENCY-CODE NOT = BASE-CURRENCY
               MOVE FXL-CURRENCY-CODE TO WORK-CURRENCY
               PERFORM FIND-POSITION
               IF POSITION-MATCH > 0
                   SET POS-HAS-LIMIT (POSITION-MATCH) TO TRUE
                   MOVE FXL-LIMIT-AMOUNT TO POS-LIMIT (POSITION-MATCH)
                   MOVE FXL-SEVERITY TO POS-SEVERITY (POSITION-MATCH)
               END-IF
           END-IF
           END-IF.

      *    EVERY HISTORY ROW FROM AN EARLIER DAY. TODAY'S EARLIER
      *    RUNS ARE SUPERSEDED BY THIS ONE AND PLAY NO PART.
       LOAD-POSITION-HISTORY.
           OPEN INPUT FX-HIST-FILE
           IF FX-HIST-STATUS = "00"
               PERFORM UNTIL FX-HIST-STATUS NOT = "00"
                   READ FX-HIST-FILE
                       AT END MOVE "10" TO FX-HIST-STATUS
                       NOT AT END
                           IF FXH-RUN-DATE < RUN-DATE
                                   AND HISTORY-COUNT < 5000
                               ADD 1 TO HISTORY-COUNT
                               MOVE FXH-RUN-DATE
                                   TO HIS-RUN-DATE (HISTORY-COUNT)
                               MOVE FXH-RUN-TIME
                                   TO HIS-RUN-TIME (HISTORY-COUNT)
                               MOVE FXH-CURRENCY-CODE
                                   TO HIS-CURRENCY-CODE (HISTORY-COUNT)
                               IF FXH-SHORT
                                   COMPUTE HIS-NET (HISTORY-COUNT) =
                                       0 - FXH-POSITION
                               ELSE
                                   MOVE FXH-POSITION
                                       TO HIS-NET (HISTORY-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-HIST-FILE
           END-IF.

      *    THE LATEST DATE IN THE HISTORY, THEN THE LATEST BEFORE
      *    THAT, AND SO ON FOR FIVE DAYS; ZERO WHERE THE HISTORY
      *    RUNS OUT.
       FIND-TREND-DATES.
           MOVE RUN-DATE TO CANDIDATE-DATE
           PERFORM VARYING TREND-INDEX FROM 1 BY 1
                   UNTIL TREND-INDEX > 5
               MOVE 0 TO TREND-DATE (TREND-INDEX)
               PERFORM VARYING HISTORY-INDEX FROM 1 BY 1
                       UNTIL HISTORY-INDEX > HISTORY-COUNT
                   IF HIS-RUN-DATE (HISTORY-INDEX) < CANDIDATE-DATE
                           AND HIS-RUN-DATE (HISTORY-INDEX)
                               > TREND-DATE (TREND-INDEX)
                       MOVE HIS-RUN-DATE (HISTORY-INDEX)
                           TO TREND-DATE (TREND-INDEX)
                   END-IF
               END-PERFORM
               MOVE TREND-DATE (TREND-INDEX) TO CANDIDATE-DATE
           END-PERFORM.

      *    A HISTORY ROW ON A TREND DAY REPLACES WHATEVER AN EARLIER
      *    RUN THAT DAY LEFT, SO EACH DAY SHOWS ITS LAST POSITION.
       APPLY-HISTORY-ROW.
           MOVE 0 TO TREND-MATCH
           PERFORM VARYING TREND-INDEX FROM 1 BY 1
                   UNTIL TREND-INDEX > 5
               IF TREND-DATE (TREND-INDEX) > 0
                       AND TREND-DATE (TREND-INDEX)
                           = HIS-RUN-DATE (HISTORY-INDEX)
                   MOVE TREND-INDEX TO TREND-MATCH
               END-IF
           END-PERFORM

           IF TREND-MATCH > 0
               IF HIS-CURRENCY-CODE (HISTORY-INDEX) = "ALL"
                   IF HIS-RUN-TIME (HISTORY-INDEX)
                           NOT < AGG-TREND-TIME (TREND-MATCH)
                       MOVE HIS-RUN-TIME (HISTORY-INDEX)
                           TO AGG-TREND-TIME (TREND-MATCH)
                       MOVE HIS-NET (HISTORY-INDEX)
                           TO AGG-TREND-NET (TREND-MATCH)
                   END-IF
               ELSE
                   MOVE HIS-CURRENCY-CODE (HISTORY-INDEX)
                       TO WORK-CURRENCY
                   PERFORM FIND-POSITION
                   IF POSITION-MATCH > 0
                       IF HIS-RUN-TIME (HISTORY-INDEX) NOT <
                               POS-TREND-TIME (POSITION-MATCH,
                                               TREND-MATCH)
                           MOVE HIS-RUN-TIME (HISTORY-INDEX)
                               TO POS-TREND-TIME (POSITION-MATCH,
                                                  TREND-MATCH)
                           MOVE HIS-NET (HISTORY-INDEX)
                               TO POS-TREND-NET (POSITION-MATCH,
                                                 TREND-MATCH)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    TWO LINES FOR ONE POSITION - TODAY'S POSITION AGAINST ITS
      *    LIMIT, THEN THE FIVE EARLIER DAYS OLDEST FIRST (SIGNED,
      *    WHOLE UNITS, A SHORT POSITION NEGATIVE). A BREACH IS
      *    FLAGGED ON THE LINE AND RAISED AS AN ALERT.
       WRITE-POSITION-LINES.
           MOVE "N" TO BREACH-SWITCH
           MOVE 0 TO UTILIZATION
           IF LINE-NET < 0
               COMPUTE ABSOLUTE-POSITION = 0 - LINE-NET
               MOVE "SHORT" TO DIRECTION-TEXT
           ELSE
               MOVE LINE-NET TO ABSOLUTE-POSITION
               IF LINE-NET > 0
                   MOVE "LONG " TO DIRECTION-TEXT
               ELSE
                   MOVE "FLAT " TO DIRECTION-TEXT
               END-IF
           END-IF
           IF LINE-CURRENCY = "ALL"
               MOVE "AGGR " TO DIRECTION-TEXT
           END-IF

           IF LINE-HAS-LIMIT
               IF LINE-LIMIT > 0
                   COMPUTE UTILIZATION ROUNDED =
                       ABSOLUTE-POSITION * 100 / LINE-LIMIT
                       ON SIZE ERROR
                           MOVE 99999.99 TO UTILIZATION
                   END-COMPUTE
               END-IF
               IF ABSOLUTE-POSITION > LINE-LIMIT
                   SET LIMIT-IS-BREACHED TO TRUE
               END-IF
           END-IF

           MOVE ABSOLUTE-POSITION TO EDITED-POSITION
           MOVE LINE-LIMIT TO EDITED-LIMIT
           MOVE UTILIZATION TO EDITED-UTILIZATION
           MOVE SPACES TO FXP-RPT-RECORD
           STRING LINE-CURRENCY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DIRECTION-TEXT DELIMITED BY SIZE
               EDITED-POSITION DELIMITED BY SIZE
               INTO FXP-RPT-RECORD
           END-STRING
           IF LINE-HAS-LIMIT
               MOVE EDITED-LIMIT TO FXP-RPT-RECORD (25:14)
               MOVE EDITED-UTILIZATION TO FXP-RPT-RECORD (39:8)
           ELSE
               MOVE "      NO LIMIT" TO FXP-RPT-RECORD (25:14)
           END-IF
           IF LIMIT-IS-BREACHED
               MOVE "BREACH " TO FXP-RPT-RECORD (48:7)
               MOVE LINE-SEVERITY TO FXP-RPT-RECORD (55:8)
           END-IF
           WRITE FXP-RPT-RECORD

           MOVE SPACES TO FXP-RPT-RECORD
           MOVE "    TREND" TO FXP-RPT-RECORD
           MOVE 11 TO TREND-COLUMN
           PERFORM VARYING TREND-INDEX FROM 5 BY -1
                   UNTIL TREND-INDEX < 1
               IF TREND-DATE (TREND-INDEX) > 0
                   MOVE LINE-TREND-NET (TREND-INDEX) TO EDITED-TREND
                   MOVE EDITED-TREND
                       TO FXP-RPT-RECORD (TREND-COLUMN:11)
               END-IF
               ADD 12 TO TREND-COLUMN
           END-PERFORM
           WRITE FXP-RPT-RECORD

           IF LIMIT-IS-BREACHED
               ADD 1 TO BREACH-COUNT
               PERFORM RAISE-BREACH-ALERT
           END-IF.

       RAISE-BREACH-ALERT.
           MOVE UTILIZATION TO ALERT-UTILIZATION
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-RAISE TO TRUE
           MOVE LINE-SEVERITY TO ALQ-SEVERITY
           MOVE "FX-POSITION" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           STRING "FX LIMIT BREACH " DELIMITED BY SIZE
               LINE-CURRENCY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DIRECTION-TEXT DELIMITED BY SPACE
               " UTIL " DELIMITED BY SIZE
               ALERT-UTILIZATION DELIMITED BY SIZE
               " PCT" DELIMITED BY SIZE
               INTO ALQ-MESSAGE
           END-STRING
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.

      *    THIS RUN'S POSITIONS ONTO THE HISTORY, STAMPED WITH THE
      *    BUSINESS DATE AND THE TIME THE RUN STARTED.
       APPEND-POSITION-HISTORY.
           OPEN EXTEND FX-HIST-FILE
           IF FX-HIST-STATUS NOT = "00"
               OPEN OUTPUT FX-HIST-FILE
           END-IF

           PERFORM VARYING POSITION-INDEX FROM 1 BY 1
                   UNTIL POSITION-INDEX > POSITION-COUNT
               MOVE SPACES TO FX-HIST-RECORD
               MOVE RUN-DATE TO FXH-RUN-DATE
               MOVE BATCH-START-TIME TO FXH-RUN-TIME
               MOVE POS-CURRENCY-CODE (POSITION-INDEX)
                   TO FXH-CURRENCY-CODE
               IF POS-NET (POSITION-INDEX) < 0
                   MOVE "S" TO FXH-DIRECTION
                   COMPUTE FXH-POSITION = 0 - POS-NET (POSITION-INDEX)
               ELSE
                   MOVE "L" TO FXH-DIRECTION
                   MOVE POS-NET (POSITION-INDEX) TO FXH-POSITION
               END-IF
               WRITE FX-HIST-RECORD
           END-PERFORM

           MOVE SPACES TO FX-HIST-RECORD
           MOVE RUN-DATE TO FXH-RUN-DATE
           MOVE BATCH-START-TIME TO FXH-RUN-TIME
           MOVE "ALL" TO FXH-CURRENCY-CODE
           MOVE "L" TO FXH-DIRECTION
           MOVE AGGREGATE-POSITION TO FXH-POSITION
           WRITE FX-HIST-RECORD
           CLOSE FX-HIST-FILE.

      *    READS THE SHOP'S CURRENCY CONVERSION TABLE INTO MEMORY
      *    ONCE PER RUN, INCLUDING EVERY HISTORICAL RATE ROW; ROWS
      *    FROM THE OLD ONE-ROW-PER-CURRENCY FILE SHAPE LOAD AS DATE
      *    ZERO, IN FORCE FOREVER.
       LOAD-CURRENCY-TABLE.
           OPEN INPUT CURR-TABLE-FILE
           IF CURR-TABLE-STATUS = "00"
               PERFORM UNTIL CURR-TABLE-STATUS NOT = "00"
                   READ CURR-TABLE-FILE
                       AT END MOVE "10" TO CURR-TABLE-STATUS
                       NOT AT END
                           IF CURRENCY-TABLE-COUNT < 200
                               ADD 1 TO CURRENCY-TABLE-COUNT
                               MOVE CURR-CODE TO
                                   TBL-CURR-CODE (CURRENCY-TABLE-COUNT)
                               MOVE CURR-RATE-TO-BASE TO
                                   TBL-CURR-RATE-TO-BASE
                                       (CURRENCY-TABLE-COUNT)
                               IF CURR-EFFECTIVE-DATE NUMERIC
                                   MOVE CURR-EFFECTIVE-DATE TO
                                       TBL-CURR-EFF-DATE
                                           (CURRENCY-TABLE-COUNT)
                               ELSE
                                   MOVE 0 TO TBL-CURR-EFF-DATE
                                       (CURRENCY-TABLE-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURR-TABLE-FILE
           END-IF.

      *    RATE IN FORCE FOR LOOKUP-CURRENCY ON LOOKUP-AS-OF-DATE -
      *    THE ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER IT,
      *    EXACTLY AS THE INTEREST RUNS SELECT THEIR RATES. AN
      *    UNKNOWN CURRENCY PRICES AT 1.
       LOOKUP-RATE-AS-OF.
           MOVE "N" TO RATE-FOUND-SWITCH
           MOVE 1 TO LOOKUP-RATE
           MOVE 0 TO BEST-EFFECTIVE-DATE
           PERFORM VARYING CURRENCY-TABLE-INDEX FROM 1 BY 1
                   UNTIL CURRENCY-TABLE-INDEX > CURRENCY-TABLE-COUNT
               IF TBL-CURR-CODE (CURRENCY-TABLE-INDEX)
                       = LOOKUP-CURRENCY
                   AND TBL-CURR-EFF-DATE (CURRENCY-TABLE-INDEX)
                       NOT > LOOKUP-AS-OF-DATE
                   AND (NOT RATE-WAS-FOUND
                       OR TBL-CURR-EFF-DATE (CURRENCY-TABLE-INDEX)
                           >= BEST-EFFECTIVE-DATE)
                   SET RATE-WAS-FOUND TO TRUE
                   MOVE TBL-CURR-EFF-DATE (CURRENCY-TABLE-INDEX)
                       TO BEST-EFFECTIVE-DATE
                   MOVE TBL-CURR-RATE-TO-BASE (CURRENCY-TABLE-INDEX)
                       TO LOOKUP-RATE
               END-IF
           END-PERFORM.

      *    COPIES THE JUST-CLOSED OUTPUT REPORT TO A DATED ARCHIVE
      *    FILE NAMED FOR TODAY'S RUN AND CATALOGS IT.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "FXPOSRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT FXP-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ FXP-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE FXP-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ FXP-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE FXP-RPT-FILE
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
           MOVE "FX-POSITION" TO CAT-PROGRAM-ID
           MOVE "FXPOSRPT" TO CAT-REPORT-NAME
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
           MOVE "FX-POSITION" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE ACCOUNTS-READ TO AUD-RECORD-COUNT
           MOVE "SIACCT CIACCT FXLIMIT FXPOSHST" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.
