      *    PROGRAM (RUNS, RECORDS, EXCEPTIONS AND SLA OVERRUNS FOR
      *    THE MONTH, WITH THE PRIOR MONTH ALONGSIDE), ONE PER
      *    PRODUCT AND CURRENCY (INTEREST POSTED, MONTH OVER
      *    MONTH), THE ALERT COUNTS BY SEVERITY, AND EACH WATCHED
      *    INTERFACE'S ARRIVALS ON TIME, LATE AND MISSING FROM THE
      *    INTERFACE HISTORY - ARCHIVED AND CATALOGED LIKE ANY OTHER
      *    REPORT. AUDIT ENTRIES FROM BEFORE THE CYCLE DATE EXISTED
      *    CANNOT BE PLACED IN A MONTH AND ARE LEFT OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SLA-TOL-FILE ASSIGN TO "SLATOL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SLA-TOL-STATUS.
           SELECT IF-HIST-FILE ASSIGN TO "IFHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS IF-HIST-STATUS.
           SELECT PACK-OUT-FILE ASSIGN TO "MOPACK"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ARC-FILE ASSIGN TO DYNAMIC ARC-FILE-NAME
       FD  SLA-TOL-FILE.
       01  SLA-TOL-RECORD         PIC 9(3).

       FD  IF-HIST-FILE.
       01  IF-HIST-RECORD.
           COPY IFHSTREC.

       FD  PACK-OUT-FILE.
       01  PACK-OUT-RECORD        PIC X(100).

       01  ALERTS-STATUS          PIC XX.
       01  SLA-BASE-STATUS        PIC XX.
       01  SLA-TOL-STATUS         PIC XX.
       01  IF-HIST-STATUS         PIC XX.
       01  ARC-CAT-STATUS         PIC XX.
       01  EOF-SWITCH             PIC X.
           88  END-OF-SCAN            VALUE "Y".
       01  PRI-WARN               PIC 9(5) VALUE 0.
       01  PRI-INFO               PIC 9(5) VALUE 0.

      *    INTERFACE FINDINGS FOR THE MONTH, ONE ROW PER FILE.
       01  IFC-COUNT              PIC 9(3) VALUE 0.
       01  IFC-TABLE.
           05  IFC-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON IFC-COUNT.
               10  IFC-FILE-NAME      PIC X(8).
               10  IFC-DIRECTION      PIC X.
               10  IFC-ON-TIME        PIC 9(3).
               10  IFC-LATE           PIC 9(3).
               10  IFC-MISSING        PIC 9(3).
               10  IFC-VOLUME         PIC 9(3).
               10  IFC-ENVELOPE       PIC 9(3).
       01  IFC-INDEX              PIC 9(3).

      *    HHMMSSCC CLOCK ARITHMETIC FOR THE SLA OVERRUN COUNT,
      *    AS SLA-MONITOR EXPANDS IT.
       01  START-TIME-WORK        PIC 9(8).
           PERFORM MATCH-BASELINES
           PERFORM SCAN-INTEREST-LEDGER
           PERFORM SCAN-ALERTS
           PERFORM SCAN-INTERFACE-HISTORY

           OPEN OUTPUT PACK-OUT-FILE
           MOVE SPACES TO PACK-OUT-RECORD
           PERFORM WRITE-PROGRAM-SECTION
           PERFORM WRITE-MONEY-SECTION
           PERFORM WRITE-ALERT-SECTION
           PERFORM WRITE-INTERFACE-SECTION

           CLOSE PACK-OUT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT.
               CLOSE ALERTS-FILE
           END-IF.

      *    EVERY INTERFACE FINDING DATED IN THE PACK MONTH COUNTS
      *    AGAINST ITS FILE.
       SCAN-INTERFACE-HISTORY.
           OPEN INPUT IF-HIST-FILE
           IF IF-HIST-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ IF-HIST-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   MOVE IFH-BUSINESS-DATE (1:6) TO ENTRY-MONTH
                   IF ENTRY-MONTH = PACK-MONTH
                       PERFORM NOTE-INTERFACE-FINDING
                   END-IF
                   READ IF-HIST-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE IF-HIST-FILE
           END-IF.

       NOTE-INTERFACE-FINDING.
           MOVE 0 TO MATCHED-INDEX
           PERFORM VARYING IFC-INDEX FROM 1 BY 1
                   UNTIL IFC-INDEX > IFC-COUNT
               IF IFC-FILE-NAME (IFC-INDEX) = IFH-FILE-NAME
                   MOVE IFC-INDEX TO MATCHED-INDEX
               END-IF
           END-PERFORM
           IF MATCHED-INDEX = 0 AND IFC-COUNT < 100
               ADD 1 TO IFC-COUNT
               MOVE IFC-COUNT TO MATCHED-INDEX
               MOVE IFH-FILE-NAME TO IFC-FILE-NAME (MATCHED-INDEX)
               MOVE IFH-DIRECTION TO IFC-DIRECTION (MATCHED-INDEX)
               MOVE 0 TO IFC-ON-TIME (MATCHED-INDEX)
               MOVE 0 TO IFC-LATE (MATCHED-INDEX)
               MOVE 0 TO IFC-MISSING (MATCHED-INDEX)
               MOVE 0 TO IFC-VOLUME (MATCHED-INDEX)
               MOVE 0 TO IFC-ENVELOPE (MATCHED-INDEX)
           END-IF
           IF MATCHED-INDEX > 0
               EVALUATE TRUE
                   WHEN IFH-ON-TIME
                       ADD 1 TO IFC-ON-TIME (MATCHED-INDEX)
                   WHEN IFH-LATE
                       ADD 1 TO IFC-LATE (MATCHED-INDEX)
                   WHEN IFH-MISSING
                       ADD 1 TO IFC-MISSING (MATCHED-INDEX)
                   WHEN IFH-VOLUME
                       ADD 1 TO IFC-VOLUME (MATCHED-INDEX)
                   WHEN IFH-ENVELOPE
                       ADD 1 TO IFC-ENVELOPE (MATCHED-INDEX)
               END-EVALUATE
           END-IF.

       WRITE-PROGRAM-SECTION.
           MOVE "BY PROGRAM - RUNS RECORDS EXC OVERRUNS (DELTAS)"
               TO PACK-OUT-RECORD
           END-STRING
           WRITE PACK-OUT-RECORD.

      *    A DAY A FILE WAS MISSING AND THEN ARRIVED COUNTS BOTH AS
      *    MISSING AND AS LATE.
       WRITE-INTERFACE-SECTION.
           MOVE "INTERFACES - DAYS ON TIME / LATE / MISSING, VOLUME AND
      -        " ENVELOPE FAULTS (THIS MONTH)" TO PACK-OUT-RECORD
           WRITE PACK-OUT-RECORD

           PERFORM VARYING IFC-INDEX FROM 1 BY 1
                   UNTIL IFC-INDEX > IFC-COUNT
               MOVE SPACES TO PACK-OUT-RECORD
               STRING IFC-FILE-NAME (IFC-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   IFC-DIRECTION (IFC-INDEX) DELIMITED BY SIZE
                   " ON TIME " DELIMITED BY SIZE
                   IFC-ON-TIME (IFC-INDEX) DELIMITED BY SIZE
                   " LATE " DELIMITED BY SIZE
                   IFC-LATE (IFC-INDEX) DELIMITED BY SIZE
                   " MISSING " DELIMITED BY SIZE
                   IFC-MISSING (IFC-INDEX) DELIMITED BY SIZE
                   " VOLUME " DELIMITED BY SIZE
                   IFC-VOLUME (IFC-INDEX) DELIMITED BY SIZE
                   " ENVELOPE " DELIMITED BY SIZE
                   IFC-ENVELOPE (IFC-INDEX) DELIMITED BY SIZE
                   INTO PACK-OUT-RECORD
               END-STRING
               WRITE PACK-OUT-RECORD
           END-PERFORM.

      *    COPIES THE JUST-CLOSED PACK TO A DATED ARCHIVE FILE AND
      *    CATALOGS IT, AS EVERY REPORT IS.
       ARCHIVE-OUTPUT-REPORT.
