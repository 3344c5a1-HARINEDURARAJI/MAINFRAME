       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERFACE-MONITOR.

      *    WATCHES THE FILES THE NIGHT DEPENDS ON - THOSE ARRIVING
      *    FROM OUTSIDE (FXFEED, BRDIN, GLACK, GRDACK, DEPTRAN) AND
      *    THOSE THAT MUST LEAVE ON TIME (CHEXTR, GRDXTRT) - SO A LATE
      *    FILE IS FOUND BY THE MONITOR, NOT BY THE DOWNSTREAM JOB
      *    THAT FAILS ON IT. THE IFREG INTERFACE REGISTER GIVES EACH
      *    FILE'S DIRECTION, THE TIME IT IS DUE EACH BUSINESS DAY
      *    (WITH A GRACE IN MINUTES, AND A DAY OFFSET FOR A FILE DUE
      *    AFTER MIDNIGHT), THE RECORD-COUNT RANGE EXPECTED, AND
      *    WHETHER IT TRAVELS UNDER A HDR/TRL ENVELOPE - WITH THE
      *    TRAILER'S COUNT FIELD POSITION, SINCE NOT EVERY PARTNER
      *    USES THE STANDARD ENVREC.CPY LAYOUT.
      *
      *    THE MONITOR IS RUN AT INTERVALS THROUGH THE NIGHT. EACH
      *    RUN LOOKS FOR EVERY REGISTERED FILE; THE FIRST RUN TO FIND
      *    ONE RECORDS ITS ARRIVAL ON TIME OR LATE, COUNTS ITS DETAIL
      *    RECORDS AGAINST THE RANGE AND CHECKS THE ENVELOPE. A FILE
      *    STILL ABSENT PAST ITS DUE TIME AND GRACE IS MISSING. EACH
      *    FINDING IS RAISED THROUGH ALERT-WRITER (MISSING AND A BAD
      *    ENVELOPE CRITICAL, LATE AND OUT-OF-RANGE WARN) AND
      *    APPENDED TO THE IFHIST INTERFACE HISTORY - ONCE PER FILE,
      *    FINDING AND BUSINESS DAY, SO THE LATER RUNS OF THE SAME
      *    NIGHT DO NOT REPEAT IT - FOR THE MONTHLY OPS PACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IF-REG-FILE ASSIGN TO "IFREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS IF-REG-STATUS.
           SELECT IF-HIST-FILE ASSIGN TO "IFHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS IF-HIST-STATUS.
           SELECT IF-DATA-FILE ASSIGN TO DYNAMIC IF-DATA-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS IF-DATA-STATUS.
           SELECT IF-RPT-FILE ASSIGN TO "IFMRPT"
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
       FD  IF-REG-FILE.
       01  IF-REG-RECORD.
           COPY IFREGREC.

       FD  IF-HIST-FILE.
       01  IF-HIST-RECORD.
           COPY IFHSTREC.

      *    WHICHEVER REGISTERED FILE IS BEING LOOKED AT, READ AS
      *    PLAIN LINES - ONLY THE FIRST THREE CHARACTERS AND THE
      *    TRAILER'S COUNT FIELD MATTER HERE.
       FD  IF-DATA-FILE.
       01  IF-DATA-RECORD         PIC X(200).

       FD  IF-RPT-FILE.
       01  IF-RPT-RECORD          PIC X(80).

      *    A DATED COPY OF IF-RPT-FILE, WRITTEN AFTER THE REPORT IS
      *    CLOSED - THE LAST RUN OF THE NIGHT IS THE ONE KEPT.
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
       01  IF-REG-STATUS          PIC XX.
       01  IF-HIST-STATUS         PIC XX.
       01  IF-DATA-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  IF-DATA-NAME           PIC X(8).
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

      *    THE CLOCK, AS MINUTES INTO THE BUSINESS DAY - PAST
      *    MIDNIGHT THE MACHINE DATE RUNS AHEAD OF THE BUSINESS DATE
      *    AND A FULL DAY IS ADDED.
       01  MACHINE-DATE           PIC 9(8).
       01  CLOCK-TIME             PIC 9(8).
       01  CLOCK-PARTS REDEFINES CLOCK-TIME.
           05  CLOCK-HH           PIC 9(2).
           05  CLOCK-MM           PIC 9(2).
           05  CLOCK-SSCC         PIC 9(4).
       01  CLOCK-HHMM             PIC 9(4).
       01  NOW-MINUTES            PIC 9(5).
       01  DUE-MINUTES            PIC 9(5).
       01  DUE-HH                 PIC 9(2).
       01  DUE-MM                 PIC 9(2).

      *    THE REGISTER.
       01  INTERFACE-COUNT        PIC 9(3) VALUE 0.
       01  INTERFACE-TABLE.
           03  INTERFACE-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON INTERFACE-COUNT.
               COPY IFREGREC REPLACING LEADING ==IFR== BY ==IFT==.
       01  INTERFACE-INDEX        PIC 9(3).

      *    FINDINGS ALREADY ON IFHIST FOR THIS BUSINESS DAY.
       01  SEEN-COUNT             PIC 9(4) VALUE 0.
       01  SEEN-TABLE.
           05  SEEN-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON SEEN-COUNT.
               10  SNT-FILE-NAME      PIC X(8).
               10  SNT-EVENT          PIC X(8).
               10  SNT-RECORD-COUNT   PIC 9(7).
       01  SEEN-INDEX             PIC 9(4).
       01  ARRIVAL-SEEN-SWITCH    PIC X.
           88  ARRIVAL-ALREADY-SEEN   VALUE "Y".
       01  EVENT-SEEN-SWITCH      PIC X.
           88  EVENT-ALREADY-SEEN     VALUE "Y".

      *    THE FILE IN HAND.
       01  DETAIL-COUNT           PIC 9(7).
       01  RECORDS-ON-FILE        PIC 9(7).
       01  HEADER-COUNT           PIC 9(3).
       01  TRAILER-COUNT          PIC 9(3).
       01  FIRST-RECORD-TYPE      PIC X(3).
       01  LAST-RECORD-TYPE       PIC X(3).
       01  TRAILER-RECORD         PIC X(200).
       01  COUNT-POS              PIC 9(3).
       01  COUNT-LEN              PIC 9(2).
       01  TRAILER-COUNT-TEXT     PIC X(9) JUSTIFIED RIGHT.
       01  TRAILER-COUNT-NUM REDEFINES TRAILER-COUNT-TEXT
                                  PIC 9(9).
       01  ENVELOPE-SWITCH        PIC X.
           88  ENVELOPE-IS-GOOD       VALUE "Y".
       01  ENVELOPE-FAULT         PIC X(20).
       01  NEW-EVENT              PIC X(8).
       01  FILE-STATE             PIC X(10).
       01  EDITED-COUNT           PIC ZZZZZZ9.

       01  CRITICAL-COUNT         PIC 9(5) VALUE 0.
       01  WARN-COUNT             PIC 9(5) VALUE 0.
       01  EVENTS-WRITTEN         PIC 9(5) VALUE 0.
       01  PRESENT-COUNT          PIC 9(5) VALUE 0.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON THE AUDIT RECORD.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

      *    HOW THIS RUN RAISES OPERATOR ALERTS - ONE RAISE PER NEW
      *    FINDING, GRADED BY ITS KIND.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

           PERFORM RUN-INTERFACE-MONITOR.

      *    EIGHT FOR A MISSING FILE, A BAD ENVELOPE OR NO REGISTER,
      *    FOUR FOR A LATE OR OUT-OF-RANGE FILE, ZERO OTHERWISE.
           EVALUATE TRUE
               WHEN CRITICAL-COUNT > 0 OR INTERFACE-COUNT = 0
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

       RUN-INTERFACE-MONITOR.
           ACCEPT BATCH-START-TIME FROM TIME
           ACCEPT MACHINE-DATE FROM DATE YYYYMMDD
           ACCEPT CLOCK-TIME FROM TIME
           COMPUTE CLOCK-HHMM = CLOCK-HH * 100 + CLOCK-MM
           COMPUTE NOW-MINUTES = CLOCK-HH * 60 + CLOCK-MM
           IF MACHINE-DATE > RUN-DATE
               ADD 1440 TO NOW-MINUTES
           END-IF

           PERFORM LOAD-INTERFACE-REGISTER
           PERFORM LOAD-TODAYS-HISTORY

           OPEN OUTPUT IF-RPT-FILE
           MOVE SPACES TO IF-RPT-RECORD
           STRING "INTERFACE MONITOR  BUSINESS DATE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  CHECKED AT " DELIMITED BY SIZE
               CLOCK-HHMM DELIMITED BY SIZE
               INTO IF-RPT-RECORD
           END-STRING
           WRITE IF-RPT-RECORD
           MOVE SPACES TO IF-RPT-RECORD
           WRITE IF-RPT-RECORD

           IF INTERFACE-COUNT = 0
               MOVE "NO INTERFACE REGISTER (IFREG) - NOTHING CHECKED"
                   TO IF-RPT-RECORD
               WRITE IF-RPT-RECORD
               MOVE SPACES TO ALERT-REQUEST-AREA
               SET ALQ-REQ-RAISE TO TRUE
               SET ALQ-SEV-CRITICAL TO TRUE
               MOVE "INTERFACE-MONITOR" TO ALQ-PROGRAM-ID
               MOVE RUN-DATE TO ALQ-CYCLE-DATE
               MOVE "NO INTERFACE REGISTER - NOTHING CHECKED"
                   TO ALQ-MESSAGE
               CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA
           ELSE
               MOVE "FILE     DIR DUE  STATE      RECORDS  NOTE"
                   TO IF-RPT-RECORD
               WRITE IF-RPT-RECORD
               PERFORM OPEN-INTERFACE-HISTORY
               PERFORM VARYING INTERFACE-INDEX FROM 1 BY 1
                       UNTIL INTERFACE-INDEX > INTERFACE-COUNT
                   PERFORM CHECK-ONE-INTERFACE
               END-PERFORM
               CLOSE IF-HIST-FILE
           END-IF

           MOVE SPACES TO IF-RPT-RECORD
           WRITE IF-RPT-RECORD
           MOVE SPACES TO IF-RPT-RECORD
           STRING "INTERFACES: " DELIMITED BY SIZE
               INTERFACE-COUNT DELIMITED BY SIZE
               "  PRESENT: " DELIMITED BY SIZE
               PRESENT-COUNT DELIMITED BY SIZE
               "  NEW FINDINGS CRITICAL: " DELIMITED BY SIZE
               CRITICAL-COUNT DELIMITED BY SIZE
               "  WARN: " DELIMITED BY SIZE
               WARN-COUNT DELIMITED BY SIZE
               INTO IF-RPT-RECORD
           END-STRING
           WRITE IF-RPT-RECORD

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE IF-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT.

      *    A REGISTER ROW WITH NO FILE NAME OR A DIRECTION OTHER THAN
      *    I OR O IS IGNORED; A MISSING TRAILER POSITION MEANS THE
      *    STANDARD ENVREC.CPY COUNT FIELD, POSITIONS 27-33.
       LOAD-INTERFACE-REGISTER.
           OPEN INPUT IF-REG-FILE
           IF IF-REG-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ IF-REG-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF IFR-FILE-NAME NOT = SPACES
                           AND (IFR-INBOUND OR IFR-OUTBOUND)
                           AND INTERFACE-COUNT < 100
                       ADD 1 TO INTERFACE-COUNT
                       PERFORM TIDY-REGISTER-ROW
                       MOVE IF-REG-RECORD
                           TO INTERFACE-ENTRY (INTERFACE-COUNT)
                   END-IF
                   READ IF-REG-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE IF-REG-FILE
           END-IF.

      *    BLANK FIGURES ON A HAND-KEYED ROW READ AS ZERO.
       TIDY-REGISTER-ROW.
           IF IFR-DUE-TIME NOT NUMERIC
               MOVE 0 TO IFR-DUE-TIME
           END-IF
           IF IFR-DAY-OFFSET NOT NUMERIC
               MOVE 0 TO IFR-DAY-OFFSET
           END-IF
           IF IFR-GRACE-MINUTES NOT NUMERIC
               MOVE 0 TO IFR-GRACE-MINUTES
           END-IF
           IF IFR-MIN-RECORDS NOT NUMERIC
               MOVE 0 TO IFR-MIN-RECORDS
           END-IF
           IF IFR-MAX-RECORDS NOT NUMERIC
               MOVE 0 TO IFR-MAX-RECORDS
           END-IF
           IF IFR-TRL-COUNT-POS NOT NUMERIC
                   OR IFR-TRL-COUNT-POS = 0
               MOVE 27 TO IFR-TRL-COUNT-POS
               MOVE 7 TO IFR-TRL-COUNT-LEN
           END-IF
           IF IFR-TRL-COUNT-LEN NOT NUMERIC
               MOVE 7 TO IFR-TRL-COUNT-LEN
           END-IF.

       LOAD-TODAYS-HISTORY.
           OPEN INPUT IF-HIST-FILE
           IF IF-HIST-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ IF-HIST-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF IFH-BUSINESS-DATE = RUN-DATE
                           AND SEEN-COUNT < 2000
                       ADD 1 TO SEEN-COUNT
                       MOVE IFH-FILE-NAME
                           TO SNT-FILE-NAME (SEEN-COUNT)
                       MOVE IFH-EVENT TO SNT-EVENT (SEEN-COUNT)
                       MOVE IFH-RECORD-COUNT
                           TO SNT-RECORD-COUNT (SEEN-COUNT)
                   END-IF
                   READ IF-HIST-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE IF-HIST-FILE
           END-IF.

      *    APPENDS TO THE INTERFACE HISTORY IF IT ALREADY EXISTS, OR
      *    CREATES IT ON THE FIRST RUN.
       OPEN-INTERFACE-HISTORY.
           OPEN EXTEND IF-HIST-FILE
           IF IF-HIST-STATUS NOT = "00"
               OPEN OUTPUT IF-HIST-FILE
           END-IF.

      *    ONE REGISTERED FILE. AN ARRIVAL ALREADY RECORDED TODAY IS
      *    NOT LOOKED AT AGAIN - ITS FINDINGS STAND.
       CHECK-ONE-INTERFACE.
           COMPUTE DUE-HH = IFT-DUE-TIME (INTERFACE-INDEX) / 100
           COMPUTE DUE-MM = IFT-DUE-TIME (INTERFACE-INDEX)
               - DUE-HH * 100
           COMPUTE DUE-MINUTES =
               IFT-DAY-OFFSET (INTERFACE-INDEX) * 1440
                   + DUE-HH * 60 + DUE-MM
                   + IFT-GRACE-MINUTES (INTERFACE-INDEX)

           MOVE "N" TO ARRIVAL-SEEN-SWITCH
           MOVE 0 TO RECORDS-ON-FILE
           PERFORM VARYING SEEN-INDEX FROM 1 BY 1
                   UNTIL SEEN-INDEX > SEEN-COUNT
               IF SNT-FILE-NAME (SEEN-INDEX)
                       = IFT-FILE-NAME (INTERFACE-INDEX)
                   AND (SNT-EVENT (SEEN-INDEX) = "ONTIME"
                        OR SNT-EVENT (SEEN-INDEX) = "LATE")
                   SET ARRIVAL-ALREADY-SEEN TO TRUE
                   MOVE SNT-RECORD-COUNT (SEEN-INDEX)
                       TO RECORDS-ON-FILE
               END-IF
           END-PERFORM

           MOVE SPACES TO ENVELOPE-FAULT
           IF ARRIVAL-ALREADY-SEEN
               ADD 1 TO PRESENT-COUNT
               MOVE "ARRIVED" TO FILE-STATE
               IF IFT-OUTBOUND (INTERFACE-INDEX)
                   MOVE "SENT" TO FILE-STATE
               END-IF
               MOVE RECORDS-ON-FILE TO DETAIL-COUNT
               MOVE "RECORDED EARLIER" TO ENVELOPE-FAULT
           ELSE
               MOVE IFT-FILE-NAME (INTERFACE-INDEX) TO IF-DATA-NAME
               OPEN INPUT IF-DATA-FILE
               IF IF-DATA-STATUS = "00"
                   ADD 1 TO PRESENT-COUNT
                   PERFORM COUNT-THE-FILE
                   CLOSE IF-DATA-FILE
                   PERFORM JUDGE-ARRIVAL
               ELSE
                   MOVE 0 TO DETAIL-COUNT
                   IF NOW-MINUTES > DUE-MINUTES
                       MOVE "MISSING" TO FILE-STATE
                       MOVE "MISSING" TO NEW-EVENT
                       PERFORM RECORD-FINDING
                   ELSE
                       MOVE "NOT YET DUE" TO FILE-STATE
                   END-IF
               END-IF
           END-IF

           MOVE DETAIL-COUNT TO EDITED-COUNT
           MOVE SPACES TO IF-RPT-RECORD
           STRING IFT-FILE-NAME (INTERFACE-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IFT-DIRECTION (INTERFACE-INDEX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               IFT-DUE-TIME (INTERFACE-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FILE-STATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-COUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ENVELOPE-FAULT DELIMITED BY SIZE
               INTO IF-RPT-RECORD
           END-STRING
           WRITE IF-RPT-RECORD.

      *    DETAIL RECORDS ARE EVERYTHING BUT THE HDR AND TRL LINES.
      *    THE TRAILER IS KEPT FOR ITS COUNT FIELD.
       COUNT-THE-FILE.
           MOVE 0 TO DETAIL-COUNT
           MOVE 0 TO HEADER-COUNT
           MOVE 0 TO TRAILER-COUNT
           MOVE SPACES TO FIRST-RECORD-TYPE
           MOVE SPACES TO LAST-RECORD-TYPE
           MOVE SPACES TO TRAILER-RECORD
           MOVE "N" TO EOF-SWITCH
           READ IF-DATA-FILE
               AT END SET END-OF-SCAN TO TRUE
           END-READ
           IF NOT END-OF-SCAN
               MOVE IF-DATA-RECORD (1:3) TO FIRST-RECORD-TYPE
           END-IF
           PERFORM UNTIL END-OF-SCAN
               MOVE IF-DATA-RECORD (1:3) TO LAST-RECORD-TYPE
               EVALUATE IF-DATA-RECORD (1:3)
                   WHEN "HDR"
                       ADD 1 TO HEADER-COUNT
                   WHEN "TRL"
                       ADD 1 TO TRAILER-COUNT
                       MOVE IF-DATA-RECORD TO TRAILER-RECORD
                   WHEN OTHER
                       ADD 1 TO DETAIL-COUNT
               END-EVALUATE
               READ IF-DATA-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
           END-PERFORM.

      *    ON TIME OR LATE, THEN THE VOLUME AND THE ENVELOPE.
       JUDGE-ARRIVAL.
           IF NOW-MINUTES > DUE-MINUTES
               MOVE "LATE" TO FILE-STATE
               MOVE "LATE" TO NEW-EVENT
           ELSE
               MOVE "ON TIME" TO FILE-STATE
               MOVE "ONTIME" TO NEW-EVENT
           END-IF
           PERFORM RECORD-FINDING

           IF DETAIL-COUNT < IFT-MIN-RECORDS (INTERFACE-INDEX)
                   OR (IFT-MAX-RECORDS (INTERFACE-INDEX) > 0
                       AND DETAIL-COUNT
                           > IFT-MAX-RECORDS (INTERFACE-INDEX))
               MOVE "VOLUME OUT OF RANGE" TO ENVELOPE-FAULT
               MOVE "VOLUME" TO NEW-EVENT
               PERFORM RECORD-FINDING
           END-IF

           IF IFT-ENVELOPED (INTERFACE-INDEX)
               PERFORM CHECK-THE-ENVELOPE
               IF NOT ENVELOPE-IS-GOOD
                   MOVE "ENVELOPE" TO NEW-EVENT
                   PERFORM RECORD-FINDING
               END-IF
           END-IF.

      *    ONE HDR FIRST, ONE TRL LAST, AND THE TRAILER'S COUNT
      *    EQUAL TO THE DETAILS READ.
       CHECK-THE-ENVELOPE.
           MOVE "Y" TO ENVELOPE-SWITCH
           MOVE IFT-TRL-COUNT-POS (INTERFACE-INDEX) TO COUNT-POS
           MOVE IFT-TRL-COUNT-LEN (INTERFACE-INDEX) TO COUNT-LEN
           IF COUNT-LEN = 0 OR COUNT-LEN > 9
               MOVE 7 TO COUNT-LEN
           END-IF
           EVALUATE TRUE
               WHEN HEADER-COUNT NOT = 1
                       OR FIRST-RECORD-TYPE NOT = "HDR"
                   MOVE "N" TO ENVELOPE-SWITCH
                   MOVE "ENVELOPE NO HEADER" TO ENVELOPE-FAULT
               WHEN TRAILER-COUNT NOT = 1
                       OR LAST-RECORD-TYPE NOT = "TRL"
                   MOVE "N" TO ENVELOPE-SWITCH
                   MOVE "ENVELOPE NO TRAILER" TO ENVELOPE-FAULT
               WHEN COUNT-POS + COUNT-LEN - 1 > 200
                   MOVE "N" TO ENVELOPE-SWITCH
                   MOVE "TRAILER COUNT UNREAD" TO ENVELOPE-FAULT
               WHEN OTHER
                   MOVE TRAILER-RECORD (COUNT-POS:COUNT-LEN)
                       TO TRAILER-COUNT-TEXT
                   INSPECT TRAILER-COUNT-TEXT
                       REPLACING LEADING SPACE BY ZERO
                   IF TRAILER-COUNT-TEXT NOT NUMERIC
                       MOVE "N" TO ENVELOPE-SWITCH
                       MOVE "TRAILER COUNT UNREAD" TO ENVELOPE-FAULT
                   ELSE
                       IF TRAILER-COUNT-NUM NOT = DETAIL-COUNT
                           MOVE "N" TO ENVELOPE-SWITCH
                           MOVE "TRAILER COUNT WRONG"
                               TO ENVELOPE-FAULT
                       END-IF
                   END-IF
           END-EVALUATE.

      *    A FINDING NOT YET ON TODAY'S HISTORY IS APPENDED AND
      *    RAISED; ONE ALREADY THERE IS LEFT ALONE.
       RECORD-FINDING.
           MOVE "N" TO EVENT-SEEN-SWITCH
           PERFORM VARYING SEEN-INDEX FROM 1 BY 1
                   UNTIL SEEN-INDEX > SEEN-COUNT
               IF SNT-FILE-NAME (SEEN-INDEX)
                       = IFT-FILE-NAME (INTERFACE-INDEX)
                   AND SNT-EVENT (SEEN-INDEX) = NEW-EVENT
                   SET EVENT-ALREADY-SEEN TO TRUE
               END-IF
           END-PERFORM
           IF NOT EVENT-ALREADY-SEEN
               MOVE SPACES TO IF-HIST-RECORD
               MOVE RUN-DATE TO IFH-BUSINESS-DATE
               MOVE IFT-FILE-NAME (INTERFACE-INDEX) TO IFH-FILE-NAME
               MOVE IFT-DIRECTION (INTERFACE-INDEX) TO IFH-DIRECTION
               MOVE NEW-EVENT TO IFH-EVENT
               MOVE CLOCK-HHMM TO IFH-CHECK-TIME
               MOVE DETAIL-COUNT TO IFH-RECORD-COUNT
               WRITE IF-HIST-RECORD
               ADD 1 TO EVENTS-WRITTEN
               IF SEEN-COUNT < 2000
                   ADD 1 TO SEEN-COUNT
                   MOVE NEW-EVENT TO SNT-EVENT (SEEN-COUNT)
                   MOVE IFT-FILE-NAME (INTERFACE-INDEX)
                       TO SNT-FILE-NAME (SEEN-COUNT)
                   MOVE DETAIL-COUNT TO SNT-RECORD-COUNT (SEEN-COUNT)
               END-IF
               IF NEW-EVENT NOT = "ONTIME"
                   PERFORM RAISE-INTERFACE-ALERT
               END-IF
           END-IF.

       RAISE-INTERFACE-ALERT.
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-RAISE TO TRUE
           IF NEW-EVENT = "MISSING" OR NEW-EVENT = "ENVELOPE"
               SET ALQ-SEV-CRITICAL TO TRUE
               ADD 1 TO CRITICAL-COUNT
           ELSE
               SET ALQ-SEV-WARN TO TRUE
               ADD 1 TO WARN-COUNT
           END-IF
           MOVE "INTERFACE-MONITOR" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           EVALUATE NEW-EVENT
               WHEN "MISSING"
                   STRING IFT-FILE-NAME (INTERFACE-INDEX)
                           DELIMITED BY SPACE
                       " MISSING - DUE " DELIMITED BY SIZE
                       IFT-DUE-TIME (INTERFACE-INDEX)
                           DELIMITED BY SIZE
                       INTO ALQ-MESSAGE
                   END-STRING
               WHEN "LATE"
                   STRING IFT-FILE-NAME (INTERFACE-INDEX)
                           DELIMITED BY SPACE
                       " LATE - DUE " DELIMITED BY SIZE
                       IFT-DUE-TIME (INTERFACE-INDEX)
                           DELIMITED BY SIZE
                       " SEEN " DELIMITED BY SIZE
                       CLOCK-HHMM DELIMITED BY SIZE
                       INTO ALQ-MESSAGE
                   END-STRING
               WHEN "VOLUME"
                   STRING IFT-FILE-NAME (INTERFACE-INDEX)
                           DELIMITED BY SPACE
                       " VOLUME OUT OF RANGE " DELIMITED BY SIZE
                       DETAIL-COUNT DELIMITED BY SIZE
                       INTO ALQ-MESSAGE
                   END-STRING
               WHEN OTHER
                   STRING IFT-FILE-NAME (INTERFACE-INDEX)
                           DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       ENVELOPE-FAULT DELIMITED BY SIZE
                       INTO ALQ-MESSAGE
                   END-STRING
           END-EVALUATE
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.

      *    COPIES THE JUST-CLOSED OUTPUT REPORT TO A DATED ARCHIVE
      *    FILE NAMED FOR TODAY'S RUN AND CATALOGS IT.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "IFMRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT IF-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ IF-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE IF-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ IF-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE IF-RPT-FILE
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
           MOVE "INTERFACE-MONITOR" TO CAT-PROGRAM-ID
           MOVE "IFMRPT" TO CAT-REPORT-NAME
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
           MOVE "INTERFACE-MONITOR" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE INTERFACE-COUNT TO AUD-RECORD-COUNT
           MOVE EVENTS-WRITTEN TO AUD-OUTPUT-COUNT
           COMPUTE AUD-EXCEPTION-COUNT = CRITICAL-COUNT + WARN-COUNT
           MOVE "IFREG IFHIST" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.
