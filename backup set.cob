       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-SET.

      *    TAKES ONE CONSISTENT POINT-IN-TIME BACKUP OF THE SHOP'S
      *    MASTERS AND PARAMETER FILES - SIACCT, CIACCT, CUSTMSTR,
      *    ACCTOWN, STUMSTR, GRDHIST, INTLEDG, BALHIST, THE CENTRAL
      *    PARAMETER LIBRARY, THE PROCESSING CALENDAR, THE BUSINESS
      *    DATE AND THE CLOSE LIST - SO A BAD NIGHT IS RECOVERED FROM
      *    ONE MOMENT INSTEAD OF FROM FILES OF DIFFERENT AGES. BKPLIST
      *    (ONE MEMBER NAME AND ORGANIZATION PER LINE) ADDS FILES TO
      *    THE STANDARD SET.
      *
      *    THE BACKUP IS TAKEN ONLY AT THE QUIESCE POINT: THE
      *    BUSINESS DAY MUST BE CLOSED (THE CLOSE GATE HAS ALREADY
      *    PROVED EVERY REQUIRED COMPLETION MARK ON THE PROCESSING
      *    CALENDAR) AND THE CALENDAR MUST NOT ALREADY CARRY THIS
      *    PROGRAM'S MARK FOR THE DATE. EVERY MEMBER IS COPIED FLAT
      *    UNDER ONE BACKUP ID (BUSINESS DATE AND TIME, YYYYMMDDHHMM)
      *    TO <MEMBER>.B<BACKUP ID>, KEYED MASTERS UNLOADED IN KEY
      *    ORDER AS FILE-INTEGRITY UNLOADS THEM, AND CATALOGED ON
      *    BKPCAT WITH ITS RECORD COUNT AND HASH TOTAL; THE SET ROW
      *    GOES ON LAST, SO A BACKUP CUT SHORT NEVER LOOKS COMPLETE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BUS-DATE-STATUS.
           SELECT BKP-LIST-FILE ASSIGN TO "BKPLIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BKP-LIST-STATUS.
           SELECT LINE-MEMBER-FILE ASSIGN TO DYNAMIC MEMBER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LINE-MEMBER-STATUS.
           SELECT KEYED-MEMBER-FILE ASSIGN TO DYNAMIC MEMBER-NAME
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS KMB-KEY
               FILE STATUS IS KEYED-MEMBER-STATUS.
           SELECT BKP-COPY-FILE ASSIGN TO DYNAMIC COPY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BKP-COPY-STATUS.
           SELECT BKP-CAT-FILE ASSIGN TO "BKPCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BKP-CAT-STATUS.
           SELECT BKP-RPT-FILE ASSIGN TO "BKPRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUS-DATE-FILE.
       01  BUS-DATE-RECORD.
           05  BSD-BUSINESS-DATE  PIC 9(8).
           05  BSD-STATE          PIC X.
               88  BSD-DAY-OPEN       VALUE "O".
               88  BSD-DAY-CLOSED     VALUE "C".

      *    FILES ADDED TO THE STANDARD SET - THE NAME, THEN K FOR A
      *    KEYED MASTER OR S FOR A LINE FILE.
       FD  BKP-LIST-FILE.
       01  BKP-LIST-RECORD.
           05  BKL-MEMBER-NAME    PIC X(8).
           05  FILLER             PIC X.
           05  BKL-MEMBER-ORG     PIC X.

       FD  LINE-MEMBER-FILE.
       01  LINE-MEMBER-RECORD     PIC X(400).

      *    EVERY KEYED MASTER IN THE SET (SIACCT, CIACCT, CUSTMSTR,
      *    STUMSTR) LEADS WITH ITS TEN-CHARACTER KEY.
       FD  KEYED-MEMBER-FILE.
       01  KEYED-MEMBER-RECORD.
           05  KMB-KEY            PIC X(10).
           05  KMB-DATA           PIC X(390).

       FD  BKP-COPY-FILE.
       01  BKP-COPY-RECORD        PIC X(400).

       FD  BKP-CAT-FILE.
       01  BKP-CAT-RECORD.
           COPY BKPCATR.

       FD  BKP-RPT-FILE.
       01  BKP-RPT-RECORD         PIC X(80).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  BUS-DATE-STATUS        PIC XX.
       01  BKP-LIST-STATUS        PIC XX.
       01  LINE-MEMBER-STATUS     PIC XX.
       01  KEYED-MEMBER-STATUS    PIC XX.
       01  BKP-COPY-STATUS        PIC XX.
       01  BKP-CAT-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  MEMBER-NAME            PIC X(8).
       01  COPY-NAME              PIC X(24).
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-SCAN            VALUE "Y".
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-HELD     PIC 9(8) VALUE 0.
       01  DAY-STATE-HELD         PIC X VALUE SPACE.
       01  BACKUP-ID              PIC X(12).
       01  BACKUP-TIME            PIC 9(8).
       01  GATE-SWITCH            PIC X VALUE "N".
           88  GATE-IS-OPEN           VALUE "Y".
       01  GATE-REASON            PIC X(50).

      *    THE SET - THE STANDARD MEMBERS FIRST, THEN BKPLIST'S.
       01  MEMBER-COUNT           PIC 9(2) VALUE 0.
       01  MEMBER-TABLE.
           05  MEMBER-ENTRY OCCURS 1 TO 40 TIMES
                   DEPENDING ON MEMBER-COUNT.
               10  MBT-NAME           PIC X(8).
               10  MBT-ORG            PIC X.
               10  MBT-STATE          PIC X.
               10  MBT-RECORD-COUNT   PIC 9(7).
               10  MBT-HASH-TOTAL     PIC 9(9).
       01  MEMBER-INDEX           PIC 9(2).
       01  MEMBER-FOUND-SWITCH    PIC X.
           88  MEMBER-ALREADY-LISTED  VALUE "Y".
       01  NEW-MEMBER-NAME        PIC X(8).
       01  NEW-MEMBER-ORG         PIC X.

      *    THE MEMBER IN HAND AND THE SET'S RUNNING FIGURES.
       01  MEMBER-RECORD          PIC X(400).
       01  MEMBER-RECORD-COUNT    PIC 9(7).
       01  MEMBER-HASH            PIC 9(9).
       01  SET-HASH-WORK          PIC 9(12).
       01  SET-HASH-QUOTIENT      PIC 9(12).
       01  SET-HASH-TOTAL         PIC 9(9) VALUE 0.
       01  COPIED-COUNT           PIC 9(2) VALUE 0.
       01  ABSENT-COUNT           PIC 9(2) VALUE 0.
       01  FAILED-COUNT           PIC 9(2) VALUE 0.
       01  TOTAL-RECORDS          PIC 9(9) VALUE 0.
       01  EDITED-COUNT           PIC ZZZZZZ9.

      *    THE RECORD HASH - EACH RECORD FOLDED IN 103-CHARACTER
      *    SLICES THROUGH THE AUDIT TRAIL'S OWN FOLD, EACH SLICE
      *    CHAINED ON THE LAST, SO A CHANGED, ADDED, DROPPED OR
      *    REORDERED RECORD CHANGES THE MEMBER'S TOTAL.
       01  HASH-RECORD            PIC X(412).
       01  HASH-SLICE             PIC 9.
           COPY AUDFOLD.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON THE CATALOG AND AUDIT.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    THE CALENDAR GATES THE RUN AND TAKES ITS COMPLETION MARK.
       01  PROCESSING-CAL-AREA.
           COPY CALREQ.

      *    A BACKUP CUT SHORT IS RAISED CRITICAL - THE NIGHT HAS NO
      *    RECOVERY POINT UNTIL IT IS RERUN.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM RUN-BACKUP-SET.

      *    EIGHT WHEN THE GATE REFUSED OR A MEMBER COULD NOT BE
      *    COPIED, ZERO FOR A COMPLETE SET.
           EVALUATE TRUE
               WHEN NOT GATE-IS-OPEN OR FAILED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

       RUN-BACKUP-SET.
           ACCEPT BATCH-START-TIME FROM TIME
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-BUSINESS-DATE
           PERFORM CHECK-QUIESCE-GATE

           OPEN OUTPUT BKP-RPT-FILE
           MOVE SPACES TO BKP-RPT-RECORD
           STRING "BACKUP SET  BUSINESS DATE " DELIMITED BY SIZE
               BUSINESS-DATE-HELD DELIMITED BY SIZE
               "  STATE " DELIMITED BY SIZE
               DAY-STATE-HELD DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO BKP-RPT-RECORD
           END-STRING
           WRITE BKP-RPT-RECORD

           IF NOT GATE-IS-OPEN
               MOVE SPACES TO BKP-RPT-RECORD
               STRING "BACKUP REFUSED - " DELIMITED BY SIZE
                   GATE-REASON DELIMITED BY SIZE
                   INTO BKP-RPT-RECORD
               END-STRING
               WRITE BKP-RPT-RECORD
           ELSE
               PERFORM TAKE-THE-BACKUP
           END-IF

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD
           CLOSE BKP-RPT-FILE.

      *    THE DATE AND STATE AS THE BUSINESS-DATE CONTROLLER LEFT
      *    THEM; A SITE WITHOUT THE FILE HAS NO CLOSED DAY AND SO NO
      *    QUIESCE POINT.
       READ-BUSINESS-DATE.
           OPEN INPUT BUS-DATE-FILE
           IF BUS-DATE-STATUS = "00"
               READ BUS-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE BSD-BUSINESS-DATE
                           TO BUSINESS-DATE-HELD
                       MOVE BSD-STATE TO DAY-STATE-HELD
               END-READ
               CLOSE BUS-DATE-FILE
           END-IF.

      *    THE QUIESCE POINT - THE DAY CLOSED, AND NO BACKUP ALREADY
      *    MARKED COMPLETE FOR IT ON THE PROCESSING CALENDAR.
       CHECK-QUIESCE-GATE.
           MOVE "N" TO GATE-SWITCH
           MOVE SPACES TO GATE-REASON
           IF DAY-STATE-HELD NOT = "C"
               MOVE "BUSINESS DAY NOT CLOSED - NOT AT QUIESCE POINT"
                   TO GATE-REASON
           ELSE
               MOVE SPACES TO PROCESSING-CAL-AREA
               SET CALQ-REQ-CHECK TO TRUE
               MOVE "BACKUP-SET" TO CALQ-PROGRAM-ID
               MOVE BUSINESS-DATE-HELD TO CALQ-CYCLE-DATE
               CALL "PROCESSING-CALENDAR" USING PROCESSING-CAL-AREA
               IF CAL-RUN-REFUSED
                   MOVE "SET ALREADY TAKEN FOR THIS BUSINESS DATE"
                       TO GATE-REASON
               ELSE
                   SET GATE-IS-OPEN TO TRUE
               END-IF
           END-IF.

       TAKE-THE-BACKUP.
           ACCEPT BACKUP-TIME FROM TIME
           MOVE SPACES TO BACKUP-ID
           STRING BUSINESS-DATE-HELD DELIMITED BY SIZE
               BACKUP-TIME (1:4) DELIMITED BY SIZE
               INTO BACKUP-ID
           END-STRING
           MOVE SPACES TO BKP-RPT-RECORD
           STRING "BACKUP ID " DELIMITED BY SIZE
               BACKUP-ID DELIMITED BY SIZE
               INTO BKP-RPT-RECORD
           END-STRING
           WRITE BKP-RPT-RECORD
           MOVE SPACES TO BKP-RPT-RECORD
           WRITE BKP-RPT-RECORD
           MOVE "MEMBER   ORG STATE    RECORDS      HASH  COPY"
               TO BKP-RPT-RECORD
           WRITE BKP-RPT-RECORD

           PERFORM LOAD-MEMBER-LIST
           PERFORM OPEN-BACKUP-CATALOG
           PERFORM VARYING MEMBER-INDEX FROM 1 BY 1
                   UNTIL MEMBER-INDEX > MEMBER-COUNT
               PERFORM BACK-UP-ONE-MEMBER
           END-PERFORM

           IF FAILED-COUNT = 0
               MOVE SPACES TO BKP-CAT-RECORD
               MOVE BACKUP-ID TO BKC-BACKUP-ID
               MOVE BUSINESS-DATE-HELD TO BKC-BUSINESS-DATE
               MOVE "*SET*" TO BKC-MEMBER-NAME
               MOVE "C" TO BKC-MEMBER-STATE
               MOVE MEMBER-COUNT TO BKC-RECORD-COUNT
               MOVE SET-HASH-TOTAL TO BKC-HASH-TOTAL
               MOVE RUN-DATE TO BKC-TAKEN-DATE
               MOVE BACKUP-TIME TO BKC-TAKEN-TIME
               MOVE OPR-OPERATOR-ID TO BKC-OPERATOR-ID
               WRITE BKP-CAT-RECORD
           END-IF
           CLOSE BKP-CAT-FILE

           MOVE SPACES TO BKP-RPT-RECORD
           WRITE BKP-RPT-RECORD
           MOVE SPACES TO BKP-RPT-RECORD
           STRING "MEMBERS: " DELIMITED BY SIZE
               MEMBER-COUNT DELIMITED BY SIZE
               "  COPIED: " DELIMITED BY SIZE
               COPIED-COUNT DELIMITED BY SIZE
               "  ABSENT: " DELIMITED BY SIZE
               ABSENT-COUNT DELIMITED BY SIZE
               "  FAILED: " DELIMITED BY SIZE
               FAILED-COUNT DELIMITED BY SIZE
               "  SET HASH " DELIMITED BY SIZE
               SET-HASH-TOTAL DELIMITED BY SIZE
               INTO BKP-RPT-RECORD
           END-STRING
           WRITE BKP-RPT-RECORD

           IF FAILED-COUNT = 0
               MOVE "SET COMPLETE - CATALOGED ON BKPCAT"
                   TO BKP-RPT-RECORD
               WRITE BKP-RPT-RECORD
               MOVE SPACES TO PROCESSING-CAL-AREA
               SET CALQ-REQ-COMPLETE TO TRUE
               MOVE "BACKUP-SET" TO CALQ-PROGRAM-ID
               MOVE BUSINESS-DATE-HELD TO CALQ-CYCLE-DATE
               CALL "PROCESSING-CALENDAR" USING PROCESSING-CAL-AREA
           ELSE
               MOVE "SET INCOMPLETE - NO SET ROW WRITTEN"
                   TO BKP-RPT-RECORD
               WRITE BKP-RPT-RECORD
               MOVE SPACES TO ALERT-REQUEST-AREA
               SET ALQ-REQ-RAISE TO TRUE
               SET ALQ-SEV-CRITICAL TO TRUE
               MOVE "BACKUP-SET" TO ALQ-PROGRAM-ID
               MOVE BUSINESS-DATE-HELD TO ALQ-CYCLE-DATE
               STRING "BACKUP " DELIMITED BY SIZE
                   BACKUP-ID DELIMITED BY SIZE
                   " INCOMPLETE - RERUN" DELIMITED BY SIZE
                   INTO ALQ-MESSAGE
               END-STRING
               CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA
           END-IF.

       LOAD-MEMBER-LIST.
           MOVE "SIACCT" TO NEW-MEMBER-NAME
           MOVE "K" TO NEW-MEMBER-ORG
           PERFORM ADD-ONE-MEMBER
           MOVE "CIACCT" TO NEW-MEMBER-NAME
           PERFORM ADD-ONE-MEMBER
           MOVE "CUSTMSTR" TO NEW-MEMBER-NAME
           PERFORM ADD-ONE-MEMBER
           MOVE "STUMSTR" TO NEW-MEMBER-NAME
           PERFORM ADD-ONE-MEMBER
           MOVE "S" TO NEW-MEMBER-ORG
           MOVE "ACCTOWN" TO NEW-MEMBER-NAME
           PERFORM ADD-ONE-MEMBER
           MOVE "GRDHIST" TO NEW-MEMBER-NAME
           PERFORM ADD-ONE-MEMBER
           MOVE "INTLEDG" TO NEW-MEMBER-NAME
           PERFORM ADD-ONE-MEMBER
           MOVE "BALHIST" TO NEW-MEMBER-NAME
           PERFORM ADD-ONE-MEMBER
           MOVE "PARMLIB" TO NEW-MEMBER-NAME
           PERFORM ADD-ONE-MEMBER
           MOVE "PROCCAL" TO NEW-MEMBER-NAME
           PERFORM ADD-ONE-MEMBER
           MOVE "BUSDATE" TO NEW-MEMBER-NAME
           PERFORM ADD-ONE-MEMBER
           MOVE "BDREQD" TO NEW-MEMBER-NAME
           PERFORM ADD-ONE-MEMBER

           OPEN INPUT BKP-LIST-FILE
           IF BKP-LIST-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ BKP-LIST-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF BKL-MEMBER-NAME NOT = SPACES
                       MOVE BKL-MEMBER-NAME TO NEW-MEMBER-NAME
                       MOVE "S" TO NEW-MEMBER-ORG
                       IF BKL-MEMBER-ORG = "K"
                           MOVE "K" TO NEW-MEMBER-ORG
                       END-IF
                       PERFORM ADD-ONE-MEMBER
                   END-IF
                   READ BKP-LIST-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BKP-LIST-FILE
           END-IF.

      *    A NAME ALREADY IN THE SET IS NOT TAKEN TWICE.
       ADD-ONE-MEMBER.
           MOVE "N" TO MEMBER-FOUND-SWITCH
           PERFORM VARYING MEMBER-INDEX FROM 1 BY 1
                   UNTIL MEMBER-INDEX > MEMBER-COUNT
               IF MBT-NAME (MEMBER-INDEX) = NEW-MEMBER-NAME
                   SET MEMBER-ALREADY-LISTED TO TRUE
               END-IF
           END-PERFORM
           IF NOT MEMBER-ALREADY-LISTED AND MEMBER-COUNT < 40
               ADD 1 TO MEMBER-COUNT
               MOVE NEW-MEMBER-NAME TO MBT-NAME (MEMBER-COUNT)
               MOVE NEW-MEMBER-ORG TO MBT-ORG (MEMBER-COUNT)
               MOVE SPACE TO MBT-STATE (MEMBER-COUNT)
               MOVE 0 TO MBT-RECORD-COUNT (MEMBER-COUNT)
               MOVE 0 TO MBT-HASH-TOTAL (MEMBER-COUNT)
           END-IF.

      *    APPENDS TO THE BACKUP CATALOG IF IT ALREADY EXISTS, OR
      *    CREATES IT ON THE FIRST BACKUP TAKEN.
       OPEN-BACKUP-CATALOG.
           OPEN EXTEND BKP-CAT-FILE
           IF BKP-CAT-STATUS NOT = "00"
               OPEN OUTPUT BKP-CAT-FILE
           END-IF.

      *    ONE MEMBER - AN ABSENT FILE IS CATALOGED AS ABSENT; ONE
      *    WHOSE COPY CANNOT BE WRITTEN FAILS THE SET.
       BACK-UP-ONE-MEMBER.
           MOVE MBT-NAME (MEMBER-INDEX) TO MEMBER-NAME
           MOVE SPACES TO COPY-NAME
           STRING MEMBER-NAME DELIMITED BY SPACE
               ".B" DELIMITED BY SIZE
               BACKUP-ID DELIMITED BY SIZE
               INTO COPY-NAME
           END-STRING
           MOVE 0 TO MEMBER-RECORD-COUNT
           MOVE 0 TO MEMBER-HASH

           IF MBT-ORG (MEMBER-INDEX) = "K"
               OPEN INPUT KEYED-MEMBER-FILE
               IF KEYED-MEMBER-STATUS = "00"
                   PERFORM COPY-KEYED-MEMBER
                   CLOSE KEYED-MEMBER-FILE
               ELSE
                   MOVE "A" TO MBT-STATE (MEMBER-INDEX)
               END-IF
           ELSE
               OPEN INPUT LINE-MEMBER-FILE
               IF LINE-MEMBER-STATUS = "00"
                   PERFORM COPY-LINE-MEMBER
                   CLOSE LINE-MEMBER-FILE
               ELSE
                   MOVE "A" TO MBT-STATE (MEMBER-INDEX)
               END-IF
           END-IF

           MOVE MEMBER-RECORD-COUNT
               TO MBT-RECORD-COUNT (MEMBER-INDEX)
           MOVE MEMBER-HASH TO MBT-HASH-TOTAL (MEMBER-INDEX)
           EVALUATE MBT-STATE (MEMBER-INDEX)
               WHEN "C"
                   ADD 1 TO COPIED-COUNT
                   ADD MEMBER-RECORD-COUNT TO TOTAL-RECORDS
                   COMPUTE SET-HASH-WORK =
                       SET-HASH-TOTAL + MEMBER-HASH
                   DIVIDE SET-HASH-WORK BY 999999937
                       GIVING SET-HASH-QUOTIENT
                       REMAINDER SET-HASH-TOTAL
               WHEN "A"
                   ADD 1 TO ABSENT-COUNT
                   MOVE SPACES TO COPY-NAME
               WHEN OTHER
                   ADD 1 TO FAILED-COUNT
           END-EVALUATE

           IF MBT-STATE (MEMBER-INDEX) = "C"
                   OR MBT-STATE (MEMBER-INDEX) = "A"
               MOVE SPACES TO BKP-CAT-RECORD
               MOVE BACKUP-ID TO BKC-BACKUP-ID
               MOVE BUSINESS-DATE-HELD TO BKC-BUSINESS-DATE
               MOVE MEMBER-NAME TO BKC-MEMBER-NAME
               MOVE MBT-ORG (MEMBER-INDEX) TO BKC-MEMBER-ORG
               MOVE MBT-STATE (MEMBER-INDEX) TO BKC-MEMBER-STATE
               MOVE COPY-NAME TO BKC-COPY-NAME
               MOVE MEMBER-RECORD-COUNT TO BKC-RECORD-COUNT
               MOVE MEMBER-HASH TO BKC-HASH-TOTAL
               MOVE RUN-DATE TO BKC-TAKEN-DATE
               MOVE BACKUP-TIME TO BKC-TAKEN-TIME
               MOVE OPR-OPERATOR-ID TO BKC-OPERATOR-ID
               WRITE BKP-CAT-RECORD
           END-IF

           MOVE MEMBER-RECORD-COUNT TO EDITED-COUNT
           MOVE SPACES TO BKP-RPT-RECORD
           MOVE MEMBER-NAME TO BKP-RPT-RECORD (1:8)
           MOVE MBT-ORG (MEMBER-INDEX) TO BKP-RPT-RECORD (10:1)
           EVALUATE MBT-STATE (MEMBER-INDEX)
               WHEN "C"
                   MOVE "COPIED" TO BKP-RPT-RECORD (14:8)
               WHEN "A"
                   MOVE "ABSENT" TO BKP-RPT-RECORD (14:8)
               WHEN OTHER
                   MOVE "FAILED" TO BKP-RPT-RECORD (14:8)
           END-EVALUATE
           MOVE EDITED-COUNT TO BKP-RPT-RECORD (22:7)
           MOVE MEMBER-HASH TO BKP-RPT-RECORD (30:9)
           MOVE COPY-NAME TO BKP-RPT-RECORD (40:24)
           WRITE BKP-RPT-RECORD.

       COPY-KEYED-MEMBER.
           OPEN OUTPUT BKP-COPY-FILE
           IF BKP-COPY-STATUS NOT = "00"
               MOVE "F" TO MBT-STATE (MEMBER-INDEX)
           ELSE
               MOVE "N" TO EOF-SWITCH
               READ KEYED-MEMBER-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   MOVE KEYED-MEMBER-RECORD TO MEMBER-RECORD
                   PERFORM COPY-ONE-RECORD
                   READ KEYED-MEMBER-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BKP-COPY-FILE
               IF MBT-STATE (MEMBER-INDEX) NOT = "F"
                   MOVE "C" TO MBT-STATE (MEMBER-INDEX)
               END-IF
           END-IF.

       COPY-LINE-MEMBER.
           OPEN OUTPUT BKP-COPY-FILE
           IF BKP-COPY-STATUS NOT = "00"
               MOVE "F" TO MBT-STATE (MEMBER-INDEX)
           ELSE
               MOVE "N" TO EOF-SWITCH
               READ LINE-MEMBER-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   MOVE LINE-MEMBER-RECORD TO MEMBER-RECORD
                   PERFORM COPY-ONE-RECORD
                   READ LINE-MEMBER-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BKP-COPY-FILE
               IF MBT-STATE (MEMBER-INDEX) NOT = "F"
                   MOVE "C" TO MBT-STATE (MEMBER-INDEX)
               END-IF
           END-IF.

      *    A WRITE THAT FAILS PART-WAY (A FULL VOLUME, SAY) FAILS
      *    THE MEMBER AND SO THE SET.
       COPY-ONE-RECORD.
           MOVE MEMBER-RECORD TO BKP-COPY-RECORD
           WRITE BKP-COPY-RECORD
           IF BKP-COPY-STATUS NOT = "00"
               MOVE "F" TO MBT-STATE (MEMBER-INDEX)
           END-IF
           ADD 1 TO MEMBER-RECORD-COUNT
           PERFORM HASH-MEMBER-RECORD.

      *    FOLDS MEMBER-RECORD INTO MEMBER-HASH. AN ALL-SPACE SLICE
      *    IS STILL FOLDED, SO A RECORD THAT GROWS OR SHRINKS MOVES
      *    THE TOTAL.
       HASH-MEMBER-RECORD.
           MOVE MEMBER-RECORD TO HASH-RECORD
           PERFORM VARYING HASH-SLICE FROM 1 BY 1
                   UNTIL HASH-SLICE > 4
               MOVE HASH-RECORD ((HASH-SLICE - 1) * 103 + 1:103)
                   TO AFD-CONTENT
               MOVE MEMBER-HASH TO AFD-PREV-HASH
               PERFORM FOLD-AUDIT-LINK
               MOVE AFD-HASH TO MEMBER-HASH
           END-PERFORM.

      *    RECORDS ONE START/END/RECORD-COUNT ENTRY FOR THIS RUN ON
      *    THE SHARED AUDIT TRAIL USED FOR BATCH SIGN-OFF.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "BACKUP-SET" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE BUSINESS-DATE-HELD TO AUD-CYCLE-DATE
           IF BUSINESS-DATE-HELD = 0
               MOVE RUN-DATE TO AUD-CYCLE-DATE
           END-IF
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE TOTAL-RECORDS TO AUD-RECORD-COUNT
           MOVE TOTAL-RECORDS TO AUD-OUTPUT-COUNT
           MOVE FAILED-COUNT TO AUD-EXCEPTION-COUNT
           MOVE SPACES TO AUD-INPUT-SUMMARY
           STRING "BACKUP " DELIMITED BY SIZE
               BACKUP-ID DELIMITED BY SIZE
               INTO AUD-INPUT-SUMMARY
           END-STRING
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.

           COPY AUDFOLDP.
