       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTORE-SET.

      *    PUTS THE SHOP BACK TO ONE BACKUP SET TAKEN BY BACKUP-SET,
      *    SO EVERY MASTER AND PARAMETER FILE COMES BACK FROM THE
      *    SAME MOMENT. THE RSTCTL CARD NAMES THE BACKUP ID (BLANK
      *    FOR THE LATEST COMPLETE SET), AN OVERRIDE FLAG, AND
      *    OPTIONALLY THE MEMBERS WANTED (BLANK FOR THE WHOLE SET).
      *
      *    A PARTIAL RESTORE IS REFUSED UNLESS THE OVERRIDE IS Y -
      *    ONE THAT NAMES ONLY SOME OF THE SET'S MEMBERS, A SET WITH
      *    NO SET ROW ON BKPCAT (A BACKUP CUT SHORT), OR A SET WHOSE
      *    FLAT COPY IS MISSING OR NO LONGER MATCHES ITS CATALOGED
      *    COUNT AND HASH. EVERY COPY IS PROVED BEFORE ANY LIVE FILE
      *    IS TOUCHED; EACH MEMBER IS THEN RELOADED (KEYED MASTERS
      *    IN KEY ORDER, AS FILE-INTEGRITY REBUILDS THEM) AND READ
      *    BACK TO PROVE ITS COUNT AND HASH AGAIN. LAST, THE
      *    PROCESSING CALENDAR LOSES EVERY COMPLETION MARK DATED
      *    AFTER THE BACKUP'S BUSINESS DATE, AND BUSDATE - THE FILE
      *    AND THE PARAMETER LIBRARY ROW - IS SET BACK TO THAT DATE,
      *    CLOSED, AS IT STOOD WHEN THE BACKUP WAS TAKEN. RESTORING
      *    LIVE MASTERS IS SUPERVISOR WORK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RST-CTL-FILE ASSIGN TO "RSTCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RST-CTL-STATUS.
           SELECT BKP-CAT-FILE ASSIGN TO "BKPCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BKP-CAT-STATUS.
           SELECT BKP-COPY-FILE ASSIGN TO DYNAMIC COPY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BKP-COPY-STATUS.
           SELECT LINE-MEMBER-FILE ASSIGN TO DYNAMIC MEMBER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LINE-MEMBER-STATUS.
           SELECT KEYED-MEMBER-FILE ASSIGN TO DYNAMIC MEMBER-NAME
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS KMB-KEY
               FILE STATUS IS KEYED-MEMBER-STATUS.
           SELECT PROC-CAL-FILE ASSIGN TO "PROCCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PROC-CAL-STATUS.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BUS-DATE-STATUS.
           SELECT PARM-LIB-FILE ASSIGN TO "PARMLIB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PARM-LIB-STATUS.
           SELECT RST-RPT-FILE ASSIGN TO "RSTRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RST-CTL-FILE.
       01  RST-CTL-RECORD.
           05  RSC-BACKUP-ID      PIC X(12).
           05  FILLER             PIC X.
           05  RSC-OVERRIDE       PIC X.
               88  RSC-PARTIAL-ALLOWED    VALUE "Y".
           05  FILLER             PIC X.
           05  RSC-MEMBER OCCURS 10 TIMES
                                  PIC X(8).

       FD  BKP-CAT-FILE.
       01  BKP-CAT-RECORD.
           COPY BKPCATR.

       FD  BKP-COPY-FILE.
       01  BKP-COPY-RECORD        PIC X(400).

       FD  LINE-MEMBER-FILE.
       01  LINE-MEMBER-RECORD     PIC X(400).

      *    EVERY KEYED MASTER IN THE SET (SIACCT, CIACCT, CUSTMSTR,
      *    STUMSTR) LEADS WITH ITS TEN-CHARACTER KEY.
       FD  KEYED-MEMBER-FILE.
       01  KEYED-MEMBER-RECORD.
           05  KMB-KEY            PIC X(10).
           05  KMB-DATA           PIC X(390).

       FD  PROC-CAL-FILE.
       01  PROC-CAL-RECORD.
           05  CAL-PROGRAM-ID     PIC X(20).
           05  CAL-DATE           PIC 9(8).
           05  CAL-DAY-TYPE       PIC X.

       FD  BUS-DATE-FILE.
       01  BUS-DATE-RECORD.
           05  BSD-BUSINESS-DATE  PIC 9(8).
           05  BSD-STATE          PIC X.

       FD  PARM-LIB-FILE.
       01  PARM-LIB-RECORD.
           05  PRM-PROGRAM-ID     PIC X(20).
           05  PRM-PARM-NAME      PIC X(10).
           05  PRM-PARM-VALUE     PIC X(10).
           05  PRM-EFFECTIVE-DATE PIC 9(8).

       FD  RST-RPT-FILE.
       01  RST-RPT-RECORD         PIC X(80).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  RST-CTL-STATUS         PIC XX.
       01  BKP-CAT-STATUS         PIC XX.
       01  BKP-COPY-STATUS        PIC XX.
       01  LINE-MEMBER-STATUS     PIC XX.
       01  KEYED-MEMBER-STATUS    PIC XX.
       01  PROC-CAL-STATUS        PIC XX.
       01  BUS-DATE-STATUS        PIC XX.
       01  PARM-LIB-STATUS        PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  MEMBER-NAME            PIC X(8).
       01  COPY-NAME              PIC X(24).
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-SCAN            VALUE "Y".
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).

      *    THE SET CHOSEN AND WHAT THE CARD ASKED OF IT.
       01  CARD-SWITCH            PIC X VALUE "N".
           88  CARD-WAS-READ          VALUE "Y".
       01  OVERRIDE-SWITCH        PIC X VALUE "N".
           88  OVERRIDE-GIVEN         VALUE "Y".
       01  BACKUP-ID              PIC X(12) VALUE SPACES.
       01  BACKUP-DATE            PIC 9(8) VALUE 0.
       01  SET-ROW-SWITCH         PIC X VALUE "N".
           88  SET-ROW-FOUND          VALUE "Y".
       01  SET-MEMBER-COUNT       PIC 9(7) VALUE 0.
       01  WANTED-COUNT           PIC 9(2) VALUE 0.
       01  WANTED-TABLE.
           05  WANTED-MEMBER OCCURS 10 TIMES
                                  PIC X(8).
       01  WANTED-INDEX           PIC 9(2).
       01  CARD-INDEX             PIC 9(2).

      *    THE SET'S MEMBERS FROM THE CATALOG.
       01  MEMBER-COUNT           PIC 9(2) VALUE 0.
       01  MEMBER-TABLE.
           05  MEMBER-ENTRY OCCURS 1 TO 40 TIMES
                   DEPENDING ON MEMBER-COUNT.
               10  MBT-NAME           PIC X(8).
               10  MBT-ORG            PIC X.
               10  MBT-STATE          PIC X.
               10  MBT-COPY-NAME      PIC X(24).
               10  MBT-RECORD-COUNT   PIC 9(7).
               10  MBT-HASH-TOTAL     PIC 9(9).
               10  MBT-WANTED-FLAG    PIC X.
                   88  MBT-WANTED         VALUE "Y".
               10  MBT-COPY-FLAG      PIC X.
                   88  MBT-COPY-GOOD      VALUE "Y".
               10  MBT-RESULT         PIC X(10).
       01  MEMBER-INDEX           PIC 9(2).
       01  MEMBER-FOUND-SWITCH    PIC X.
           88  MEMBER-WAS-FOUND       VALUE "Y".

      *    THE VERDICT BEFORE ANY LIVE FILE IS TOUCHED.
       01  PARTIAL-SWITCH         PIC X VALUE "N".
           88  RESTORE-IS-PARTIAL     VALUE "Y".
       01  REFUSED-SWITCH         PIC X VALUE "N".
           88  RESTORE-REFUSED        VALUE "Y".
       01  REFUSAL-REASON         PIC X(50) VALUE SPACES.
       01  BAD-COPY-COUNT         PIC 9(2) VALUE 0.
       01  UNKNOWN-COUNT          PIC 9(2) VALUE 0.
       01  RESTORED-COUNT         PIC 9(2) VALUE 0.
       01  VERIFY-FAIL-COUNT      PIC 9(2) VALUE 0.
       01  SKIPPED-COUNT          PIC 9(2) VALUE 0.
       01  MARKS-DROPPED          PIC 9(5) VALUE 0.
       01  TOTAL-RECORDS          PIC 9(9) VALUE 0.

      *    THE MEMBER IN HAND.
       01  MEMBER-RECORD          PIC X(400).
       01  MEMBER-RECORD-COUNT    PIC 9(7).
       01  MEMBER-HASH            PIC 9(9).
       01  EDITED-COUNT           PIC ZZZZZZ9.

      *    THE RECORD HASH - THE SAME SLICED FOLD BACKUP-SET
      *    CATALOGED THE MEMBERS WITH.
       01  HASH-RECORD            PIC X(412).
       01  HASH-SLICE             PIC 9.
           COPY AUDFOLD.

      *    WHO IS RUNNING THIS JOB - RESTORING LIVE MASTERS IS A
      *    SUPERVISOR ACT.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    A RESTORE THAT FAILS ITS READ-BACK IS RAISED CRITICAL; A
      *    COMPLETED ONE IS RAISED AS A WARNING SO THE MORNING KNOWS
      *    THE SHOP WAS PUT BACK.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           IF OPR-AUTH-SUPERVISOR
               PERFORM RUN-RESTORE-SET
      *        EIGHT WHEN REFUSED OR A MEMBER FAILED ITS READ-BACK,
      *        FOUR FOR A PARTIAL RESTORE TAKEN ON OVERRIDE.
               EVALUATE TRUE
                   WHEN RESTORE-REFUSED OR VERIFY-FAIL-COUNT > 0
                       MOVE 8 TO RETURN-CODE
                   WHEN RESTORE-IS-PARTIAL
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           ELSE
               DISPLAY "OPERATOR " OPR-OPERATOR-ID
                   " LACKS SUPERVISOR AUTHORITY - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
           END-IF.

           STOP RUN.

       RUN-RESTORE-SET.
           ACCEPT BATCH-START-TIME FROM TIME
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT RST-RPT-FILE
           PERFORM READ-RESTORE-CARD
           IF NOT CARD-WAS-READ
               SET RESTORE-REFUSED TO TRUE
               MOVE "NO RSTCTL CARD - A RESTORE MUST BE ASKED FOR"
                   TO REFUSAL-REASON
           ELSE
               PERFORM LOAD-BACKUP-SET
           END-IF

           MOVE SPACES TO RST-RPT-RECORD
           STRING "RESTORE SET  BACKUP ID " DELIMITED BY SIZE
               BACKUP-ID DELIMITED BY SIZE
               "  BUSINESS DATE " DELIMITED BY SIZE
               BACKUP-DATE DELIMITED BY SIZE
               "  OVERRIDE " DELIMITED BY SIZE
               OVERRIDE-SWITCH DELIMITED BY SIZE
               INTO RST-RPT-RECORD
           END-STRING
           WRITE RST-RPT-RECORD
           MOVE SPACES TO RST-RPT-RECORD
           WRITE RST-RPT-RECORD

           IF NOT RESTORE-REFUSED
               PERFORM JUDGE-THE-RESTORE
           END-IF

           IF NOT RESTORE-REFUSED
               MOVE "MEMBER   ORG RESULT       RECORDS      HASH"
                   TO RST-RPT-RECORD
               WRITE RST-RPT-RECORD
               PERFORM VARYING MEMBER-INDEX FROM 1 BY 1
                       UNTIL MEMBER-INDEX > MEMBER-COUNT
                   PERFORM RESTORE-ONE-MEMBER
               END-PERFORM
               PERFORM RESET-PROCESSING-CALENDAR
               PERFORM RESET-BUSINESS-DATE
               PERFORM REPORT-RESTORE-TOTALS
               PERFORM RAISE-RESTORE-ALERT
           ELSE
               PERFORM REPORT-REFUSAL
           END-IF

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD
           CLOSE RST-RPT-FILE.

       READ-RESTORE-CARD.
           OPEN INPUT RST-CTL-FILE
           IF RST-CTL-STATUS = "00"
               READ RST-CTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       SET CARD-WAS-READ TO TRUE
                       MOVE RSC-BACKUP-ID TO BACKUP-ID
                       IF RSC-PARTIAL-ALLOWED
                           SET OVERRIDE-GIVEN TO TRUE
                       END-IF
                       PERFORM VARYING CARD-INDEX FROM 1 BY 1
                               UNTIL CARD-INDEX > 10
                           IF RSC-MEMBER (CARD-INDEX) NOT = SPACES
                               ADD 1 TO WANTED-COUNT
                               MOVE RSC-MEMBER (CARD-INDEX)
                                   TO WANTED-MEMBER (WANTED-COUNT)
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE RST-CTL-FILE
           END-IF.

      *    A BLANK BACKUP ID TAKES THE LATEST SET ROW ON THE CATALOG;
      *    THE SECOND PASS GATHERS THAT ID'S MEMBER ROWS.
       LOAD-BACKUP-SET.
           OPEN INPUT BKP-CAT-FILE
           IF BKP-CAT-STATUS NOT = "00"
               SET RESTORE-REFUSED TO TRUE
               MOVE "NO BACKUP CATALOG (BKPCAT)" TO REFUSAL-REASON
           ELSE
               IF BACKUP-ID = SPACES
                   MOVE "N" TO EOF-SWITCH
                   READ BKP-CAT-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-SCAN
                       IF BKC-SET-ROW
                           MOVE BKC-BACKUP-ID TO BACKUP-ID
                       END-IF
                       READ BKP-CAT-FILE
                           AT END SET END-OF-SCAN TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE BKP-CAT-FILE
                   OPEN INPUT BKP-CAT-FILE
               END-IF

               MOVE "N" TO EOF-SWITCH
               READ BKP-CAT-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF BKC-BACKUP-ID = BACKUP-ID
                           AND BACKUP-ID NOT = SPACES
                       PERFORM TAKE-CATALOG-ROW
                   END-IF
                   READ BKP-CAT-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BKP-CAT-FILE

               IF MEMBER-COUNT = 0
                   SET RESTORE-REFUSED TO TRUE
                   MOVE "BACKUP ID NOT ON THE CATALOG"
                       TO REFUSAL-REASON
               END-IF
           END-IF.

       TAKE-CATALOG-ROW.
           MOVE BKC-BUSINESS-DATE TO BACKUP-DATE
           IF BKC-SET-ROW
               SET SET-ROW-FOUND TO TRUE
               MOVE BKC-RECORD-COUNT TO SET-MEMBER-COUNT
           ELSE
               IF MEMBER-COUNT < 40
                   ADD 1 TO MEMBER-COUNT
                   MOVE BKC-MEMBER-NAME TO MBT-NAME (MEMBER-COUNT)
                   MOVE BKC-MEMBER-ORG TO MBT-ORG (MEMBER-COUNT)
                   MOVE BKC-MEMBER-STATE TO MBT-STATE (MEMBER-COUNT)
                   MOVE BKC-COPY-NAME TO MBT-COPY-NAME (MEMBER-COUNT)
                   MOVE BKC-RECORD-COUNT
                       TO MBT-RECORD-COUNT (MEMBER-COUNT)
                   MOVE BKC-HASH-TOTAL
                       TO MBT-HASH-TOTAL (MEMBER-COUNT)
                   MOVE "N" TO MBT-WANTED-FLAG (MEMBER-COUNT)
                   MOVE "N" TO MBT-COPY-FLAG (MEMBER-COUNT)
                   MOVE SPACES TO MBT-RESULT (MEMBER-COUNT)
               END-IF
           END-IF.

      *    WHICH MEMBERS ARE WANTED, WHETHER EVERY COPY STILL PROVES
      *    OUT, AND SO WHETHER THIS IS A WHOLE-SET RESTORE. A NAME ON
      *    THE CARD THAT IS NOT IN THE SET REFUSES THE RUN OUTRIGHT.
       JUDGE-THE-RESTORE.
           PERFORM VARYING MEMBER-INDEX FROM 1 BY 1
                   UNTIL MEMBER-INDEX > MEMBER-COUNT
               IF WANTED-COUNT = 0
                   MOVE "Y" TO MBT-WANTED-FLAG (MEMBER-INDEX)
               ELSE
                   PERFORM VARYING WANTED-INDEX FROM 1 BY 1
                           UNTIL WANTED-INDEX > WANTED-COUNT
                       IF WANTED-MEMBER (WANTED-INDEX)
                               = MBT-NAME (MEMBER-INDEX)
                           MOVE "Y" TO MBT-WANTED-FLAG (MEMBER-INDEX)
                       END-IF
                   END-PERFORM
               END-IF
               IF NOT MBT-WANTED (MEMBER-INDEX)
                   SET RESTORE-IS-PARTIAL TO TRUE
               END-IF
           END-PERFORM

           PERFORM VARYING WANTED-INDEX FROM 1 BY 1
                   UNTIL WANTED-INDEX > WANTED-COUNT
               MOVE "N" TO MEMBER-FOUND-SWITCH
               PERFORM VARYING MEMBER-INDEX FROM 1 BY 1
                       UNTIL MEMBER-INDEX > MEMBER-COUNT
                   IF WANTED-MEMBER (WANTED-INDEX)
                           = MBT-NAME (MEMBER-INDEX)
                       SET MEMBER-WAS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT MEMBER-WAS-FOUND
                   ADD 1 TO UNKNOWN-COUNT
               END-IF
           END-PERFORM

           IF NOT SET-ROW-FOUND
                   OR SET-MEMBER-COUNT NOT = MEMBER-COUNT
               SET RESTORE-IS-PARTIAL TO TRUE
           END-IF

           PERFORM VARYING MEMBER-INDEX FROM 1 BY 1
                   UNTIL MEMBER-INDEX > MEMBER-COUNT
               IF MBT-WANTED (MEMBER-INDEX)
                   PERFORM PROVE-ONE-COPY
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN UNKNOWN-COUNT > 0
                   SET RESTORE-REFUSED TO TRUE
                   MOVE "CARD NAMES A MEMBER NOT IN THE SET"
                       TO REFUSAL-REASON
               WHEN RESTORE-IS-PARTIAL AND NOT OVERRIDE-GIVEN
                   SET RESTORE-REFUSED TO TRUE
                   EVALUATE TRUE
                       WHEN NOT SET-ROW-FOUND
                           MOVE "SET INCOMPLETE - NO SET ROW ON BKPCAT"
                               TO REFUSAL-REASON
                       WHEN BAD-COPY-COUNT > 0
                           MOVE "A BACKUP COPY IS MISSING OR ALTERED"
                               TO REFUSAL-REASON
                       WHEN OTHER
                           MOVE "PARTIAL RESTORE - OVERRIDE NOT GIVEN"
                               TO REFUSAL-REASON
                   END-EVALUATE
           END-EVALUATE.

      *    THE FLAT COPY MUST STILL CARRY ITS CATALOGED COUNT AND
      *    HASH; ONE THAT DOES NOT MAKES THE RESTORE PARTIAL AND IS
      *    NEVER LOADED. A MEMBER ABSENT AT BACKUP HAS NO COPY.
       PROVE-ONE-COPY.
           IF MBT-STATE (MEMBER-INDEX) = "A"
               MOVE "Y" TO MBT-COPY-FLAG (MEMBER-INDEX)
           ELSE
               MOVE MBT-COPY-NAME (MEMBER-INDEX) TO COPY-NAME
               MOVE 0 TO MEMBER-RECORD-COUNT
               MOVE 0 TO MEMBER-HASH
               OPEN INPUT BKP-COPY-FILE
               IF BKP-COPY-STATUS = "00"
                   MOVE "N" TO EOF-SWITCH
                   READ BKP-COPY-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-SCAN
                       MOVE BKP-COPY-RECORD TO MEMBER-RECORD
                       ADD 1 TO MEMBER-RECORD-COUNT
                       PERFORM HASH-MEMBER-RECORD
                       READ BKP-COPY-FILE
                           AT END SET END-OF-SCAN TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE BKP-COPY-FILE
                   IF MEMBER-RECORD-COUNT
                           = MBT-RECORD-COUNT (MEMBER-INDEX)
                       AND MEMBER-HASH
                           = MBT-HASH-TOTAL (MEMBER-INDEX)
                       MOVE "Y" TO MBT-COPY-FLAG (MEMBER-INDEX)
                   ELSE
                       MOVE "ALTERED" TO MBT-RESULT (MEMBER-INDEX)
                   END-IF
               ELSE
                   MOVE "NO COPY" TO MBT-RESULT (MEMBER-INDEX)
               END-IF
               IF NOT MBT-COPY-GOOD (MEMBER-INDEX)
                   ADD 1 TO BAD-COPY-COUNT
                   SET RESTORE-IS-PARTIAL TO TRUE
               END-IF
           END-IF.

      *    ONE MEMBER - RELOADED FROM ITS PROVED COPY, THEN READ
      *    BACK AND PROVED AGAIN.
       RESTORE-ONE-MEMBER.
           MOVE MBT-NAME (MEMBER-INDEX) TO MEMBER-NAME
           MOVE 0 TO MEMBER-RECORD-COUNT
           MOVE 0 TO MEMBER-HASH
           EVALUATE TRUE
               WHEN NOT MBT-WANTED (MEMBER-INDEX)
                   MOVE "NOT WANTED" TO MBT-RESULT (MEMBER-INDEX)
                   ADD 1 TO SKIPPED-COUNT
               WHEN NOT MBT-COPY-GOOD (MEMBER-INDEX)
                   ADD 1 TO SKIPPED-COUNT
               WHEN MBT-STATE (MEMBER-INDEX) = "A"
                   MOVE "ABSENT" TO MBT-RESULT (MEMBER-INDEX)
                   ADD 1 TO SKIPPED-COUNT
               WHEN OTHER
                   PERFORM RELOAD-ONE-MEMBER
                   PERFORM READ-BACK-ONE-MEMBER
                   IF MEMBER-RECORD-COUNT
                           = MBT-RECORD-COUNT (MEMBER-INDEX)
                       AND MEMBER-HASH
                           = MBT-HASH-TOTAL (MEMBER-INDEX)
                       MOVE "VERIFIED" TO MBT-RESULT (MEMBER-INDEX)
                       ADD 1 TO RESTORED-COUNT
                   ELSE
                       MOVE "MISMATCH" TO MBT-RESULT (MEMBER-INDEX)
                       ADD 1 TO VERIFY-FAIL-COUNT
                   END-IF
                   ADD MEMBER-RECORD-COUNT TO TOTAL-RECORDS
           END-EVALUATE

           MOVE MEMBER-RECORD-COUNT TO EDITED-COUNT
           MOVE SPACES TO RST-RPT-RECORD
           MOVE MEMBER-NAME TO RST-RPT-RECORD (1:8)
           MOVE MBT-ORG (MEMBER-INDEX) TO RST-RPT-RECORD (10:1)
           MOVE MBT-RESULT (MEMBER-INDEX) TO RST-RPT-RECORD (14:10)
           MOVE EDITED-COUNT TO RST-RPT-RECORD (26:7)
           MOVE MEMBER-HASH TO RST-RPT-RECORD (34:9)
           WRITE RST-RPT-RECORD.

       RELOAD-ONE-MEMBER.
           MOVE MBT-COPY-NAME (MEMBER-INDEX) TO COPY-NAME
           OPEN INPUT BKP-COPY-FILE
           IF MBT-ORG (MEMBER-INDEX) = "K"
               OPEN OUTPUT KEYED-MEMBER-FILE
           ELSE
               OPEN OUTPUT LINE-MEMBER-FILE
           END-IF
           MOVE "N" TO EOF-SWITCH
           READ BKP-COPY-FILE
               AT END SET END-OF-SCAN TO TRUE
           END-READ
           PERFORM UNTIL END-OF-SCAN
               IF MBT-ORG (MEMBER-INDEX) = "K"
                   MOVE BKP-COPY-RECORD TO KEYED-MEMBER-RECORD
                   WRITE KEYED-MEMBER-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               ELSE
                   MOVE BKP-COPY-RECORD TO LINE-MEMBER-RECORD
                   WRITE LINE-MEMBER-RECORD
               END-IF
               READ BKP-COPY-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
           END-PERFORM
           CLOSE BKP-COPY-FILE
           IF MBT-ORG (MEMBER-INDEX) = "K"
               CLOSE KEYED-MEMBER-FILE
           ELSE
               CLOSE LINE-MEMBER-FILE
           END-IF.

      *    THE LIVE FILE JUST WRITTEN, COUNTED AND HASHED THE WAY
      *    BACKUP-SET COUNTED AND HASHED IT.
       READ-BACK-ONE-MEMBER.
           MOVE 0 TO MEMBER-RECORD-COUNT
           MOVE 0 TO MEMBER-HASH
           MOVE "N" TO EOF-SWITCH
           IF MBT-ORG (MEMBER-INDEX) = "K"
               OPEN INPUT KEYED-MEMBER-FILE
               IF KEYED-MEMBER-STATUS NOT = "00"
                   SET END-OF-SCAN TO TRUE
               ELSE
                   READ KEYED-MEMBER-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   MOVE KEYED-MEMBER-RECORD TO MEMBER-RECORD
                   ADD 1 TO MEMBER-RECORD-COUNT
                   PERFORM HASH-MEMBER-RECORD
                   READ KEYED-MEMBER-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               IF KEYED-MEMBER-STATUS NOT = "35"
                   CLOSE KEYED-MEMBER-FILE
               END-IF
           ELSE
               OPEN INPUT LINE-MEMBER-FILE
               IF LINE-MEMBER-STATUS NOT = "00"
                   SET END-OF-SCAN TO TRUE
               ELSE
                   READ LINE-MEMBER-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   MOVE LINE-MEMBER-RECORD TO MEMBER-RECORD
                   ADD 1 TO MEMBER-RECORD-COUNT
                   PERFORM HASH-MEMBER-RECORD
                   READ LINE-MEMBER-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               IF LINE-MEMBER-STATUS NOT = "35"
                   CLOSE LINE-MEMBER-FILE
               END-IF
           END-IF.

      *    FOLDS MEMBER-RECORD INTO MEMBER-HASH EXACTLY AS BACKUP-SET
      *    DOES.
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

      *    EVERY COMPLETION MARK DATED AFTER THE BACKUP'S BUSINESS
      *    DATE IS DROPPED - THE WORK IT RECORDS IS NO LONGER ON THE
      *    FILES - SO THOSE DAYS' PROGRAMS ARE NOT REFUSED AS
      *    ALREADY RUN WHEN THE DAYS ARE REPROCESSED. THE CALENDAR
      *    IS FILTERED THROUGH A WORK COPY AND WRITTEN BACK.
       RESET-PROCESSING-CALENDAR.
           MOVE SPACES TO COPY-NAME
           STRING "PROCCAL.R" DELIMITED BY SIZE
               BACKUP-ID DELIMITED BY SIZE
               INTO COPY-NAME
           END-STRING
           OPEN INPUT PROC-CAL-FILE
           IF PROC-CAL-STATUS = "00"
               OPEN OUTPUT BKP-COPY-FILE
               MOVE "N" TO EOF-SWITCH
               READ PROC-CAL-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF CAL-DAY-TYPE = "C" AND CAL-DATE > BACKUP-DATE
                       ADD 1 TO MARKS-DROPPED
                   ELSE
                       MOVE PROC-CAL-RECORD TO BKP-COPY-RECORD
                       WRITE BKP-COPY-RECORD
                   END-IF
                   READ PROC-CAL-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PROC-CAL-FILE
               CLOSE BKP-COPY-FILE

               OPEN INPUT BKP-COPY-FILE
               OPEN OUTPUT PROC-CAL-FILE
               MOVE "N" TO EOF-SWITCH
               READ BKP-COPY-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   MOVE BKP-COPY-RECORD TO PROC-CAL-RECORD
                   WRITE PROC-CAL-RECORD
                   READ BKP-COPY-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BKP-COPY-FILE
               CLOSE PROC-CAL-FILE
           END-IF.

      *    THE DAY AS IT STOOD AT THE QUIESCE POINT - THE BACKUP'S
      *    BUSINESS DATE, CLOSED - IN THE BUSDATE FILE AND AS A NEW
      *    BUSDATE ROW IN THE PARAMETER LIBRARY, EFFECTIVE TODAY, SO
      *    EVERY PROGRAM'S LOOKUP ANSWERS THE RESTORED DATE.
       RESET-BUSINESS-DATE.
           OPEN OUTPUT BUS-DATE-FILE
           MOVE SPACES TO BUS-DATE-RECORD
           MOVE BACKUP-DATE TO BSD-BUSINESS-DATE
           MOVE "C" TO BSD-STATE
           WRITE BUS-DATE-RECORD
           CLOSE BUS-DATE-FILE

           OPEN EXTEND PARM-LIB-FILE
           IF PARM-LIB-STATUS NOT = "00"
               OPEN OUTPUT PARM-LIB-FILE
           END-IF
           MOVE SPACES TO PARM-LIB-RECORD
           MOVE "BUSINESS-DATE" TO PRM-PROGRAM-ID
           MOVE "BUSDATE" TO PRM-PARM-NAME
           MOVE SPACES TO PRM-PARM-VALUE
           MOVE BACKUP-DATE TO PRM-PARM-VALUE (3:8)
           MOVE RUN-DATE TO PRM-EFFECTIVE-DATE
           WRITE PARM-LIB-RECORD
           CLOSE PARM-LIB-FILE.

       REPORT-RESTORE-TOTALS.
           MOVE SPACES TO RST-RPT-RECORD
           WRITE RST-RPT-RECORD
           MOVE SPACES TO RST-RPT-RECORD
           STRING "RESTORED AND VERIFIED: " DELIMITED BY SIZE
               RESTORED-COUNT DELIMITED BY SIZE
               "  MISMATCHED: " DELIMITED BY SIZE
               VERIFY-FAIL-COUNT DELIMITED BY SIZE
               "  NOT RESTORED: " DELIMITED BY SIZE
               SKIPPED-COUNT DELIMITED BY SIZE
               INTO RST-RPT-RECORD
           END-STRING
           WRITE RST-RPT-RECORD
           MOVE SPACES TO RST-RPT-RECORD
           STRING "COMPLETION MARKS DROPPED: " DELIMITED BY SIZE
               MARKS-DROPPED DELIMITED BY SIZE
               "  BUSINESS DATE RESET TO " DELIMITED BY SIZE
               BACKUP-DATE DELIMITED BY SIZE
               " (CLOSED)" DELIMITED BY SIZE
               INTO RST-RPT-RECORD
           END-STRING
           WRITE RST-RPT-RECORD
           IF RESTORE-IS-PARTIAL
               MOVE "PARTIAL RESTORE TAKEN ON OVERRIDE"
                   TO RST-RPT-RECORD
               WRITE RST-RPT-RECORD
           END-IF.

       REPORT-REFUSAL.
           MOVE SPACES TO RST-RPT-RECORD
           STRING "RESTORE REFUSED - " DELIMITED BY SIZE
               REFUSAL-REASON DELIMITED BY SIZE
               INTO RST-RPT-RECORD
           END-STRING
           WRITE RST-RPT-RECORD
           PERFORM VARYING MEMBER-INDEX FROM 1 BY 1
                   UNTIL MEMBER-INDEX > MEMBER-COUNT
               IF MBT-RESULT (MEMBER-INDEX) NOT = SPACES
                   MOVE SPACES TO RST-RPT-RECORD
                   STRING "   " DELIMITED BY SIZE
                       MBT-NAME (MEMBER-INDEX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       MBT-RESULT (MEMBER-INDEX) DELIMITED BY SIZE
                       INTO RST-RPT-RECORD
                   END-STRING
                   WRITE RST-RPT-RECORD
               END-IF
           END-PERFORM
           MOVE "NO LIVE FILE WAS TOUCHED" TO RST-RPT-RECORD
           WRITE RST-RPT-RECORD.

       RAISE-RESTORE-ALERT.
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-RAISE TO TRUE
           MOVE "RESTORE-SET" TO ALQ-PROGRAM-ID
           MOVE BACKUP-DATE TO ALQ-CYCLE-DATE
           IF VERIFY-FAIL-COUNT > 0
               SET ALQ-SEV-CRITICAL TO TRUE
               STRING "RESTORE " DELIMITED BY SIZE
                   BACKUP-ID DELIMITED BY SIZE
                   " FAILED READ-BACK" DELIMITED BY SIZE
                   INTO ALQ-MESSAGE
               END-STRING
           ELSE
               SET ALQ-SEV-WARN TO TRUE
               STRING "SHOP RESTORED TO BACKUP " DELIMITED BY SIZE
                   BACKUP-ID DELIMITED BY SIZE
                   INTO ALQ-MESSAGE
               END-STRING
           END-IF
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.

      *    RECORDS ONE START/END/RECORD-COUNT ENTRY FOR THIS RUN ON
      *    THE SHARED AUDIT TRAIL USED FOR BATCH SIGN-OFF.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "RESTORE-SET" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE TOTAL-RECORDS TO AUD-RECORD-COUNT
           MOVE TOTAL-RECORDS TO AUD-OUTPUT-COUNT
           MOVE VERIFY-FAIL-COUNT TO AUD-EXCEPTION-COUNT
           MOVE SPACES TO AUD-INPUT-SUMMARY
           STRING "RESTORE " DELIMITED BY SIZE
               BACKUP-ID DELIMITED BY SIZE
               INTO AUD-INPUT-SUMMARY
           END-STRING
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.

           COPY AUDFOLDP.
