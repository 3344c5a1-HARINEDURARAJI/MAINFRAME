       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREEZE-REPLAY.

      *    PUTS TRANSACTIONS A CHANGE FREEZE PARKED BACK WHERE THEY
      *    CAME FROM ONCE THE FREEZE HAS LIFTED, AND PRINTS THE
      *    FREEZE REPORT. FRZDEFER (WRITTEN BY THE SHARED CHANGE-
      *    FREEZE SERVICE) HOLDS EVERY TRANSACTION A FREEZE DEFERRED
      *    AND EVERY ONE AN AUTHORIZED OPERATOR APPLIED THROUGH A
      *    FREEZE. A PARKED TRANSACTION NO FREEZE COVERS ANY LONGER
      *    ON TODAY'S DATE IS WRITTEN BACK TO THE FRONT OF ITS OWN
      *    TRANSACTION FILE - AHEAD OF WHATEVER TODAY'S FEED ALREADY
      *    HOLDS, SO THE OLDER CHANGE APPLIES FIRST - AND AN R ROW
      *    ON FRZDEFER MARKS IT REPLAYED, SO IT IS NEVER PUT BACK
      *    TWICE. THE OWNING MAINTENANCE PROGRAM APPLIES IT ON ITS
      *    NEXT RUN UNDER ITS OWN VALIDATION AND AUTHORITY CHECKS,
      *    SO THIS STEP RUNS AHEAD OF THE MAINTENANCE RUNS.
      *
      *    FRZRPT LISTS EVERY DEFERRED TRANSACTION WITH WHERE IT
      *    STANDS (STILL FROZEN, REPLAYED THIS RUN OR ON AN EARLIER
      *    DATE) AND EVERY OVERRIDE. RC 8 WHEN A TRANSACTION FILE
      *    COULD NOT BE REWRITTEN (ITS ENTRIES STAY PARKED FOR THE
      *    NEXT RUN).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRZ-DEFER-FILE ASSIGN TO "FRZDEFER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FRZ-DEFER-STATUS.
           SELECT REPLAY-TRAN-FILE ASSIGN TO DYNAMIC REPLAY-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REPLAY-TRAN-STATUS.
           SELECT FRZ-WORK-FILE ASSIGN TO "FRZWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FRZ-WORK-STATUS.
           SELECT FRZ-RPT-FILE ASSIGN TO "FRZRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRZ-DEFER-FILE.
       01  FRZ-DEFER-RECORD.
           COPY FRZDEFR.

      *    WHICHEVER MAINTENANCE TRANSACTION FILE IS BEING PUT BACK
      *    TOGETHER - ACCTTRAN, ACCTREL, PARMTRAN, RATESEL, CURRTRAN,
      *    STUTRAN, GDNTRAN OR LVTRAN - AS ITS RAW LINES.
       FD  REPLAY-TRAN-FILE.
       01  REPLAY-TRAN-RECORD     PIC X(400).

      *    TODAY'S LINES OF THAT FILE, HELD WHILE THE REPLAYED ONES
      *    GO IN AHEAD OF THEM.
       FD  FRZ-WORK-FILE.
       01  FRZ-WORK-RECORD        PIC X(400).

       FD  FRZ-RPT-FILE.
       01  FRZ-RPT-RECORD         PIC X(132).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  FRZ-DEFER-STATUS       PIC XX.
       01  REPLAY-TRAN-STATUS     PIC XX.
       01  FRZ-WORK-STATUS        PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  REPLAY-FILE-NAME       PIC X(8).
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-SCAN            VALUE "Y".
       01  EXISTING-SWITCH        PIC X VALUE "N".
           88  FEED-ALREADY-PRESENT   VALUE "Y".
       01  REBUILD-SWITCH         PIC X VALUE "Y".
           88  REBUILD-IS-OK          VALUE "Y".
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).

      *    THE PARKED AND OVERRIDE ROWS OF THE JOURNAL, IN JOURNAL
      *    ORDER. THE R ROWS ARE NOT HELD - EACH ONLY MARKS ITS
      *    PARKED ROW REPLAYED.
       01  JOURNAL-COUNT          PIC 9(4) VALUE 0.
       01  JOURNAL-TABLE.
           05  JOURNAL-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON JOURNAL-COUNT.
               10  FJT-STATE          PIC X.
                   88  FJT-PARKED         VALUE "P".
                   88  FJT-OVERRIDDEN     VALUE "O".
               10  FJT-ENTRY-KEY      PIC X(21).
               10  FJT-FREEZE-ID      PIC X(08).
               10  FJT-PROGRAM-ID     PIC X(20).
               10  FJT-TRAN-TYPE      PIC X(10).
               10  FJT-TRAN-FILE      PIC X(08).
               10  FJT-KEY-VALUE      PIC X(20).
               10  FJT-OPERATOR-ID    PIC X(08).
               10  FJT-ACTION-DATE    PIC 9(08).
      *    W STILL FROZEN, E FREEZE LIFTED - DUE FOR REPLAY, N
      *    REPLAYED THIS RUN, B REPLAYED ON AN EARLIER RUN, F DUE
      *    BUT ITS FILE COULD NOT BE REWRITTEN.
               10  FJT-DISPOSITION    PIC X.
                   88  FJT-STILL-FROZEN   VALUE "W".
                   88  FJT-DUE-FOR-REPLAY VALUE "E".
                   88  FJT-REPLAYED-NOW   VALUE "N".
                   88  FJT-REPLAYED-BEFORE VALUE "B".
                   88  FJT-REPLAY-FAILED  VALUE "F".
               10  FJT-REPLAY-DATE    PIC 9(08).
               10  FJT-TRAN-IMAGE     PIC X(400).
       01  JOURNAL-INDEX          PIC 9(4).
       01  MATCH-INDEX            PIC 9(4).
       01  JOURNAL-OVERFLOW       PIC 9(5) VALUE 0.

       01  PARKED-COUNT           PIC 9(5) VALUE 0.
       01  OVERRIDE-COUNT         PIC 9(5) VALUE 0.
       01  REPLAYED-NOW-COUNT     PIC 9(5) VALUE 0.
       01  REPLAYED-BEFORE-COUNT  PIC 9(5) VALUE 0.
       01  STILL-FROZEN-COUNT     PIC 9(5) VALUE 0.
       01  FAILED-COUNT           PIC 9(5) VALUE 0.
       01  FILE-LINE-COUNT        PIC 9(7).

       01  DISPOSITION-TEXT       PIC X(24).

      *    THE FREEZE CALENDAR, ASKED FOR EACH PARKED TRANSACTION
      *    WHETHER ITS PROGRAM AND TYPE ARE STILL FROZEN TODAY.
       01  CHANGE-FREEZE-AREA.
           COPY FRZREQ.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY REPLAY ROW AND THE
      *    AUDIT RECORD THIS PROGRAM WRITES.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

      *    REWRITING THE MAINTENANCE TRANSACTION FILES TAKES UPDATE
      *    AUTHORITY.
           IF OPR-CAN-UPDATE
               PERFORM RUN-FREEZE-REPLAY
           ELSE
               DISPLAY "OPERATOR " OPR-OPERATOR-ID
                   " LACKS UPDATE AUTHORITY - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
           END-IF.

           STOP RUN.

       RUN-FREEZE-REPLAY.
           ACCEPT BATCH-START-TIME FROM TIME
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-FREEZE-JOURNAL
           PERFORM SELECT-LIFTED-ENTRIES

           PERFORM VARYING JOURNAL-INDEX FROM 1 BY 1
                   UNTIL JOURNAL-INDEX > JOURNAL-COUNT
               IF FJT-DUE-FOR-REPLAY (JOURNAL-INDEX)
                   MOVE FJT-TRAN-FILE (JOURNAL-INDEX)
                       TO REPLAY-FILE-NAME
                   PERFORM REBUILD-TRANSACTION-FILE
               END-IF
           END-PERFORM

           PERFORM JOURNAL-REPLAYED-ENTRIES
           PERFORM WRITE-FREEZE-REPORT

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           IF FAILED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    THE WHOLE JOURNAL IS READ; AN R ROW MARKS THE PARKED ROW
      *    WITH THE SAME ENTRY KEY (ALWAYS EARLIER ON THE FILE) AS
      *    REPLAYED ON ITS DATE.
       LOAD-FREEZE-JOURNAL.
           OPEN INPUT FRZ-DEFER-FILE
           IF FRZ-DEFER-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ FRZ-DEFER-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   EVALUATE TRUE
                       WHEN FZD-REPLAYED
                           PERFORM MARK-REPLAYED-ENTRY
                       WHEN FZD-PARKED
                       WHEN FZD-OVERRIDDEN
                           PERFORM HOLD-JOURNAL-ROW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ FRZ-DEFER-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FRZ-DEFER-FILE
           END-IF.

       HOLD-JOURNAL-ROW.
           IF JOURNAL-COUNT < 1000
               ADD 1 TO JOURNAL-COUNT
               MOVE FZD-ENTRY-STATE TO FJT-STATE (JOURNAL-COUNT)
               MOVE FZD-ENTRY-KEY TO FJT-ENTRY-KEY (JOURNAL-COUNT)
               MOVE FZD-FREEZE-ID TO FJT-FREEZE-ID (JOURNAL-COUNT)
               MOVE FZD-PROGRAM-ID TO FJT-PROGRAM-ID (JOURNAL-COUNT)
               MOVE FZD-TRAN-TYPE TO FJT-TRAN-TYPE (JOURNAL-COUNT)
               MOVE FZD-TRAN-FILE TO FJT-TRAN-FILE (JOURNAL-COUNT)
               MOVE FZD-KEY-VALUE TO FJT-KEY-VALUE (JOURNAL-COUNT)
               MOVE FZD-OPERATOR-ID
                   TO FJT-OPERATOR-ID (JOURNAL-COUNT)
               MOVE FZD-ACTION-DATE
                   TO FJT-ACTION-DATE (JOURNAL-COUNT)
               MOVE SPACES TO FJT-DISPOSITION (JOURNAL-COUNT)
               MOVE 0 TO FJT-REPLAY-DATE (JOURNAL-COUNT)
               MOVE FZD-TRAN-IMAGE TO FJT-TRAN-IMAGE (JOURNAL-COUNT)
           ELSE
               ADD 1 TO JOURNAL-OVERFLOW
           END-IF.

       MARK-REPLAYED-ENTRY.
           PERFORM VARYING MATCH-INDEX FROM 1 BY 1
                   UNTIL MATCH-INDEX > JOURNAL-COUNT
               IF FJT-PARKED (MATCH-INDEX)
                       AND FJT-ENTRY-KEY (MATCH-INDEX) = FZD-ENTRY-KEY
                   SET FJT-REPLAYED-BEFORE (MATCH-INDEX) TO TRUE
                   MOVE FZD-ACTION-DATE
                       TO FJT-REPLAY-DATE (MATCH-INDEX)
               END-IF
           END-PERFORM.

      *    A PARKED TRANSACTION IS DUE ONLY WHEN NO FREEZE ON THE
      *    CALENDAR COVERS ITS PROGRAM AND TYPE TODAY - THE FREEZE
      *    THAT PARKED IT MAY HAVE ENDED WHILE ANOTHER HAS BEGUN.
       SELECT-LIFTED-ENTRIES.
           PERFORM VARYING JOURNAL-INDEX FROM 1 BY 1
                   UNTIL JOURNAL-INDEX > JOURNAL-COUNT
               IF FJT-PARKED (JOURNAL-INDEX)
                       AND NOT FJT-REPLAYED-BEFORE (JOURNAL-INDEX)
                   MOVE SPACES TO CHANGE-FREEZE-AREA
                   MOVE "INQUIRE" TO FRZQ-REQUEST
                   MOVE FJT-PROGRAM-ID (JOURNAL-INDEX)
                       TO FRZQ-PROGRAM-ID
                   MOVE FJT-TRAN-TYPE (JOURNAL-INDEX)
                       TO FRZQ-TRAN-TYPE
                   MOVE RUN-DATE TO FRZQ-CHECK-DATE
                   MOVE OPR-OPERATOR-ID TO FRZQ-OPERATOR-ID
                   CALL "CHANGE-FREEZE" USING CHANGE-FREEZE-AREA
                   IF FRZ-TRAN-OPEN
                       SET FJT-DUE-FOR-REPLAY (JOURNAL-INDEX)
                           TO TRUE
                   ELSE
                       SET FJT-STILL-FROZEN (JOURNAL-INDEX) TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *    ONE TRANSACTION FILE PUT BACK TOGETHER: TODAY'S LINES ARE
      *    SET ASIDE ON FRZWORK, THE FILE IS REWRITTEN WITH EVERY DUE
      *    ENTRY FOR IT IN JOURNAL ORDER, AND TODAY'S LINES FOLLOW.
      *    A FILE THAT CANNOT BE READ OR REWRITTEN IS LEFT ALONE AND
      *    ITS ENTRIES STAY PARKED.
       REBUILD-TRANSACTION-FILE.
           SET REBUILD-IS-OK TO TRUE
           MOVE "N" TO EXISTING-SWITCH
           MOVE 0 TO FILE-LINE-COUNT

           OPEN INPUT REPLAY-TRAN-FILE
           EVALUATE REPLAY-TRAN-STATUS
               WHEN "00"
                   SET FEED-ALREADY-PRESENT TO TRUE
                   PERFORM SET-ASIDE-TODAYS-LINES
                   CLOSE REPLAY-TRAN-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO REBUILD-SWITCH
           END-EVALUATE

           IF REBUILD-IS-OK
               OPEN OUTPUT REPLAY-TRAN-FILE
               IF REPLAY-TRAN-STATUS NOT = "00"
                   MOVE "N" TO REBUILD-SWITCH
               END-IF
           END-IF

           IF NOT REBUILD-IS-OK
               PERFORM VARYING MATCH-INDEX FROM JOURNAL-INDEX BY 1
                       UNTIL MATCH-INDEX > JOURNAL-COUNT
                   IF FJT-DUE-FOR-REPLAY (MATCH-INDEX)
                           AND FJT-TRAN-FILE (MATCH-INDEX)
                               = REPLAY-FILE-NAME
                       SET FJT-REPLAY-FAILED (MATCH-INDEX) TO TRUE
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING MATCH-INDEX FROM JOURNAL-INDEX BY 1
                       UNTIL MATCH-INDEX > JOURNAL-COUNT
                   IF FJT-DUE-FOR-REPLAY (MATCH-INDEX)
                           AND FJT-TRAN-FILE (MATCH-INDEX)
                               = REPLAY-FILE-NAME
                       MOVE FJT-TRAN-IMAGE (MATCH-INDEX)
                           TO REPLAY-TRAN-RECORD
                       WRITE REPLAY-TRAN-RECORD
                       SET FJT-REPLAYED-NOW (MATCH-INDEX) TO TRUE
                       MOVE RUN-DATE TO FJT-REPLAY-DATE (MATCH-INDEX)
                   END-IF
               END-PERFORM

               IF FEED-ALREADY-PRESENT
                   PERFORM RESTORE-TODAYS-LINES
               END-IF
               CLOSE REPLAY-TRAN-FILE
           END-IF.

       SET-ASIDE-TODAYS-LINES.
           OPEN OUTPUT FRZ-WORK-FILE
           IF FRZ-WORK-STATUS NOT = "00"
               MOVE "N" TO REBUILD-SWITCH
           ELSE
               MOVE "N" TO EOF-SWITCH
               READ REPLAY-TRAN-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   MOVE REPLAY-TRAN-RECORD TO FRZ-WORK-RECORD
                   WRITE FRZ-WORK-RECORD
                   ADD 1 TO FILE-LINE-COUNT
                   READ REPLAY-TRAN-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FRZ-WORK-FILE
           END-IF.

       RESTORE-TODAYS-LINES.
           OPEN INPUT FRZ-WORK-FILE
           IF FRZ-WORK-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ FRZ-WORK-FILE
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   MOVE FRZ-WORK-RECORD TO REPLAY-TRAN-RECORD
                   WRITE REPLAY-TRAN-RECORD
                   READ FRZ-WORK-FILE
                       AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FRZ-WORK-FILE
           END-IF.

      *    ONE R ROW PER ENTRY PUT BACK THIS RUN, CARRYING THE
      *    PARKED ROW'S ENTRY KEY.
       JOURNAL-REPLAYED-ENTRIES.
           PERFORM VARYING JOURNAL-INDEX FROM 1 BY 1
                   UNTIL JOURNAL-INDEX > JOURNAL-COUNT
               IF FJT-REPLAYED-NOW (JOURNAL-INDEX)
                   IF REPLAYED-NOW-COUNT = 0
                       OPEN EXTEND FRZ-DEFER-FILE
                       IF FRZ-DEFER-STATUS NOT = "00"
                           OPEN OUTPUT FRZ-DEFER-FILE
                       END-IF
                   END-IF
                   ADD 1 TO REPLAYED-NOW-COUNT
                   MOVE SPACES TO FRZ-DEFER-RECORD
                   SET FZD-REPLAYED TO TRUE
                   MOVE FJT-ENTRY-KEY (JOURNAL-INDEX)
                       TO FZD-ENTRY-KEY
                   MOVE FJT-FREEZE-ID (JOURNAL-INDEX)
                       TO FZD-FREEZE-ID
                   MOVE FJT-PROGRAM-ID (JOURNAL-INDEX)
                       TO FZD-PROGRAM-ID
                   MOVE FJT-TRAN-TYPE (JOURNAL-INDEX)
                       TO FZD-TRAN-TYPE
                   MOVE FJT-TRAN-FILE (JOURNAL-INDEX)
                       TO FZD-TRAN-FILE
                   MOVE FJT-KEY-VALUE (JOURNAL-INDEX)
                       TO FZD-KEY-VALUE
                   MOVE OPR-OPERATOR-ID TO FZD-OPERATOR-ID
                   MOVE RUN-DATE TO FZD-ACTION-DATE
                   MOVE FJT-TRAN-IMAGE (JOURNAL-INDEX)
                       TO FZD-TRAN-IMAGE
                   WRITE FRZ-DEFER-RECORD
               END-IF
           END-PERFORM
           IF REPLAYED-NOW-COUNT > 0
               CLOSE FRZ-DEFER-FILE
           END-IF.

       WRITE-FREEZE-REPORT.
           OPEN OUTPUT FRZ-RPT-FILE

           MOVE SPACES TO FRZ-RPT-RECORD
           STRING "FREEZE-REPLAY RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  OPERATOR: " DELIMITED BY SIZE
               OPR-OPERATOR-ID DELIMITED BY SIZE
               INTO FRZ-RPT-RECORD
           END-STRING
           WRITE FRZ-RPT-RECORD

           MOVE SPACES TO FRZ-RPT-RECORD
           WRITE FRZ-RPT-RECORD
           MOVE "TRANSACTIONS DEFERRED BY A CHANGE FREEZE"
               TO FRZ-RPT-RECORD
           WRITE FRZ-RPT-RECORD
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM VARYING JOURNAL-INDEX FROM 1 BY 1
                   UNTIL JOURNAL-INDEX > JOURNAL-COUNT
               IF FJT-PARKED (JOURNAL-INDEX)
                   ADD 1 TO PARKED-COUNT
                   EVALUATE TRUE
                       WHEN FJT-REPLAYED-NOW (JOURNAL-INDEX)
                           MOVE "REPLAYED THIS RUN"
                               TO DISPOSITION-TEXT
                       WHEN FJT-REPLAYED-BEFORE (JOURNAL-INDEX)
                           ADD 1 TO REPLAYED-BEFORE-COUNT
                           MOVE SPACES TO DISPOSITION-TEXT
                           STRING "REPLAYED " DELIMITED BY SIZE
                               FJT-REPLAY-DATE (JOURNAL-INDEX)
                                   DELIMITED BY SIZE
                               INTO DISPOSITION-TEXT
                           END-STRING
                       WHEN FJT-REPLAY-FAILED (JOURNAL-INDEX)
                           ADD 1 TO FAILED-COUNT
                           MOVE "DUE - FILE NOT WRITABLE"
                               TO DISPOSITION-TEXT
                       WHEN OTHER
                           ADD 1 TO STILL-FROZEN-COUNT
                           MOVE "STILL FROZEN - PARKED"
                               TO DISPOSITION-TEXT
                   END-EVALUATE
                   PERFORM WRITE-ENTRY-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO FRZ-RPT-RECORD
           WRITE FRZ-RPT-RECORD
           MOVE "TRANSACTIONS APPLIED THROUGH A FREEZE BY OVERRIDE"
               TO FRZ-RPT-RECORD
           WRITE FRZ-RPT-RECORD
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM VARYING JOURNAL-INDEX FROM 1 BY 1
                   UNTIL JOURNAL-INDEX > JOURNAL-COUNT
               IF FJT-OVERRIDDEN (JOURNAL-INDEX)
                   ADD 1 TO OVERRIDE-COUNT
                   MOVE "OVERRIDDEN" TO DISPOSITION-TEXT
                   PERFORM WRITE-ENTRY-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO FRZ-RPT-RECORD
           WRITE FRZ-RPT-RECORD
           MOVE SPACES TO FRZ-RPT-RECORD
           STRING "DEFERRED: " DELIMITED BY SIZE
               PARKED-COUNT DELIMITED BY SIZE
               "  REPLAYED THIS RUN: " DELIMITED BY SIZE
               REPLAYED-NOW-COUNT DELIMITED BY SIZE
               "  REPLAYED EARLIER: " DELIMITED BY SIZE
               REPLAYED-BEFORE-COUNT DELIMITED BY SIZE
               "  STILL FROZEN: " DELIMITED BY SIZE
               STILL-FROZEN-COUNT DELIMITED BY SIZE
               "  NOT WRITABLE: " DELIMITED BY SIZE
               FAILED-COUNT DELIMITED BY SIZE
               INTO FRZ-RPT-RECORD
           END-STRING
           WRITE FRZ-RPT-RECORD

           MOVE SPACES TO FRZ-RPT-RECORD
           STRING "APPLIED UNDER OVERRIDE: " DELIMITED BY SIZE
               OVERRIDE-COUNT DELIMITED BY SIZE
               INTO FRZ-RPT-RECORD
           END-STRING
           WRITE FRZ-RPT-RECORD

           IF JOURNAL-OVERFLOW > 0
               MOVE SPACES TO FRZ-RPT-RECORD
               STRING "*** " DELIMITED BY SIZE
                   JOURNAL-OVERFLOW DELIMITED BY SIZE
                   " JOURNAL ROWS BEYOND THE 1000 HELD - NOT LISTED"
                       DELIMITED BY SIZE
                   " OR REPLAYED THIS RUN" DELIMITED BY SIZE
                   INTO FRZ-RPT-RECORD
               END-STRING
               WRITE FRZ-RPT-RECORD
           END-IF

           CLOSE FRZ-RPT-FILE.

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO FRZ-RPT-RECORD
           STRING "FREEZE   PROGRAM              TYPE       "
                   DELIMITED BY SIZE
               "KEY                  FILE     DATE     "
                   DELIMITED BY SIZE
               "OPERATOR DISPOSITION" DELIMITED BY SIZE
               INTO FRZ-RPT-RECORD
           END-STRING
           WRITE FRZ-RPT-RECORD.

       WRITE-ENTRY-LINE.
           MOVE SPACES TO FRZ-RPT-RECORD
           STRING FJT-FREEZE-ID (JOURNAL-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FJT-PROGRAM-ID (JOURNAL-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FJT-TRAN-TYPE (JOURNAL-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FJT-KEY-VALUE (JOURNAL-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FJT-TRAN-FILE (JOURNAL-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FJT-ACTION-DATE (JOURNAL-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FJT-OPERATOR-ID (JOURNAL-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DISPOSITION-TEXT DELIMITED BY SIZE
               INTO FRZ-RPT-RECORD
           END-STRING
           WRITE FRZ-RPT-RECORD.

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
           MOVE "FREEZE-REPLAY" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE JOURNAL-COUNT TO AUD-RECORD-COUNT
           MOVE REPLAYED-NOW-COUNT TO AUD-OUTPUT-COUNT
           MOVE FAILED-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "FRZDEFER CHANGE-FREEZE JOURNAL" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.
