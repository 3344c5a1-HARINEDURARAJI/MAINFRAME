       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAIGN-REPORT.

      *    THE PROMOTIONAL CAMPAIGN PERFORMANCE REPORT. THE CPNLEDG
      *    CAMPAIGN LEDGER THE INTEREST RUNS KEEP THROUGH THE
      *    CAMPAIGN-SERVICE IS SUMMARIZED BY CAMPAIGN AND BRANCH:
      *    THE QUALIFYING DEPOSITS SEEN AND THE NEW MONEY THEY
      *    BROUGHT IN, THE BONUSES PAID ON DEPOSITS HELD FOR THE
      *    FULL HOLDING PERIOD, AND THE BONUSES FORFEITED BY A
      *    WITHDRAWAL INSIDE IT. DEPOSITS STILL IN THEIR HOLDING
      *    PERIOD ARE SHOWN AS OPEN. EACH CAMPAIGN CARRIES ITS NAME,
      *    WINDOW AND BONUS RATE FROM THE CAMPAIGN FILE, AND CLOSES
      *    WITH A TOTAL LINE; THE REPORT CLOSES WITH GRAND TOTALS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO "CAMPAIGN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAMPAIGN-STATUS.
           SELECT CPN-LEDG-FILE ASSIGN TO "CPNLEDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CPN-LEDG-STATUS.
           SELECT CPN-RPT-FILE ASSIGN TO "CPNRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD.
           COPY CPNREC.

       FD  CPN-LEDG-FILE.
       01  CPN-LEDG-RECORD.
           COPY CPLREC.

       FD  CPN-RPT-FILE.
       01  CPN-RPT-RECORD         PIC X(80).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  CAMPAIGN-STATUS        PIC XX.
       01  CPN-LEDG-STATUS        PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-CPN-LEDG        VALUE "Y".

      *    THE CAMPAIGNS ON FILE, FOR THE HEADING OF EACH SECTION.
       01  CAMPAIGN-COUNT         PIC 9(2) VALUE 0.
       01  CAMPAIGN-TABLE.
           05  CAMPAIGN-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON CAMPAIGN-COUNT.
               10  CPT-CAMPAIGN-ID        PIC X(06).
               10  CPT-CAMPAIGN-NAME      PIC X(20).
               10  CPT-TARGET             PIC X(02).
               10  CPT-START-DATE         PIC 9(08).
               10  CPT-END-DATE           PIC 9(08).
               10  CPT-BONUS-RATE         PIC 9(3)V99.
       01  CAMPAIGN-INDEX         PIC 9(2).
       01  CAMPAIGN-MATCH         PIC 9(2).

      *    ONE BUCKET PER CAMPAIGN AND BRANCH, IN THE ORDER THE
      *    LEDGER FIRST MENTIONS THEM.
       01  SUMMARY-COUNT          PIC 9(3) VALUE 0.
       01  SUMMARY-TABLE.
           05  SUMMARY-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON SUMMARY-COUNT.
               10  SMT-CAMPAIGN-ID        PIC X(06).
               10  SMT-BRANCH-CODE        PIC X(03).
               10  SMT-QUALIFIED-COUNT    PIC 9(5).
               10  SMT-NEW-MONEY          PIC 9(11)V99.
               10  SMT-PAID-COUNT         PIC 9(5).
               10  SMT-BONUS-PAID         PIC 9(9)V99.
               10  SMT-FORFEIT-COUNT      PIC 9(5).
               10  SMT-BONUS-FORFEITED    PIC 9(9)V99.
               10  SMT-PRINTED            PIC X.
       01  SUMMARY-INDEX          PIC 9(3).
       01  SUMMARY-MATCH          PIC 9(3).
       01  GROUP-INDEX            PIC 9(3).

      *    THE CAMPAIGN IN HAND AND THE GRAND TOTALS.
       01  CAMPAIGN-TOTALS.
           05  CTL-QUALIFIED-COUNT    PIC 9(5).
           05  CTL-NEW-MONEY          PIC 9(11)V99.
           05  CTL-PAID-COUNT         PIC 9(5).
           05  CTL-BONUS-PAID         PIC 9(9)V99.
           05  CTL-FORFEIT-COUNT      PIC 9(5).
           05  CTL-BONUS-FORFEITED    PIC 9(9)V99.
       01  GRAND-TOTALS.
           05  GTL-QUALIFIED-COUNT    PIC 9(5) VALUE 0.
           05  GTL-NEW-MONEY          PIC 9(11)V99 VALUE 0.
           05  GTL-PAID-COUNT         PIC 9(5) VALUE 0.
           05  GTL-BONUS-PAID         PIC 9(9)V99 VALUE 0.
           05  GTL-FORFEIT-COUNT      PIC 9(5) VALUE 0.
           05  GTL-BONUS-FORFEITED    PIC 9(9)V99 VALUE 0.
       01  OPEN-COUNT             PIC S9(5).
       01  LINE-LABEL             PIC X(09).
       01  EDITED-COUNT-1         PIC ZZZZ9.
       01  EDITED-COUNT-2         PIC ZZZZ9.
       01  EDITED-COUNT-3         PIC ZZZZ9.
       01  EDITED-COUNT-4         PIC -ZZZ9.
       01  EDITED-MONEY           PIC Z(10)9.99.
       01  EDITED-BONUS-1         PIC Z(8)9.99.
       01  EDITED-BONUS-2         PIC Z(8)9.99.
       01  EDITED-RATE            PIC ZZ9.99.

       01  EVENTS-READ            PIC 9(7) VALUE 0.
       01  OVERFLOW-COUNT         PIC 9(7) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT RECORD.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

           PERFORM RUN-CAMPAIGN-REPORT.

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

       RUN-CAMPAIGN-REPORT.
           ACCEPT BATCH-START-TIME FROM TIME

           PERFORM LOAD-CAMPAIGNS

           OPEN INPUT CPN-LEDG-FILE
           IF CPN-LEDG-STATUS = "00"
               READ CPN-LEDG-FILE
                   AT END SET END-OF-CPN-LEDG TO TRUE
               END-READ

               PERFORM UNTIL END-OF-CPN-LEDG
                   ADD 1 TO EVENTS-READ
                   PERFORM ACCUMULATE-LEDGER-EVENT

                   READ CPN-LEDG-FILE
                       AT END SET END-OF-CPN-LEDG TO TRUE
                   END-READ
               END-PERFORM

               CLOSE CPN-LEDG-FILE
           END-IF

           OPEN OUTPUT CPN-RPT-FILE
           MOVE SPACES TO CPN-RPT-RECORD
           STRING "CAMPAIGN-REPORT RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO CPN-RPT-RECORD
           END-STRING
           WRITE CPN-RPT-RECORD

           MOVE SPACES TO CPN-RPT-RECORD
           MOVE "BRANCH    QUAL      NEW MONEY  PAID   BONUS PAID"
               TO CPN-RPT-RECORD
           MOVE "FORF    FORFEITED  OPEN" TO CPN-RPT-RECORD (51:23)
           WRITE CPN-RPT-RECORD

           PERFORM VARYING SUMMARY-INDEX FROM 1 BY 1
                   UNTIL SUMMARY-INDEX > SUMMARY-COUNT
               IF SMT-PRINTED (SUMMARY-INDEX) NOT = "Y"
                   PERFORM WRITE-CAMPAIGN-SECTION
               END-IF
           END-PERFORM

           PERFORM WRITE-GRAND-TOTALS
           CLOSE CPN-RPT-FILE

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD
           CLOSE AUDIT-LOG-FILE.

      *    ADDS ONE LEDGER EVENT INTO ITS CAMPAIGN AND BRANCH BUCKET,
      *    OPENING THE BUCKET THE FIRST TIME IT IS SEEN.
       ACCUMULATE-LEDGER-EVENT.
           IF CPL-BRANCH-CODE = SPACES
               MOVE "***" TO CPL-BRANCH-CODE
           END-IF
           MOVE 0 TO SUMMARY-MATCH
           PERFORM VARYING GROUP-INDEX FROM 1 BY 1
                   UNTIL GROUP-INDEX > SUMMARY-COUNT
               IF SMT-CAMPAIGN-ID (GROUP-INDEX) = CPL-CAMPAIGN-ID
                   AND SMT-BRANCH-CODE (GROUP-INDEX) = CPL-BRANCH-CODE
                   MOVE GROUP-INDEX TO SUMMARY-MATCH
               END-IF
           END-PERFORM

           IF SUMMARY-MATCH = 0
               IF SUMMARY-COUNT < 500
                   ADD 1 TO SUMMARY-COUNT
                   MOVE SUMMARY-COUNT TO SUMMARY-MATCH
                   MOVE CPL-CAMPAIGN-ID
                       TO SMT-CAMPAIGN-ID (SUMMARY-MATCH)
                   MOVE CPL-BRANCH-CODE
                       TO SMT-BRANCH-CODE (SUMMARY-MATCH)
                   MOVE 0 TO SMT-QUALIFIED-COUNT (SUMMARY-MATCH)
                   MOVE 0 TO SMT-NEW-MONEY (SUMMARY-MATCH)
                   MOVE 0 TO SMT-PAID-COUNT (SUMMARY-MATCH)
                   MOVE 0 TO SMT-BONUS-PAID (SUMMARY-MATCH)
                   MOVE 0 TO SMT-FORFEIT-COUNT (SUMMARY-MATCH)
                   MOVE 0 TO SMT-BONUS-FORFEITED (SUMMARY-MATCH)
                   MOVE "N" TO SMT-PRINTED (SUMMARY-MATCH)
               ELSE
                   ADD 1 TO OVERFLOW-COUNT
               END-IF
           END-IF

           IF SUMMARY-MATCH > 0
               EVALUATE TRUE
                   WHEN CPL-QUALIFIED
                       ADD 1 TO SMT-QUALIFIED-COUNT (SUMMARY-MATCH)
                       ADD CPL-DEPOSIT-AMOUNT
                           TO SMT-NEW-MONEY (SUMMARY-MATCH)
                   WHEN CPL-BONUS-PAID
                       ADD 1 TO SMT-PAID-COUNT (SUMMARY-MATCH)
                       ADD CPL-BONUS-AMOUNT
                           TO SMT-BONUS-PAID (SUMMARY-MATCH)
                   WHEN CPL-FORFEITED
                       ADD 1 TO SMT-FORFEIT-COUNT (SUMMARY-MATCH)
                       ADD CPL-BONUS-AMOUNT
                           TO SMT-BONUS-FORFEITED (SUMMARY-MATCH)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    ONE CAMPAIGN: ITS HEADING, A LINE FOR EACH OF ITS
      *    BRANCHES, AND ITS TOTAL.
       WRITE-CAMPAIGN-SECTION.
           MOVE 0 TO CAMPAIGN-MATCH
           PERFORM VARYING CAMPAIGN-INDEX FROM 1 BY 1
                   UNTIL CAMPAIGN-INDEX > CAMPAIGN-COUNT
               IF CPT-CAMPAIGN-ID (CAMPAIGN-INDEX)
                       = SMT-CAMPAIGN-ID (SUMMARY-INDEX)
                   MOVE CAMPAIGN-INDEX TO CAMPAIGN-MATCH
               END-IF
           END-PERFORM

           MOVE SPACES TO CPN-RPT-RECORD
           IF CAMPAIGN-MATCH > 0
               MOVE CPT-BONUS-RATE (CAMPAIGN-MATCH) TO EDITED-RATE
               STRING "CAMPAIGN " DELIMITED BY SIZE
                   SMT-CAMPAIGN-ID (SUMMARY-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CPT-CAMPAIGN-NAME (CAMPAIGN-MATCH)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CPT-TARGET (CAMPAIGN-MATCH) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CPT-START-DATE (CAMPAIGN-MATCH) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CPT-END-DATE (CAMPAIGN-MATCH) DELIMITED BY SIZE
                   " BONUS " DELIMITED BY SIZE
                   EDITED-RATE DELIMITED BY SIZE
                   INTO CPN-RPT-RECORD
               END-STRING
           ELSE
               STRING "CAMPAIGN " DELIMITED BY SIZE
                   SMT-CAMPAIGN-ID (SUMMARY-INDEX) DELIMITED BY SIZE
                   " NO LONGER ON THE CAMPAIGN FILE"
                       DELIMITED BY SIZE
                   INTO CPN-RPT-RECORD
               END-STRING
           END-IF
           WRITE CPN-RPT-RECORD

           INITIALIZE CAMPAIGN-TOTALS
           PERFORM VARYING GROUP-INDEX FROM SUMMARY-INDEX BY 1
                   UNTIL GROUP-INDEX > SUMMARY-COUNT
               IF SMT-CAMPAIGN-ID (GROUP-INDEX)
                       = SMT-CAMPAIGN-ID (SUMMARY-INDEX)
                   PERFORM WRITE-BRANCH-LINE
                   MOVE "Y" TO SMT-PRINTED (GROUP-INDEX)
               END-IF
           END-PERFORM

           MOVE "  TOTAL" TO LINE-LABEL
           MOVE CTL-QUALIFIED-COUNT TO EDITED-COUNT-1
           MOVE CTL-NEW-MONEY TO EDITED-MONEY
           MOVE CTL-PAID-COUNT TO EDITED-COUNT-2
           MOVE CTL-BONUS-PAID TO EDITED-BONUS-1
           MOVE CTL-FORFEIT-COUNT TO EDITED-COUNT-3
           MOVE CTL-BONUS-FORFEITED TO EDITED-BONUS-2
           COMPUTE OPEN-COUNT = CTL-QUALIFIED-COUNT
               - CTL-PAID-COUNT - CTL-FORFEIT-COUNT
           MOVE OPEN-COUNT TO EDITED-COUNT-4
           PERFORM WRITE-FIGURES-LINE

           ADD CTL-QUALIFIED-COUNT TO GTL-QUALIFIED-COUNT
           ADD CTL-NEW-MONEY TO GTL-NEW-MONEY
           ADD CTL-PAID-COUNT TO GTL-PAID-COUNT
           ADD CTL-BONUS-PAID TO GTL-BONUS-PAID
           ADD CTL-FORFEIT-COUNT TO GTL-FORFEIT-COUNT
           ADD CTL-BONUS-FORFEITED TO GTL-BONUS-FORFEITED.

       WRITE-BRANCH-LINE.
           MOVE SPACES TO LINE-LABEL
           MOVE SMT-BRANCH-CODE (GROUP-INDEX) TO LINE-LABEL (3:3)
           MOVE SMT-QUALIFIED-COUNT (GROUP-INDEX) TO EDITED-COUNT-1
           MOVE SMT-NEW-MONEY (GROUP-INDEX) TO EDITED-MONEY
           MOVE SMT-PAID-COUNT (GROUP-INDEX) TO EDITED-COUNT-2
           MOVE SMT-BONUS-PAID (GROUP-INDEX) TO EDITED-BONUS-1
           MOVE SMT-FORFEIT-COUNT (GROUP-INDEX) TO EDITED-COUNT-3
           MOVE SMT-BONUS-FORFEITED (GROUP-INDEX) TO EDITED-BONUS-2
           COMPUTE OPEN-COUNT = SMT-QUALIFIED-COUNT (GROUP-INDEX)
               - SMT-PAID-COUNT (GROUP-INDEX)
               - SMT-FORFEIT-COUNT (GROUP-INDEX)
           MOVE OPEN-COUNT TO EDITED-COUNT-4
           PERFORM WRITE-FIGURES-LINE

           ADD SMT-QUALIFIED-COUNT (GROUP-INDEX)
               TO CTL-QUALIFIED-COUNT
           ADD SMT-NEW-MONEY (GROUP-INDEX) TO CTL-NEW-MONEY
           ADD SMT-PAID-COUNT (GROUP-INDEX) TO CTL-PAID-COUNT
           ADD SMT-BONUS-PAID (GROUP-INDEX) TO CTL-BONUS-PAID
           ADD SMT-FORFEIT-COUNT (GROUP-INDEX) TO CTL-FORFEIT-COUNT
           ADD SMT-BONUS-FORFEITED (GROUP-INDEX)
               TO CTL-BONUS-FORFEITED.

      *    ONE LINE OF FIGURES UNDER THE LABEL IN LINE-LABEL, FROM
      *    THE EDITED FIELDS THE CALLER HAS FILLED.
       WRITE-FIGURES-LINE.
           MOVE SPACES TO CPN-RPT-RECORD
           STRING LINE-LABEL DELIMITED BY SIZE
               EDITED-COUNT-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-MONEY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-COUNT-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-BONUS-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-COUNT-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-BONUS-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-COUNT-4 DELIMITED BY SIZE
               INTO CPN-RPT-RECORD
           END-STRING
           WRITE CPN-RPT-RECORD.

       WRITE-GRAND-TOTALS.
           MOVE "ALL CAMPS" TO LINE-LABEL
           MOVE GTL-QUALIFIED-COUNT TO EDITED-COUNT-1
           MOVE GTL-NEW-MONEY TO EDITED-MONEY
           MOVE GTL-PAID-COUNT TO EDITED-COUNT-2
           MOVE GTL-BONUS-PAID TO EDITED-BONUS-1
           MOVE GTL-FORFEIT-COUNT TO EDITED-COUNT-3
           MOVE GTL-BONUS-FORFEITED TO EDITED-BONUS-2
           COMPUTE OPEN-COUNT = GTL-QUALIFIED-COUNT
               - GTL-PAID-COUNT - GTL-FORFEIT-COUNT
           MOVE OPEN-COUNT TO EDITED-COUNT-4
           PERFORM WRITE-FIGURES-LINE

           MOVE SPACES TO CPN-RPT-RECORD
           STRING "LEDGER EVENTS READ: " DELIMITED BY SIZE
               EVENTS-READ DELIMITED BY SIZE
               "  CAMPAIGNS ON FILE: " DELIMITED BY SIZE
               CAMPAIGN-COUNT DELIMITED BY SIZE
               INTO CPN-RPT-RECORD
           END-STRING
           WRITE CPN-RPT-RECORD

           IF OVERFLOW-COUNT > 0
               MOVE SPACES TO CPN-RPT-RECORD
               STRING "EVENTS NOT SUMMARIZED (TABLE FULL): "
                       DELIMITED BY SIZE
                   OVERFLOW-COUNT DELIMITED BY SIZE
                   INTO CPN-RPT-RECORD
               END-STRING
               WRITE CPN-RPT-RECORD
           END-IF.

       LOAD-CAMPAIGNS.
           OPEN INPUT CAMPAIGN-FILE
           IF CAMPAIGN-STATUS = "00"
               PERFORM UNTIL CAMPAIGN-STATUS NOT = "00"
                   READ CAMPAIGN-FILE
                       AT END MOVE "10" TO CAMPAIGN-STATUS
                       NOT AT END
                           IF CAMPAIGN-COUNT < 50
                               ADD 1 TO CAMPAIGN-COUNT
                               MOVE CPN-CAMPAIGN-ID TO
                                   CPT-CAMPAIGN-ID (CAMPAIGN-COUNT)
                               MOVE CPN-CAMPAIGN-NAME TO
                                   CPT-CAMPAIGN-NAME (CAMPAIGN-COUNT)
                               MOVE CPN-TARGET TO
                                   CPT-TARGET (CAMPAIGN-COUNT)
                               MOVE CPN-START-DATE TO
                                   CPT-START-DATE (CAMPAIGN-COUNT)
                               MOVE CPN-END-DATE TO
                                   CPT-END-DATE (CAMPAIGN-COUNT)
                               MOVE CPN-BONUS-RATE TO
                                   CPT-BONUS-RATE (CAMPAIGN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPAIGN-FILE
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
           MOVE "CAMPAIGN-REPORT" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE EVENTS-READ TO AUD-RECORD-COUNT
           MOVE "CPNLEDG CAMPAIGN LEDGER" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.
