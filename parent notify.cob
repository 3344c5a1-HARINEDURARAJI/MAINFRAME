       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARENT-NOTIFY.

      *    THE NIGHTLY PARENT-NOTIFICATION EXTRACT. GATHERS THE DAY'S
      *    PARENT-FACING EVENTS FROM THE FILES THAT ALREADY RECORD
      *    THEM AND WRITES ONE MESSAGE PER EVENT TO NTFXTRT FOR THE
      *    SCHOOL'S MESSAGING GATEWAY, ADDRESSED FROM THE GUARDIAN
      *    MASTER:
      *        DETN - A DETENTION FROM THE LATEST PROMOTION RUN
      *               (DETHIST)
      *        ATTN - ATTENDANCE BELOW THE GRADE RUN'S ATTPCT BAR
      *               (ATTEND), ONCE A TERM
      *        SUPP - A SUPPLEMENTARY EXAM STILL TO BE SAT (SUPSCHD)
      *        FEES - AN INVOICE ON THE DEFAULTER LIST (FEEDFLT)
      *    EVERY MESSAGE PUT ON THE EXTRACT IS LOGGED ON NTFHIST BY
      *    STUDENT, EVENT TYPE AND REFERENCE, AND AN EVENT ALREADY
      *    LOGGED IS NEVER SENT AGAIN, SO THE FILES CAN STAY AS THEY
      *    ARE BETWEEN RUNS. A STUDENT WHO HAS WITHDRAWN OR LEFT GETS
      *    NOTHING.
      *    AN EVENT FOR A STUDENT WITH NO GUARDIAN PHONE OR E-MAIL
      *    IS LISTED ON NTFRPT FOR THE CLASS TEACHER TO TELEPHONE AND
      *    IS NOT LOGGED, SO IT GOES OUT ON THE FIRST NIGHT AFTER A
      *    CONTACT IS ADDED. THE EXTRACT CARRIES THE SAME HDR/TRL
      *    ENVELOPE AS THE GRADES INTERFACE; NOTIFY-ACK-RECON
      *    RECONCILES IT AGAINST THE GATEWAY'S NTFACK FILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STU-MSTR-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS STU-ROLL-NUMBER
               FILE STATUS IS STU-MSTR-STATUS.
           SELECT GDN-MSTR-FILE ASSIGN TO "GDNMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS GDN-ROLL-NUMBER
               FILE STATUS IS GDN-MSTR-STATUS.
           SELECT DET-HIST-FILE ASSIGN TO "DETHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DET-HIST-STATUS.
           SELECT ATTEND-FILE ASSIGN TO "ATTEND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ATTEND-STATUS.
           SELECT SUP-SCHD-FILE ASSIGN TO "SUPSCHD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUP-SCHD-STATUS.
           SELECT FEE-DFLT-FILE ASSIGN TO "FEEDFLT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEE-DFLT-STATUS.
           SELECT SUBJ-MSTR-FILE ASSIGN TO "SUBJMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUBJ-MSTR-STATUS.
           SELECT NTF-HIST-FILE ASSIGN TO "NTFHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NTF-HIST-STATUS.
           SELECT NTF-XTRT-FILE ASSIGN TO "NTFXTRT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT NTF-RPT-FILE ASSIGN TO "NTFRPT"
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
       FD  STU-MSTR-FILE.
       01  STU-MSTR-RECORD.
           05  STU-ROLL-NUMBER    PIC X(10).
           05  STU-NAME           PIC X(20).
           05  STU-CLASS-SECTION  PIC X(3).
           05  STU-STATUS         PIC X.
               88  STU-IS-ACTIVE      VALUE "A".
               88  STU-IS-WITHDRAWN   VALUE "W".
               88  STU-HAS-LEFT       VALUE "L".

       FD  GDN-MSTR-FILE.
       01  GDN-MSTR-RECORD.
           COPY GDNREC.

       FD  DET-HIST-FILE.
       01  DET-HIST-RECORD.
           COPY DETHISR.

       FD  ATTEND-FILE.
       01  ATTEND-RECORD.
           05  ATT-ROLL-NUMBER    PIC X(10).
           05  ATT-PERCENTAGE     PIC 9(3).

       FD  SUP-SCHD-FILE.
       01  SUP-SCHD-RECORD.
           COPY SUPSCHR.

       FD  FEE-DFLT-FILE.
       01  FEE-DFLT-RECORD.
           COPY FEEDFLR.

       FD  SUBJ-MSTR-FILE.
       01  SUBJ-MSTR-RECORD.
           05  SBJ-SUBJECT-CODE   PIC X(4).
           05  SBJ-SUBJECT-NAME   PIC X(12).
           05  SBJ-CREDIT-WEIGHT  PIC 9(2).

       FD  NTF-HIST-FILE.
       01  NTF-HIST-RECORD.
           COPY NTFHREC.

       FD  NTF-XTRT-FILE.
       01  NTF-XTRT-RECORD.
           COPY NTFXREC.

       FD  NTF-RPT-FILE.
       01  NTF-RPT-RECORD         PIC X(80).

      *    A DATED COPY OF THE NOTIFICATION REPORT, CATALOGED AS
      *    EVERY REPORT IS.
       FD  ARC-FILE.
       01  ARC-RECORD             PIC X(80).

       FD  ARC-CAT-FILE.
       01  ARC-CAT-RECORD.
           COPY ARCCATR.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  STU-MSTR-STATUS        PIC XX.
       01  GDN-MSTR-STATUS        PIC XX.
       01  STU-MSTR-OPEN-STATUS   PIC XX.
       01  GDN-MSTR-OPEN-STATUS   PIC XX.
       01  DET-HIST-STATUS        PIC XX.
       01  ATTEND-STATUS          PIC XX.
       01  SUP-SCHD-STATUS        PIC XX.
       01  FEE-DFLT-STATUS        PIC XX.
       01  SUBJ-MSTR-STATUS       PIC XX.
       01  NTF-HIST-STATUS        PIC XX.
       01  ARC-CAT-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  CURRENT-TERM-ID        PIC X(5).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE ELIGIBILITY BAR AS THE GRADE RUN READS IT, AND THE
      *    DATE OF THE LATEST PROMOTION RUN ON DETHIST.
       01  ATTEND-THRESHOLD       PIC 9(3) VALUE 75.
       01  VALUE-MARK-AREA.
           05  VALUE-MARK-X       PIC X(3).
           05  VALUE-MARK REDEFINES VALUE-MARK-X
                                  PIC 9(3).
       01  LATEST-DETENTION-DATE  PIC 9(8) VALUE 0.

       01  EVENTS-FOUND           PIC 9(7) VALUE 0.
       01  MESSAGES-SENT          PIC 9(5) VALUE 0.
       01  ALREADY-SENT-COUNT     PIC 9(7) VALUE 0.
       01  WITHDRAWN-COUNT        PIC 9(7) VALUE 0.
       01  NO-CONTACT-COUNT       PIC 9(7) VALUE 0.

      *    EVERY EVENT ALREADY NOTIFIED, FROM NTFHIST AND FROM THIS
      *    RUN.
       01  SENT-COUNT             PIC 9(5) VALUE 0.
       01  SENT-TABLE.
           05  SENT-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON SENT-COUNT.
               10  SNT-ROLL           PIC X(10).
               10  SNT-EVENT-TYPE     PIC X(4).
               10  SNT-EVENT-REF      PIC X(12).
       01  SENT-INDEX             PIC 9(5).
       01  SENT-MATCH-SWITCH      PIC X.
           88  EVENT-ALREADY-SENT     VALUE "Y".

      *    THE FIVE SUBJECT SLOTS' NAMES FOR THE RE-EXAM MESSAGE.
       01  SUBJECT-NAME-TABLE.
           05  SLOT-NAME          PIC X(12) OCCURS 5 TIMES.
       01  SUBJ-LOAD-INDEX        PIC 9(2).

      *    THE EVENT IN HAND, AS EACH SOURCE FILE DESCRIBES IT.
       01  EVENT-ROLL             PIC X(10).
       01  EVENT-TYPE             PIC X(4).
       01  EVENT-REF              PIC X(12).
       01  EVENT-DATE             PIC 9(8).
       01  EVENT-TEXT             PIC X(60).
       01  MESSAGE-SEQUENCE       PIC 9(4) VALUE 0.
       01  MESSAGE-ID             PIC X(12).
       01  DISPLAY-AMOUNT         PIC Z(6)9.99.
       01  DISPLAY-PERCENT        PIC ZZ9.
       01  DISPLAY-THRESHOLD      PIC ZZ9.
       01  PERCENT-LEAD           PIC 9.
       01  THRESHOLD-LEAD         PIC 9.
       01  AMOUNT-LEAD            PIC 9.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON THE AUDIT RECORD.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           ACCEPT BATCH-START-TIME FROM TIME
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM RESOLVE-TERM-ID
           PERFORM LOAD-NOTIFY-RULES
           PERFORM LOAD-SUBJECT-NAMES
           PERFORM LOAD-SENT-HISTORY

           OPEN INPUT STU-MSTR-FILE
           MOVE STU-MSTR-STATUS TO STU-MSTR-OPEN-STATUS
           OPEN INPUT GDN-MSTR-FILE
           MOVE GDN-MSTR-STATUS TO GDN-MSTR-OPEN-STATUS
           PERFORM OPEN-NOTIFY-HISTORY
           OPEN OUTPUT NTF-XTRT-FILE
           OPEN OUTPUT NTF-RPT-FILE

           MOVE SPACES TO NTF-XTRT-RECORD
           SET NTX-IS-HEADER TO TRUE
           MOVE RUN-DATE TO NTX-HDR-RUN-DATE
           MOVE "PARENT-NOTIFY" TO NTX-HDR-SOURCE
           WRITE NTF-XTRT-RECORD

           MOVE SPACES TO NTF-RPT-RECORD
           STRING "PARENT-NOTIFY RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  TERM " DELIMITED BY SIZE
               CURRENT-TERM-ID DELIMITED BY SIZE
               INTO NTF-RPT-RECORD
           END-STRING
           WRITE NTF-RPT-RECORD
           MOVE "ROLL       SEC TYPE REFERENCE    DISPOSITION"
               TO NTF-RPT-RECORD
           WRITE NTF-RPT-RECORD

           PERFORM SCAN-DETENTIONS
           PERFORM SCAN-ATTENDANCE
           PERFORM SCAN-SUPPLEMENTARY-SCHEDULE
           PERFORM SCAN-FEE-DEFAULTS

           MOVE SPACES TO NTF-XTRT-RECORD
           SET NTX-IS-TRAILER TO TRUE
           MOVE RUN-DATE TO NTX-TRL-RUN-DATE
           MOVE MESSAGES-SENT TO NTX-TRL-COUNT
           WRITE NTF-XTRT-RECORD

           MOVE SPACES TO NTF-RPT-RECORD
           WRITE NTF-RPT-RECORD
           MOVE SPACES TO NTF-RPT-RECORD
           STRING "EVENTS FOUND: " DELIMITED BY SIZE
               EVENTS-FOUND DELIMITED BY SIZE
               "  MESSAGES EXTRACTED: " DELIMITED BY SIZE
               MESSAGES-SENT DELIMITED BY SIZE
               INTO NTF-RPT-RECORD
           END-STRING
           WRITE NTF-RPT-RECORD
           MOVE SPACES TO NTF-RPT-RECORD
           STRING "ALREADY NOTIFIED: " DELIMITED BY SIZE
               ALREADY-SENT-COUNT DELIMITED BY SIZE
               "  WITHDRAWN: " DELIMITED BY SIZE
               WITHDRAWN-COUNT DELIMITED BY SIZE
               "  NO GUARDIAN CONTACT: " DELIMITED BY SIZE
               NO-CONTACT-COUNT DELIMITED BY SIZE
               INTO NTF-RPT-RECORD
           END-STRING
           WRITE NTF-RPT-RECORD

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           IF STU-MSTR-OPEN-STATUS = "00"
               CLOSE STU-MSTR-FILE
           END-IF
           IF GDN-MSTR-OPEN-STATUS = "00"
               CLOSE GDN-MSTR-FILE
           END-IF
           CLOSE NTF-HIST-FILE
           CLOSE NTF-XTRT-FILE
           CLOSE NTF-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE AUDIT-LOG-FILE

           STOP RUN.

      *    THE CURRENT TERM COMES FROM THE CENTRAL PARAMETER
      *    LIBRARY UNDER THE GRADE RUN'S NAME (PARAMETER TERMID);
      *    WITHOUT A ROW THE RUN-DATE YEAR PLUS "T" STANDS IN.
       RESOLVE-TERM-ID.
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "GRADE-CALCULATOR" TO PLQ-PROGRAM-ID
           MOVE "TERMID" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND AND PLQ-PARM-VALUE (6:5) NOT = SPACES
               MOVE PLQ-PARM-VALUE (6:5) TO CURRENT-TERM-ID
           ELSE
               MOVE SPACES TO CURRENT-TERM-ID
               STRING RUN-DATE (1:4) DELIMITED BY SIZE
                   "T" DELIMITED BY SIZE
                   INTO CURRENT-TERM-ID
               END-STRING
           END-IF.

      *    AN ATTENDANCE SHORTFALL IS MEASURED AGAINST THE SAME BAR
      *    THE GRADE RUN APPLIES (GRADE-CALCULATOR/ATTPCT).
       LOAD-NOTIFY-RULES.
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "GRADE-CALCULATOR" TO PLQ-PROGRAM-ID
           MOVE "ATTPCT" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (8:3) TO VALUE-MARK-X
               IF VALUE-MARK-X NUMERIC
                   MOVE VALUE-MARK TO ATTEND-THRESHOLD
               END-IF
           END-IF.

      *    THE FIRST FIVE SUBJECT MASTER ROWS NAME THE FIVE SLOTS;
      *    WITHOUT THEM A SLOT IS "SUBJECT N".
       LOAD-SUBJECT-NAMES.
           PERFORM VARYING SUBJ-LOAD-INDEX FROM 1 BY 1
                   UNTIL SUBJ-LOAD-INDEX > 5
               MOVE SPACES TO SLOT-NAME (SUBJ-LOAD-INDEX)
               STRING "SUBJECT " DELIMITED BY SIZE
                   SUBJ-LOAD-INDEX (2:1) DELIMITED BY SIZE
                   INTO SLOT-NAME (SUBJ-LOAD-INDEX)
               END-STRING
           END-PERFORM

           MOVE 0 TO SUBJ-LOAD-INDEX
           OPEN INPUT SUBJ-MSTR-FILE
           IF SUBJ-MSTR-STATUS = "00"
               PERFORM UNTIL SUBJ-MSTR-STATUS NOT = "00"
                       OR SUBJ-LOAD-INDEX = 5
                   READ SUBJ-MSTR-FILE
                       AT END MOVE "10" TO SUBJ-MSTR-STATUS
                       NOT AT END
                           ADD 1 TO SUBJ-LOAD-INDEX
                           IF SBJ-SUBJECT-NAME NOT = SPACES
                               MOVE SBJ-SUBJECT-NAME TO
                                   SLOT-NAME (SUBJ-LOAD-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJ-MSTR-FILE
           END-IF.

       LOAD-SENT-HISTORY.
           OPEN INPUT NTF-HIST-FILE
           IF NTF-HIST-STATUS = "00"
               PERFORM UNTIL NTF-HIST-STATUS NOT = "00"
                   READ NTF-HIST-FILE
                       AT END MOVE "10" TO NTF-HIST-STATUS
                       NOT AT END
                           IF SENT-COUNT < 9999
                               ADD 1 TO SENT-COUNT
                               MOVE NTH-ROLL-NUMBER
                                   TO SNT-ROLL (SENT-COUNT)
                               MOVE NTH-EVENT-TYPE
                                   TO SNT-EVENT-TYPE (SENT-COUNT)
                               MOVE NTH-EVENT-REF
                                   TO SNT-EVENT-REF (SENT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NTF-HIST-FILE
           END-IF.

      *    APPENDS TO THE SENT LOG, OR STARTS IT ON THE FIRST RUN.
       OPEN-NOTIFY-HISTORY.
           OPEN EXTEND NTF-HIST-FILE
           IF NTF-HIST-STATUS NOT = "00"
               OPEN OUTPUT NTF-HIST-FILE
           END-IF.

      *    A DETENTION IS DECIDED AT THE PROMOTION RUN, SO ONLY THE
      *    LATEST RUN'S DETENTIONS ARE NEWS - EARLIER YEARS' ROWS
      *    STAY ON DETHIST FOR THE EARLY-WARNING RUN.
       SCAN-DETENTIONS.
           OPEN INPUT DET-HIST-FILE
           IF DET-HIST-STATUS = "00"
               PERFORM UNTIL DET-HIST-STATUS NOT = "00"
                   READ DET-HIST-FILE
                       AT END MOVE "10" TO DET-HIST-STATUS
                       NOT AT END
                           IF DTH-RUN-DATE NUMERIC
                                   AND DTH-RUN-DATE
                                       > LATEST-DETENTION-DATE
                               MOVE DTH-RUN-DATE
                                   TO LATEST-DETENTION-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DET-HIST-FILE
           END-IF

           OPEN INPUT DET-HIST-FILE
           IF DET-HIST-STATUS = "00"
               PERFORM UNTIL DET-HIST-STATUS NOT = "00"
                   READ DET-HIST-FILE
                       AT END MOVE "10" TO DET-HIST-STATUS
                       NOT AT END
                           IF DTH-RUN-DATE NUMERIC
                                   AND DTH-RUN-DATE
                                       = LATEST-DETENTION-DATE
                               PERFORM NOTE-ONE-DETENTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DET-HIST-FILE
           END-IF.

       NOTE-ONE-DETENTION.
           MOVE DTH-ROLL-NUMBER TO EVENT-ROLL
           MOVE "DETN" TO EVENT-TYPE
           MOVE DTH-RUN-DATE TO EVENT-REF
           MOVE DTH-RUN-DATE TO EVENT-DATE
           MOVE SPACES TO EVENT-TEXT
           STRING "DETAINED IN " DELIMITED BY SIZE
               DTH-SECTION-CODE DELIMITED BY SIZE
               " AFTER FAILING " DELIMITED BY SIZE
               DTH-FAIL-COUNT DELIMITED BY SIZE
               " SUBJECT(S) - PLEASE CALL US" DELIMITED BY SIZE
               INTO EVENT-TEXT
           END-STRING
           PERFORM ISSUE-NOTIFICATION.

      *    A SHORTFALL IS NOTIFIED ONCE A TERM, HOWEVER LONG IT
      *    LASTS.
       SCAN-ATTENDANCE.
           OPEN INPUT ATTEND-FILE
           IF ATTEND-STATUS = "00"
               PERFORM UNTIL ATTEND-STATUS NOT = "00"
                   READ ATTEND-FILE
                       AT END MOVE "10" TO ATTEND-STATUS
                       NOT AT END
                           IF ATT-PERCENTAGE NUMERIC
                                   AND ATT-PERCENTAGE
                                       < ATTEND-THRESHOLD
                               PERFORM NOTE-ONE-SHORTFALL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTEND-FILE
           END-IF.

       NOTE-ONE-SHORTFALL.
           MOVE ATT-ROLL-NUMBER TO EVENT-ROLL
           MOVE "ATTN" TO EVENT-TYPE
           MOVE CURRENT-TERM-ID TO EVENT-REF
           MOVE RUN-DATE TO EVENT-DATE
           MOVE SPACES TO EVENT-TEXT
           MOVE ATT-PERCENTAGE TO DISPLAY-PERCENT
           MOVE ATTEND-THRESHOLD TO DISPLAY-THRESHOLD
           MOVE 0 TO PERCENT-LEAD THRESHOLD-LEAD
           INSPECT DISPLAY-PERCENT TALLYING PERCENT-LEAD
               FOR LEADING SPACE
           INSPECT DISPLAY-THRESHOLD TALLYING THRESHOLD-LEAD
               FOR LEADING SPACE
           STRING "ATTENDANCE OF " DELIMITED BY SIZE
               DISPLAY-PERCENT (PERCENT-LEAD + 1:) DELIMITED BY SIZE
               "% IS BELOW THE " DELIMITED BY SIZE
               DISPLAY-THRESHOLD (THRESHOLD-LEAD + 1:)
                   DELIMITED BY SIZE
               "% NEEDED TO SIT EXAMS" DELIMITED BY SIZE
               INTO EVENT-TEXT
           END-STRING
           PERFORM ISSUE-NOTIFICATION.

      *    A RE-EXAM IS NOTIFIED AS SOON AS IT IS SCHEDULED; ONE
      *    ALREADY SAT IS NOT NEWS. A RESCHEDULED EXAM IS A NEW
      *    REFERENCE AND IS NOTIFIED AGAIN.
       SCAN-SUPPLEMENTARY-SCHEDULE.
           OPEN INPUT SUP-SCHD-FILE
           IF SUP-SCHD-STATUS = "00"
               PERFORM UNTIL SUP-SCHD-STATUS NOT = "00"
                   READ SUP-SCHD-FILE
                       AT END MOVE "10" TO SUP-SCHD-STATUS
                       NOT AT END
                           IF SSC-EXAM-DATE NUMERIC
                                   AND SSC-EXAM-DATE NOT < RUN-DATE
                                   AND SSC-SUBJECT-SLOT > 0
                                   AND SSC-SUBJECT-SLOT < 6
                               PERFORM NOTE-ONE-RE-EXAM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUP-SCHD-FILE
           END-IF.

       NOTE-ONE-RE-EXAM.
           MOVE SSC-ROLL-NUMBER TO EVENT-ROLL
           MOVE "SUPP" TO EVENT-TYPE
           MOVE SPACES TO EVENT-REF
           STRING SSC-SUBJECT-SLOT DELIMITED BY SIZE
               SSC-EXAM-DATE DELIMITED BY SIZE
               SSC-SESSION DELIMITED BY SIZE
               INTO EVENT-REF
           END-STRING
           MOVE SSC-EXAM-DATE TO EVENT-DATE
           MOVE SPACES TO EVENT-TEXT
           STRING "RE-EXAM IN " DELIMITED BY SIZE
               SLOT-NAME (SSC-SUBJECT-SLOT) DELIMITED BY "  "
               " ON " DELIMITED BY SIZE
               SSC-EXAM-DATE DELIMITED BY SIZE
               " SESSION " DELIMITED BY SIZE
               SSC-SESSION DELIMITED BY SIZE
               INTO EVENT-TEXT
           END-STRING
           PERFORM ISSUE-NOTIFICATION.

      *    FEEDFLT IS REBUILT BY EVERY FEE-LEDGER RUN, SO AN INVOICE
      *    STAYS ON IT UNTIL PAID - IT IS NOTIFIED ONCE.
       SCAN-FEE-DEFAULTS.
           OPEN INPUT FEE-DFLT-FILE
           IF FEE-DFLT-STATUS = "00"
               PERFORM UNTIL FEE-DFLT-STATUS NOT = "00"
                   READ FEE-DFLT-FILE
                       AT END MOVE "10" TO FEE-DFLT-STATUS
                       NOT AT END
                           IF DFL-BALANCE NUMERIC
                               PERFORM NOTE-ONE-DEFAULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-DFLT-FILE
           END-IF.

       NOTE-ONE-DEFAULT.
           MOVE DFL-ROLL-NUMBER TO EVENT-ROLL
           MOVE "FEES" TO EVENT-TYPE
           MOVE DFL-INVOICE-NUMBER TO EVENT-REF
           MOVE DFL-DUE-DATE TO EVENT-DATE
           MOVE SPACES TO EVENT-TEXT
           MOVE DFL-BALANCE TO DISPLAY-AMOUNT
           MOVE 0 TO AMOUNT-LEAD
           INSPECT DISPLAY-AMOUNT TALLYING AMOUNT-LEAD
               FOR LEADING SPACE
           STRING "FEES OF " DELIMITED BY SIZE
               DISPLAY-AMOUNT (AMOUNT-LEAD + 1:) DELIMITED BY SIZE
               " OVERDUE SINCE " DELIMITED BY SIZE
               DFL-DUE-DATE DELIMITED BY SIZE
               " INV " DELIMITED BY SIZE
               DFL-INVOICE-NUMBER DELIMITED BY SIZE
               INTO EVENT-TEXT
           END-STRING
           PERFORM ISSUE-NOTIFICATION.

      *    ONE EVENT: SKIPPED IF ALREADY NOTIFIED OR THE STUDENT HAS
      *    GONE, LISTED FOR THE CLASS TEACHER IF THERE IS NO WAY TO
      *    REACH THE GUARDIAN, OTHERWISE EXTRACTED AND LOGGED. SMS
      *    IS PREFERRED WHENEVER A PHONE IS ON FILE.
       ISSUE-NOTIFICATION.
           ADD 1 TO EVENTS-FOUND
           PERFORM CHECK-ALREADY-SENT
           IF EVENT-ALREADY-SENT
               ADD 1 TO ALREADY-SENT-COUNT
           ELSE
               MOVE SPACES TO STU-MSTR-RECORD
               MOVE EVENT-ROLL TO STU-ROLL-NUMBER
               IF STU-MSTR-OPEN-STATUS = "00"
                   READ STU-MSTR-FILE
                       INVALID KEY
                           MOVE SPACES TO STU-MSTR-RECORD
                   END-READ
               END-IF
               IF STU-IS-WITHDRAWN OR STU-HAS-LEFT
                   ADD 1 TO WITHDRAWN-COUNT
               ELSE
                   MOVE SPACES TO GDN-MSTR-RECORD
                   MOVE EVENT-ROLL TO GDN-ROLL-NUMBER
                   IF GDN-MSTR-OPEN-STATUS = "00"
                       READ GDN-MSTR-FILE
                           INVALID KEY
                               MOVE SPACES TO GDN-MSTR-RECORD
                       END-READ
                   END-IF
                   IF GDN-PHONE = SPACES AND GDN-EMAIL = SPACES
                       ADD 1 TO NO-CONTACT-COUNT
                       PERFORM WRITE-NO-CONTACT-LINE
                   ELSE
                       PERFORM EXTRACT-NOTIFICATION
                   END-IF
               END-IF
           END-IF.

       CHECK-ALREADY-SENT.
           MOVE "N" TO SENT-MATCH-SWITCH
           PERFORM VARYING SENT-INDEX FROM 1 BY 1
                   UNTIL SENT-INDEX > SENT-COUNT
                       OR EVENT-ALREADY-SENT
               IF SNT-ROLL (SENT-INDEX) = EVENT-ROLL
                       AND SNT-EVENT-TYPE (SENT-INDEX) = EVENT-TYPE
                       AND SNT-EVENT-REF (SENT-INDEX) = EVENT-REF
                   SET EVENT-ALREADY-SENT TO TRUE
               END-IF
           END-PERFORM.

       EXTRACT-NOTIFICATION.
           ADD 1 TO MESSAGE-SEQUENCE
           ADD 1 TO MESSAGES-SENT
           MOVE SPACES TO MESSAGE-ID
           STRING RUN-DATE DELIMITED BY SIZE
               MESSAGE-SEQUENCE DELIMITED BY SIZE
               INTO MESSAGE-ID
           END-STRING

           MOVE SPACES TO NTF-XTRT-RECORD
           SET NTX-IS-DETAIL TO TRUE
           MOVE MESSAGE-ID TO NTX-MESSAGE-ID
           MOVE EVENT-ROLL TO NTX-ROLL-NUMBER
           MOVE STU-NAME TO NTX-STUDENT-NAME
           MOVE STU-CLASS-SECTION TO NTX-SECTION-CODE
           MOVE GDN-GUARDIAN-NAME TO NTX-GUARDIAN-NAME
           IF GDN-PHONE NOT = SPACES
               SET NTX-BY-SMS TO TRUE
           ELSE
               SET NTX-BY-EMAIL TO TRUE
           END-IF
           MOVE GDN-PHONE TO NTX-PHONE
           MOVE GDN-EMAIL TO NTX-EMAIL
           MOVE GDN-LANGUAGE TO NTX-LANGUAGE
           MOVE EVENT-TYPE TO NTX-EVENT-TYPE
           MOVE EVENT-REF TO NTX-EVENT-REF
           MOVE EVENT-DATE TO NTX-EVENT-DATE
           MOVE EVENT-TEXT TO NTX-MESSAGE-TEXT
           WRITE NTF-XTRT-RECORD

           MOVE SPACES TO NTF-HIST-RECORD
           MOVE EVENT-ROLL TO NTH-ROLL-NUMBER
           MOVE EVENT-TYPE TO NTH-EVENT-TYPE
           MOVE EVENT-REF TO NTH-EVENT-REF
           MOVE MESSAGE-ID TO NTH-MESSAGE-ID
           MOVE RUN-DATE TO NTH-SENT-DATE
           WRITE NTF-HIST-RECORD

           IF SENT-COUNT < 9999
               ADD 1 TO SENT-COUNT
               MOVE EVENT-ROLL TO SNT-ROLL (SENT-COUNT)
               MOVE EVENT-TYPE TO SNT-EVENT-TYPE (SENT-COUNT)
               MOVE EVENT-REF TO SNT-EVENT-REF (SENT-COUNT)
           END-IF

           MOVE SPACES TO NTF-RPT-RECORD
           STRING EVENT-ROLL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STU-CLASS-SECTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EVENT-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EVENT-REF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               "SENT " DELIMITED BY SIZE
               MESSAGE-ID DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               NTX-CHANNEL DELIMITED BY SIZE
               INTO NTF-RPT-RECORD
           END-STRING
           WRITE NTF-RPT-RECORD.

       WRITE-NO-CONTACT-LINE.
           MOVE SPACES TO NTF-RPT-RECORD
           STRING EVENT-ROLL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STU-CLASS-SECTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EVENT-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EVENT-REF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               "NO GUARDIAN CONTACT - CLASS TEACHER TO CALL"
                   DELIMITED BY SIZE
               INTO NTF-RPT-RECORD
           END-STRING
           WRITE NTF-RPT-RECORD.

      *    COPIES THE JUST-CLOSED NOTIFICATION REPORT TO A DATED
      *    ARCHIVE FILE AND CATALOGS IT, AS EVERY REPORT IS.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "NTFRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT NTF-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ NTF-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE NTF-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ NTF-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE NTF-RPT-FILE
           CLOSE ARC-FILE

           OPEN EXTEND ARC-CAT-FILE
           IF ARC-CAT-STATUS NOT = "00"
               OPEN OUTPUT ARC-CAT-FILE
           END-IF
           MOVE SPACES TO ARC-CAT-RECORD
           MOVE "PARENT-NOTIFY" TO CAT-PROGRAM-ID
           MOVE "NTFRPT" TO CAT-REPORT-NAME
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
           MOVE "PARENT-NOTIFY" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE EVENTS-FOUND TO AUD-RECORD-COUNT
           MOVE MESSAGES-SENT TO AUD-OUTPUT-COUNT
           MOVE NO-CONTACT-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "DETHIST/ATTEND/SUPSCHD/FEEDFLT" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.
