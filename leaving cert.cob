       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVING-CERTIFICATE.

      *    ISSUES THE LEAVING AND TRANSFER CERTIFICATES THE OFFICE
      *    USED TO TYPE BY HAND, UNDER SERIAL NUMBERS FROM THE
      *    CERTCTL CONTROL RECORD INSTEAD OF A LEDGER BOOK. LVTRAN
      *    CARRIES ONE REQUEST PER LINE:
      *        LEAV - A LEAVING CERTIFICATE
      *        TRAN - A TRANSFER CERTIFICATE, NAMING THE SCHOOL
      *        DUPL - A DUPLICATE OF THE LAST ONE ISSUED, FOR A
      *               CERTIFICATE THAT HAS BEEN LOST
      *    A LEAVING OR TRANSFER CERTIFICATE IS ONLY ISSUED TO AN
      *    ACTIVE STUDENT ON STUMSTR WITH NOTHING OUTSTANDING - NO
      *    FEE BALANCE (FEEINV LESS FEERCPT) AND NO OPEN APPEAL - AND
      *    MARKS THE STUDENT AS LEFT (L) ON THE MASTER, SO A SECOND
      *    ORIGINAL CANNOT BE ISSUED. THE CERTIFICATE CARRIES THE
      *    ACADEMIC RECORD FROM GRDHIST AND THE LAST PROMOTION
      *    DECISION FROM PROMHIST. EVERY CERTIFICATE, DUPLICATES
      *    INCLUDED, TAKES THE NEXT SERIAL AND A ROW ON THE CERTREG
      *    REGISTER; A DUPLICATE IS PRINTED AND REGISTERED AS ONE,
      *    WITH THE SERIAL OF THE ORIGINAL IT REPLACES. THE CONTROL
      *    RECORD IS REWRITTEN AFTER EVERY CERTIFICATE, AND IS NEVER
      *    ALLOWED TO FALL BEHIND THE HIGHEST SERIAL ON THE REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LVT-TRAN-FILE ASSIGN TO "LVTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LVT-TRAN-STATUS.
           SELECT STU-MSTR-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS STU-ROLL-NUMBER
               FILE STATUS IS STU-MSTR-STATUS.
           SELECT CERT-CTL-FILE ASSIGN TO "CERTCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CERT-CTL-STATUS.
           SELECT CERT-REG-FILE ASSIGN TO "CERTREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CERT-REG-STATUS.
           SELECT FEE-INV-FILE ASSIGN TO "FEEINV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEE-INV-STATUS.
           SELECT FEE-RCPT-FILE ASSIGN TO "FEERCPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEE-RCPT-STATUS.
           SELECT APPEALS-FILE ASSIGN TO "APPEALS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS APPEALS-STATUS.
           SELECT GRD-HIST-FILE ASSIGN TO "GRDHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GRD-HIST-STATUS.
           SELECT PROM-HIST-FILE ASSIGN TO "PROMHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PROM-HIST-STATUS.
           SELECT CERT-PRT-FILE ASSIGN TO "CERTPRT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LVT-OUT-FILE ASSIGN TO "LVOUT"
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
      *    ONE CERTIFICATE REQUEST. A BLANK LEAVING DATE MEANS TODAY
      *    AND A BLANK CONDUCT REMARK PRINTS AS GOOD; A DUPLICATE
      *    NEEDS ONLY THE ROLL NUMBER.
       FD  LVT-TRAN-FILE.
       01  LVT-TRAN-RECORD.
           05  LVT-REQUEST        PIC X(4).
               88  LVT-REQUEST-LEAVING    VALUE "LEAV".
               88  LVT-REQUEST-TRANSFER   VALUE "TRAN".
               88  LVT-REQUEST-DUPLICATE  VALUE "DUPL".
           05  LVT-ROLL-NUMBER    PIC X(10).
           05  LVT-LEAVING-DATE-X PIC X(8).
           05  LVT-LEAVING-DATE REDEFINES LVT-LEAVING-DATE-X
                                  PIC 9(8).
           05  LVT-REASON         PIC X(30).
           05  LVT-DESTINATION    PIC X(30).
           05  LVT-CONDUCT        PIC X(10).

      *    THE KEYED STUDENT MASTER - A (ACTIVE), W (WITHDRAWN) OR
      *    L (LEFT WITH A CERTIFICATE).
       FD  STU-MSTR-FILE.
       01  STU-MSTR-RECORD.
           05  STU-ROLL-NUMBER    PIC X(10).
           05  STU-NAME           PIC X(20).
           05  STU-CLASS-SECTION  PIC X(3).
           05  STU-STATUS         PIC X.
               88  STU-IS-ACTIVE      VALUE "A".
               88  STU-IS-WITHDRAWN   VALUE "W".
               88  STU-HAS-LEFT       VALUE "L".

       FD  CERT-CTL-FILE.
       01  CERT-CTL-RECORD.
           COPY CRTCTLR.

       FD  CERT-REG-FILE.
       01  CERT-REG-RECORD.
           COPY CRTREGR.

       FD  FEE-INV-FILE.
       01  FEE-INV-RECORD.
           COPY FEEINVR.

       FD  FEE-RCPT-FILE.
       01  FEE-RCPT-RECORD.
           COPY FEERCPR.

       FD  APPEALS-FILE.
       01  APPEALS-RECORD.
           05  APL-ROLL-NUMBER    PIC X(10).
           05  APL-SUBJECT-SLOT   PIC 9.
           05  APL-OPEN-DATE      PIC 9(8).
           05  APL-STATUS         PIC X(6).
               88  APL-IS-OPEN        VALUE "OPEN".
           05  APL-DISPOSITION    PIC X(8).
           05  APL-NEW-MARK       PIC 9(3).

      *    THE HISTORY LINE AS APPEND-GRADE-HISTORY LAYS IT DOWN.
       FD  GRD-HIST-FILE.
       01  GRD-HIST-RECORD.
           05  HIST-ROLL-NUMBER   PIC X(10).
           05  FILLER             PIC X.
           05  HIST-RUN-DATE      PIC X(8).
           05  FILLER             PIC X.
           05  HIST-AVERAGE       PIC X(5).
           05  HIST-AVERAGE-N REDEFINES HIST-AVERAGE
                                  PIC 9(3)V99.
           05  FILLER             PIC X.
           05  HIST-GRADE         PIC X.
           05  FILLER             PIC X.
           05  HIST-TERM          PIC X(5).
           05  FILLER             PIC X(9).
           05  HIST-SCHEME-ID     PIC X(6).

       FD  PROM-HIST-FILE.
       01  PROM-HIST-RECORD.
           COPY PRMHISR.

       FD  CERT-PRT-FILE.
       01  CERT-PRT-RECORD        PIC X(70).

       FD  LVT-OUT-FILE.
       01  LVT-OUT-RECORD         PIC X(80).

      *    A DATED COPY OF THE CERTIFICATES PRINTED, CATALOGED AS
      *    EVERY REPORT IS.
       FD  ARC-FILE.
       01  ARC-RECORD             PIC X(70).

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
       01  VALID-INPUT-SWITCH     PIC X VALUE "Y".
           88  INPUT-IS-VALID         VALUE "Y".
       01  REJECT-REASON          PIC X(40).
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-LVT-TRAN        VALUE "Y".
       01  LVT-TRAN-STATUS        PIC XX.
       01  STU-MSTR-STATUS        PIC XX.
       01  STU-MSTR-OPEN-STATUS   PIC XX.
       01  CERT-CTL-STATUS        PIC XX.
       01  CERT-REG-STATUS        PIC XX.
       01  FEE-INV-STATUS         PIC XX.
       01  FEE-RCPT-STATUS        PIC XX.
       01  APPEALS-STATUS         PIC XX.
       01  GRD-HIST-STATUS        PIC XX.
       01  PROM-HIST-STATUS       PIC XX.
       01  ARC-CAT-STATUS         PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  TRAN-COUNT             PIC 9(7) VALUE 0.
       01  ISSUED-COUNT           PIC 9(7) VALUE 0.
       01  DUPLICATE-COUNT        PIC 9(7) VALUE 0.
       01  REJECTED-COUNT         PIC 9(7) VALUE 0.
       01  DEFERRED-COUNT         PIC 9(7) VALUE 0.
       01  OVERRIDDEN-COUNT       PIC 9(7) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE SERIAL CONTROL - THE LAST SERIAL ISSUED, AND THE
      *    HIGHEST SERIAL FOUND ON THE REGISTER.
       01  LAST-SERIAL            PIC 9(7) VALUE 0.
       01  REGISTER-HIGH-SERIAL   PIC 9(7) VALUE 0.
       01  CERT-SERIAL            PIC 9(7).
       01  SERIAL-TEXT.
           05  FILLER             PIC X(2) VALUE "LC".
           05  SERIAL-TEXT-NUMBER PIC 9(7).

      *    EVERY ORIGINAL CERTIFICATE ON THE REGISTER, SO A
      *    DUPLICATE CAN SAY EXACTLY WHAT ITS ORIGINAL SAID.
       01  ORIGINAL-COUNT         PIC 9(4) VALUE 0.
       01  ORIGINAL-TABLE.
           05  ORIGINAL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ORIGINAL-COUNT.
               10  ORG-SERIAL         PIC 9(7).
               10  ORG-ROLL           PIC X(10).
               10  ORG-SECTION        PIC X(3).
               10  ORG-CERT-TYPE      PIC X(4).
               10  ORG-LEAVING-DATE   PIC 9(8).
               10  ORG-REASON         PIC X(30).
               10  ORG-DESTINATION    PIC X(30).
               10  ORG-CONDUCT        PIC X(10).
       01  ORIGINAL-INDEX         PIC 9(4).
       01  ORIGINAL-MATCH-INDEX   PIC 9(4).

      *    WHAT EACH STUDENT STILL OWES ACROSS EVERY INVOICE, AND
      *    WHO HAS AN APPEAL STILL OPEN.
       01  DUES-COUNT             PIC 9(4) VALUE 0.
       01  DUES-TABLE.
           05  DUES-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON DUES-COUNT.
               10  DUE-ROLL           PIC X(10).
               10  DUE-BALANCE        PIC S9(7)V99.
       01  DUES-INDEX             PIC 9(4).
       01  DUES-MATCH-INDEX       PIC 9(4).
       01  APPEAL-COUNT           PIC 9(4) VALUE 0.
       01  APPEAL-TABLE.
           05  APT-ROLL OCCURS 1 TO 5000 TIMES
                   DEPENDING ON APPEAL-COUNT
                                  PIC X(10).
       01  APPEAL-INDEX           PIC 9(4).
       01  APPEAL-FOUND-SWITCH    PIC X.
           88  APPEAL-IS-OPEN         VALUE "Y".
       01  LOOKUP-ROLL            PIC X(10).
       01  DISPLAY-BALANCE        PIC Z(6)9.99.

      *    THE CERTIFICATE BEING PRINTED.
       01  CERT-TYPE              PIC X(4).
       01  CERT-LEAVING-DATE      PIC 9(8).
       01  CERT-REASON            PIC X(30).
       01  CERT-DESTINATION       PIC X(30).
       01  CERT-CONDUCT           PIC X(10).
       01  CERT-COPY-FLAG         PIC X.
           88  CERT-IS-DUPLICATE      VALUE "D".
       01  CERT-ORIGINAL-SERIAL   PIC 9(7).

      *    THE STUDENT'S TERM RESULTS - THE LATEST LINE FOR EACH
      *    TERM, SINCE A RERUN OF A TERM REPLACES ITS RESULT - AND
      *    THE LATEST PROMOTION DECISION.
       01  TERM-COUNT             PIC 9(2) VALUE 0.
       01  TERM-TABLE.
           05  TERM-ENTRY OCCURS 30 TIMES.
               10  TRM-TERM           PIC X(5).
               10  TRM-AVERAGE        PIC 9(3)V99.
               10  TRM-GRADE          PIC X.
       01  TERM-INDEX             PIC 9(2).
       01  TERM-MATCH-INDEX       PIC 9(2).
       01  DISPLAY-AVERAGE        PIC ZZ9.99.
       01  DECISION-SWITCH        PIC X.
           88  DECISION-WAS-FOUND     VALUE "Y".
       01  DECISION-CODE          PIC X.
       01  DECISION-FROM          PIC X(3).
       01  DECISION-TO            PIC X(3).
       01  DECISION-DATE          PIC 9(8).

      *    THE CHANGE-FREEZE GATE A LEAVING OR TRANSFER REQUEST
      *    PASSES BEFORE THE MASTER IS TOUCHED - A FROZEN ONE IS
      *    PARKED FOR REPLAY, NOT REJECTED.
       01  CHANGE-FREEZE-AREA.
           COPY FRZREQ.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT, EXCEPTION AND
      *    REGISTER RECORD THIS PROGRAM WRITES.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

      *    ISSUING A CERTIFICATE CHANGES THE STUDENT MASTER, SO IT
      *    TAKES UPDATE AUTHORITY.
           IF OPR-CAN-UPDATE
               PERFORM RUN-CERTIFICATE-BATCH
           ELSE
               DISPLAY "OPERATOR " OPR-OPERATOR-ID
                   " LACKS UPDATE AUTHORITY - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
           END-IF.

           STOP RUN.

       RUN-CERTIFICATE-BATCH.
           ACCEPT BATCH-START-TIME FROM TIME
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT LVT-OUT-FILE
           PERFORM OPEN-EXCEPTION-LOG

           MOVE SPACES TO LVT-OUT-RECORD
           STRING "LEAVING-CERTIFICATE RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO LVT-OUT-RECORD
           END-STRING
           WRITE LVT-OUT-RECORD

           PERFORM LOAD-SERIAL-CONTROL
           PERFORM LOAD-CERTIFICATE-REGISTER
           PERFORM RECONCILE-SERIAL-CONTROL
           PERFORM LOAD-OUTSTANDING-DUES
           PERFORM LOAD-OPEN-APPEALS

           OPEN INPUT LVT-TRAN-FILE
           OPEN I-O STU-MSTR-FILE
           MOVE STU-MSTR-STATUS TO STU-MSTR-OPEN-STATUS
           PERFORM OPEN-CERTIFICATE-REGISTER
           OPEN OUTPUT CERT-PRT-FILE

           MOVE "REQ  ROLL       DISPOSITION" TO LVT-OUT-RECORD
           WRITE LVT-OUT-RECORD

           IF LVT-TRAN-STATUS = "00"
               READ LVT-TRAN-FILE
                   AT END SET END-OF-LVT-TRAN TO TRUE
               END-READ
           ELSE
               SET END-OF-LVT-TRAN TO TRUE
           END-IF

           PERFORM UNTIL END-OF-LVT-TRAN
               ADD 1 TO TRAN-COUNT
               PERFORM VALIDATE-CERTIFICATE-REQUEST
               PERFORM CHECK-CHANGE-FREEZE

               IF FRZ-TRAN-DEFERRED
                   ADD 1 TO DEFERRED-COUNT
                   PERFORM WRITE-DEFERRED-LINE
               ELSE

               IF INPUT-IS-VALID
                   PERFORM ISSUE-CERTIFICATE
               END-IF

               IF INPUT-IS-VALID
                   ADD 1 TO ISSUED-COUNT
                   PERFORM WRITE-ISSUED-LINE
                   IF FRZ-TRAN-OVERRIDDEN
                       ADD 1 TO OVERRIDDEN-COUNT
                       PERFORM WRITE-OVERRIDE-LINE
                   END-IF
               ELSE
                   ADD 1 TO REJECTED-COUNT
                   PERFORM WRITE-REJECTED-LINE

                   MOVE SPACES TO EXC-LOG-RECORD
                   MOVE "LEAVING-CERT" TO EXC-PROGRAM-ID
                   MOVE LVT-ROLL-NUMBER TO EXC-KEY-VALUE
                   MOVE REJECT-REASON TO EXC-REASON
                   MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
                   MOVE RUN-DATE TO EXC-CYCLE-DATE
                   WRITE EXC-LOG-RECORD
               END-IF
               END-IF

               READ LVT-TRAN-FILE
                   AT END SET END-OF-LVT-TRAN TO TRUE
               END-READ
           END-PERFORM

           MOVE SPACES TO LVT-OUT-RECORD
           STRING "REQUESTS READ: " DELIMITED BY SIZE
               TRAN-COUNT DELIMITED BY SIZE
               "  ISSUED: " DELIMITED BY SIZE
               ISSUED-COUNT DELIMITED BY SIZE
               "  DUPLICATES: " DELIMITED BY SIZE
               DUPLICATE-COUNT DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               REJECTED-COUNT DELIMITED BY SIZE
               INTO LVT-OUT-RECORD
           END-STRING
           WRITE LVT-OUT-RECORD

           MOVE SPACES TO LVT-OUT-RECORD
           STRING "DEFERRED BY FREEZE: " DELIMITED BY SIZE
               DEFERRED-COUNT DELIMITED BY SIZE
               "  APPLIED UNDER OVERRIDE: " DELIMITED BY SIZE
               OVERRIDDEN-COUNT DELIMITED BY SIZE
               INTO LVT-OUT-RECORD
           END-STRING
           WRITE LVT-OUT-RECORD

           MOVE LAST-SERIAL TO SERIAL-TEXT-NUMBER
           MOVE SPACES TO LVT-OUT-RECORD
           STRING "LAST SERIAL ISSUED: " DELIMITED BY SIZE
               SERIAL-TEXT DELIMITED BY SIZE
               INTO LVT-OUT-RECORD
           END-STRING
           WRITE LVT-OUT-RECORD

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           IF LVT-TRAN-STATUS = "00" OR LVT-TRAN-STATUS = "10"
               CLOSE LVT-TRAN-FILE
           END-IF
           IF STU-MSTR-OPEN-STATUS = "00"
               CLOSE STU-MSTR-FILE
           END-IF
           CLOSE CERT-REG-FILE
           CLOSE CERT-PRT-FILE
           CLOSE LVT-OUT-FILE
           CLOSE EXC-LOG-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE AUDIT-LOG-FILE.

      *    NO CONTROL RECORD MEANS NO CERTIFICATE HAS EVER BEEN
      *    ISSUED - THE FIRST SERIAL IS 1.
       LOAD-SERIAL-CONTROL.
           OPEN INPUT CERT-CTL-FILE
           IF CERT-CTL-STATUS = "00"
               READ CERT-CTL-FILE
                   AT END MOVE 0 TO CSC-LAST-SERIAL
               END-READ
               IF CSC-LAST-SERIAL NUMERIC
                   MOVE CSC-LAST-SERIAL TO LAST-SERIAL
               END-IF
               CLOSE CERT-CTL-FILE
           END-IF.

       LOAD-CERTIFICATE-REGISTER.
           OPEN INPUT CERT-REG-FILE
           IF CERT-REG-STATUS = "00"
               PERFORM UNTIL CERT-REG-STATUS NOT = "00"
                   READ CERT-REG-FILE
                       AT END MOVE "10" TO CERT-REG-STATUS
                       NOT AT END
                           IF CRG-SERIAL-NUMBER NUMERIC
                               PERFORM FILE-ONE-REGISTER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-REG-FILE
           END-IF.

       FILE-ONE-REGISTER-ROW.
           IF CRG-SERIAL-NUMBER > REGISTER-HIGH-SERIAL
               MOVE CRG-SERIAL-NUMBER TO REGISTER-HIGH-SERIAL
           END-IF
           IF CRG-IS-ORIGINAL AND ORIGINAL-COUNT < 5000
               ADD 1 TO ORIGINAL-COUNT
               MOVE CRG-SERIAL-NUMBER TO ORG-SERIAL (ORIGINAL-COUNT)
               MOVE CRG-ROLL-NUMBER TO ORG-ROLL (ORIGINAL-COUNT)
               MOVE CRG-SECTION-CODE TO ORG-SECTION (ORIGINAL-COUNT)
               MOVE CRG-CERT-TYPE TO ORG-CERT-TYPE (ORIGINAL-COUNT)
               MOVE CRG-LEAVING-DATE
                   TO ORG-LEAVING-DATE (ORIGINAL-COUNT)
               MOVE CRG-REASON TO ORG-REASON (ORIGINAL-COUNT)
               MOVE CRG-DESTINATION
                   TO ORG-DESTINATION (ORIGINAL-COUNT)
               MOVE CRG-CONDUCT TO ORG-CONDUCT (ORIGINAL-COUNT)
           END-IF.

      *    A CONTROL RECORD BEHIND THE REGISTER (RESTORED FROM AN
      *    OLD BACKUP, SAY) WOULD HAND OUT SERIALS ALREADY ISSUED -
      *    THE REGISTER WINS, AND THE EXCEPTION LOG SAYS SO.
       RECONCILE-SERIAL-CONTROL.
           IF REGISTER-HIGH-SERIAL > LAST-SERIAL
               MOVE SPACES TO EXC-LOG-RECORD
               MOVE "LEAVING-CERT" TO EXC-PROGRAM-ID
               MOVE "CERTCTL" TO EXC-KEY-VALUE
               MOVE "SERIAL CONTROL BEHIND REGISTER - RESET"
                   TO EXC-REASON
               MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
               MOVE RUN-DATE TO EXC-CYCLE-DATE
               WRITE EXC-LOG-RECORD

               MOVE REGISTER-HIGH-SERIAL TO SERIAL-TEXT-NUMBER
               MOVE SPACES TO LVT-OUT-RECORD
               STRING "SERIAL CONTROL BEHIND REGISTER - ADVANCED TO "
                       DELIMITED BY SIZE
                   SERIAL-TEXT DELIMITED BY SIZE
                   INTO LVT-OUT-RECORD
               END-STRING
               WRITE LVT-OUT-RECORD
               MOVE REGISTER-HIGH-SERIAL TO LAST-SERIAL
           END-IF.

      *    EVERY INVOICE ADDS ITS NET AMOUNT TO THE STUDENT'S DUES
      *    AND EVERY RECEIPT TAKES ITS AMOUNT OFF.
       LOAD-OUTSTANDING-DUES.
           OPEN INPUT FEE-INV-FILE
           IF FEE-INV-STATUS = "00"
               PERFORM UNTIL FEE-INV-STATUS NOT = "00"
                   READ FEE-INV-FILE
                       AT END MOVE "10" TO FEE-INV-STATUS
                       NOT AT END
                           IF FIV-NET-AMOUNT NUMERIC
                               MOVE FIV-ROLL-NUMBER TO LOOKUP-ROLL
                               PERFORM FIND-DUES-ENTRY
                               IF DUES-MATCH-INDEX > 0
                                   ADD FIV-NET-AMOUNT TO
                                       DUE-BALANCE (DUES-MATCH-INDEX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-INV-FILE
           END-IF

           OPEN INPUT FEE-RCPT-FILE
           IF FEE-RCPT-STATUS = "00"
               PERFORM UNTIL FEE-RCPT-STATUS NOT = "00"
                   READ FEE-RCPT-FILE
                       AT END MOVE "10" TO FEE-RCPT-STATUS
                       NOT AT END
                           IF FRC-AMOUNT NUMERIC
                               MOVE FRC-ROLL-NUMBER TO LOOKUP-ROLL
                               PERFORM FIND-DUES-ENTRY
                               IF DUES-MATCH-INDEX > 0
                                   SUBTRACT FRC-AMOUNT FROM
                                       DUE-BALANCE (DUES-MATCH-INDEX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-RCPT-FILE
           END-IF.

      *    THE DUES ENTRY FOR LOOKUP-ROLL, ADDED IF THERE IS ROOM.
       FIND-DUES-ENTRY.
           MOVE 0 TO DUES-MATCH-INDEX
           PERFORM VARYING DUES-INDEX FROM 1 BY 1
                   UNTIL DUES-INDEX > DUES-COUNT
                       OR DUES-MATCH-INDEX > 0
               IF DUE-ROLL (DUES-INDEX) = LOOKUP-ROLL
                   MOVE DUES-INDEX TO DUES-MATCH-INDEX
               END-IF
           END-PERFORM
           IF DUES-MATCH-INDEX = 0 AND DUES-COUNT < 5000
               ADD 1 TO DUES-COUNT
               MOVE LOOKUP-ROLL TO DUE-ROLL (DUES-COUNT)
               MOVE 0 TO DUE-BALANCE (DUES-COUNT)
               MOVE DUES-COUNT TO DUES-MATCH-INDEX
           END-IF.

       LOAD-OPEN-APPEALS.
           OPEN INPUT APPEALS-FILE
           IF APPEALS-STATUS = "00"
               PERFORM UNTIL APPEALS-STATUS NOT = "00"
                   READ APPEALS-FILE
                       AT END MOVE "10" TO APPEALS-STATUS
                       NOT AT END
                           IF APL-IS-OPEN AND APPEAL-COUNT < 5000
                               ADD 1 TO APPEAL-COUNT
                               MOVE APL-ROLL-NUMBER
                                   TO APT-ROLL (APPEAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPEALS-FILE
           END-IF.

      *    APPENDS TO THE CERTIFICATE REGISTER, OR STARTS IT WITH THE
      *    FIRST CERTIFICATE EVER ISSUED.
       OPEN-CERTIFICATE-REGISTER.
           OPEN EXTEND CERT-REG-FILE
           IF CERT-REG-STATUS NOT = "00"
               OPEN OUTPUT CERT-REG-FILE
           END-IF.

       VALIDATE-CERTIFICATE-REQUEST.
           SET INPUT-IS-VALID TO TRUE
           MOVE SPACES TO REJECT-REASON

           IF NOT LVT-REQUEST-LEAVING AND NOT LVT-REQUEST-TRANSFER
                   AND NOT LVT-REQUEST-DUPLICATE
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "REQUEST NOT LEAV, TRAN OR DUPL" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND LVT-ROLL-NUMBER = SPACES
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "ROLL NUMBER IS BLANK" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND STU-MSTR-OPEN-STATUS NOT = "00"
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "STUDENT MASTER NOT AVAILABLE" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID
               MOVE LVT-ROLL-NUMBER TO STU-ROLL-NUMBER
               READ STU-MSTR-FILE
                   INVALID KEY
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "ROLL NUMBER NOT ON STUDENT MASTER"
                           TO REJECT-REASON
               END-READ
           END-IF

           IF INPUT-IS-VALID
               IF LVT-REQUEST-DUPLICATE
                   PERFORM VALIDATE-DUPLICATE
               ELSE
                   PERFORM VALIDATE-ORIGINAL
               END-IF
           END-IF.

      *    AN ORIGINAL GOES ONLY TO AN ACTIVE STUDENT WHO OWES
      *    NOTHING AND HAS NO APPEAL PENDING.
       VALIDATE-ORIGINAL.
           EVALUATE TRUE
               WHEN STU-HAS-LEFT
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "CERTIFICATE ALREADY ISSUED - USE DUPL"
                       TO REJECT-REASON
               WHEN STU-IS-WITHDRAWN
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "STUDENT HAS WITHDRAWN" TO REJECT-REASON
               WHEN NOT STU-IS-ACTIVE
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "STUDENT IS NOT ACTIVE" TO REJECT-REASON
           END-EVALUATE

           IF INPUT-IS-VALID AND LVT-LEAVING-DATE-X NOT = SPACES
               IF LVT-LEAVING-DATE NOT NUMERIC
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "LEAVING DATE IS NOT VALID" TO REJECT-REASON
               ELSE
                   IF LVT-LEAVING-DATE (5:2) < "01"
                           OR LVT-LEAVING-DATE (5:2) > "12"
                           OR LVT-LEAVING-DATE (7:2) < "01"
                           OR LVT-LEAVING-DATE (7:2) > "31"
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "LEAVING DATE IS NOT VALID"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF INPUT-IS-VALID AND LVT-REQUEST-TRANSFER
                   AND LVT-DESTINATION = SPACES
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "TRANSFER NAMES NO SCHOOL" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID
               MOVE LVT-ROLL-NUMBER TO LOOKUP-ROLL
               MOVE 0 TO DUES-MATCH-INDEX
               PERFORM VARYING DUES-INDEX FROM 1 BY 1
                       UNTIL DUES-INDEX > DUES-COUNT
                           OR DUES-MATCH-INDEX > 0
                   IF DUE-ROLL (DUES-INDEX) = LOOKUP-ROLL
                       MOVE DUES-INDEX TO DUES-MATCH-INDEX
                   END-IF
               END-PERFORM
               IF DUES-MATCH-INDEX > 0
                   IF DUE-BALANCE (DUES-MATCH-INDEX) > 0
                       MOVE DUE-BALANCE (DUES-MATCH-INDEX)
                           TO DISPLAY-BALANCE
                       MOVE "N" TO VALID-INPUT-SWITCH
                       STRING "FEES OUTSTANDING " DELIMITED BY SIZE
                           DISPLAY-BALANCE DELIMITED BY SIZE
                           INTO REJECT-REASON
                       END-STRING
                   END-IF
               END-IF
           END-IF

           IF INPUT-IS-VALID
               MOVE "N" TO APPEAL-FOUND-SWITCH
               PERFORM VARYING APPEAL-INDEX FROM 1 BY 1
                       UNTIL APPEAL-INDEX > APPEAL-COUNT
                           OR APPEAL-IS-OPEN
                   IF APT-ROLL (APPEAL-INDEX) = LVT-ROLL-NUMBER
                       SET APPEAL-IS-OPEN TO TRUE
                   END-IF
               END-PERFORM
               IF APPEAL-IS-OPEN
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "MARKS APPEAL STILL OPEN" TO REJECT-REASON
               END-IF
           END-IF.

      *    A DUPLICATE REPLACES THE LATEST ORIGINAL ON THE REGISTER
      *    FOR A STUDENT WHO HAS LEFT - NOTHING ELSE IS RECHECKED,
      *    SINCE IT CERTIFIES WHAT WAS TRUE ON THE ORIGINAL'S DATE.
       VALIDATE-DUPLICATE.
           IF NOT STU-HAS-LEFT
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "NO CERTIFICATE ISSUED - STUDENT NOT LEFT"
                   TO REJECT-REASON
           ELSE
               MOVE 0 TO ORIGINAL-MATCH-INDEX
               PERFORM VARYING ORIGINAL-INDEX FROM 1 BY 1
                       UNTIL ORIGINAL-INDEX > ORIGINAL-COUNT
                   IF ORG-ROLL (ORIGINAL-INDEX) = LVT-ROLL-NUMBER
                       MOVE ORIGINAL-INDEX TO ORIGINAL-MATCH-INDEX
                   END-IF
               END-PERFORM
               IF ORIGINAL-MATCH-INDEX = 0
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "NO ORIGINAL ON THE CERTIFICATE REGISTER"
                       TO REJECT-REASON
               END-IF
           END-IF.

      *    A LEAVING OR TRANSFER REQUEST UNDER A CHANGE FREEZE IS
      *    PARKED ON FRZDEFER BY THE SHARED SERVICE AND REPLAYED
      *    ONTO LVTRAN WHEN THE FREEZE LIFTS; ONE THAT CANNOT BE
      *    PARKED IS REJECTED. A DUPLICATE CHANGES NO MASTER AND IS
      *    NEVER HELD.
       CHECK-CHANGE-FREEZE.
           MOVE SPACES TO CHANGE-FREEZE-AREA
           IF INPUT-IS-VALID AND NOT LVT-REQUEST-DUPLICATE
               MOVE "CHECK" TO FRZQ-REQUEST
               MOVE "LEAVING-CERTIFICATE" TO FRZQ-PROGRAM-ID
               MOVE LVT-REQUEST TO FRZQ-TRAN-TYPE
               MOVE RUN-DATE TO FRZQ-CHECK-DATE
               MOVE OPR-OPERATOR-ID TO FRZQ-OPERATOR-ID
               MOVE OPR-AUTHORITY TO FRZQ-OPERATOR-AUTH
               MOVE "LVTRAN" TO FRZQ-TRAN-FILE
               MOVE LVT-ROLL-NUMBER TO FRZQ-KEY-VALUE
               MOVE LVT-TRAN-RECORD TO FRZQ-TRAN-IMAGE
               CALL "CHANGE-FREEZE" USING CHANGE-FREEZE-AREA
               IF FRZ-TRAN-REFUSED
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "FROZEN - DEFERRED FILE NOT WRITABLE"
                       TO REJECT-REASON
               END-IF
           END-IF.

      *    THE MASTER IS MARKED FIRST - IF IT CANNOT BE, NO SERIAL
      *    IS SPENT. THE SERIAL IS THEN TAKEN, THE CONTROL RECORD
      *    REWRITTEN AT ONCE, AND THE CERTIFICATE REGISTERED AND
      *    PRINTED.
       ISSUE-CERTIFICATE.
           IF LVT-REQUEST-DUPLICATE
               MOVE ORG-CERT-TYPE (ORIGINAL-MATCH-INDEX) TO CERT-TYPE
               MOVE ORG-LEAVING-DATE (ORIGINAL-MATCH-INDEX)
                   TO CERT-LEAVING-DATE
               MOVE ORG-REASON (ORIGINAL-MATCH-INDEX) TO CERT-REASON
               MOVE ORG-DESTINATION (ORIGINAL-MATCH-INDEX)
                   TO CERT-DESTINATION
               MOVE ORG-CONDUCT (ORIGINAL-MATCH-INDEX)
                   TO CERT-CONDUCT
               MOVE ORG-SECTION (ORIGINAL-MATCH-INDEX)
                   TO STU-CLASS-SECTION
               MOVE "D" TO CERT-COPY-FLAG
               MOVE ORG-SERIAL (ORIGINAL-MATCH-INDEX)
                   TO CERT-ORIGINAL-SERIAL
           ELSE
               MOVE LVT-REQUEST TO CERT-TYPE
               IF LVT-LEAVING-DATE-X = SPACES
                   MOVE RUN-DATE TO CERT-LEAVING-DATE
               ELSE
                   MOVE LVT-LEAVING-DATE TO CERT-LEAVING-DATE
               END-IF
               MOVE LVT-REASON TO CERT-REASON
               IF CERT-REASON = SPACES
                   MOVE "NOT STATED" TO CERT-REASON
               END-IF
               MOVE LVT-DESTINATION TO CERT-DESTINATION
               MOVE LVT-CONDUCT TO CERT-CONDUCT
               IF CERT-CONDUCT = SPACES
                   MOVE "GOOD" TO CERT-CONDUCT
               END-IF
               MOVE "O" TO CERT-COPY-FLAG
               MOVE 0 TO CERT-ORIGINAL-SERIAL

               MOVE "L" TO STU-STATUS
               REWRITE STU-MSTR-RECORD
                   INVALID KEY
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "STUDENT MASTER NOT UPDATED"
                           TO REJECT-REASON
               END-REWRITE
           END-IF

           IF INPUT-IS-VALID
               ADD 1 TO LAST-SERIAL
               MOVE LAST-SERIAL TO CERT-SERIAL
               PERFORM REWRITE-SERIAL-CONTROL
               PERFORM REGISTER-CERTIFICATE
               PERFORM PRINT-CERTIFICATE
               IF CERT-IS-DUPLICATE
                   ADD 1 TO DUPLICATE-COUNT
               END-IF
           END-IF.

       REWRITE-SERIAL-CONTROL.
           OPEN OUTPUT CERT-CTL-FILE
           MOVE SPACES TO CERT-CTL-RECORD
           MOVE LAST-SERIAL TO CSC-LAST-SERIAL
           MOVE RUN-DATE TO CSC-LAST-ISSUE-DATE
           MOVE OPR-OPERATOR-ID TO CSC-LAST-OPERATOR-ID
           WRITE CERT-CTL-RECORD
           CLOSE CERT-CTL-FILE.

       REGISTER-CERTIFICATE.
           MOVE SPACES TO CERT-REG-RECORD
           MOVE CERT-SERIAL TO CRG-SERIAL-NUMBER
           MOVE STU-ROLL-NUMBER TO CRG-ROLL-NUMBER
           MOVE STU-NAME TO CRG-STUDENT-NAME
           MOVE STU-CLASS-SECTION TO CRG-SECTION-CODE
           MOVE CERT-TYPE TO CRG-CERT-TYPE
           MOVE RUN-DATE TO CRG-ISSUE-DATE
           MOVE CERT-LEAVING-DATE TO CRG-LEAVING-DATE
           MOVE CERT-COPY-FLAG TO CRG-COPY-FLAG
           MOVE CERT-ORIGINAL-SERIAL TO CRG-ORIGINAL-SERIAL
           MOVE CERT-REASON TO CRG-REASON
           MOVE CERT-DESTINATION TO CRG-DESTINATION
           MOVE CERT-CONDUCT TO CRG-CONDUCT
           MOVE OPR-OPERATOR-ID TO CRG-OPERATOR-ID
           WRITE CERT-REG-RECORD

      *    A SECOND DUPLICATE IN THE SAME RUN STILL FINDS THE
      *    ORIGINAL; A NEW ORIGINAL IS ADDED SO A DUPLICATE LATER IN
      *    THE RUN CAN FIND IT.
           IF NOT CERT-IS-DUPLICATE AND ORIGINAL-COUNT < 5000
               ADD 1 TO ORIGINAL-COUNT
               MOVE CERT-SERIAL TO ORG-SERIAL (ORIGINAL-COUNT)
               MOVE STU-ROLL-NUMBER TO ORG-ROLL (ORIGINAL-COUNT)
               MOVE STU-CLASS-SECTION TO ORG-SECTION (ORIGINAL-COUNT)
               MOVE CERT-TYPE TO ORG-CERT-TYPE (ORIGINAL-COUNT)
               MOVE CERT-LEAVING-DATE
                   TO ORG-LEAVING-DATE (ORIGINAL-COUNT)
               MOVE CERT-REASON TO ORG-REASON (ORIGINAL-COUNT)
               MOVE CERT-DESTINATION
                   TO ORG-DESTINATION (ORIGINAL-COUNT)
               MOVE CERT-CONDUCT TO ORG-CONDUCT (ORIGINAL-COUNT)
           END-IF.

      *    ONE CERTIFICATE PAGE, OPENED AND CLOSED WITH A FULL-WIDTH
      *    RULE AS THE REPORT CARDS ARE.
       PRINT-CERTIFICATE.
           PERFORM LOAD-ACADEMIC-RECORD
           PERFORM FIND-LAST-PROMOTION-DECISION

           PERFORM WRITE-PAGE-RULE
           IF CERT-TYPE = "TRAN"
               MOVE "                     TRANSFER CERTIFICATE"
                   TO CERT-PRT-RECORD
           ELSE
               MOVE "                  SCHOOL LEAVING CERTIFICATE"
                   TO CERT-PRT-RECORD
           END-IF
           WRITE CERT-PRT-RECORD

           MOVE CERT-SERIAL TO SERIAL-TEXT-NUMBER
           MOVE SPACES TO CERT-PRT-RECORD
           STRING "SERIAL NO. " DELIMITED BY SIZE
               SERIAL-TEXT DELIMITED BY SIZE
               "                 DATE OF ISSUE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO CERT-PRT-RECORD
           END-STRING
           WRITE CERT-PRT-RECORD

           IF CERT-IS-DUPLICATE
               MOVE CERT-ORIGINAL-SERIAL TO SERIAL-TEXT-NUMBER
               MOVE SPACES TO CERT-PRT-RECORD
               STRING "*** DUPLICATE - REPLACES SERIAL NO. "
                       DELIMITED BY SIZE
                   SERIAL-TEXT DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO CERT-PRT-RECORD
               END-STRING
               WRITE CERT-PRT-RECORD
           END-IF

           MOVE SPACES TO CERT-PRT-RECORD
           WRITE CERT-PRT-RECORD
           MOVE SPACES TO CERT-PRT-RECORD
           STRING "NAME OF STUDENT   " DELIMITED BY SIZE
               STU-NAME DELIMITED BY SIZE
               INTO CERT-PRT-RECORD
           END-STRING
           WRITE CERT-PRT-RECORD
           MOVE SPACES TO CERT-PRT-RECORD
           STRING "ROLL NUMBER       " DELIMITED BY SIZE
               STU-ROLL-NUMBER DELIMITED BY SIZE
               INTO CERT-PRT-RECORD
           END-STRING
           WRITE CERT-PRT-RECORD
           MOVE SPACES TO CERT-PRT-RECORD
           STRING "CLASS-SECTION     " DELIMITED BY SIZE
               STU-CLASS-SECTION DELIMITED BY SIZE
               INTO CERT-PRT-RECORD
           END-STRING
           WRITE CERT-PRT-RECORD
           MOVE SPACES TO CERT-PRT-RECORD
           STRING "DATE OF LEAVING   " DELIMITED BY SIZE
               CERT-LEAVING-DATE DELIMITED BY SIZE
               INTO CERT-PRT-RECORD
           END-STRING
           WRITE CERT-PRT-RECORD
           MOVE SPACES TO CERT-PRT-RECORD
           STRING "REASON            " DELIMITED BY SIZE
               CERT-REASON DELIMITED BY SIZE
               INTO CERT-PRT-RECORD
           END-STRING
           WRITE CERT-PRT-RECORD
           IF CERT-TYPE = "TRAN"
               MOVE SPACES TO CERT-PRT-RECORD
               STRING "TRANSFERRED TO    " DELIMITED BY SIZE
                   CERT-DESTINATION DELIMITED BY SIZE
                   INTO CERT-PRT-RECORD
               END-STRING
               WRITE CERT-PRT-RECORD
           END-IF
           MOVE SPACES TO CERT-PRT-RECORD
           STRING "CONDUCT           " DELIMITED BY SIZE
               CERT-CONDUCT DELIMITED BY SIZE
               INTO CERT-PRT-RECORD
           END-STRING
           WRITE CERT-PRT-RECORD
           PERFORM WRITE-DECISION-LINE

           MOVE SPACES TO CERT-PRT-RECORD
           WRITE CERT-PRT-RECORD
           MOVE "ACADEMIC RECORD   TERM   AVERAGE  GRADE"
               TO CERT-PRT-RECORD
           WRITE CERT-PRT-RECORD
           IF TERM-COUNT = 0
               MOVE "                  NO TERM RESULTS ON FILE"
                   TO CERT-PRT-RECORD
               WRITE CERT-PRT-RECORD
           END-IF
           PERFORM VARYING TERM-INDEX FROM 1 BY 1
                   UNTIL TERM-INDEX > TERM-COUNT
               MOVE TRM-AVERAGE (TERM-INDEX) TO DISPLAY-AVERAGE
               MOVE SPACES TO CERT-PRT-RECORD
               STRING "                  " DELIMITED BY SIZE
                   TRM-TERM (TERM-INDEX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DISPLAY-AVERAGE DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   TRM-GRADE (TERM-INDEX) DELIMITED BY SIZE
                   INTO CERT-PRT-RECORD
               END-STRING
               WRITE CERT-PRT-RECORD
           END-PERFORM

           MOVE SPACES TO CERT-PRT-RECORD
           WRITE CERT-PRT-RECORD
           IF CERT-IS-DUPLICATE
               MOVE "NO DUES OR APPEALS WERE OUTSTANDING AT FIRST ISSUE"
                   TO CERT-PRT-RECORD
           ELSE
               MOVE "NO DUES OR APPEALS ARE OUTSTANDING"
                   TO CERT-PRT-RECORD
           END-IF
           WRITE CERT-PRT-RECORD
           MOVE SPACES TO CERT-PRT-RECORD
           WRITE CERT-PRT-RECORD
           MOVE "PRINCIPAL SIGNATURE: ____________________"
               TO CERT-PRT-RECORD
           WRITE CERT-PRT-RECORD
           PERFORM WRITE-PAGE-RULE.

       WRITE-DECISION-LINE.
           MOVE SPACES TO CERT-PRT-RECORD
           IF NOT DECISION-WAS-FOUND
               MOVE "LAST PROMOTION    NONE ON FILE" TO CERT-PRT-RECORD
           ELSE
               EVALUATE DECISION-CODE
                   WHEN "P"
                       STRING "LAST PROMOTION    PROMOTED FROM "
                               DELIMITED BY SIZE
                           DECISION-FROM DELIMITED BY SIZE
                           " TO " DELIMITED BY SIZE
                           DECISION-TO DELIMITED BY SIZE
                           " ON " DELIMITED BY SIZE
                           DECISION-DATE DELIMITED BY SIZE
                           INTO CERT-PRT-RECORD
                       END-STRING
                   WHEN "D"
                       STRING "LAST PROMOTION    DETAINED IN "
                               DELIMITED BY SIZE
                           DECISION-FROM DELIMITED BY SIZE
                           " ON " DELIMITED BY SIZE
                           DECISION-DATE DELIMITED BY SIZE
                           INTO CERT-PRT-RECORD
                       END-STRING
                   WHEN OTHER
                       STRING "LAST PROMOTION    UNDER REVIEW IN "
                               DELIMITED BY SIZE
                           DECISION-FROM DELIMITED BY SIZE
                           " SINCE " DELIMITED BY SIZE
                           DECISION-DATE DELIMITED BY SIZE
                           INTO CERT-PRT-RECORD
                       END-STRING
               END-EVALUATE
           END-IF
           WRITE CERT-PRT-RECORD.

      *    THE STUDENT'S TERMS IN THE ORDER THEY FIRST APPEAR ON
      *    GRDHIST. CORRECTION ENTRIES AND DAMAGED LINES FAIL THE
      *    NUMERIC TESTS AND ARE SKIPPED.
       LOAD-ACADEMIC-RECORD.
           MOVE 0 TO TERM-COUNT
           OPEN INPUT GRD-HIST-FILE
           IF GRD-HIST-STATUS = "00"
               PERFORM UNTIL GRD-HIST-STATUS NOT = "00"
                   READ GRD-HIST-FILE
                       AT END MOVE "10" TO GRD-HIST-STATUS
                       NOT AT END
                           IF HIST-ROLL-NUMBER = STU-ROLL-NUMBER
                                   AND HIST-RUN-DATE NUMERIC
                                   AND HIST-AVERAGE NUMERIC
                                   AND HIST-GRADE NOT = SPACE
                               PERFORM FILE-ONE-TERM-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRD-HIST-FILE
           END-IF.

       FILE-ONE-TERM-RESULT.
           MOVE 0 TO TERM-MATCH-INDEX
           PERFORM VARYING TERM-INDEX FROM 1 BY 1
                   UNTIL TERM-INDEX > TERM-COUNT
               IF TRM-TERM (TERM-INDEX) = HIST-TERM
                   MOVE TERM-INDEX TO TERM-MATCH-INDEX
               END-IF
           END-PERFORM
           IF TERM-MATCH-INDEX = 0 AND TERM-COUNT < 30
               ADD 1 TO TERM-COUNT
               MOVE TERM-COUNT TO TERM-MATCH-INDEX
               MOVE HIST-TERM TO TRM-TERM (TERM-MATCH-INDEX)
           END-IF
           IF TERM-MATCH-INDEX > 0
               MOVE HIST-AVERAGE-N TO TRM-AVERAGE (TERM-MATCH-INDEX)
               MOVE HIST-GRADE TO TRM-GRADE (TERM-MATCH-INDEX)
           END-IF.

      *    THE HISTORY ONLY EVER GROWS AT THE END, SO THE LAST ROW
      *    FOR THE STUDENT IS THE LATEST DECISION.
       FIND-LAST-PROMOTION-DECISION.
           MOVE "N" TO DECISION-SWITCH
           OPEN INPUT PROM-HIST-FILE
           IF PROM-HIST-STATUS = "00"
               PERFORM UNTIL PROM-HIST-STATUS NOT = "00"
                   READ PROM-HIST-FILE
                       AT END MOVE "10" TO PROM-HIST-STATUS
                       NOT AT END
                           IF PRH-ROLL-NUMBER = STU-ROLL-NUMBER
                                   AND PRH-RUN-DATE NUMERIC
                               SET DECISION-WAS-FOUND TO TRUE
                               MOVE PRH-DECISION TO DECISION-CODE
                               MOVE PRH-FROM-SECTION TO DECISION-FROM
                               MOVE PRH-TO-SECTION TO DECISION-TO
                               MOVE PRH-RUN-DATE TO DECISION-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROM-HIST-FILE
           END-IF.

       WRITE-PAGE-RULE.
           MOVE ALL "=" TO CERT-PRT-RECORD
           WRITE CERT-PRT-RECORD.

       WRITE-ISSUED-LINE.
           MOVE CERT-SERIAL TO SERIAL-TEXT-NUMBER
           MOVE SPACES TO LVT-OUT-RECORD
           STRING LVT-REQUEST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LVT-ROLL-NUMBER DELIMITED BY SIZE
               " ISSUED " DELIMITED BY SIZE
               SERIAL-TEXT DELIMITED BY SIZE
               INTO LVT-OUT-RECORD
           END-STRING
           IF CERT-IS-DUPLICATE
               MOVE CERT-ORIGINAL-SERIAL TO SERIAL-TEXT-NUMBER
               STRING " DUPLICATE OF " DELIMITED BY SIZE
                   SERIAL-TEXT DELIMITED BY SIZE
                   INTO LVT-OUT-RECORD (34:47)
               END-STRING
           END-IF
           WRITE LVT-OUT-RECORD.

       WRITE-DEFERRED-LINE.
           MOVE SPACES TO LVT-OUT-RECORD
           STRING LVT-REQUEST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LVT-ROLL-NUMBER DELIMITED BY SIZE
               " DEFERRED - FREEZE " DELIMITED BY SIZE
               FRZQ-FREEZE-ID DELIMITED BY SIZE
               INTO LVT-OUT-RECORD
           END-STRING
           WRITE LVT-OUT-RECORD.

       WRITE-OVERRIDE-LINE.
           MOVE SPACES TO LVT-OUT-RECORD
           STRING "    FREEZE " DELIMITED BY SIZE
               FRZQ-FREEZE-ID DELIMITED BY SIZE
               " OVERRIDDEN BY " DELIMITED BY SIZE
               OPR-OPERATOR-ID DELIMITED BY SIZE
               INTO LVT-OUT-RECORD
           END-STRING
           WRITE LVT-OUT-RECORD.

       WRITE-REJECTED-LINE.
           MOVE SPACES TO LVT-OUT-RECORD
           STRING LVT-REQUEST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LVT-ROLL-NUMBER DELIMITED BY SIZE
               " REJECTED - " DELIMITED BY SIZE
               REJECT-REASON DELIMITED BY SIZE
               INTO LVT-OUT-RECORD
           END-STRING
           WRITE LVT-OUT-RECORD.

      *    COPIES THE JUST-CLOSED CERTIFICATE FILE TO A DATED ARCHIVE
      *    FILE AND CATALOGS IT, SO A CERTIFICATE CAN BE SHOWN AS IT
      *    WAS PRINTED.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "CERTPRT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT CERT-PRT-FILE
           OPEN OUTPUT ARC-FILE

           READ CERT-PRT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE CERT-PRT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ CERT-PRT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE CERT-PRT-FILE
           CLOSE ARC-FILE

           OPEN EXTEND ARC-CAT-FILE
           IF ARC-CAT-STATUS NOT = "00"
               OPEN OUTPUT ARC-CAT-FILE
           END-IF
           MOVE SPACES TO ARC-CAT-RECORD
           MOVE "LEAVING-CERTIFICATE" TO CAT-PROGRAM-ID
           MOVE "CERTPRT" TO CAT-REPORT-NAME
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
           MOVE "LEAVING-CERTIFICATE" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE TRAN-COUNT TO AUD-RECORD-COUNT
           MOVE ISSUED-COUNT TO AUD-OUTPUT-COUNT
           MOVE REJECTED-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "LVTRAN DETAIL FILE" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.
