       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERDRAFT-MAINT.

      *    SANCTIONS, CHANGES AND CANCELS ARRANGED-OVERDRAFT
      *    FACILITIES ON SIACCT ACCOUNTS FROM A FILE OF ODFTRAN
      *    TRANSACTIONS - THE LIMIT AN ACCOUNT MAY RUN BELOW ZERO,
      *    THE DEBIT RATE CHARGED WHILE IT DOES, AND THE DATE THE
      *    FACILITY COMES UP FOR REVIEW - SO AN AGREED OVERDRAFT IS
      *    HONOURED BY DEPOSIT-POSTING INSTEAD OF BEING FORCED
      *    THROUGH BY MANUAL OVERRIDE. EVERY TRANSACTION IS
      *    VALIDATED BEFORE THE FACILITY FILE IS TOUCHED, REJECTS GO
      *    TO THE SHARED EXCEPTION LOG, AND THE DAY'S FACILITY
      *    REGISTER LISTS EVERY FACILITY SANCTIONED, CHANGED AND
      *    CANCELLED WITH THE LIMITS AND SUMS DRAWN IN FORCE AT THE
      *    FOOT, FOR CREDIT TO SIGN OFF. THE FACILITY FILE IS SMALL
      *    ENOUGH TO LOAD WHOLE, APPLY THE DAY'S WORK, AND REWRITE,
      *    AS THE LIEN FILE IS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OD-TRAN-FILE ASSIGN TO "ODFTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OD-TRAN-STATUS.
           SELECT OD-FACIL-FILE ASSIGN TO "ODFACIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OD-FACIL-STATUS.
           SELECT SI-ACCT-FILE ASSIGN TO "SIACCT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SIA-ACCT-NUMBER
               FILE STATUS IS SI-ACCT-STATUS.
           SELECT OD-RPT-FILE ASSIGN TO "ODFRPT"
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
      *    ONE SANCTION, CHANGE OR CANCEL REQUEST. A SANCTION CARRIES
      *    THE LIMIT, DEBIT RATE AND REVIEW DATE; A CHANGE CARRIES
      *    ONLY THE TERMS BEING ALTERED, THE OTHERS LEFT BLANK; A
      *    CANCEL CARRIES THE ACCOUNT ALONE.
       FD  OD-TRAN-FILE.
       01  OD-TRAN-RECORD.
           05  ODT-ACTION             PIC X(8).
               88  ODT-ACTION-SANCTION    VALUE "SANCTION".
               88  ODT-ACTION-CHANGE      VALUE "CHANGE".
               88  ODT-ACTION-CANCEL      VALUE "CANCEL".
           05  ODT-ACCT-NUMBER        PIC X(10).
           05  ODT-LIMIT              PIC 9(5)V99.
           05  ODT-LIMIT-X REDEFINES ODT-LIMIT
                                      PIC X(7).
           05  ODT-DEBIT-RATE         PIC 9(3)V99.
           05  ODT-DEBIT-RATE-X REDEFINES ODT-DEBIT-RATE
                                      PIC X(5).
           05  ODT-REVIEW-DATE        PIC 9(8).
           05  ODT-REVIEW-DATE-X REDEFINES ODT-REVIEW-DATE
                                      PIC X(8).

       FD  OD-FACIL-FILE.
       01  OD-FACIL-RECORD.
           COPY ODFREC.

      *    MIRRORS THE SIACCT RECORD (ACCTMSTR.CPY PLUS SIMPLE-
      *    INTEREST'S DAY-COUNT EXTENSION) FIELD FOR FIELD UNDER ITS
      *    OWN PREFIX, AS EVERY MAINTENANCE RUN READING IT DOES.
       FD  SI-ACCT-FILE.
       01  SI-ACCT-RECORD.
           05  SIA-ACCT-NUMBER        PIC X(10).
           05  SIA-CURRENCY-CODE      PIC X(03).
           05  SIA-PRINCIPAL          PIC 9(5)V99.
           05  SIA-RATE               PIC 9(3)V99.
           05  SIA-TIME               PIC 9(3).
           05  SIA-STATUS             PIC X.
               88  SIA-ACCOUNT-ACTIVE     VALUE "A".
               88  SIA-ACCOUNT-CLOSED     VALUE "C".
           05  SIA-LAST-RUN-DATE      PIC 9(8).
           05  SIA-CUSTOMER-NUMBER    PIC X(10).
           05  SIA-BRANCH-CODE        PIC X(03).
           05  SIA-DAY-COUNT-BASIS    PIC X.
           05  SIA-ACCRUAL-DAYS       PIC 9(5).
           05  SIA-PRODUCT-CODE       PIC X(06).

       FD  OD-RPT-FILE.
       01  OD-RPT-RECORD          PIC X(80).

      *    A DATED COPY OF OD-RPT-FILE, WRITTEN AFTER THE REPORT IS
      *    CLOSED, SO THE CURRENT CYCLE'S OUTPUT IS RETAINED UNDER ITS
      *    OWN NAME INSTEAD OF BEING OVERWRITTEN BY TOMORROW'S RUN.
       FD  ARC-FILE.
       01  ARC-RECORD             PIC X(80).

      *    THE SHARED ARCHIVE CATALOG EVERY DATED COPY REGISTERS
      *    INTO, SO OLD REPORTS ARE FOUND BY LOOKUP, NOT BY GUESS.
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
           88  END-OF-OD-TRAN         VALUE "Y".
       01  OD-FACIL-EOF-SWITCH    PIC X VALUE "N".
           88  END-OF-OD-FACIL        VALUE "Y".
       01  OD-TRAN-STATUS         PIC XX.
       01  OD-FACIL-STATUS        PIC XX.
       01  SI-ACCT-STATUS         PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  TRAN-COUNT             PIC 9(7) VALUE 0.
       01  APPLIED-COUNT          PIC 9(7) VALUE 0.
       01  REJECTED-COUNT         PIC 9(7) VALUE 0.
       01  SANCTIONED-COUNT       PIC 9(7) VALUE 0.
       01  CHANGED-COUNT          PIC 9(7) VALUE 0.
       01  CANCELLED-COUNT        PIC 9(7) VALUE 0.
       01  IN-FORCE-COUNT         PIC 9(7) VALUE 0.
       01  TOTAL-LIMIT-IN-FORCE   PIC 9(11)V99 VALUE 0.
       01  TOTAL-DRAWN-IN-FORCE   PIC 9(11)V99 VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).
       01  ARC-FILE-NAME          PIC X(20).
       01  ARC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-ARC-READ        VALUE "Y".
       01  ARC-CAT-STATUS         PIC XX.
       01  ARC-COPY-COUNT         PIC 9(7) VALUE 0.

      *    THE FACILITY FILE HELD IN MEMORY FOR THE RUN AND
      *    REWRITTEN WHOLE AT THE END. THE EVENT FLAG MARKS WHAT
      *    HAPPENED TO EACH ROW TODAY, SO THE REGISTER CAN LIST THE
      *    DAY'S NEW, CHANGED AND CANCELLED FACILITIES IN THEIR OWN
      *    SECTIONS.
       01  OD-FACIL-COUNT         PIC 9(3) VALUE 0.
       01  OD-FACIL-TABLE.
           05  OD-FACIL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON OD-FACIL-COUNT.
               10  ODE-ROW            PIC X(62).
               10  ODE-EVENT          PIC X.
                   88  ODE-SANCTIONED-TODAY VALUE "S".
                   88  ODE-CHANGED-TODAY    VALUE "M".
                   88  ODE-CANCELLED-TODAY  VALUE "X".
       01  OD-FACIL-INDEX         PIC 9(3).
       01  OD-FACIL-MATCH         PIC 9(3).
       01  REGISTER-EVENT         PIC X.
       01  REGISTER-LINE-COUNT    PIC 9(7).
       01  REGISTER-TOTAL         PIC 9(11)V99.

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT AND EXCEPTION
      *    RECORD THIS PROGRAM WRITES, AND ON EVERY FACILITY
      *    SANCTIONED.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

      *    HOW THIS RUN RAISES OPERATOR ALERTS - THE SHARED WRITER
      *    GRADES THE EXCEPTION COUNT AGAINST THE ALRTTHR THRESHOLD.
       01  ALERT-REQUEST-AREA.
           COPY ALERTREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM GET-BUSINESS-DATE.

      *    LENDING AGAINST A CUSTOMER ACCOUNT TAKES UPDATE
      *    AUTHORITY, AS FOR EVERY MAINTENANCE RUN.
           IF OPR-CAN-UPDATE
               PERFORM RUN-OVERDRAFT-MAINT
               PERFORM SET-COMPLETION-CODE
           ELSE
               DISPLAY "OPERATOR " OPR-OPERATOR-ID
                   " LACKS UPDATE AUTHORITY - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
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

       RUN-OVERDRAFT-MAINT.
           ACCEPT BATCH-START-TIME FROM TIME

           PERFORM LOAD-OD-FACILITIES
           OPEN INPUT OD-TRAN-FILE
           OPEN INPUT SI-ACCT-FILE
           OPEN OUTPUT OD-RPT-FILE
           PERFORM OPEN-EXCEPTION-LOG

           MOVE SPACES TO OD-RPT-RECORD
           STRING "OVERDRAFT-MAINT FACILITY REGISTER  RUN DATE: "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO OD-RPT-RECORD
           END-STRING
           WRITE OD-RPT-RECORD

           MOVE "ACTION   ACCOUNT    DISPOSITION"
               TO OD-RPT-RECORD
           WRITE OD-RPT-RECORD

           IF OD-TRAN-STATUS = "00"
               READ OD-TRAN-FILE
                   AT END SET END-OF-OD-TRAN TO TRUE
               END-READ
           ELSE
               SET END-OF-OD-TRAN TO TRUE
           END-IF

           PERFORM UNTIL END-OF-OD-TRAN
               ADD 1 TO TRAN-COUNT
               PERFORM VALIDATE-OD-TRAN

               IF INPUT-IS-VALID
                   PERFORM APPLY-OD-TRAN
               END-IF

               IF INPUT-IS-VALID
                   ADD 1 TO APPLIED-COUNT
                   PERFORM WRITE-APPLIED-LINE
               ELSE
                   ADD 1 TO REJECTED-COUNT
                   PERFORM WRITE-REJECTED-LINE

                   MOVE SPACES TO EXC-LOG-RECORD
                   MOVE "OVERDRAFT-MAINT" TO EXC-PROGRAM-ID
                   MOVE ODT-ACCT-NUMBER TO EXC-KEY-VALUE
                   MOVE REJECT-REASON TO EXC-REASON
                   MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
                   MOVE RUN-DATE TO EXC-CYCLE-DATE
                   WRITE EXC-LOG-RECORD
               END-IF

               READ OD-TRAN-FILE
                   AT END SET END-OF-OD-TRAN TO TRUE
               END-READ
           END-PERFORM

           PERFORM WRITE-FACILITY-REGISTER
           PERFORM REWRITE-OD-FACILITIES
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM RAISE-EXCEPTION-ALERT

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           IF OD-TRAN-STATUS = "00" OR OD-TRAN-STATUS = "10"
               CLOSE OD-TRAN-FILE
           END-IF
           CLOSE SI-ACCT-FILE
           CLOSE OD-RPT-FILE
           PERFORM ARCHIVE-OUTPUT-REPORT
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

      *    LOADS EVERY ROW OF THE FACILITY FILE, ACTIVE OR
      *    CANCELLED, SO THE WRITE-BACK KEEPS THE HISTORY.
       LOAD-OD-FACILITIES.
           OPEN INPUT OD-FACIL-FILE
           IF OD-FACIL-STATUS = "00"
               READ OD-FACIL-FILE
                   AT END SET END-OF-OD-FACIL TO TRUE
               END-READ
               PERFORM UNTIL END-OF-OD-FACIL
                   IF OD-FACIL-COUNT < 500
                       ADD 1 TO OD-FACIL-COUNT
                       MOVE OD-FACIL-RECORD
                           TO ODE-ROW (OD-FACIL-COUNT)
                       MOVE SPACE TO ODE-EVENT (OD-FACIL-COUNT)
                   END-IF
                   READ OD-FACIL-FILE
                       AT END SET END-OF-OD-FACIL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OD-FACIL-FILE
           END-IF.

      *    EVERY FIELD A TRANSACTION CARRIES IS CHECKED BEFORE THE
      *    FACILITY FILE IS TOUCHED. AN ACCOUNT HOLDS AT MOST ONE
      *    ACTIVE FACILITY: A SANCTION MUST FIND NONE, A CHANGE OR
      *    CANCEL MUST FIND ONE.
       VALIDATE-OD-TRAN.
           SET INPUT-IS-VALID TO TRUE
           MOVE SPACES TO REJECT-REASON
           MOVE 0 TO OD-FACIL-MATCH

           IF NOT ODT-ACTION-SANCTION AND NOT ODT-ACTION-CHANGE
                   AND NOT ODT-ACTION-CANCEL
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "ACTION NOT SANCTION, CHANGE OR CANCEL"
                   TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND ODT-ACCT-NUMBER = SPACES
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "ACCOUNT NUMBER IS BLANK" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID
               PERFORM FIND-ACTIVE-FACILITY
               IF ODT-ACTION-SANCTION
                   IF OD-FACIL-MATCH > 0
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "ACCOUNT ALREADY HAS A FACILITY"
                           TO REJECT-REASON
                   END-IF
               ELSE
                   IF OD-FACIL-MATCH = 0
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "NO ACTIVE FACILITY ON ACCOUNT"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF INPUT-IS-VALID AND ODT-ACTION-SANCTION
               PERFORM VALIDATE-SANCTION-TRAN
           END-IF

           IF INPUT-IS-VALID AND ODT-ACTION-CHANGE
               PERFORM VALIDATE-CHANGE-TRAN
           END-IF

           IF INPUT-IS-VALID AND ODT-ACTION-CANCEL
               PERFORM VALIDATE-CANCEL-TRAN
           END-IF.

       FIND-ACTIVE-FACILITY.
           PERFORM VARYING OD-FACIL-INDEX FROM 1 BY 1
                   UNTIL OD-FACIL-INDEX > OD-FACIL-COUNT
               MOVE ODE-ROW (OD-FACIL-INDEX) TO OD-FACIL-RECORD
               IF ODF-ACCT-NUMBER = ODT-ACCT-NUMBER
                       AND ODF-IS-ACTIVE
                   MOVE OD-FACIL-INDEX TO OD-FACIL-MATCH
               END-IF
           END-PERFORM.

      *    A NEW FACILITY NEEDS ALL THREE TERMS, A REVIEW DATE STILL
      *    AHEAD, AND AN OPEN ACCOUNT ON THE SIACCT MASTER.
       VALIDATE-SANCTION-TRAN.
           IF ODT-LIMIT-X NOT NUMERIC
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "LIMIT NOT NUMERIC" TO REJECT-REASON
           ELSE IF ODT-LIMIT NOT > 0
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "LIMIT NOT POSITIVE" TO REJECT-REASON
           ELSE IF ODT-DEBIT-RATE-X NOT NUMERIC
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "DEBIT RATE NOT NUMERIC" TO REJECT-REASON
           ELSE IF ODT-REVIEW-DATE-X NOT NUMERIC
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "REVIEW DATE NOT NUMERIC" TO REJECT-REASON
           ELSE IF ODT-REVIEW-DATE NOT > RUN-DATE
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "REVIEW DATE NOT IN THE FUTURE"
                   TO REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           IF INPUT-IS-VALID
               MOVE ODT-ACCT-NUMBER TO SIA-ACCT-NUMBER
               READ SI-ACCT-FILE
                   INVALID KEY
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "ACCOUNT NOT ON SIACCT MASTER"
                           TO REJECT-REASON
                   NOT INVALID KEY
                       IF SIA-ACCOUNT-CLOSED
                           MOVE "N" TO VALID-INPUT-SWITCH
                           MOVE "ACCOUNT IS CLOSED" TO REJECT-REASON
                       END-IF
               END-READ
           END-IF.

      *    A BLANK TERM ON A CHANGE LEAVES THAT TERM AS IT IS; ONE
      *    THAT IS SUPPLIED IS CHECKED AS ON A SANCTION. AT LEAST
      *    ONE TERM MUST BE SUPPLIED.
       VALIDATE-CHANGE-TRAN.
           IF ODT-LIMIT-X = SPACES AND ODT-DEBIT-RATE-X = SPACES
                   AND ODT-REVIEW-DATE-X = SPACES
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "CHANGE CARRIES NO NEW TERMS" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND ODT-LIMIT-X NOT = SPACES
               IF ODT-LIMIT-X NOT NUMERIC
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "LIMIT NOT NUMERIC" TO REJECT-REASON
               ELSE IF ODT-LIMIT NOT > 0
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "LIMIT NOT POSITIVE" TO REJECT-REASON
               END-IF
               END-IF
           END-IF

           IF INPUT-IS-VALID AND ODT-DEBIT-RATE-X NOT = SPACES
                   AND ODT-DEBIT-RATE-X NOT NUMERIC
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "DEBIT RATE NOT NUMERIC" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND ODT-REVIEW-DATE-X NOT = SPACES
               IF ODT-REVIEW-DATE-X NOT NUMERIC
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "REVIEW DATE NOT NUMERIC" TO REJECT-REASON
               ELSE IF ODT-REVIEW-DATE NOT > RUN-DATE
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "REVIEW DATE NOT IN THE FUTURE"
                       TO REJECT-REASON
               END-IF
               END-IF
           END-IF.

      *    A FACILITY STILL DRAWN CANNOT BE CANCELLED - THE SUM
      *    OWED WOULD BE LEFT WITH NOTHING BEHIND IT. IT IS REPAID
      *    FIRST, OR LEFT TO RUN OUT ON ITS REVIEW DATE AND WORKED
      *    BY COLLECTIONS.
       VALIDATE-CANCEL-TRAN.
           MOVE ODE-ROW (OD-FACIL-MATCH) TO OD-FACIL-RECORD
           IF ODF-DRAWN-AMOUNT NUMERIC AND ODF-DRAWN-AMOUNT > 0
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "FACILITY IS DRAWN - CANNOT CANCEL"
                   TO REJECT-REASON
           END-IF.

       APPLY-OD-TRAN.
           EVALUATE TRUE
               WHEN ODT-ACTION-SANCTION
                   PERFORM SANCTION-NEW-FACILITY
               WHEN ODT-ACTION-CHANGE
                   PERFORM CHANGE-ONE-FACILITY
               WHEN OTHER
                   PERFORM CANCEL-ONE-FACILITY
           END-EVALUATE.

       SANCTION-NEW-FACILITY.
           IF OD-FACIL-COUNT NOT < 500
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "FACILITY FILE FULL" TO REJECT-REASON
           ELSE
               MOVE SPACES TO OD-FACIL-RECORD
               MOVE ODT-ACCT-NUMBER TO ODF-ACCT-NUMBER
               MOVE ODT-LIMIT TO ODF-LIMIT
               MOVE ODT-DEBIT-RATE TO ODF-DEBIT-RATE
               MOVE ODT-REVIEW-DATE TO ODF-REVIEW-DATE
               MOVE 0 TO ODF-DRAWN-AMOUNT
               MOVE "A" TO ODF-STATUS
               MOVE OPR-OPERATOR-ID TO ODF-SANCTIONED-BY
               MOVE RUN-DATE TO ODF-SANCTION-DATE
               MOVE 0 TO ODF-EXCESS-SINCE
               ADD 1 TO OD-FACIL-COUNT
               MOVE OD-FACIL-RECORD TO ODE-ROW (OD-FACIL-COUNT)
               MOVE "S" TO ODE-EVENT (OD-FACIL-COUNT)
               ADD 1 TO SANCTIONED-COUNT
           END-IF.

      *    THE EXCESS DATE IS LEFT ALONE - THE NEXT SIMPLE-INTEREST
      *    RUN CLEARS IT IF THE NEW TERMS BRING THE FACILITY BACK IN
      *    ORDER, AND KEEPS AGEING IT IF THEY DO NOT.
       CHANGE-ONE-FACILITY.
           MOVE ODE-ROW (OD-FACIL-MATCH) TO OD-FACIL-RECORD
           IF ODT-LIMIT-X NOT = SPACES
               MOVE ODT-LIMIT TO ODF-LIMIT
           END-IF
           IF ODT-DEBIT-RATE-X NOT = SPACES
               MOVE ODT-DEBIT-RATE TO ODF-DEBIT-RATE
           END-IF
           IF ODT-REVIEW-DATE-X NOT = SPACES
               MOVE ODT-REVIEW-DATE TO ODF-REVIEW-DATE
           END-IF
           MOVE OD-FACIL-RECORD TO ODE-ROW (OD-FACIL-MATCH)
           MOVE "M" TO ODE-EVENT (OD-FACIL-MATCH)
           ADD 1 TO CHANGED-COUNT.

       CANCEL-ONE-FACILITY.
           MOVE ODE-ROW (OD-FACIL-MATCH) TO OD-FACIL-RECORD
           MOVE "C" TO ODF-STATUS
           MOVE 0 TO ODF-EXCESS-SINCE
           MOVE OD-FACIL-RECORD TO ODE-ROW (OD-FACIL-MATCH)
           MOVE "X" TO ODE-EVENT (OD-FACIL-MATCH)
           ADD 1 TO CANCELLED-COUNT.

      *    THE REGISTER PROPER - THE DAY'S NEW, CHANGED AND
      *    CANCELLED FACILITIES IN THEIR OWN SECTIONS, THEN WHAT
      *    REMAINS IN FORCE ACROSS THE BOOK.
       WRITE-FACILITY-REGISTER.
           MOVE "S" TO REGISTER-EVENT
           MOVE "FACILITIES SANCTIONED:" TO OD-RPT-RECORD
           PERFORM WRITE-REGISTER-SECTION
           MOVE "M" TO REGISTER-EVENT
           MOVE "FACILITIES CHANGED:" TO OD-RPT-RECORD
           PERFORM WRITE-REGISTER-SECTION
           MOVE "X" TO REGISTER-EVENT
           MOVE "FACILITIES CANCELLED:" TO OD-RPT-RECORD
           PERFORM WRITE-REGISTER-SECTION

           PERFORM VARYING OD-FACIL-INDEX FROM 1 BY 1
                   UNTIL OD-FACIL-INDEX > OD-FACIL-COUNT
               MOVE ODE-ROW (OD-FACIL-INDEX) TO OD-FACIL-RECORD
               IF ODF-IS-ACTIVE
                   ADD 1 TO IN-FORCE-COUNT
                   ADD ODF-LIMIT TO TOTAL-LIMIT-IN-FORCE
                   IF ODF-DRAWN-AMOUNT NUMERIC
                       ADD ODF-DRAWN-AMOUNT TO TOTAL-DRAWN-IN-FORCE
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-REGISTER-SECTION.
           WRITE OD-RPT-RECORD
           MOVE 0 TO REGISTER-TOTAL
           MOVE 0 TO REGISTER-LINE-COUNT
           PERFORM VARYING OD-FACIL-INDEX FROM 1 BY 1
                   UNTIL OD-FACIL-INDEX > OD-FACIL-COUNT
               IF ODE-EVENT (OD-FACIL-INDEX) = REGISTER-EVENT
                   MOVE ODE-ROW (OD-FACIL-INDEX) TO OD-FACIL-RECORD
                   PERFORM WRITE-REGISTER-LINE
                   ADD 1 TO REGISTER-LINE-COUNT
                   ADD ODF-LIMIT TO REGISTER-TOTAL
               END-IF
           END-PERFORM
           IF REGISTER-LINE-COUNT = 0
               MOVE "   NONE" TO OD-RPT-RECORD
               WRITE OD-RPT-RECORD
           ELSE
               MOVE SPACES TO OD-RPT-RECORD
               STRING "   SECTION TOTAL: " DELIMITED BY SIZE
                   REGISTER-LINE-COUNT DELIMITED BY SIZE
                   " FACILITIES  LIMIT " DELIMITED BY SIZE
                   REGISTER-TOTAL DELIMITED BY SIZE
                   INTO OD-RPT-RECORD
               END-STRING
               WRITE OD-RPT-RECORD
           END-IF.

      *    ONE FACILITY - ACCOUNT, LIMIT, RATE, REVIEW DATE AND THE
      *    SUM DRAWN, THEN WHO SANCTIONED IT AND WHEN.
       WRITE-REGISTER-LINE.
           MOVE SPACES TO OD-RPT-RECORD
           STRING "   " DELIMITED BY SIZE
               ODF-ACCT-NUMBER DELIMITED BY SIZE
               " LIMIT " DELIMITED BY SIZE
               ODF-LIMIT DELIMITED BY SIZE
               " RATE " DELIMITED BY SIZE
               ODF-DEBIT-RATE DELIMITED BY SIZE
               " REVIEW " DELIMITED BY SIZE
               ODF-REVIEW-DATE DELIMITED BY SIZE
               " DRAWN " DELIMITED BY SIZE
               ODF-DRAWN-AMOUNT DELIMITED BY SIZE
               INTO OD-RPT-RECORD
           END-STRING
           WRITE OD-RPT-RECORD

           MOVE SPACES TO OD-RPT-RECORD
           STRING "      SANCTIONED BY " DELIMITED BY SIZE
               ODF-SANCTIONED-BY DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               ODF-SANCTION-DATE DELIMITED BY SIZE
               INTO OD-RPT-RECORD
           END-STRING
           WRITE OD-RPT-RECORD.

      *    WRITES THE FACILITY FILE BACK WHOLE - ACTIVE AND
      *    CANCELLED ROWS ALIKE, SO THE HISTORY STAYS ON FILE.
       REWRITE-OD-FACILITIES.
           OPEN OUTPUT OD-FACIL-FILE
           PERFORM VARYING OD-FACIL-INDEX FROM 1 BY 1
                   UNTIL OD-FACIL-INDEX > OD-FACIL-COUNT
               MOVE ODE-ROW (OD-FACIL-INDEX) TO OD-FACIL-RECORD
               WRITE OD-FACIL-RECORD
           END-PERFORM
           CLOSE OD-FACIL-FILE.

       WRITE-APPLIED-LINE.
           MOVE SPACES TO OD-RPT-RECORD
           STRING ODT-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ODT-ACCT-NUMBER DELIMITED BY SIZE
               " APPLIED" DELIMITED BY SIZE
               INTO OD-RPT-RECORD
           END-STRING
           WRITE OD-RPT-RECORD

      *    A LIMIT CUT BELOW WHAT IS ALREADY DRAWN IS ALLOWED - IT
      *    IS HOW CREDIT CALLS A FACILITY IN - BUT THE ACCOUNT WILL
      *    SHOW ON TOMORROW'S EXCESS REPORT, SO IT IS FLAGGED NOW.
           IF ODT-ACTION-CHANGE
               MOVE ODE-ROW (OD-FACIL-MATCH) TO OD-FACIL-RECORD
               IF ODF-DRAWN-AMOUNT NUMERIC
                       AND ODF-DRAWN-AMOUNT > ODF-LIMIT
                   MOVE SPACES TO OD-RPT-RECORD
                   STRING "   WARNING - DRAWN EXCEEDS NEW LIMIT "
                           DELIMITED BY SIZE
                       ODF-DRAWN-AMOUNT DELIMITED BY SIZE
                       INTO OD-RPT-RECORD
                   END-STRING
                   WRITE OD-RPT-RECORD
               END-IF
           END-IF.

       WRITE-REJECTED-LINE.
           MOVE SPACES TO OD-RPT-RECORD
           STRING ODT-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ODT-ACCT-NUMBER DELIMITED BY SIZE
               " REJECTED - " DELIMITED BY SIZE
               REJECT-REASON DELIMITED BY SIZE
               INTO OD-RPT-RECORD
           END-STRING
           WRITE OD-RPT-RECORD.

      *    WRITES THE REGISTER'S CONTROL COUNTS AND MONEY TOTALS SO
      *    CREDIT CAN BALANCE THE DAY BEFORE SIGNING IT OFF.
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO OD-RPT-RECORD
           STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
               TRAN-COUNT DELIMITED BY SIZE
               "  APPLIED: " DELIMITED BY SIZE
               APPLIED-COUNT DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               REJECTED-COUNT DELIMITED BY SIZE
               INTO OD-RPT-RECORD
           END-STRING
           WRITE OD-RPT-RECORD

           MOVE SPACES TO OD-RPT-RECORD
           STRING "SANCTIONED: " DELIMITED BY SIZE
               SANCTIONED-COUNT DELIMITED BY SIZE
               "  CHANGED: " DELIMITED BY SIZE
               CHANGED-COUNT DELIMITED BY SIZE
               "  CANCELLED: " DELIMITED BY SIZE
               CANCELLED-COUNT DELIMITED BY SIZE
               INTO OD-RPT-RECORD
           END-STRING
           WRITE OD-RPT-RECORD

           MOVE SPACES TO OD-RPT-RECORD
           STRING "IN FORCE: " DELIMITED BY SIZE
               IN-FORCE-COUNT DELIMITED BY SIZE
               "  LIMITS " DELIMITED BY SIZE
               TOTAL-LIMIT-IN-FORCE DELIMITED BY SIZE
               "  DRAWN " DELIMITED BY SIZE
               TOTAL-DRAWN-IN-FORCE DELIMITED BY SIZE
               INTO OD-RPT-RECORD
           END-STRING
           WRITE OD-RPT-RECORD.

      *    THE OPERATOR'S VERDICT ON THE RUN - ZERO FOR A CLEAN
      *    CYCLE, FOUR WHEN TRANSACTIONS WENT TO THE EXCEPTION LOG,
      *    EIGHT WHEN READS DO NOT EQUAL APPLIED PLUS REJECTED.
       SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN TRAN-COUNT NOT =
                       APPLIED-COUNT + REJECTED-COUNT
                   MOVE 8 TO RETURN-CODE
               WHEN REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *    COPIES THE JUST-CLOSED OUTPUT REPORT TO A DATED ARCHIVE
      *    FILE NAMED FOR TODAY'S RUN, SO EACH DAY'S REPORT SURVIVES
      *    UNDER ITS OWN FILE NAME INSTEAD OF BEING OVERWRITTEN THE
      *    NEXT TIME THIS JOB RUNS.
       ARCHIVE-OUTPUT-REPORT.
           MOVE SPACES TO ARC-FILE-NAME
           STRING "ODFRPT." DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ARC-FILE-NAME
           END-STRING

           OPEN INPUT OD-RPT-FILE
           OPEN OUTPUT ARC-FILE

           READ OD-RPT-FILE
               AT END SET END-OF-ARC-READ TO TRUE
           END-READ

           PERFORM UNTIL END-OF-ARC-READ
               MOVE OD-RPT-RECORD TO ARC-RECORD
               WRITE ARC-RECORD
               ADD 1 TO ARC-COPY-COUNT

               READ OD-RPT-FILE
                   AT END SET END-OF-ARC-READ TO TRUE
               END-READ
           END-PERFORM

           CLOSE OD-RPT-FILE
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
           MOVE "OVERDRAFT-MAINT" TO CAT-PROGRAM-ID
           MOVE "ODFRPT" TO CAT-REPORT-NAME
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
           MOVE "OVERDRAFT-MAINT" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE TRAN-COUNT TO AUD-RECORD-COUNT
           MOVE APPLIED-COUNT TO AUD-OUTPUT-COUNT
           MOVE REJECTED-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "ODFTRAN DETAIL FILE" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

      *    HANDS THE RUN'S EXCEPTION COUNT TO THE SHARED ALERT
      *    WRITER - NOTHING FOR A CLEAN RUN, WARN OR CRITICAL PER
      *    THE CONFIGURED THRESHOLD.
       RAISE-EXCEPTION-ALERT.
           MOVE SPACES TO ALERT-REQUEST-AREA
           SET ALQ-REQ-EXCCOUNT TO TRUE
           MOVE "OVERDRAFT-MAINT" TO ALQ-PROGRAM-ID
           MOVE RUN-DATE TO ALQ-CYCLE-DATE
           MOVE REJECTED-COUNT TO ALQ-EXC-COUNT
           CALL "ALERT-WRITER" USING ALERT-REQUEST-AREA.
