      *    SAME WAY ACCOUNT-MAINTENANCE MAINTAINS THE ACCOUNT
      *    MASTERS, WITH AN APPLIED/REJECTED REGISTER AND REJECTS ON
      *    THE SHARED EXCEPTION LOG.
      *
      *    A REVIEW TRANSACTION RECORDS A COMPLETED KNOW-YOUR-
      *    CUSTOMER REVIEW ON KYCMSTR (KYCREC.CPY) - RISK RATING,
      *    DOCUMENT EXPIRY AND THE NEXT DUE DATE, WHICH DEFAULTS TO
      *    THE RUN DATE PLUS THE REVIEW CYCLE FOR THE RISK RATING
      *    (PARMLIB KYCYEARSH, KYCYEARSM, KYCYEARSL). A CUSTOMER THE
      *    NIGHTLY KYC-REVIEW HAD SET TO R (REVIEW OVERDUE) IS
      *    RETURNED TO ACTIVE, LIFTING THE DEPOSIT BLOCK. STATUS R IS
      *    SET AND CLEARED ONLY THIS WAY - A CHANGE CANNOT CARRY IT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS CUST-MSTR-STATUS.
           SELECT KYC-MSTR-FILE ASSIGN TO "KYCMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS KYC-MSTR-STATUS.
           SELECT CUM-OUT-FILE ASSIGN TO "CUMOUT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXC-LOG-FILE ASSIGN TO "EXCLOG"
           05  CTN-ACTION             PIC X(6).
               88  CTN-ACTION-ADD         VALUE "ADD".
               88  CTN-ACTION-CHANGE      VALUE "CHANGE".
               88  CTN-ACTION-REVIEW      VALUE "REVIEW".
           05  CTN-CUST-NUMBER        PIC X(10).
           05  CTN-CUST-NAME          PIC X(20).
           05  CTN-REPORT-CURRENCY    PIC X(03).
      *    D DECEASED, L UNDER LEGAL ORDER. BLANK ON A CHANGE MEANS
      *    LEAVE AS IS; BLANK ON AN ADD OPENS THE CUSTOMER ACTIVE.
           05  CTN-STATUS             PIC X.
      *    THE KIND OF DEPOSITOR - I INDIVIDUAL, B BUSINESS, F BANK,
      *    G PUBLIC AUTHORITY. BLANK ON A CHANGE MEANS LEAVE AS IS;
      *    BLANK ON AN ADD RECORDS AN INDIVIDUAL.
           05  CTN-TYPE               PIC X.
      *    REVIEW ONLY - THE RISK RATING (L, M OR H; BLANK KEEPS THE
      *    RATING ON FILE), THE EXPIRY OF THE DOCUMENTS JUST SEEN
      *    (BLANK OR ZERO FOR NONE) AND THE NEXT DUE DATE (BLANK
      *    TAKES THE REVIEW CYCLE FOR THE RISK RATING).
           05  CTN-KYC-RISK           PIC X.
           05  CTN-KYC-DOC-EXPIRY-X   PIC X(8).
           05  CTN-KYC-DOC-EXPIRY REDEFINES CTN-KYC-DOC-EXPIRY-X
                                      PIC 9(8).
           05  CTN-KYC-NEXT-DUE-X     PIC X(8).
           05  CTN-KYC-NEXT-DUE REDEFINES CTN-KYC-NEXT-DUE-X
                                      PIC 9(8).

       FD  CUST-MSTR-FILE.
       01  CUST-MSTR-RECORD.
           COPY CUSTREC.

       FD  KYC-MSTR-FILE.
       01  KYC-MSTR-RECORD.
           COPY KYCREC.

       FD  CUM-OUT-FILE.
       01  CUM-OUT-RECORD         PIC X(80).

           88  END-OF-CUST-TRAN       VALUE "Y".
       01  CUST-TRAN-STATUS       PIC XX.
       01  CUST-MSTR-STATUS       PIC XX.
       01  KYC-MSTR-STATUS        PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  TRAN-COUNT             PIC 9(7) VALUE 0.
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).

      *    THE WHOLE KYC FILE - LOADED AT THE START, UPDATED BY
      *    REVIEW TRANSACTIONS, WRITTEN BACK AT THE END. A FILE TOO
      *    LARGE TO HOLD IS LEFT UNTOUCHED AND REVIEWS ARE REFUSED.
       01  KYC-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-KYC-FILE        VALUE "Y".
       01  KYC-LOAD-SWITCH        PIC X VALUE "N".
           88  KYC-FILE-INCOMPLETE    VALUE "Y".
       01  KYC-COUNT              PIC 9(4) VALUE 0.
       01  KYC-TABLE.
           03  KYC-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON KYC-COUNT.
               COPY KYCREC REPLACING LEADING ==KYC== BY ==KYT==.
       01  KYC-INDEX              PIC 9(4).
       01  KYC-MATCH              PIC 9(4).

      *    THE REVIEW CYCLE IN YEARS FOR EACH RISK RATING, AND THE
      *    NEXT DUE DATE BUILT FROM IT.
       01  KYC-YEARS-HIGH         PIC 9(2) VALUE 1.
       01  KYC-YEARS-MEDIUM       PIC 9(2) VALUE 2.
       01  KYC-YEARS-LOW          PIC 9(2) VALUE 3.
       01  KYC-CYCLE-YEARS        PIC 9(2).
       01  VALUE-DAYS-AREA.
           05  VALUE-DAYS-X       PIC X(5).
           05  VALUE-DAYS REDEFINES VALUE-DAYS-X
                                  PIC 9(5).
       01  NEXT-DUE-AREA.
           05  NEXT-DUE-DATE      PIC 9(8).
           05  NEXT-DUE-PARTS REDEFINES NEXT-DUE-DATE.
               10  NEXT-DUE-YYYY  PIC 9(4).
               10  NEXT-DUE-MMDD  PIC 9(4).

      *    LOOKUPS AGAINST THE CENTRAL PARAMETER LIBRARY.
       01  PARM-LIBRARY-AREA.
           COPY PARMLREQ.

      *    EVERY WRITE, REWRITE AND DELETE AGAINST THE MASTERS IS
      *    JOURNALED WITH ITS BEFORE AND AFTER IMAGES THROUGH THE
      *    SHARED CHANGE-JOURNAL SERVICE.

           OPEN INPUT CUST-TRAN-FILE
           PERFORM OPEN-CUSTOMER-MASTER
           PERFORM LOAD-KYC-FILE
           PERFORM LOAD-KYC-CYCLES
           OPEN OUTPUT CUM-OUT-FILE
           PERFORM OPEN-EXCEPTION-LOG

               PERFORM VALIDATE-CUST-TRAN

               IF INPUT-IS-VALID
                   IF CTN-ACTION-REVIEW
                       PERFORM APPLY-KYC-REVIEW
                   ELSE
                       PERFORM APPLY-CUST-TRAN
                   END-IF
               END-IF

               IF INPUT-IS-VALID
           END-STRING
           WRITE CUM-OUT-RECORD

           IF NOT KYC-FILE-INCOMPLETE
               PERFORM REWRITE-KYC-FILE
           END-IF

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           MOVE SPACES TO REJECT-REASON

           IF NOT CTN-ACTION-ADD AND NOT CTN-ACTION-CHANGE
                   AND NOT CTN-ACTION-REVIEW
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "ACTION NOT ADD, CHANGE OR REVIEW" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND CTN-CUST-NUMBER = SPACES
                   AND CTN-STATUS NOT = "L"
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "STATUS NOT A, F, D OR L" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND CTN-TYPE NOT = SPACE
                   AND CTN-TYPE NOT = "I"
                   AND CTN-TYPE NOT = "B"
                   AND CTN-TYPE NOT = "F"
                   AND CTN-TYPE NOT = "G"
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "CUSTOMER TYPE NOT I, B, F OR G" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND CTN-ACTION-REVIEW
               PERFORM VALIDATE-KYC-REVIEW
           END-IF.

       VALIDATE-KYC-REVIEW.
           IF CTN-KYC-RISK NOT = SPACE
                   AND CTN-KYC-RISK NOT = "L"
                   AND CTN-KYC-RISK NOT = "M"
                   AND CTN-KYC-RISK NOT = "H"
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "KYC RISK RATING NOT L, M OR H" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND CTN-KYC-DOC-EXPIRY-X NOT = SPACES
                   AND CTN-KYC-DOC-EXPIRY-X NOT NUMERIC
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "DOCUMENT EXPIRY NOT A DATE" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND CTN-KYC-NEXT-DUE-X NOT = SPACES
               IF CTN-KYC-NEXT-DUE-X NOT NUMERIC
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "NEXT DUE DATE NOT A DATE" TO REJECT-REASON
               ELSE
                   IF CTN-KYC-NEXT-DUE NOT > RUN-DATE
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "NEXT DUE DATE NOT AFTER RUN DATE"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF INPUT-IS-VALID AND KYC-FILE-INCOMPLETE
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "KYC FILE EXCEEDS TABLE - REVIEW REFUSED"
                   TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID
               MOVE 0 TO KYC-MATCH
               PERFORM VARYING KYC-INDEX FROM 1 BY 1
                       UNTIL KYC-INDEX > KYC-COUNT
                          OR KYC-MATCH > 0
                   IF KYT-CUST-NUMBER (KYC-INDEX) = CTN-CUST-NUMBER
                       MOVE KYC-INDEX TO KYC-MATCH
                   END-IF
               END-PERFORM
               IF KYC-MATCH = 0
                   IF CTN-KYC-RISK = SPACE
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "RISK RATING REQUIRED ON FIRST REVIEW"
                           TO REJECT-REASON
                   END-IF
                   IF INPUT-IS-VALID AND KYC-COUNT NOT < 5000
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "KYC TABLE FULL - REVIEW REFUSED"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       APPLY-CUST-TRAN.
               ELSE
                   MOVE CTN-STATUS TO CUST-STATUS
               END-IF
               IF CTN-TYPE = SPACE
                   MOVE "I" TO CUST-TYPE
               ELSE
                   MOVE CTN-TYPE TO CUST-TYPE
               END-IF
               WRITE CUST-MSTR-RECORD
                   INVALID KEY
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "CUSTOMER NOT ON MASTER"
                           TO REJECT-REASON
                   NOT INVALID KEY
                       PERFORM CHANGE-CUSTOMER-RECORD
               END-READ
           END-IF.

      *    AN OVERDUE-REVIEW CUSTOMER CAN BE FROZEN, MARKED DECEASED
      *    OR PUT UNDER A LEGAL ORDER, BUT ONLY A REVIEW SETS IT BACK
      *    TO ACTIVE.
       CHANGE-CUSTOMER-RECORD.
           IF CUST-REVIEW-OVERDUE AND CTN-STATUS = "A"
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "KYC REVIEW OVERDUE - USE REVIEW TO CLEAR"
                   TO REJECT-REASON
           ELSE
               MOVE CUST-MSTR-RECORD TO BEFORE-IMAGE-SAVE
               IF CTN-CUST-NAME NOT = SPACES
                   MOVE CTN-CUST-NAME TO CUST-NAME
               END-IF
               IF CTN-REPORT-CURRENCY NOT = SPACES
                   MOVE CTN-REPORT-CURRENCY TO CUST-REPORT-CURRENCY
               END-IF
               IF CTN-STATUS NOT = SPACE
                   MOVE CTN-STATUS TO CUST-STATUS
               END-IF
               IF CTN-TYPE NOT = SPACE
                   MOVE CTN-TYPE TO CUST-TYPE
               END-IF
               REWRITE CUST-MSTR-RECORD
               MOVE "CU" TO CJQ-FILE-ID
               MOVE CUST-NUMBER TO CJQ-RECORD-KEY
               MOVE "R" TO CJQ-ACTION
               MOVE BEFORE-IMAGE-SAVE TO CJQ-BEFORE-IMAGE
               MOVE CUST-MSTR-RECORD TO CJQ-AFTER-IMAGE
               PERFORM JOURNAL-MASTER-CHANGE
           END-IF.

      *    THE CUSTOMER MUST BE ON THE MASTER. THE KYC ROW IS FOUND
      *    (OR, ON A FIRST REVIEW, ADDED) BY VALIDATE-KYC-REVIEW AND
      *    RESTAMPED HERE; A REVIEW-OVERDUE CUSTOMER GOES BACK TO A.
       APPLY-KYC-REVIEW.
           MOVE CTN-CUST-NUMBER TO CUST-NUMBER
           READ CUST-MSTR-FILE
               INVALID KEY
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "CUSTOMER NOT ON MASTER" TO REJECT-REASON
           END-READ

           IF INPUT-IS-VALID
               IF KYC-MATCH = 0
                   ADD 1 TO KYC-COUNT
                   MOVE KYC-COUNT TO KYC-MATCH
                   MOVE SPACES TO KYC-ENTRY (KYC-MATCH)
                   MOVE CTN-CUST-NUMBER TO KYT-CUST-NUMBER (KYC-MATCH)
                   MOVE 0 TO KYT-DOC-EXPIRY (KYC-MATCH)
               END-IF
               IF CTN-KYC-RISK NOT = SPACE
                   MOVE CTN-KYC-RISK TO KYT-RISK-RATING (KYC-MATCH)
               END-IF
               IF CTN-KYC-DOC-EXPIRY-X = SPACES
                   MOVE 0 TO KYT-DOC-EXPIRY (KYC-MATCH)
               ELSE
                   MOVE CTN-KYC-DOC-EXPIRY
                       TO KYT-DOC-EXPIRY (KYC-MATCH)
               END-IF
               IF CTN-KYC-NEXT-DUE-X = SPACES
                   PERFORM COMPUTE-NEXT-REVIEW-DATE
               ELSE
                   MOVE CTN-KYC-NEXT-DUE TO NEXT-DUE-DATE
               END-IF
               MOVE NEXT-DUE-DATE TO KYT-NEXT-DUE (KYC-MATCH)
               MOVE RUN-DATE TO KYT-LAST-REVIEW (KYC-MATCH)
               MOVE OPR-OPERATOR-ID TO KYT-REVIEWED-BY (KYC-MATCH)
               MOVE 0 TO KYT-BLOCKED-DATE (KYC-MATCH)

               IF CUST-REVIEW-OVERDUE
                   MOVE CUST-MSTR-RECORD TO BEFORE-IMAGE-SAVE
                   MOVE "A" TO CUST-STATUS
                   REWRITE CUST-MSTR-RECORD
                   MOVE "CU" TO CJQ-FILE-ID
                   MOVE CUST-NUMBER TO CJQ-RECORD-KEY
                   MOVE "R" TO CJQ-ACTION
                   MOVE BEFORE-IMAGE-SAVE TO CJQ-BEFORE-IMAGE
                   MOVE CUST-MSTR-RECORD TO CJQ-AFTER-IMAGE
                   PERFORM JOURNAL-MASTER-CHANGE
               END-IF
           END-IF.

      *    RUN DATE PLUS THE RISK RATING'S CYCLE IN WHOLE YEARS - A
      *    29 FEBRUARY REVIEW FALLS DUE ON 28 FEBRUARY.
       COMPUTE-NEXT-REVIEW-DATE.
           EVALUATE TRUE
               WHEN KYT-RISK-HIGH (KYC-MATCH)
                   MOVE KYC-YEARS-HIGH TO KYC-CYCLE-YEARS
               WHEN KYT-RISK-MEDIUM (KYC-MATCH)
                   MOVE KYC-YEARS-MEDIUM TO KYC-CYCLE-YEARS
               WHEN OTHER
                   MOVE KYC-YEARS-LOW TO KYC-CYCLE-YEARS
           END-EVALUATE
           MOVE RUN-DATE TO NEXT-DUE-DATE
           ADD KYC-CYCLE-YEARS TO NEXT-DUE-YYYY
           IF NEXT-DUE-MMDD = 0229
               MOVE 0228 TO NEXT-DUE-MMDD
           END-IF.

       LOAD-KYC-FILE.
           OPEN INPUT KYC-MSTR-FILE
           IF KYC-MSTR-STATUS = "00"
               READ KYC-MSTR-FILE
                   AT END SET END-OF-KYC-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-KYC-FILE
                   IF KYC-COUNT < 5000
                       ADD 1 TO KYC-COUNT
                       MOVE KYC-MSTR-RECORD TO KYC-ENTRY (KYC-COUNT)
                   ELSE
                       SET KYC-FILE-INCOMPLETE TO TRUE
                   END-IF
                   READ KYC-MSTR-FILE
                       AT END SET END-OF-KYC-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE KYC-MSTR-FILE
           END-IF.

      *    YEARS ARE HELD IN THE LAST TWO PLACES OF THE DAYS FIELD.
       LOAD-KYC-CYCLES.
           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "KYC-REVIEW" TO PLQ-PROGRAM-ID
           MOVE "KYCYEARSH" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (6:5) TO VALUE-DAYS-X
               IF VALUE-DAYS-X NUMERIC AND VALUE-DAYS > 0
                       AND VALUE-DAYS < 100
                   MOVE VALUE-DAYS TO KYC-YEARS-HIGH
               END-IF
           END-IF

           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "KYC-REVIEW" TO PLQ-PROGRAM-ID
           MOVE "KYCYEARSM" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (6:5) TO VALUE-DAYS-X
               IF VALUE-DAYS-X NUMERIC AND VALUE-DAYS > 0
                       AND VALUE-DAYS < 100
                   MOVE VALUE-DAYS TO KYC-YEARS-MEDIUM
               END-IF
           END-IF

           MOVE SPACES TO PARM-LIBRARY-AREA
           MOVE "KYC-REVIEW" TO PLQ-PROGRAM-ID
           MOVE "KYCYEARSL" TO PLQ-PARM-NAME
           MOVE RUN-DATE TO PLQ-AS-OF-DATE
           CALL "PARM-LIBRARY" USING PARM-LIBRARY-AREA
           IF PLQ-PARM-FOUND
               MOVE PLQ-PARM-VALUE (6:5) TO VALUE-DAYS-X
               IF VALUE-DAYS-X NUMERIC AND VALUE-DAYS > 0
                       AND VALUE-DAYS < 100
                   MOVE VALUE-DAYS TO KYC-YEARS-LOW
               END-IF
           END-IF.

       REWRITE-KYC-FILE.
           OPEN OUTPUT KYC-MSTR-FILE
           PERFORM VARYING KYC-INDEX FROM 1 BY 1
                   UNTIL KYC-INDEX > KYC-COUNT
               MOVE KYC-ENTRY (KYC-INDEX) TO KYC-MSTR-RECORD
               WRITE KYC-MSTR-RECORD
           END-PERFORM
           CLOSE KYC-MSTR-FILE.

      *    ONE JOURNAL ENTRY PER MASTER CHANGE - THE CALLER FILLS
      *    THE FILE, KEY, ACTION AND IMAGES FIRST.
       JOURNAL-MASTER-CHANGE.
