       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUARDIAN-MAINTENANCE.

      *    KEEPS THE GUARDIAN MASTER - WHO TO CONTACT FOR EACH
      *    STUDENT - THAT THE CLASS TEACHERS USED TO KEEP IN A PAPER
      *    REGISTER. GDNTRAN CARRIES ADD, CHANGE AND DELETE
      *    TRANSACTIONS KEYED ON THE STUDENT'S ROLL NUMBER AGAINST
      *    GDNMSTR. A GUARDIAN IS ONLY EVER ADDED FOR A STUDENT ON
      *    THE STUDENT MASTER, AND MUST BE REACHABLE - A PHONE OR AN
      *    E-MAIL ADDRESS, EACH CHECKED FOR SHAPE. EVERY FIELD IS
      *    VALIDATED BEFORE THE MASTER IS TOUCHED, REJECTS GO TO THE
      *    SHARED EXCEPTION LOG, AND THE APPLIED/REJECTED REGISTER
      *    CARRIES CONTROL COUNTS. PARENT-NOTIFY READS THE MASTER TO
      *    ADDRESS EVERY MESSAGE IT SENDS HOME.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GDN-TRAN-FILE ASSIGN TO "GDNTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GDN-TRAN-STATUS.
           SELECT GDN-MSTR-FILE ASSIGN TO "GDNMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS GDN-ROLL-NUMBER
               FILE STATUS IS GDN-MSTR-STATUS.
           SELECT STU-MSTR-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS STU-ROLL-NUMBER
               FILE STATUS IS STU-MSTR-STATUS.
           SELECT GDN-OUT-FILE ASSIGN TO "GDNOUT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXC-LOG-FILE ASSIGN TO "EXCLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXC-LOG-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE MAINTENANCE TRANSACTION. ON A CHANGE, A BLANK FIELD
      *    MEANS "LEAVE AS IS"; A DELETE NEEDS ONLY THE ROLL NUMBER.
       FD  GDN-TRAN-FILE.
       01  GDN-TRAN-RECORD.
           05  GTR-ACTION         PIC X(6).
               88  GTR-ACTION-ADD     VALUE "ADD".
               88  GTR-ACTION-CHANGE  VALUE "CHANGE".
               88  GTR-ACTION-DELETE  VALUE "DELETE".
           05  GTR-ROLL-NUMBER    PIC X(10).
           05  GTR-GUARDIAN-NAME  PIC X(30).
           05  GTR-RELATIONSHIP   PIC X(10).
           05  GTR-PHONE          PIC X(15).
           05  GTR-EMAIL          PIC X(40).
           05  GTR-ADDRESS-LINE-1 PIC X(30).
           05  GTR-ADDRESS-LINE-2 PIC X(30).
           05  GTR-CITY           PIC X(20).
           05  GTR-POSTCODE       PIC X(10).
           05  GTR-LANGUAGE       PIC X(3).

       FD  GDN-MSTR-FILE.
       01  GDN-MSTR-RECORD.
           COPY GDNREC.

      *    THE KEYED STUDENT MASTER, READ ONLY TO CONFIRM THE
      *    STUDENT A GUARDIAN IS ADDED FOR.
       FD  STU-MSTR-FILE.
       01  STU-MSTR-RECORD.
           05  STU-ROLL-NUMBER    PIC X(10).
           05  STU-NAME           PIC X(20).
           05  STU-CLASS-SECTION  PIC X(3).
           05  STU-STATUS         PIC X.
               88  STU-IS-ACTIVE      VALUE "A".
               88  STU-IS-WITHDRAWN   VALUE "W".
               88  STU-HAS-LEFT       VALUE "L".

       FD  GDN-OUT-FILE.
       01  GDN-OUT-RECORD         PIC X(80).

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
           88  END-OF-GDN-TRAN        VALUE "Y".
       01  MASTER-FOUND-SWITCH    PIC X VALUE "N".
           88  MASTER-WAS-FOUND       VALUE "Y".
       01  GDN-TRAN-STATUS        PIC XX.
       01  GDN-MSTR-STATUS        PIC XX.
       01  STU-MSTR-STATUS        PIC XX.
       01  EXC-LOG-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  TRAN-COUNT             PIC 9(7) VALUE 0.
       01  APPLIED-COUNT          PIC 9(7) VALUE 0.
       01  REJECTED-COUNT         PIC 9(7) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).

      *    THE CONTACT CHECKS. A PHONE NUMBER IS DIGITS WITH AT MOST
      *    A LEADING PLUS AND SPACES OR HYPHENS BETWEEN GROUPS, AND
      *    AT LEAST SEVEN DIGITS; AN E-MAIL ADDRESS HAS ONE @ WITH
      *    SOMETHING EITHER SIDE OF IT, A DOT AFTER IT, AND NO
      *    EMBEDDED SPACES.
       01  CONTACT-PHONE          PIC X(15).
       01  CONTACT-EMAIL          PIC X(40).
       01  CHAR-INDEX             PIC 9(2).
       01  CONTACT-LENGTH         PIC 9(2).
       01  DIGIT-COUNT            PIC 9(2).
       01  AT-SIGN-COUNT          PIC 9(2).
       01  AT-SIGN-POSITION       PIC 9(2).
       01  DOT-AFTER-AT-COUNT     PIC 9(2).
       01  CONTACT-OK-SWITCH      PIC X.
           88  CONTACT-IS-OK          VALUE "Y".
       01  DEFAULT-LANGUAGE       PIC X(3) VALUE "ENG".

      *    THE CHANGE-FREEZE GATE EVERY VALID TRANSACTION PASSES
      *    BEFORE THE MASTER IS TOUCHED - A FROZEN ONE IS PARKED FOR
      *    REPLAY, NOT REJECTED.
       01  CHANGE-FREEZE-AREA.
           COPY FRZREQ.
       01  DEFERRED-COUNT         PIC 9(7) VALUE 0.
       01  OVERRIDDEN-COUNT       PIC 9(7) VALUE 0.

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT AND EXCEPTION
      *    RECORD THIS PROGRAM WRITES, AND ON THE MASTER ITSELF.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

      *    MAINTAINING THE GUARDIAN MASTER TAKES UPDATE AUTHORITY.
           IF OPR-CAN-UPDATE
               PERFORM RUN-BATCH-MAINT
           ELSE
               DISPLAY "OPERATOR " OPR-OPERATOR-ID
                   " LACKS UPDATE AUTHORITY - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
           END-IF.

           STOP RUN.

       RUN-BATCH-MAINT.
           ACCEPT BATCH-START-TIME FROM TIME
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT GDN-TRAN-FILE
           PERFORM OPEN-GUARDIAN-MASTER
           OPEN INPUT STU-MSTR-FILE
           OPEN OUTPUT GDN-OUT-FILE
           PERFORM OPEN-EXCEPTION-LOG

           MOVE SPACES TO GDN-OUT-RECORD
           STRING "GUARDIAN-MAINTENANCE RUN DATE: "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO GDN-OUT-RECORD
           END-STRING
           WRITE GDN-OUT-RECORD

           MOVE "ACTION ROLL       DISPOSITION" TO GDN-OUT-RECORD
           WRITE GDN-OUT-RECORD

           IF GDN-TRAN-STATUS = "00"
               READ GDN-TRAN-FILE
                   AT END SET END-OF-GDN-TRAN TO TRUE
               END-READ
           ELSE
               SET END-OF-GDN-TRAN TO TRUE
           END-IF

           PERFORM UNTIL END-OF-GDN-TRAN
               ADD 1 TO TRAN-COUNT
               PERFORM VALIDATE-GUARDIAN-TRAN
               PERFORM CHECK-CHANGE-FREEZE

               IF FRZ-TRAN-DEFERRED
                   ADD 1 TO DEFERRED-COUNT
                   PERFORM WRITE-DEFERRED-LINE
               ELSE

               IF INPUT-IS-VALID
                   PERFORM APPLY-GUARDIAN-TRAN
               END-IF

               IF INPUT-IS-VALID
                   ADD 1 TO APPLIED-COUNT
                   PERFORM WRITE-APPLIED-LINE
                   IF FRZ-TRAN-OVERRIDDEN
                       ADD 1 TO OVERRIDDEN-COUNT
                       PERFORM WRITE-OVERRIDE-LINE
                   END-IF
               ELSE
                   ADD 1 TO REJECTED-COUNT
                   PERFORM WRITE-REJECTED-LINE

                   MOVE SPACES TO EXC-LOG-RECORD
                   MOVE "GUARDIAN-MAINT" TO EXC-PROGRAM-ID
                   MOVE GTR-ROLL-NUMBER TO EXC-KEY-VALUE
                   MOVE REJECT-REASON TO EXC-REASON
                   MOVE OPR-OPERATOR-ID TO EXC-OPERATOR-ID
                   MOVE RUN-DATE TO EXC-CYCLE-DATE
                   WRITE EXC-LOG-RECORD
               END-IF
               END-IF

               READ GDN-TRAN-FILE
                   AT END SET END-OF-GDN-TRAN TO TRUE
               END-READ
           END-PERFORM

           MOVE SPACES TO GDN-OUT-RECORD
           STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
               TRAN-COUNT DELIMITED BY SIZE
               "  APPLIED: " DELIMITED BY SIZE
               APPLIED-COUNT DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               REJECTED-COUNT DELIMITED BY SIZE
               INTO GDN-OUT-RECORD
           END-STRING
           WRITE GDN-OUT-RECORD

           MOVE SPACES TO GDN-OUT-RECORD
           STRING "DEFERRED BY FREEZE: " DELIMITED BY SIZE
               DEFERRED-COUNT DELIMITED BY SIZE
               "  APPLIED UNDER OVERRIDE: " DELIMITED BY SIZE
               OVERRIDDEN-COUNT DELIMITED BY SIZE
               INTO GDN-OUT-RECORD
           END-STRING
           WRITE GDN-OUT-RECORD

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           IF GDN-TRAN-STATUS = "00" OR GDN-TRAN-STATUS = "10"
               CLOSE GDN-TRAN-FILE
           END-IF
           CLOSE GDN-MSTR-FILE
           IF STU-MSTR-STATUS = "00" OR STU-MSTR-STATUS = "23"
               CLOSE STU-MSTR-FILE
           END-IF
           CLOSE GDN-OUT-FILE
           CLOSE EXC-LOG-FILE
           CLOSE AUDIT-LOG-FILE.

      *    OPENS THE MASTER FOR UPDATE, OR CREATES IT EMPTY ON THE
      *    VERY FIRST MAINTENANCE RUN - STATUS 35 ONLY, AS EVERY
      *    MASTER'S BOOTSTRAP WORKS.
       OPEN-GUARDIAN-MASTER.
           OPEN I-O GDN-MSTR-FILE
           IF GDN-MSTR-STATUS = "35"
               OPEN OUTPUT GDN-MSTR-FILE
               CLOSE GDN-MSTR-FILE
               OPEN I-O GDN-MSTR-FILE
           END-IF.

       VALIDATE-GUARDIAN-TRAN.
           SET INPUT-IS-VALID TO TRUE
           MOVE SPACES TO REJECT-REASON

           IF NOT GTR-ACTION-ADD AND NOT GTR-ACTION-CHANGE
                   AND NOT GTR-ACTION-DELETE
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "ACTION NOT ADD, CHANGE OR DELETE"
                   TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND GTR-ROLL-NUMBER = SPACES
               MOVE "N" TO VALID-INPUT-SWITCH
               MOVE "ROLL NUMBER IS BLANK" TO REJECT-REASON
           END-IF

           IF INPUT-IS-VALID AND GTR-ACTION-ADD
               PERFORM CHECK-STUDENT-ON-FILE
               IF INPUT-IS-VALID AND GTR-GUARDIAN-NAME = SPACES
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "GUARDIAN NAME IS BLANK" TO REJECT-REASON
               END-IF
               IF INPUT-IS-VALID AND GTR-RELATIONSHIP = SPACES
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "RELATIONSHIP IS BLANK" TO REJECT-REASON
               END-IF
               IF INPUT-IS-VALID AND GTR-PHONE = SPACES
                       AND GTR-EMAIL = SPACES
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "NEITHER PHONE NOR E-MAIL GIVEN"
                       TO REJECT-REASON
               END-IF
           END-IF

           IF INPUT-IS-VALID AND NOT GTR-ACTION-DELETE
               IF GTR-PHONE NOT = SPACES
                   MOVE GTR-PHONE TO CONTACT-PHONE
                   PERFORM CHECK-PHONE-NUMBER
                   IF NOT CONTACT-IS-OK
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "PHONE NUMBER IS NOT VALID"
                           TO REJECT-REASON
                   END-IF
               END-IF
               IF INPUT-IS-VALID AND GTR-EMAIL NOT = SPACES
                   MOVE GTR-EMAIL TO CONTACT-EMAIL
                   PERFORM CHECK-EMAIL-ADDRESS
                   IF NOT CONTACT-IS-OK
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "E-MAIL ADDRESS IS NOT VALID"
                           TO REJECT-REASON
                   END-IF
               END-IF
               IF INPUT-IS-VALID AND GTR-LANGUAGE NOT = SPACES
                       AND GTR-LANGUAGE NOT ALPHABETIC
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "LANGUAGE CODE IS NOT VALID" TO REJECT-REASON
               END-IF
           END-IF.

      *    A GUARDIAN IS ONLY ADDED FOR A STUDENT THE SCHOOL HAS - AND
      *    NOT FOR ONE WHO HAS WITHDRAWN OR LEFT.
       CHECK-STUDENT-ON-FILE.
           MOVE GTR-ROLL-NUMBER TO STU-ROLL-NUMBER
           READ STU-MSTR-FILE
               INVALID KEY
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "ROLL NUMBER NOT ON STUDENT MASTER"
                       TO REJECT-REASON
               NOT INVALID KEY
                   IF STU-IS-WITHDRAWN
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "STUDENT HAS WITHDRAWN" TO REJECT-REASON
                   END-IF
                   IF STU-HAS-LEFT
                       MOVE "N" TO VALID-INPUT-SWITCH
                       MOVE "STUDENT HAS LEFT THE SCHOOL"
                           TO REJECT-REASON
                   END-IF
           END-READ.

       CHECK-PHONE-NUMBER.
           MOVE "Y" TO CONTACT-OK-SWITCH
           MOVE 0 TO DIGIT-COUNT
           PERFORM VARYING CHAR-INDEX FROM 1 BY 1
                   UNTIL CHAR-INDEX > 15
               EVALUATE TRUE
                   WHEN CONTACT-PHONE (CHAR-INDEX:1) NUMERIC
                       ADD 1 TO DIGIT-COUNT
                   WHEN CONTACT-PHONE (CHAR-INDEX:1) = "+"
                       IF CHAR-INDEX > 1
                           MOVE "N" TO CONTACT-OK-SWITCH
                       END-IF
                   WHEN CONTACT-PHONE (CHAR-INDEX:1) = SPACE
                       CONTINUE
                   WHEN CONTACT-PHONE (CHAR-INDEX:1) = "-"
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO CONTACT-OK-SWITCH
               END-EVALUATE
           END-PERFORM
           IF DIGIT-COUNT < 7
               MOVE "N" TO CONTACT-OK-SWITCH
           END-IF.

       CHECK-EMAIL-ADDRESS.
           MOVE "Y" TO CONTACT-OK-SWITCH
           MOVE 0 TO AT-SIGN-COUNT AT-SIGN-POSITION DOT-AFTER-AT-COUNT
           MOVE 0 TO CONTACT-LENGTH
           PERFORM VARYING CHAR-INDEX FROM 1 BY 1
                   UNTIL CHAR-INDEX > 40
               IF CONTACT-EMAIL (CHAR-INDEX:1) NOT = SPACE
                   MOVE CHAR-INDEX TO CONTACT-LENGTH
               END-IF
           END-PERFORM
           PERFORM VARYING CHAR-INDEX FROM 1 BY 1
                   UNTIL CHAR-INDEX > CONTACT-LENGTH
               EVALUATE TRUE
                   WHEN CONTACT-EMAIL (CHAR-INDEX:1) = "@"
                       ADD 1 TO AT-SIGN-COUNT
                       MOVE CHAR-INDEX TO AT-SIGN-POSITION
                   WHEN CONTACT-EMAIL (CHAR-INDEX:1) = SPACE
                       MOVE "N" TO CONTACT-OK-SWITCH
                   WHEN CONTACT-EMAIL (CHAR-INDEX:1) = "."
                       IF AT-SIGN-POSITION > 0
                               AND CHAR-INDEX > AT-SIGN-POSITION + 1
                               AND CHAR-INDEX < CONTACT-LENGTH
                           ADD 1 TO DOT-AFTER-AT-COUNT
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF AT-SIGN-COUNT NOT = 1 OR AT-SIGN-POSITION = 1
                   OR DOT-AFTER-AT-COUNT = 0
               MOVE "N" TO CONTACT-OK-SWITCH
           END-IF.

      *    A TRANSACTION UNDER A CHANGE FREEZE IS PARKED ON FRZDEFER
      *    BY THE SHARED SERVICE AND REPLAYED ONTO GDNTRAN WHEN THE
      *    FREEZE LIFTS; ONE THAT CANNOT BE PARKED IS REJECTED.
       CHECK-CHANGE-FREEZE.
           MOVE SPACES TO CHANGE-FREEZE-AREA
           IF INPUT-IS-VALID
               MOVE "CHECK" TO FRZQ-REQUEST
               MOVE "GUARDIAN-MAINTENANCE" TO FRZQ-PROGRAM-ID
               MOVE GTR-ACTION TO FRZQ-TRAN-TYPE
               MOVE RUN-DATE TO FRZQ-CHECK-DATE
               MOVE OPR-OPERATOR-ID TO FRZQ-OPERATOR-ID
               MOVE OPR-AUTHORITY TO FRZQ-OPERATOR-AUTH
               MOVE "GDNTRAN" TO FRZQ-TRAN-FILE
               MOVE GTR-ROLL-NUMBER TO FRZQ-KEY-VALUE
               MOVE GDN-TRAN-RECORD TO FRZQ-TRAN-IMAGE
               CALL "CHANGE-FREEZE" USING CHANGE-FREEZE-AREA
               IF FRZ-TRAN-REFUSED
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "FROZEN - DEFERRED FILE NOT WRITABLE"
                       TO REJECT-REASON
               END-IF
           END-IF.

       APPLY-GUARDIAN-TRAN.
           EVALUATE TRUE
               WHEN GTR-ACTION-ADD
                   PERFORM ADD-GUARDIAN
               WHEN GTR-ACTION-CHANGE
                   PERFORM READ-GUARDIAN
                   IF MASTER-WAS-FOUND
                       PERFORM CHANGE-GUARDIAN
                   END-IF
               WHEN GTR-ACTION-DELETE
                   PERFORM READ-GUARDIAN
                   IF MASTER-WAS-FOUND
                       PERFORM DELETE-GUARDIAN
                   END-IF
           END-EVALUATE.

       READ-GUARDIAN.
           MOVE "N" TO MASTER-FOUND-SWITCH
           MOVE GTR-ROLL-NUMBER TO GDN-ROLL-NUMBER
           READ GDN-MSTR-FILE
               INVALID KEY
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "NO GUARDIAN ON FILE FOR THIS ROLL"
                       TO REJECT-REASON
               NOT INVALID KEY
                   SET MASTER-WAS-FOUND TO TRUE
           END-READ.

       ADD-GUARDIAN.
           MOVE SPACES TO GDN-MSTR-RECORD
           MOVE GTR-ROLL-NUMBER TO GDN-ROLL-NUMBER
           MOVE GTR-GUARDIAN-NAME TO GDN-GUARDIAN-NAME
           MOVE GTR-RELATIONSHIP TO GDN-RELATIONSHIP
           MOVE GTR-PHONE TO GDN-PHONE
           MOVE GTR-EMAIL TO GDN-EMAIL
           MOVE GTR-ADDRESS-LINE-1 TO GDN-ADDRESS-LINE-1
           MOVE GTR-ADDRESS-LINE-2 TO GDN-ADDRESS-LINE-2
           MOVE GTR-CITY TO GDN-CITY
           MOVE GTR-POSTCODE TO GDN-POSTCODE
           IF GTR-LANGUAGE = SPACES
               MOVE DEFAULT-LANGUAGE TO GDN-LANGUAGE
           ELSE
               MOVE GTR-LANGUAGE TO GDN-LANGUAGE
           END-IF
           MOVE RUN-DATE TO GDN-LAST-CHANGED
           MOVE OPR-OPERATOR-ID TO GDN-CHANGED-BY
           WRITE GDN-MSTR-RECORD
               INVALID KEY
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "GUARDIAN ALREADY ON FILE FOR THIS ROLL"
                       TO REJECT-REASON
           END-WRITE.

      *    A CHANGE ONLY REPLACES THE FIELDS THE TRANSACTION
      *    CARRIES - BLANKS MEAN "LEAVE AS IS" - SO A NEW PHONE
      *    NUMBER IS ONE SHORT TRANSACTION. AN ADDRESS LINE IS
      *    REPLACED ON ITS OWN. A GUARDIAN LEFT WITH NEITHER PHONE
      *    NOR E-MAIL CANNOT HAPPEN, SINCE NEITHER IS EVER BLANKED.
       CHANGE-GUARDIAN.
           IF GTR-GUARDIAN-NAME NOT = SPACES
               MOVE GTR-GUARDIAN-NAME TO GDN-GUARDIAN-NAME
           END-IF
           IF GTR-RELATIONSHIP NOT = SPACES
               MOVE GTR-RELATIONSHIP TO GDN-RELATIONSHIP
           END-IF
           IF GTR-PHONE NOT = SPACES
               MOVE GTR-PHONE TO GDN-PHONE
           END-IF
           IF GTR-EMAIL NOT = SPACES
               MOVE GTR-EMAIL TO GDN-EMAIL
           END-IF
           IF GTR-ADDRESS-LINE-1 NOT = SPACES
               MOVE GTR-ADDRESS-LINE-1 TO GDN-ADDRESS-LINE-1
           END-IF
           IF GTR-ADDRESS-LINE-2 NOT = SPACES
               MOVE GTR-ADDRESS-LINE-2 TO GDN-ADDRESS-LINE-2
           END-IF
           IF GTR-CITY NOT = SPACES
               MOVE GTR-CITY TO GDN-CITY
           END-IF
           IF GTR-POSTCODE NOT = SPACES
               MOVE GTR-POSTCODE TO GDN-POSTCODE
           END-IF
           IF GTR-LANGUAGE NOT = SPACES
               MOVE GTR-LANGUAGE TO GDN-LANGUAGE
           END-IF
           MOVE RUN-DATE TO GDN-LAST-CHANGED
           MOVE OPR-OPERATOR-ID TO GDN-CHANGED-BY
           REWRITE GDN-MSTR-RECORD.

       DELETE-GUARDIAN.
           DELETE GDN-MSTR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "NO GUARDIAN ON FILE FOR THIS ROLL"
                       TO REJECT-REASON
           END-DELETE.

       WRITE-APPLIED-LINE.
           MOVE SPACES TO GDN-OUT-RECORD
           STRING GTR-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GTR-ROLL-NUMBER DELIMITED BY SIZE
               " APPLIED" DELIMITED BY SIZE
               INTO GDN-OUT-RECORD
           END-STRING
           WRITE GDN-OUT-RECORD.

       WRITE-DEFERRED-LINE.
           MOVE SPACES TO GDN-OUT-RECORD
           STRING GTR-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GTR-ROLL-NUMBER DELIMITED BY SIZE
               " DEFERRED - FREEZE " DELIMITED BY SIZE
               FRZQ-FREEZE-ID DELIMITED BY SIZE
               INTO GDN-OUT-RECORD
           END-STRING
           WRITE GDN-OUT-RECORD.

       WRITE-OVERRIDE-LINE.
           MOVE SPACES TO GDN-OUT-RECORD
           STRING "    FREEZE " DELIMITED BY SIZE
               FRZQ-FREEZE-ID DELIMITED BY SIZE
               " OVERRIDDEN BY " DELIMITED BY SIZE
               OPR-OPERATOR-ID DELIMITED BY SIZE
               INTO GDN-OUT-RECORD
           END-STRING
           WRITE GDN-OUT-RECORD.

       WRITE-REJECTED-LINE.
           MOVE SPACES TO GDN-OUT-RECORD
           STRING GTR-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GTR-ROLL-NUMBER DELIMITED BY SIZE
               " REJECTED - " DELIMITED BY SIZE
               REJECT-REASON DELIMITED BY SIZE
               INTO GDN-OUT-RECORD
           END-STRING
           WRITE GDN-OUT-RECORD.

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
           MOVE "GUARDIAN-MAINT" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE TRAN-COUNT TO AUD-RECORD-COUNT
           MOVE APPLIED-COUNT TO AUD-OUTPUT-COUNT
           MOVE REJECTED-COUNT TO AUD-EXCEPTION-COUNT
           MOVE "GDNTRAN DETAIL FILE" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.
