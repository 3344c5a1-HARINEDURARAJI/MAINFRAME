       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIEN-SERVICE.

      *    THE ONE PLACE AN ACCOUNT'S ENCUMBRANCE IS ANSWERED FROM.
      *    LOADS THE LIENS IN LIENMSTR ON THE FIRST CALL OF A JOB
      *    STEP AND HOLDS THEM ACROSS CALLS, ANSWERING THROUGH THE
      *    LIENREQ.CPY AREA HOW MUCH OF AN ACCOUNT'S BALANCE IS
      *    EARMARKED ON A GIVEN DATE - SO THE POSTING RUN, THE
      *    MATURITY RUN AND CLOSURE SETTLEMENT ALL HOLD BACK THE
      *    SAME SUM. A LIEN COUNTS WHEN IT IS ACTIVE AND ITS EXPIRY
      *    DATE, IF IT HAS ONE, HAS NOT PASSED BY THE AS-OF DATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIEN-MSTR-FILE ASSIGN TO "LIENMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LIEN-MSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIEN-MSTR-FILE.
       01  LIEN-MSTR-RECORD.
           COPY LIENREC.

       WORKING-STORAGE SECTION.
       01  LIEN-MSTR-STATUS       PIC XX.
       01  LOADED-SWITCH          PIC X VALUE "N".
           88  LIENS-LOADED           VALUE "Y".
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-LIEN-MSTR       VALUE "Y".

      *    ONLY ACTIVE LIENS ARE HELD - A RELEASED OR EXPIRED ROW
      *    CAN NEVER ENCUMBER ANYTHING AGAIN.
       01  LIEN-COUNT             PIC 9(4) VALUE 0.
       01  LIEN-TABLE.
           05  LIEN-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON LIEN-COUNT.
               10  LTE-TARGET         PIC X(02).
               10  LTE-ACCT-NUMBER    PIC X(10).
               10  LTE-AMOUNT         PIC 9(5)V99.
               10  LTE-EXPIRY-DATE    PIC 9(8).
       01  LIEN-INDEX             PIC 9(4).

       LINKAGE SECTION.
       01  LIEN-SERVICE-AREA.
           COPY LIENREQ.

       PROCEDURE DIVISION USING LIEN-SERVICE-AREA.
           IF NOT LIENS-LOADED
               PERFORM LOAD-LIEN-MASTER
               SET LIENS-LOADED TO TRUE
           END-IF

           MOVE 0 TO LNQ-LIENED-AMOUNT
           MOVE 0 TO LNQ-LIEN-COUNT
           IF LNQ-ACCT-NUMBER NOT = SPACES
               PERFORM VARYING LIEN-INDEX FROM 1 BY 1
                       UNTIL LIEN-INDEX > LIEN-COUNT
                   IF LTE-TARGET (LIEN-INDEX) = LNQ-TARGET
                       AND LTE-ACCT-NUMBER (LIEN-INDEX)
                           = LNQ-ACCT-NUMBER
                       AND (LTE-EXPIRY-DATE (LIEN-INDEX) = 0
                           OR LTE-EXPIRY-DATE (LIEN-INDEX)
                               NOT < LNQ-AS-OF-DATE)
                       ADD LTE-AMOUNT (LIEN-INDEX)
                           TO LNQ-LIENED-AMOUNT
                       ADD 1 TO LNQ-LIEN-COUNT
                   END-IF
               END-PERFORM
           END-IF

           GOBACK.

       LOAD-LIEN-MASTER.
           OPEN INPUT LIEN-MSTR-FILE
           IF LIEN-MSTR-STATUS = "00"
               READ LIEN-MSTR-FILE
                   AT END SET END-OF-LIEN-MSTR TO TRUE
               END-READ

               PERFORM UNTIL END-OF-LIEN-MSTR
                   IF LIEN-IS-ACTIVE AND LIEN-COUNT < 1000
                       ADD 1 TO LIEN-COUNT
                       MOVE LIEN-TARGET
                           TO LTE-TARGET (LIEN-COUNT)
                       MOVE LIEN-ACCT-NUMBER
                           TO LTE-ACCT-NUMBER (LIEN-COUNT)
                       MOVE LIEN-AMOUNT
                           TO LTE-AMOUNT (LIEN-COUNT)
                       IF LIEN-EXPIRY-DATE NUMERIC
                           MOVE LIEN-EXPIRY-DATE
                               TO LTE-EXPIRY-DATE (LIEN-COUNT)
                       ELSE
                           MOVE 0 TO LTE-EXPIRY-DATE (LIEN-COUNT)
                       END-IF
                   END-IF

                   READ LIEN-MSTR-FILE
                       AT END SET END-OF-LIEN-MSTR TO TRUE
                   END-READ
               END-PERFORM

               CLOSE LIEN-MSTR-FILE
           END-IF.
