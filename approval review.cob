           05  APQ-QUEUE-DATE     PIC 9(8).
           05  APQ-STATUS         PIC X.
           05  APQ-IMAGE          PIC X(80).
      *    WHO DECIDED THE ITEM AND WHEN. ITEMS DECIDED BEFORE THESE
      *    FIELDS EXISTED, AND PENDING ONES, READ AS SPACES.
           05  APQ-CHECKER        PIC X(8).
           05  APQ-DECIDED-DATE   PIC X(8).

      *    ONE DECISION - THE LISTED SEQUENCE AND THE VERDICT.
       FD  APPR-DEC-FILE.
                   88  QUT-IS-APPROVED    VALUE "A".
                   88  QUT-IS-REJECTED    VALUE "R".
               10  QUT-IMAGE          PIC X(80).
               10  QUT-CHECKER        PIC X(8).
               10  QUT-DECIDED-DATE   PIC X(8).
       01  QUEUE-INDEX            PIC 9(4).

       01  APPROVED-COUNT         PIC 9(4) VALUE 0.
                           TO QUT-QUEUE-DATE (QUEUE-COUNT)
                       MOVE APQ-STATUS TO QUT-STATUS (QUEUE-COUNT)
                       MOVE APQ-IMAGE TO QUT-IMAGE (QUEUE-COUNT)
                       MOVE APQ-CHECKER TO QUT-CHECKER (QUEUE-COUNT)
                       MOVE APQ-DECIDED-DATE
                           TO QUT-DECIDED-DATE (QUEUE-COUNT)
                   END-IF
                   READ APPR-QUE-FILE
                       AT END SET END-OF-APPR-QUE TO TRUE
                       MOVE "R" TO QUT-STATUS (QUEUE-INDEX)
                       ADD 1 TO REJECTED-COUNT
                   END-IF
                   MOVE OPR-OPERATOR-ID TO QUT-CHECKER (QUEUE-INDEX)
                   MOVE RUN-DATE TO QUT-DECIDED-DATE (QUEUE-INDEX)

                   MOVE SPACES TO APR-OUT-RECORD
                   STRING "ITEM " DELIMITED BY SIZE
                   TO APQ-QUEUE-DATE
               MOVE QUT-STATUS (QUEUE-INDEX) TO APQ-STATUS
               MOVE QUT-IMAGE (QUEUE-INDEX) TO APQ-IMAGE
               MOVE QUT-CHECKER (QUEUE-INDEX) TO APQ-CHECKER
               MOVE QUT-DECIDED-DATE (QUEUE-INDEX)
                   TO APQ-DECIDED-DATE
               WRITE APPR-QUE-RECORD
           END-PERFORM
           CLOSE APPR-QUE-FILE.
