               88  TCH-HAS-LEFT       VALUE "L".

      *    ONE ASSIGNMENT ROW - WHICH TEACHER TEACHES WHICH SUBJECT
      *    SLOT TO WHICH CLASS SECTION. SLOT N IS ROW N OF THE
      *    SUBJECT MASTER - THE FIRST FIVE ARE THE GRDIN MARK SLOTS,
      *    SIX TO NINE ELECTIVES TAKEN BY ENROLLMENT. SMALL ENOUGH TO
      *    LOAD WHOLE, APPLY THE DAY'S TRANSACTIONS, AND REWRITE.
       FD  TCH-ASGN-FILE.
       01  TCH-ASGN-RECORD.
           05  ASG-TEACHER-ID     PIC X(6).
                   AND (TTN-ACTION-ASSIGN OR TTN-ACTION-UNASGN)
               IF TTN-SUBJECT-SLOT NOT NUMERIC
                       OR TTN-SUBJECT-SLOT < 1
                       OR TTN-SUBJECT-SLOT > 9
                   MOVE "N" TO VALID-INPUT-SWITCH
                   MOVE "SUBJECT SLOT NOT 1 THROUGH 9"
                       TO REJECT-REASON
               END-IF
               IF INPUT-IS-VALID AND TTN-SECTION-CODE = SPACES
