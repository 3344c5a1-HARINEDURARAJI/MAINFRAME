      *    AMLCREC.CPY
      *    ONE CASE ON THE AMLCASE ANTI-MONEY-LAUNDERING CASE FILE -
      *    OPENED BY THE MONITORING RUN WHEN AN ACCOUNT'S BALHIST
      *    MOVEMENTS TRIP ONE OF ITS RULES, AND CLOSED BY A
      *    COMPLIANCE ANALYST THROUGH THE CASEWORK RUN AS CLEARED OR
      *    ESCALATED. THE FILE IS SMALL ENOUGH TO LOAD WHOLE, AND
      *    EVERY CASE IS KEPT ONCE DECIDED SO THE SAME ACTIVITY IS
      *    NOT RAISED TWICE.
           05  AMC-CASE-NUMBER            PIC 9(7).
           05  AMC-ACCT-NUMBER            PIC X(10).
           05  AMC-PRODUCT                PIC X(02).
      *    WHICH RULE FIRED - CASH JUST UNDER THE REPORTING LIMIT
      *    REPEATED ACROSS DAYS, ACTIVITY ON A DORMANT ACCOUNT, A
      *    DEPOSIT DRAWN OUT AGAIN WITHIN DAYS, OR MOVEMENT FAR
      *    ABOVE THE ACCOUNT'S OWN HISTORY.
           05  AMC-RULE                   PIC X(04).
               88  AMC-RULE-STRUCTURING       VALUE "STRC".
               88  AMC-RULE-DORMANT           VALUE "DORM".
               88  AMC-RULE-DRAIN             VALUE "DRAN".
               88  AMC-RULE-VELOCITY          VALUE "VELO".
           05  AMC-SCORE                  PIC 9(3).
           05  AMC-OPEN-DATE              PIC 9(8).
      *    THE LATEST MOVEMENT BEHIND THE HIT AND THE SUM OF THE
      *    MOVEMENTS THAT MADE IT.
           05  AMC-TRIGGER-DATE           PIC 9(8).
           05  AMC-TRIGGER-AMOUNT         PIC 9(9)V99.
           05  AMC-HIT-COUNT              PIC 9(3).
           05  AMC-STATUS                 PIC X.
               88  AMC-IS-OPEN                VALUE "O".
               88  AMC-IS-CLEARED             VALUE "C".
               88  AMC-IS-ESCALATED           VALUE "E".
           05  AMC-DECIDED-BY             PIC X(8).
           05  AMC-DECISION-DATE          PIC 9(8).
           05  AMC-DECISION-NOTE          PIC X(30).
