      *    LIENREC.CPY
      *    ONE ROW OF THE LIENMSTR LIEN AND EARMARK FILE - A
      *    SPECIFIC AMOUNT PROTECTED ON ONE SIACCT OR CIACCT
      *    ACCOUNT, WHY (A GARNISHMENT ORDER, A COLLATERAL PLEDGE,
      *    A CHEQUE STILL IN CLEARING), WHO PLACED IT AND WHEN, AND
      *    THE DATE IT LAPSES ON ITS OWN IF ANY - SO LEGAL CAN
      *    FREEZE THE ORDERED SUM AND LEAVE THE REST OF THE
      *    RELATIONSHIP WORKING, INSTEAD OF SETTING THE WHOLE
      *    CUSTOMER TO CUST-UNDER-LEGAL-ORDER. RELEASED AND EXPIRED
      *    LIENS STAY ON FILE WITH WHO CLOSED THEM AND WHEN, SO A
      *    DISPUTED RELEASE CAN BE ANSWERED FROM THE RECORD.
           05  LIEN-NUMBER                PIC 9(7).
           05  LIEN-TARGET                PIC X(02).
               88  LIEN-TARGET-SI             VALUE "SI".
               88  LIEN-TARGET-CI             VALUE "CI".
           05  LIEN-ACCT-NUMBER           PIC X(10).
           05  LIEN-AMOUNT                PIC 9(5)V99.
           05  LIEN-REASON                PIC X.
               88  LIEN-GARNISHMENT           VALUE "G".
               88  LIEN-COLLATERAL-PLEDGE     VALUE "P".
               88  LIEN-CHEQUE-CLEARING       VALUE "C".
               88  LIEN-REASON-VALID          VALUES "G", "P", "C".
      *    THE COURT ORDER, FACILITY OR CHEQUE THE LIEN ANSWERS TO.
           05  LIEN-REFERENCE             PIC X(15).
           05  LIEN-PLACED-BY             PIC X(8).
           05  LIEN-PLACED-DATE           PIC 9(8).
      *    ZERO MEANS OPEN-ENDED - IN FORCE UNTIL RELEASED.
           05  LIEN-EXPIRY-DATE           PIC 9(8).
           05  LIEN-STATUS                PIC X.
               88  LIEN-IS-ACTIVE             VALUE "A".
               88  LIEN-IS-RELEASED           VALUE "R".
               88  LIEN-IS-EXPIRED            VALUE "E".
           05  LIEN-CLOSED-BY             PIC X(8).
           05  LIEN-CLOSED-DATE           PIC 9(8).
