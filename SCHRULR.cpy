      *    SCHRULR.CPY
      *    ONE ROW OF THE SCHRULE SCHOLARSHIP RULES - ONE AWARD, HOW
      *    MANY PLACES IT HAS, AND THE BAR A STUDENT MUST CLEAR FOR
      *    IT: A MINIMUM CUMULATIVE GPA OVER THE GRDHIST TERMS, A
      *    PLACE IN THE TOP N OF THE SCHOOL RANKING AND/OR A MINIMUM
      *    PERCENTILE, A MINIMUM ATTENDANCE, AND A CLEAN RECORD - NO
      *    FAILED SUBJECT AND NO SUPPLEMENTARY PENDING. A ZERO RANK,
      *    PERCENTILE OR ATTENDANCE LEAVES THAT TEST OUT; A CLEAN-
      *    RECORD FLAG OF N WAIVES THAT ONE, ANYTHING ELSE APPLIES
      *    IT. A SECTION CODE CONFINES THE AWARD TO ONE CLASS-
      *    SECTION; BLANK OPENS IT TO THE SCHOOL. AWARDS ARE FILLED
      *    IN FILE ORDER AND A STUDENT HOLDS ONE AWARD AT MOST, SO
      *    THE MOST PRESTIGIOUS AWARD GOES FIRST ON THE FILE.
           05  SCR-AWARD-ID               PIC X(04).
           05  SCR-AWARD-NAME             PIC X(20).
           05  SCR-PLACES                 PIC 9(03).
           05  SCR-MIN-GPA                PIC 9(02)V99.
           05  SCR-MAX-RANK               PIC 9(03).
           05  SCR-MIN-PERCENTILE         PIC 9(03)V99.
           05  SCR-MIN-ATTENDANCE         PIC 9(03).
           05  SCR-CLEAN-RECORD           PIC X.
               88  SCR-CLEAN-RECORD-WAIVED    VALUE "N".
           05  SCR-SECTION-CODE           PIC X(03).
