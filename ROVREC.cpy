      *    ROVREC.CPY
      *    ONE NEGOTIATED RATE OVERRIDE ON THE RATEOVR FILE - A SPECIAL
      *    RATE A RELATIONSHIP MANAGER HAS AGREED FOR ONE ACCOUNT,
      *    EITHER A FIXED RATE OUTRIGHT OR A SPREAD OVER THE RATE THE
      *    ACCOUNT WOULD OTHERWISE EARN (ITS BAND, INDEX OR FLAT
      *    RATE). THE INTEREST RUNS PRICE THE ACCOUNT ON IT FROM THE
      *    START DATE TO THE EXPIRY DATE INCLUSIVE, AHEAD OF TIERS
      *    AND INDEXES, AND THE MASS RATE CHANGE LEAVES THE ACCOUNT
      *    ALONE WHILE IT STANDS. A ROW WITH NO APPROVING OFFICER IS
      *    NOT HONORED.
           05  ROV-TARGET                 PIC X(02).
           05  ROV-ACCT-NUMBER            PIC X(10).
           05  ROV-TYPE                   PIC X.
               88  ROV-FIXED-RATE             VALUE "R".
               88  ROV-SPREAD                 VALUE "S".
      *    A SPREAD IS ADDED TO THE STANDARD RATE UNLESS THE SIGN IS
      *    "-"; A FIXED RATE IGNORES THE SIGN.
           05  ROV-SPREAD-SIGN            PIC X.
               88  ROV-SPREAD-DOWN            VALUE "-".
           05  ROV-RATE                   PIC 9(3)V99.
           05  ROV-START-DATE             PIC 9(8).
           05  ROV-EXPIRY-DATE            PIC 9(8).
           05  ROV-APPROVED-BY            PIC X(08).
