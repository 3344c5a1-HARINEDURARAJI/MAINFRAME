           05  BHR-NEW-BALANCE            PIC 9(5)V99.
      *    THE OPERATOR WHO RAN THE POSTING, FROM THE SHARED SIGN-ON.
           05  BHR-OPERATOR-ID            PIC X(8).
      *    THE SUM DRAWN ON AN ARRANGED OVERDRAFT BEFORE AND AFTER
      *    THE MOVEMENT - THE ACCOUNT'S TRUE BALANCE IS THE BALANCE
      *    ABOVE LESS THIS FIGURE. ENTRIES FROM BEFORE THESE FIELDS
      *    EXISTED READ AS BLANK AND COUNT AS NOT OVERDRAWN.
           05  BHR-PRIOR-OVERDRAWN        PIC 9(5)V99.
           05  BHR-NEW-OVERDRAWN          PIC 9(5)V99.
      *    THE CHANNEL THE MOVEMENT CAME THROUGH, AS THE POSTING FEED
      *    GAVE IT - C CASH, T TRANSFER, Q CHEQUE. ENTRIES FROM BEFORE
      *    THIS FIELD EXISTED, AND SYSTEM ENTRIES SUCH AS FEES, READ
      *    AS BLANK.
           05  BHR-CHANNEL                PIC X.
               88  BHR-CHANNEL-CASH           VALUE "C".
      *    THE DATE THE MOVEMENT COUNTS FROM FOR INTEREST - EARLIER
      *    THAN THE POSTING DATE WHEN THE FEED BACK-VALUED IT, SO
      *    THE BACK-VALUE RUN CAN REPRICE THE DAYS BETWEEN. ENTRIES
      *    FROM BEFORE THIS FIELD EXISTED READ AS BLANK AND COUNT AS
      *    VALUED ON THE POSTING DATE.
           05  BHR-VALUE-DATE             PIC 9(8).
