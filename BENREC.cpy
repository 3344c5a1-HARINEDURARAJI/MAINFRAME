      *    BENREC.CPY
      *    ONE ROW OF THE PAYBENF NOMINATED-PAYOUT FILE - WHERE THE
      *    CUSTOMER HAS ASKED THE BANK TO SEND MONEY LEAVING A
      *    DEPOSIT ACCOUNT: THE ACCOUNT AT THE RECEIVING BANK, THAT
      *    BANK'S IDENTIFIER AND THE NAME ON THE ACCOUNT. ONE ROW PER
      *    DEPOSIT ACCOUNT; THE LAST ROW ON FILE FOR AN ACCOUNT WINS.
           05  BEN-TARGET                 PIC X(02).
           05  BEN-ACCT-NUMBER            PIC X(10).
           05  BEN-BENEF-ACCT             PIC X(20).
           05  BEN-BENEF-BANK             PIC X(11).
           05  BEN-BENEF-NAME             PIC X(30).
