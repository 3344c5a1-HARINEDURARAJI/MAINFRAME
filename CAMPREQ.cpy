      *    CAMPREQ.CPY
      *    PARAMETER AREA FOR THE SHARED CAMPAIGN-SERVICE SUBPROGRAM.
      *    COPY THIS AT 01 LEVEL AND CALL "CAMPAIGN-SERVICE" USING
      *    THE AREA ONCE FOR EACH ACCOUNT AN INTEREST RUN PAYS, WITH
      *    THE MASTER, ACCOUNT, PRODUCT, BRANCH AND CYCLE DATE FILLED
      *    IN. THE SERVICE LOADS THE CAMPAIGN FILE, BALHIST AND THE
      *    CPNLEDG LEDGER ONCE PER JOB STEP, SETTLES EVERY QUALIFYING
      *    DEPOSIT ON THE ACCOUNT WHOSE HOLDING PERIOD HAS RUN OR
      *    BEEN BROKEN, RECORDS EACH ON THE LEDGER, AND ANSWERS THE
      *    BONUS TO ADD TO THIS CYCLE'S INTEREST. NOTHING IS DUE
      *    WHERE THERE IS NO CAMPAIGN FILE.
           05  CPQ-TARGET                 PIC X(02).
           05  CPQ-ACCT-NUMBER            PIC X(10).
           05  CPQ-PRODUCT-CODE           PIC X(06).
           05  CPQ-BRANCH-CODE            PIC X(03).
           05  CPQ-CYCLE-DATE             PIC 9(08).
      *    WHAT THE CALL SETTLED FOR THE ACCOUNT.
           05  CPQ-BONUS-AMOUNT           PIC 9(7)V99.
           05  CPQ-PAID-COUNT             PIC 9(03).
           05  CPQ-FORFEIT-COUNT          PIC 9(03).
           05  CPQ-FORFEIT-AMOUNT         PIC 9(7)V99.
