      *    PAYIREQ.CPY
      *    PARAMETER AREA FOR THE SHARED PAYMENT-INSTRUCTION
      *    SUBPROGRAM - THE ONE PLACE AN OUTBOUND PAYOUT IS WRITTEN
      *    TO PAYOUT. COPY THIS AT 01 LEVEL AND CALL
      *    "PAYMENT-INSTRUCTION" USING THE AREA. AN ISSUE REQUEST
      *    CARRIES ONE PAYOUT: THE SERVICE FINDS THE BENEFICIARY THE
      *    CUSTOMER NOMINATED FOR THE ACCOUNT ON PAYBENF - UNLESS THE
      *    CALLER NAMES THE BENEFICIARY ITSELF - WRITES THE
      *    INSTRUCTION, AND ANSWERS ITS REFERENCE - OR ANSWERS
      *    NO-BENEFICIARY AND WRITES NOTHING, SO THE CALLER CAN SEND
      *    THAT PAYOUT TO THE EXCEPTION LOG FOR A BRANCH TO HANDLE. A
      *    CLOSE REQUEST AT END OF RUN WRITES THE BATCH TRAILER WITH
      *    THE COUNT AND TOTAL OF WHAT WAS ISSUED; NOTHING IS WRITTEN
      *    FOR A RUN THAT ISSUED NOTHING.
           05  PIQ-REQUEST                PIC X(5).
               88  PIQ-REQ-ISSUE              VALUE "ISSUE".
               88  PIQ-REQ-CLOSE              VALUE "CLOSE".
           05  PIQ-SOURCE                 PIC X(02).
           05  PIQ-BATCH-ID               PIC X(02).
           05  PIQ-CYCLE-DATE             PIC 9(8).
           05  PIQ-EVENT                  PIC X(4).
           05  PIQ-ORIG-TARGET            PIC X(02).
           05  PIQ-ORIG-ACCT              PIC X(10).
           05  PIQ-AMOUNT                 PIC 9(9)V99.
           05  PIQ-CURRENCY-CODE          PIC X(03).
           05  PIQ-VALUE-DATE             PIC 9(8).
      *    A CALLER THAT ALREADY KNOWS WHO IS TO BE PAID - THE ESTATE
      *    RUN PAYING A NOMINEE THEIR SHARE - NAMES THE ACCOUNT HERE.
      *    LEFT AS SPACES, THE SERVICE LOOKS THE ACCOUNT UP ON PAYBENF.
           05  PIQ-BENEF-ACCT             PIC X(20).
           05  PIQ-BENEF-BANK             PIC X(11).
           05  PIQ-BENEF-NAME             PIC X(30).
           05  PIQ-RESULT                 PIC X.
               88  PIQ-ISSUED                 VALUE "I".
               88  PIQ-NO-BENEFICIARY         VALUE "N".
               88  PIQ-BATCH-CLOSED           VALUE "C".
           05  PIQ-INSTR-REF              PIC X(18).
      *    WHAT THE SERVICE HAS ISSUED IN THE CURRENT BATCH.
           05  PIQ-ISSUED-COUNT           PIC 9(7).
           05  PIQ-ISSUED-TOTAL           PIC 9(11)V99.
