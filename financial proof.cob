      *    CURRENCY AND EVENT CLASS AND SET SIDE BY SIDE WITH THE
      *    GLJRNL DEBIT DETAILS FOR THE SAME CYCLE - POSTINGS AND
      *    CLOSURE SETTLEMENTS AGAINST THE P CLASS, CAPITALIZATIONS
      *    AGAINST C, FEES AGAINST F, ADJUSTMENTS AGAINST J, DEBIT
      *    INTEREST ON OVERDRAFTS AGAINST D, BACK-VALUE CORRECTIONS
      *    AGAINST B (INTEREST ADDED) AND W (TAKEN BACK), COMPLAINT
      *    REFUNDS AGAINST K - AND EVERY CAPITALIZATION ENTRY IS
      *    ALSO CHECKED AGAINST THE MASTER,
      *    WHOSE PRINCIPAL MUST SHOW THE MOVE (OR NOT, WHEN A SWEEP
      *    CARRIED IT AWAY). ANY DISAGREEMENT IS ITEMIZED
      *    TO THE ACCOUNT, THE RUN ENDS WITH A NONZERO COMPLETION
      *    CODE SO THE SCHEDULER HOLDS THE DEPENDENT STEPS, AND THE
      *    CALENDAR IS ONLY MARKED COMPLETE ON A CLEAN PROOF. GL TAX
           05  CIA-COMPOUND-FREQ      PIC 9(2).
           05  CIA-ACCRUED-INTEREST   PIC 9(7)V99.
           05  CIA-LOAN-FLAG          PIC X.
           05  CIA-PRODUCT-CODE       PIC X(06).

       FD  PRF-RPT-FILE.
       01  PRF-RPT-RECORD         PIC X(80).
               END-IF
           END-IF.

           GOBACK.

       RUN-FINANCIAL-PROOF.
           ACCEPT BATCH-START-TIME FROM TIME
                   MOVE "F" TO WORK-CLASS
               WHEN LDG-ADJUSTMENT
                   MOVE "J" TO WORK-CLASS
               WHEN LDG-DEBIT-INTEREST
                   MOVE "D" TO WORK-CLASS
               WHEN LDG-BACK-VALUE-CREDIT
                   MOVE "B" TO WORK-CLASS
               WHEN LDG-BACK-VALUE-DEBIT
                   MOVE "W" TO WORK-CLASS
               WHEN LDG-COMPLAINT-REFUND
                   MOVE "K" TO WORK-CLASS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           END-IF.

      *    THE JOURNAL SIDE - THE CYCLE'S DEBIT DETAILS, CLOSURE
      *    SETTLEMENTS FOLDING INTO THE P CLASS. TAX, PENALTY AND
      *    ESTATE-SUSPENSE PAIRS HAVE NO LEDGER COUNTERPART AND ARE
      *    SKIPPED HERE.
       SUM-JOURNAL-SIDE.
           OPEN INPUT GL-JRNL-FILE
           IF GL-JRNL-STATUS = "00"
                               MOVE "F" TO WORK-CLASS
                           WHEN GLJ-EVENT-ADJUST
                               MOVE "J" TO WORK-CLASS
                           WHEN GLJ-EVENT-DEBIT-INT
                               MOVE "D" TO WORK-CLASS
                           WHEN GLJ-EVENT-BACK-CREDIT
                               MOVE "B" TO WORK-CLASS
                           WHEN GLJ-EVENT-BACK-DEBIT
                               MOVE "W" TO WORK-CLASS
                           WHEN GLJ-EVENT-REFUND
                               MOVE "K" TO WORK-CLASS
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
