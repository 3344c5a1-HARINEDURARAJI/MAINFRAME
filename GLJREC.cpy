               88  GLJ-EVENT-PENALTY          VALUE "Y".
               88  GLJ-EVENT-FEE              VALUE "F".
               88  GLJ-EVENT-ADJUST           VALUE "J".
      *    A DECEASED CUSTOMER'S BALANCE MOVED TO THE ESTATE SUSPENSE
      *    ACCOUNT BY THE ESTATE-SETTLEMENT RUN - PRINCIPAL, NOT
      *    INTEREST, SO IT HAS NO LEDGER COUNTERPART IN THE PROOF.
               88  GLJ-EVENT-ESTATE           VALUE "E".
      *    DEBIT INTEREST CHARGED ON AN ARRANGED OVERDRAFT - THE
      *    CUSTOMER'S OVERDRAWN BALANCE DEBITED, INTEREST INCOME
      *    CREDITED.
               88  GLJ-EVENT-DEBIT-INT        VALUE "D".
      *    THE MONTHLY MOVEMENT IN THE LOAN-LOSS PROVISION - A RISE
      *    CHARGED TO PROVISION EXPENSE, A FALL RELEASED BACK FROM THE
      *    ALLOWANCE. NOT INTEREST, SO NO LEDGER COUNTERPART.
               88  GLJ-EVENT-PROVISION        VALUE "V".
      *    A BACK-VALUE INTEREST CORRECTION - "B" CHARGES INTEREST
      *    EXPENSE FOR INTEREST ADDED, "W" RELEASES IT FOR INTEREST
      *    TAKEN BACK. EACH TIES TO THE LEDGER ENTRY OF THE SAME TYPE.
               88  GLJ-EVENT-BACK-CREDIT      VALUE "B".
               88  GLJ-EVENT-BACK-DEBIT       VALUE "W".
      *    REDRESS ON AN UPHELD COMPLAINT - COMPLAINT REDRESS EXPENSE
      *    DEBITED, THE CUSTOMER'S DEPOSIT CREDITED. TIES TO THE "K"
      *    LEDGER ENTRY.
               88  GLJ-EVENT-REFUND           VALUE "K".
