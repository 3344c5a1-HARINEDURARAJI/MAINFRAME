      *    CMPCREC.CPY
      *    ONE CASE ON THE CMPCASE CUSTOMER-COMPLAINT FILE - A
      *    DISPUTED INTEREST FIGURE, FEE OR SERVICE FAILURE, KEYED BY
      *    CASE NUMBER AND TIED TO THE CUSTMSTR CUSTOMER WHO RAISED
      *    IT, THE ACCOUNT IT CONCERNS, AND THE INTLEDG ENTRIES IN
      *    DISPUTE (A FEE-ASSESSMENT CHARGE IS ITS "F" ENTRY). THE
      *    COMPLAINT CASEWORK RUN OPENS, ASSIGNS, PROGRESSES AND
      *    CLOSES CASES AND WRITES THE FILE BACK WHOLE; EVERY CHANGE
      *    OF STATUS IS ALSO APPENDED TO THE CMPHIST TRAIL. CLOSED
      *    CASES STAY ON FILE SO THE REGULATORY RETURNS CAN COUNT
      *    THEM.
           05  CMP-CASE-NUMBER            PIC 9(7).
           05  CMP-CUSTOMER-NUMBER        PIC X(10).
           05  CMP-TARGET                 PIC X(02).
           05  CMP-ACCT-NUMBER            PIC X(10).
      *    WHAT THE CUSTOMER DISPUTES - HOW INTEREST WAS WORKED OUT,
      *    A FEE CHARGED, THE RATE APPLIED, THE SERVICE GIVEN, OR
      *    ANYTHING ELSE.
           05  CMP-CATEGORY               PIC X(04).
               88  CMP-CAT-INTEREST           VALUE "INTR".
               88  CMP-CAT-FEE                VALUE "FEE ".
               88  CMP-CAT-RATE               VALUE "RATE".
               88  CMP-CAT-SERVICE            VALUE "SERV".
               88  CMP-CAT-OTHER              VALUE "OTHR".
               88  CMP-CAT-VALID              VALUES "INTR", "FEE ",
                                                     "RATE", "SERV",
                                                     "OTHR".
      *    THE DAY THE BANK FIRST HEARD OF THE COMPLAINT - THE
      *    REGULATOR'S RESPONSE CLOCK RUNS FROM HERE, NOT FROM THE
      *    DAY THE CASE WAS KEYED.
           05  CMP-RECEIVED-DATE          PIC 9(8).
           05  CMP-OPENED-BY              PIC X(8).
           05  CMP-ASSIGNED-TO            PIC X(8).
      *    O RECEIVED, I UNDER INVESTIGATION, U UPHELD, N NOT
      *    UPHELD, W WITHDRAWN BY THE CUSTOMER.
           05  CMP-STATUS                 PIC X.
               88  CMP-IS-RECEIVED            VALUE "O".
               88  CMP-IS-INVESTIGATING       VALUE "I".
               88  CMP-IS-UPHELD              VALUE "U".
               88  CMP-IS-NOT-UPHELD          VALUE "N".
               88  CMP-IS-WITHDRAWN           VALUE "W".
               88  CMP-IS-OPEN                VALUES "O", "I".
               88  CMP-IS-CLOSED              VALUES "U", "N", "W".
           05  CMP-LAST-ACTION-DATE       PIC 9(8).
           05  CMP-RESOLVED-DATE          PIC 9(8).
           05  CMP-RESOLVED-BY            PIC X(8).
           05  CMP-RESOLUTION-NOTE        PIC X(30).
      *    THE LEDGER ENTRIES IN DISPUTE - EACH NAMED BY ITS CYCLE
      *    DATE AND ENTRY TYPE ON THE CASE'S ACCOUNT, WITH THE
      *    AMOUNT THE LEDGER CARRIED WHEN IT WAS LINKED.
           05  CMP-ITEM-COUNT             PIC 9.
           05  CMP-DISPUTED-ITEM OCCURS 5 TIMES.
               10  CMP-ITEM-CYCLE-DATE    PIC 9(8).
               10  CMP-ITEM-ENTRY-TYPE    PIC X.
               10  CMP-ITEM-AMOUNT        PIC 9(9)V99.
           05  CMP-DISPUTED-TOTAL         PIC 9(9)V99.
      *    THE REDRESS AGREED ON AN UPHELD CASE, NEVER MORE THAN THE
      *    SUM IN DISPUTE. P IS AWAITING POSTING, D POSTED ON THE
      *    REFUND DATE, X COULD NOT BE POSTED TO THE ACCOUNT AND
      *    MUST BE PAID BY OTHER MEANS.
           05  CMP-REFUND-AMOUNT          PIC 9(5)V99.
           05  CMP-REFUND-STATUS          PIC X.
               88  CMP-REFUND-NONE            VALUE " ".
               88  CMP-REFUND-PENDING         VALUE "P".
               88  CMP-REFUND-POSTED          VALUE "D".
               88  CMP-REFUND-UNPAYABLE       VALUE "X".
           05  CMP-REFUND-DATE            PIC 9(8).
