      *    DETHISR.CPY
      *    ONE ROW OF THE DETHIST DETENTION HISTORY PROMOTION-RUN
      *    APPENDS FOR EVERY STUDENT IT DETAINS - THE SECTION THE
      *    STUDENT WAS HELD BACK IN, THE DATE OF THE RUN AND HOW MANY
      *    SUBJECTS WERE FAILED - SO A DETENTION IS STILL ON RECORD
      *    AFTER THE REGISTER HAS BEEN SIGNED AND FILED.
           05  DTH-ROLL-NUMBER            PIC X(10).
           05  DTH-SECTION-CODE           PIC X(03).
           05  DTH-RUN-DATE               PIC 9(08).
           05  DTH-FAIL-COUNT             PIC 9.
