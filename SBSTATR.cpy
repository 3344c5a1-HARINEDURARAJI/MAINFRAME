      *    SBSTATR.CPY
      *    ONE ROW OF THE SUBJHIST SUBJECT-STATISTICS HISTORY THAT
      *    SUBJECT-ANALYSIS APPENDS FOR EVERY SUBJECT EVERY TIME IT
      *    RUNS - THE TERM'S MEAN, MEDIAN, STANDARD DEVIATION, PASS
      *    RATE AND DISCRIMINATION (THE CORRELATION OF THE SUBJECT
      *    MARK WITH THE REST OF THE TOTAL, SIGN HELD APART) - SO
      *    THE NEXT TERM'S RUN HAS THE FIGURES TO COMPARE AGAINST.
      *    A RERUN FOR THE SAME TERM APPENDS AGAIN; THE LATEST ROW
      *    FOR A TERM IS THE ONE THAT COUNTS.
           05  SBS-SUBJECT-CODE           PIC X(04).
           05  SBS-TERM-ID                PIC X(05).
           05  SBS-RUN-DATE               PIC 9(08).
           05  SBS-STUDENTS               PIC 9(04).
           05  SBS-MEAN                   PIC 9(03)V99.
           05  SBS-MEDIAN                 PIC 9(03)V99.
           05  SBS-STD-DEV                PIC 9(03)V99.
           05  SBS-PASS-RATE              PIC 9(03)V99.
           05  SBS-DISC-SIGN              PIC X.
               88  SBS-DISC-NEGATIVE          VALUE "-".
           05  SBS-DISCRIMINATION         PIC 9V9(04).
