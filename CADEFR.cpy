      *    CADEFR.CPY
      *    ONE ROW OF THE CMPDEF CONTINUOUS-ASSESSMENT COMPONENT
      *    DEFINITIONS - ONE COMPONENT (AN ASSIGNMENT, THE MID-TERM,
      *    A PRACTICAL, THE FINAL EXAM) OF ONE SUBJECT IN ONE TERM,
      *    WITH THE MARK IT IS SCORED OUT OF AND ITS WEIGHT IN THE
      *    SUBJECT MARK. WEIGHTS ARE RELATIVE - THE SUBJECT MARK IS
      *    THE WEIGHTED SHARE OF EACH COMPONENT'S MAXIMUM, SCALED TO
      *    100 - SO THEY NEED NOT ADD TO 100. THE ABSENT RULE SAYS
      *    WHAT A MISSING OR ABSENT SCORE DOES: Z SCORES ZERO, R
      *    DROPS THE COMPONENT AND REWEIGHTS THE REST, W WITHHOLDS
      *    THE SUBJECT MARK; BLANK TAKES THE RUN'S ABSENT PARAMETER.
           05  CDF-SUBJECT-CODE           PIC X(04).
           05  CDF-TERM-ID                PIC X(05).
           05  CDF-COMPONENT-ID           PIC X(04).
           05  CDF-DESCRIPTION            PIC X(20).
           05  CDF-MAX-MARK               PIC 9(03).
           05  CDF-WEIGHT                 PIC 9(03).
           05  CDF-ABSENT-RULE            PIC X.
               88  CDF-ABSENT-ZERO            VALUE "Z".
               88  CDF-ABSENT-REWEIGHT        VALUE "R".
               88  CDF-ABSENT-WITHHOLD        VALUE "W".
               88  CDF-ABSENT-DEFAULT         VALUE " ".
