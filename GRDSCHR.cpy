      *    GRDSCHR.CPY
      *    ONE ROW OF THE GRDSCHM GRADING-SCHEME FILE - ONE GRADE
      *    BAND OF ONE SCHEME. A SCHEME IS SEVERAL ROWS UNDER ONE ID,
      *    ONE PER LETTER, AND APPLIES TO THE CLASSES FROM ITS FROM
      *    CLASS TO ITS TO CLASS (THE LEADING TWO DIGITS OF THE
      *    CLASS-SECTION) FOR ONE TERM (BLANK - EVERY TERM). AN
      *    AVERAGE EARNS THE BAND WITH THE HIGHEST MINIMUM MARK IT
      *    REACHES. THE BUILT-IN SCHEME STD (90/80/70/60/50, A TO F,
      *    F FAILING) GRADES ANY CLASS AND TERM NO ROW COVERS.
           05  GSC-SCHEME-ID              PIC X(06).
           05  GSC-CLASS-FROM             PIC 9(02).
           05  GSC-CLASS-TO               PIC 9(02).
           05  GSC-TERM-ID                PIC X(05).
           05  GSC-MIN-MARK               PIC 9(03).
           05  GSC-GRADE-LETTER           PIC X.
           05  GSC-GRADE-POINTS           PIC 9(02).
           05  GSC-PASS-FLAG              PIC X.
               88  GSC-BAND-PASSES            VALUE "P".
               88  GSC-BAND-FAILS             VALUE "F".
           05  GSC-DESCRIPTION            PIC X(20).
