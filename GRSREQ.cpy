      *    GRSREQ.CPY
      *    PARAMETER AREA FOR THE SHARED GRADE-SCHEME SUBPROGRAM.
      *    RESOLVE ANSWERS THE SCHEME THAT GRADES A CLASS-SECTION IN
      *    A TERM, AND THAT SCHEME'S PASS MARK (THE LOWEST MINIMUM OF
      *    ITS PASSING BANDS). GRADE RESOLVES THE SAME WAY AND THEN
      *    GRADES THE AVERAGE PASSED - LETTER, GRADE POINTS AND
      *    WHETHER THE LETTER PASSES. POINTS TAKES A SCHEME ID (AS
      *    RECORDED ON A GRDHIST LINE; BLANK MEANS STD, THE SCHEME
      *    EVERY LINE WRITTEN BEFORE SCHEMES EXISTED WAS GRADED ON)
      *    AND A LETTER, AND ANSWERS THAT LETTER'S POINTS AND PASS
      *    FLAG UNDER THAT SCHEME, SO AN OLD GRADE REPRINTS AS IT WAS
      *    AWARDED. A BLANK TERM IS THE CURRENT TERM (PARAMETER
      *    TERMID), RETURNED IN GRSQ-TERM-ID. A SITE WITH NO GRDSCHM
      *    FILE GRADES EVERYONE ON STD.
           05  GRSQ-REQUEST               PIC X(8).
               88  GRSQ-REQ-RESOLVE           VALUE "RESOLVE".
               88  GRSQ-REQ-GRADE             VALUE "GRADE".
               88  GRSQ-REQ-POINTS            VALUE "POINTS".
           05  GRSQ-SECTION-CODE          PIC X(3).
           05  GRSQ-TERM-ID               PIC X(5).
           05  GRSQ-SCHEME-ID             PIC X(6).
           05  GRSQ-AVERAGE               PIC 9(3)V99.
           05  GRSQ-GRADE-LETTER          PIC X.
           05  GRSQ-GRADE-POINTS          PIC 9(2).
           05  GRSQ-PASS-FLAG             PIC X.
               88  GRSQ-GRADE-PASSES          VALUE "P".
               88  GRSQ-GRADE-FAILS           VALUE "F".
           05  GRSQ-PASS-MARK             PIC 9(3).
           05  GRSQ-STATUS                PIC X.
               88  GRSQ-SVC-OK                VALUE "0".
               88  GRSQ-NO-SCHEME-FILE        VALUE "E".
               88  GRSQ-UNKNOWN-SCHEME        VALUE "U".
