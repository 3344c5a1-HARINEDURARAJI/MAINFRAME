      *    SUPSCHR.CPY
      *    ONE ROW OF THE SUPSCHD SUPPLEMENTARY-EXAM SCHEDULE THE
      *    EXAM OFFICE KEEPS - THE STUDENT, THE SUBJECT SLOT BEING
      *    RE-SAT (1-5, AS ON GRDIN AND SUPIN), AND WHEN: THE DATE
      *    AND THE SESSION (AM OR PM). PARENT-NOTIFY TELLS THE
      *    GUARDIAN ONCE, AS SOON AS THE ROW APPEARS.
           05  SSC-ROLL-NUMBER            PIC X(10).
           05  SSC-SUBJECT-SLOT           PIC 9.
           05  SSC-EXAM-DATE              PIC 9(08).
           05  SSC-SESSION                PIC X(02).
