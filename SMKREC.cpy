      *    SMKREC.CPY
      *    ONE ROW OF THE SUBJMRK PER-SUBJECT MARKS FILE, APPENDED BY
      *    MARKS-ENTRY FOR EVERY MARK IT ACCEPTS - THE STUDENT, TERM
      *    AND SUBJECT, THE MARK OUT OF 100, AND WHO ENTERED IT ON
      *    WHICH DAY. A LATER ROW FOR THE SAME STUDENT, TERM AND
      *    SUBJECT REPLACES AN EARLIER ONE, SO A RE-KEYED MARK NEEDS
      *    NO DELETE.
           05  SMK-ROLL-NUMBER            PIC X(10).
           05  SMK-TERM-ID                PIC X(05).
           05  SMK-SUBJECT-CODE           PIC X(04).
           05  SMK-MARK                   PIC 9(03).
           05  SMK-ENTRY-DATE             PIC 9(08).
           05  SMK-OPERATOR-ID            PIC X(08).
