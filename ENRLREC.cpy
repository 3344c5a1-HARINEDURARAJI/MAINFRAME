      *    ENRLREC.CPY
      *    ONE ROW OF THE ENROLL STUDENT-SUBJECT ENROLLMENT FILE -
      *    ONE SUBJECT ONE STUDENT TAKES IN ONE TERM. A STUDENT HAS
      *    AS MANY ROWS AS SUBJECTS, CORE AND ELECTIVE ALIKE. THE
      *    SUBJECT CODE IS THE SUBJECT MASTER'S CODE. A STUDENT WITH
      *    NO ROWS FOR THE TERM IS GRADED FROM THE FIVE MARK SLOTS OF
      *    THE GRDIN RECORD, AS BEFORE ENROLLMENTS WERE KEPT.
           05  ENR-ROLL-NUMBER            PIC X(10).
           05  ENR-TERM-ID                PIC X(05).
           05  ENR-SUBJECT-CODE           PIC X(04).
