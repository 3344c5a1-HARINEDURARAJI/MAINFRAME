      *    PRMHISR.CPY
      *    ONE ROW OF THE PROMHIST DECISION HISTORY PROMOTION-RUN
      *    APPENDS FOR EVERY STUDENT IT JUDGES - PROMOTED (WITH THE
      *    SECTION STEPPED TO), DETAINED, OR SENT FOR REVIEW - SO THE
      *    LAST DECISION ON A STUDENT OUTLIVES THE SIGNED REGISTER.
      *    THE LEAVING CERTIFICATE QUOTES THE LATEST ROW.
           05  PRH-ROLL-NUMBER            PIC X(10).
           05  PRH-FROM-SECTION           PIC X(03).
           05  PRH-TO-SECTION             PIC X(03).
           05  PRH-RUN-DATE               PIC 9(08).
           05  PRH-DECISION               PIC X.
               88  PRH-PROMOTED               VALUE "P".
               88  PRH-DETAINED               VALUE "D".
               88  PRH-FOR-REVIEW             VALUE "R".
           05  PRH-FAIL-COUNT             PIC 9.
