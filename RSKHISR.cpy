      *    RSKHISR.CPY
      *    ONE ROW OF THE RSKHIST EARLY-WARNING HISTORY AT-RISK-WATCH
      *    APPENDS FOR EVERY ACTIVE STUDENT EVERY TIME IT RUNS - THE
      *    SCORE AND THE INDICATORS BEHIND IT - SO A COUNSELOR CAN
      *    SEE A STUDENT'S SCORE FALL (OR NOT) AFTER AN INTERVENTION.
      *    THE AVERAGE DROP IS THE FALL FROM THE PREVIOUS TERM'S
      *    AVERAGE ON GRDHIST TO THE LATEST; THE ATTENDANCE FLAG IS W
      *    BELOW THE WARNING LEVEL AND E BELOW ELIGIBILITY AS WELL.
           05  RSK-ROLL-NUMBER            PIC X(10).
           05  RSK-SECTION-CODE           PIC X(03).
           05  RSK-TERM-ID                PIC X(05).
           05  RSK-RUN-DATE               PIC 9(08).
           05  RSK-SCORE                  PIC 9(04).
           05  RSK-AVERAGE-DROP           PIC 9(03)V99.
           05  RSK-ATTENDANCE             PIC 9(03).
           05  RSK-ATT-FLAG               PIC X.
               88  RSK-ATT-WARNING            VALUE "W".
               88  RSK-ATT-INELIGIBLE         VALUE "E".
           05  RSK-DETENTIONS             PIC 9.
           05  RSK-SUPP-ATTEMPTS          PIC 9.
           05  RSK-REPEAT-FAILS           PIC 9.
           05  RSK-OPEN-APPEALS           PIC 9.
           05  RSK-ON-WATCH               PIC X.
               88  RSK-WAS-ON-WATCH           VALUE "Y".
