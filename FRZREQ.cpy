      *    FRZREQ.CPY
      *    PARAMETER AREA FOR THE SHARED CHANGE-FREEZE SUBPROGRAM.
      *    A MAINTENANCE PROGRAM CALLS CHECK FOR EVERY VALID
      *    TRANSACTION BEFORE IT APPLIES IT, PASSING ITS OWN NAME,
      *    THE TRANSACTION TYPE, THE RUN DATE, THE OPERATOR, THE
      *    TRANSACTION FILE IT READ AND THE RAW RECORD IMAGE. OPEN
      *    MEANS NO FREEZE ON THE FREEZE CALENDAR COVERS IT - APPLY
      *    AS ALWAYS. DEFERRED MEANS A FREEZE COVERS IT: THE IMAGE IS
      *    ALREADY PARKED ON THE FRZDEFER FILE FOR REPLAY ONCE THE
      *    FREEZE LIFTS, AND THE PROGRAM MUST NOT APPLY IT.
      *    OVERRIDDEN MEANS A FREEZE COVERS IT BUT THIS OPERATOR IS
      *    NAMED ON THE FREEZE AS ONE WHO MAY OVERRIDE IT - APPLY IT;
      *    THE OVERRIDE IS ALREADY LOGGED ON FRZDEFER. REFUSED MEANS
      *    A FROZEN TRANSACTION COULD NOT BE PARKED AND MUST BE
      *    REJECTED RATHER THAN LOST.
      *    INQUIRE ANSWERS ONLY WHETHER A FREEZE COVERS THE PROGRAM,
      *    TYPE AND DATE (NO OVERRIDE, NOTHING LOGGED) - THE REPLAY
      *    RUN ASKS IT BEFORE RELEASING A PARKED TRANSACTION. A SITE
      *    WITH NO FRZCAL FILE IS NEVER FROZEN.
           05  FRZQ-REQUEST               PIC X(8).
               88  FRZQ-REQ-CHECK             VALUE "CHECK".
               88  FRZQ-REQ-INQUIRE           VALUE "INQUIRE".
           05  FRZQ-PROGRAM-ID            PIC X(20).
           05  FRZQ-TRAN-TYPE             PIC X(10).
           05  FRZQ-CHECK-DATE            PIC 9(8).
           05  FRZQ-OPERATOR-ID           PIC X(8).
           05  FRZQ-OPERATOR-AUTH         PIC X.
           05  FRZQ-TRAN-FILE             PIC X(8).
           05  FRZQ-KEY-VALUE             PIC X(20).
           05  FRZQ-TRAN-IMAGE            PIC X(400).
           05  FRZQ-VERDICT               PIC X.
               88  FRZ-TRAN-OPEN              VALUE "O".
               88  FRZ-TRAN-DEFERRED          VALUE "D".
               88  FRZ-TRAN-OVERRIDDEN        VALUE "V".
               88  FRZ-TRAN-REFUSED           VALUE "R".
      *    THE FREEZE THAT DEFERRED (OR WAS OVERRIDDEN FOR) THE
      *    TRANSACTION.
           05  FRZQ-FREEZE-ID             PIC X(8).
           05  FRZQ-STATUS                PIC X.
               88  FRZQ-SVC-OK                VALUE "0".
               88  FRZQ-NO-CALENDAR           VALUE "E".
