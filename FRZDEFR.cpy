      *    FRZDEFR.CPY
      *    ONE ROW OF THE FRZDEFER CHANGE-FREEZE JOURNAL. P - A
      *    TRANSACTION A FREEZE PARKED INSTEAD OF APPLYING, WITH THE
      *    RAW IMAGE AND THE TRANSACTION FILE IT CAME FROM; O - ONE
      *    AN AUTHORIZED OPERATOR APPLIED THROUGH THE FREEZE; R -
      *    THE REPLAY OF A PARKED ROW (SAME ENTRY KEY) BACK ONTO ITS
      *    TRANSACTION FILE AFTER THE FREEZE LIFTED. THE FILE IS
      *    APPEND-ONLY: A PARKED ROW IS OUTSTANDING UNTIL ITS R ROW
      *    EXISTS.
           05  FZD-ENTRY-STATE            PIC X.
               88  FZD-PARKED                 VALUE "P".
               88  FZD-OVERRIDDEN             VALUE "O".
               88  FZD-REPLAYED               VALUE "R".
           05  FZD-ENTRY-KEY.
               10  FZD-ENTRY-DATE         PIC 9(08).
               10  FZD-ENTRY-TIME         PIC 9(08).
               10  FZD-ENTRY-SEQ          PIC 9(05).
           05  FZD-FREEZE-ID              PIC X(08).
           05  FZD-PROGRAM-ID             PIC X(20).
           05  FZD-TRAN-TYPE              PIC X(10).
           05  FZD-TRAN-FILE              PIC X(08).
           05  FZD-KEY-VALUE              PIC X(20).
      *    WHO PARKED, OVERRODE OR REPLAYED IT, AND THE RUN DATE THE
      *    ROW WAS WRITTEN ON.
           05  FZD-OPERATOR-ID            PIC X(08).
           05  FZD-ACTION-DATE            PIC 9(08).
           05  FZD-TRAN-IMAGE             PIC X(400).
