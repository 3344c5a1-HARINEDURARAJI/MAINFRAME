       01  EXC-FIX-RECORD.
           05  FIX-PROGRAM-ID     PIC X(15).
           05  FIX-KEY-VALUE      PIC X(15).
           05  FIX-RECORD-IMAGE   PIC X(64).

       FD  EXC-LOG-FILE.
       01  EXC-LOG-RECORD.
       01  LG3-IN-RECORD          PIC X(60).

       FD  ACCT-TRAN-FILE.
       01  ACCT-TRAN-RECORD       PIC X(64).

       FD  RCY-OUT-FILE.
       01  RCY-OUT-RECORD         PIC X(80).
