      *    FRZCALR.CPY
      *    ONE ROW OF THE FRZCAL CHANGE-FREEZE CALENDAR. A FREEZE
      *    RUNS FROM ITS START DATE TO ITS END DATE INCLUSIVE AND
      *    COVERS ONE MAINTENANCE PROGRAM (BLANK - EVERY ONE) AND
      *    ONE TRANSACTION TYPE (BLANK - EVERY TYPE); A FREEZE OVER
      *    SEVERAL PROGRAMS OR TYPES IS SEVERAL ROWS UNDER ONE ID.
      *    THE TYPE IS WHAT EACH PROGRAM PASSES: THE ACTION CODE
      *    (ADD/CHANGE/CLOSE) FOR ACCOUNT-MAINTENANCE, ADD/CHANGE/
      *    WDRAW FOR STUDENT-MAINTENANCE, THE PARAMETER NAME FOR
      *    PARM-MAINT, THE CURRENCY CODE FOR CURRENCY-RATE-MAINT AND
      *    THE SELECT TYPE (CUR/BAND/ACCT) FOR RATE-MASS-CHANGE.
           05  FZC-FREEZE-ID              PIC X(08).
           05  FZC-START-DATE             PIC 9(08).
           05  FZC-END-DATE               PIC 9(08).
           05  FZC-PROGRAM-ID             PIC X(20).
           05  FZC-TRAN-TYPE              PIC X(10).
      *    UP TO THREE OPERATORS WHO MAY OVERRIDE THE FREEZE; THE
      *    ENTRY *SUPV* LETS ANY SUPERVISOR-AUTHORITY OPERATOR
      *    OVERRIDE IT. ALL BLANK - NO OVERRIDE AT ALL.
           05  FZC-OVERRIDE-BY            PIC X(08) OCCURS 3 TIMES.
           05  FZC-REASON                 PIC X(30).
