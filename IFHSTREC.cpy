      *    IFHSTREC.CPY
      *    ONE FINDING ON THE IFHIST INTERFACE HISTORY, APPENDED BY
      *    INTERFACE-MONITOR THE FIRST TIME IT MAKES IT FOR A FILE ON
      *    A BUSINESS DAY - ONTIME OR LATE ON ARRIVAL (OR DISPATCH),
      *    MISSING PAST THE DUE TIME, VOLUME OUT OF RANGE, ENVELOPE
      *    FAILED - WITH THE CLOCK TIME AND THE DETAIL RECORDS FOUND.
      *    THE MONTHLY OPS PACK COUNTS THEM PER INTERFACE.
           05  IFH-BUSINESS-DATE          PIC 9(08).
           05  IFH-FILE-NAME              PIC X(08).
           05  IFH-DIRECTION              PIC X.
           05  IFH-EVENT                  PIC X(08).
               88  IFH-ON-TIME                VALUE "ONTIME".
               88  IFH-LATE                   VALUE "LATE".
               88  IFH-MISSING                VALUE "MISSING".
               88  IFH-VOLUME                 VALUE "VOLUME".
               88  IFH-ENVELOPE               VALUE "ENVELOPE".
           05  IFH-CHECK-TIME             PIC 9(04).
           05  IFH-RECORD-COUNT           PIC 9(07).
