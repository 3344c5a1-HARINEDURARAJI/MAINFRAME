      *    IFREGREC.CPY
      *    ONE ROW OF THE IFREG INTERFACE REGISTER - A FILE THE NIGHT
      *    RECEIVES FROM OUTSIDE OR MUST SEND ON TIME, WHEN IT IS DUE
      *    EACH BUSINESS DAY, HOW MANY DETAIL RECORDS IT NORMALLY
      *    CARRIES, AND WHETHER IT TRAVELS UNDER A HDR/TRL ENVELOPE.
      *    INTERFACE-MONITOR WATCHES EVERY ROW.
           05  IFR-FILE-NAME              PIC X(08).
           05  IFR-DIRECTION              PIC X.
               88  IFR-INBOUND                VALUE "I".
               88  IFR-OUTBOUND               VALUE "O".
           05  IFR-PARTNER                PIC X(15).
      *    DUE BY HHMM ON THE BUSINESS DAY - OR ON THE MORNING AFTER
      *    IT WHEN THE DAY OFFSET IS 1 - PLUS THE GRACE IN MINUTES
      *    BEFORE IT COUNTS AS LATE OR MISSING.
           05  IFR-DUE-TIME               PIC 9(04).
           05  IFR-DAY-OFFSET             PIC 9.
           05  IFR-GRACE-MINUTES          PIC 9(03).
      *    THE DETAIL-RECORD RANGE EXPECTED; A MAXIMUM OF ZERO SETS
      *    NO UPPER LIMIT.
           05  IFR-MIN-RECORDS            PIC 9(07).
           05  IFR-MAX-RECORDS            PIC 9(07).
      *    Y WHEN THE FILE CARRIES A HDR FIRST AND A TRL LAST, WITH
      *    THE POSITION AND LENGTH OF THE TRAILER'S DETAIL COUNT -
      *    ZERO MEANS THE STANDARD ENVREC.CPY FIELD.
           05  IFR-ENVELOPE-FLAG          PIC X.
               88  IFR-ENVELOPED              VALUE "Y".
           05  IFR-TRL-COUNT-POS          PIC 9(03).
           05  IFR-TRL-COUNT-LEN          PIC 9(02).
