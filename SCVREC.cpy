      *    SCVREC.CPY
      *    ONE RECORD OF THE SCVOUT SINGLE-CUSTOMER-VIEW RETURN FOR
      *    THE DEPOSIT-INSURANCE SCHEME, IN THE INSURER'S FIXED-WIDTH
      *    LAYOUT - A HEADER NAMING THE REPORTING DATE, CURRENCY AND
      *    COVERAGE CEILING, ONE DETAIL PER INSURED DEPOSITOR (EVERY
      *    ACCOUNT SHARE THE DEPOSITOR HOLDS ADDED TOGETHER, SPLIT
      *    INTO THE INSURED PART UP TO THE CEILING AND THE
      *    UNINSURED REMAINDER), AND A TRAILER CARRYING THE COUNT
      *    AND TOTALS THE INSURER BALANCES THE FILE AGAINST.
           05  SCV-RECORD-TYPE            PIC X(03).
               88  SCV-HEADER                 VALUE "HDR".
               88  SCV-DETAIL                 VALUE "DTL".
               88  SCV-TRAILER                VALUE "TRL".
           05  SCV-DETAIL-AREA.
               10  SCV-DEPOSITOR-ID           PIC X(10).
               10  SCV-DEPOSITOR-NAME         PIC X(20).
               10  SCV-DEPOSITOR-TYPE         PIC X.
               10  SCV-ACCOUNT-COUNT          PIC 9(5).
               10  SCV-CURRENCY-CODE          PIC X(03).
               10  SCV-TOTAL-BALANCE          PIC 9(11)V99.
               10  SCV-INSURED-AMOUNT         PIC 9(11)V99.
               10  SCV-UNINSURED-AMOUNT       PIC 9(11)V99.
           05  SCV-HEADER-AREA REDEFINES SCV-DETAIL-AREA.
               10  SCV-HDR-REPORT-DATE        PIC 9(8).
               10  SCV-HDR-CURRENCY-CODE      PIC X(03).
               10  SCV-HDR-COVERAGE-LIMIT     PIC 9(11)V99.
               10  FILLER                     PIC X(54).
           05  SCV-TRAILER-AREA REDEFINES SCV-DETAIL-AREA.
               10  SCV-TRL-DEPOSITOR-COUNT    PIC 9(7).
               10  SCV-TRL-TOTAL-BALANCE      PIC 9(13)V99.
               10  SCV-TRL-INSURED-AMOUNT     PIC 9(13)V99.
               10  SCV-TRL-UNINSURED-AMOUNT   PIC 9(13)V99.
               10  FILLER                     PIC X(26).
