      *    NTFXREC.CPY
      *    THE NTFXTRT PARENT-NOTIFICATION EXTRACT FOR THE SCHOOL'S
      *    MESSAGING GATEWAY - FIXED WIDTH, A HDR, ONE DTL PER
      *    MESSAGE, AND A TRL CARRYING THE DTL COUNT, THE SAME
      *    ENVELOPE THE GRADES INTERFACE USES. THE MESSAGE ID IS THE
      *    RUN DATE AND A SEQUENCE NUMBER; THE GATEWAY RETURNS IT ON
      *    NTFACK WITH ITS DELIVERY DISPOSITION. THE EVENT TYPE
      *    (DETN DETENTION, ATTN ATTENDANCE SHORTFALL, SUPP
      *    SUPPLEMENTARY EXAM, FEES FEE DEFAULT) SELECTS THE
      *    GATEWAY'S TEMPLATE IN THE GUARDIAN'S LANGUAGE; THE TEXT
      *    IS THE ENGLISH VERSION WITH THE PARTICULARS FILLED IN.
           05  NTX-RECORD-TYPE            PIC X(03).
               88  NTX-IS-HEADER              VALUE "HDR".
               88  NTX-IS-DETAIL              VALUE "DTL".
               88  NTX-IS-TRAILER             VALUE "TRL".
           05  NTX-DETAIL.
               10  NTX-MESSAGE-ID         PIC X(12).
               10  NTX-ROLL-NUMBER        PIC X(10).
               10  NTX-STUDENT-NAME       PIC X(20).
               10  NTX-SECTION-CODE       PIC X(03).
               10  NTX-GUARDIAN-NAME      PIC X(30).
               10  NTX-CHANNEL            PIC X.
                   88  NTX-BY-SMS             VALUE "S".
                   88  NTX-BY-EMAIL           VALUE "E".
               10  NTX-PHONE              PIC X(15).
               10  NTX-EMAIL              PIC X(40).
               10  NTX-LANGUAGE           PIC X(03).
               10  NTX-EVENT-TYPE         PIC X(04).
               10  NTX-EVENT-REF          PIC X(12).
               10  NTX-EVENT-DATE         PIC 9(08).
               10  NTX-MESSAGE-TEXT       PIC X(60).
           05  NTX-HEADER REDEFINES NTX-DETAIL.
               10  NTX-HDR-RUN-DATE       PIC 9(08).
               10  NTX-HDR-SOURCE         PIC X(20).
               10  FILLER                 PIC X(190).
           05  NTX-TRAILER REDEFINES NTX-DETAIL.
               10  NTX-TRL-RUN-DATE       PIC 9(08).
               10  NTX-TRL-COUNT          PIC 9(05).
               10  FILLER                 PIC X(205).
