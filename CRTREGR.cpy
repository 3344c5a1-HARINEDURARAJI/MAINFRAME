      *    CRTREGR.CPY
      *    ONE ROW OF THE CERTREG CERTIFICATE REGISTER - EVERY
      *    LEAVING OR TRANSFER CERTIFICATE LEAVING-CERTIFICATE HAS
      *    PRINTED, UNDER ITS SERIAL. A DUPLICATE REISSUED FOR A LOST
      *    CERTIFICATE TAKES A SERIAL OF ITS OWN, IS MARKED AS A
      *    DUPLICATE AND CARRIES THE SERIAL OF THE ORIGINAL IT
      *    REPLACES. THE REASON, THE SCHOOL TRANSFERRED TO AND THE
      *    CONDUCT REMARK ARE KEPT SO THE DUPLICATE SAYS WHAT THE
      *    ORIGINAL SAID.
           05  CRG-SERIAL-NUMBER          PIC 9(07).
           05  CRG-ROLL-NUMBER            PIC X(10).
           05  CRG-STUDENT-NAME           PIC X(20).
           05  CRG-SECTION-CODE           PIC X(03).
           05  CRG-CERT-TYPE              PIC X(04).
               88  CRG-LEAVING                VALUE "LEAV".
               88  CRG-TRANSFER               VALUE "TRAN".
           05  CRG-ISSUE-DATE             PIC 9(08).
           05  CRG-LEAVING-DATE           PIC 9(08).
           05  CRG-COPY-FLAG              PIC X.
               88  CRG-IS-ORIGINAL            VALUE "O".
               88  CRG-IS-DUPLICATE           VALUE "D".
           05  CRG-ORIGINAL-SERIAL        PIC 9(07).
           05  CRG-REASON                 PIC X(30).
           05  CRG-DESTINATION            PIC X(30).
           05  CRG-CONDUCT                PIC X(10).
           05  CRG-OPERATOR-ID            PIC X(08).
