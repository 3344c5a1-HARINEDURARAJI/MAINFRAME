      *    GDNREC.CPY
      *    THE KEYED GUARDIAN MASTER (GDNMSTR) - WHO TO CONTACT FOR A
      *    STUDENT, KEYED ON THE STUDENT'S STUMSTR ROLL NUMBER. THE
      *    PHONE AND E-MAIL ARE WHAT THE SCHOOL'S MESSAGING GATEWAY
      *    SENDS TO (SMS WHEN A PHONE IS ON FILE, E-MAIL OTHERWISE),
      *    AND THE PREFERRED LANGUAGE TELLS THE GATEWAY WHICH VERSION
      *    OF A MESSAGE TO SEND. GUARDIAN-MAINTENANCE IS THE ONLY
      *    PROGRAM THAT WRITES IT, STAMPING WHO CHANGED IT AND WHEN.
           05  GDN-ROLL-NUMBER            PIC X(10).
           05  GDN-GUARDIAN-NAME          PIC X(30).
           05  GDN-RELATIONSHIP           PIC X(10).
           05  GDN-PHONE                  PIC X(15).
           05  GDN-EMAIL                  PIC X(40).
           05  GDN-ADDRESS.
               10  GDN-ADDRESS-LINE-1     PIC X(30).
               10  GDN-ADDRESS-LINE-2     PIC X(30).
               10  GDN-CITY               PIC X(20).
               10  GDN-POSTCODE           PIC X(10).
           05  GDN-LANGUAGE               PIC X(03).
           05  GDN-LAST-CHANGED           PIC 9(08).
           05  GDN-CHANGED-BY             PIC X(08).
