      *    NTFHREC.CPY
      *    ONE ROW OF THE NTFHIST LOG OF EVERY PARENT NOTIFICATION
      *    PARENT-NOTIFY HAS PUT ON THE EXTRACT - THE EVENT (STUDENT,
      *    TYPE AND REFERENCE) AND THE MESSAGE THAT CARRIED IT - SO
      *    AN EVENT STILL ON FILE THE NEXT NIGHT IS NOT SENT TWICE.
      *    AN EVENT WITH NO GUARDIAN CONTACT IS NOT LOGGED, AND GOES
      *    OUT ON THE FIRST NIGHT AFTER ONE IS ADDED.
           05  NTH-ROLL-NUMBER            PIC X(10).
           05  NTH-EVENT-TYPE             PIC X(04).
           05  NTH-EVENT-REF              PIC X(12).
           05  NTH-MESSAGE-ID             PIC X(12).
           05  NTH-SENT-DATE              PIC 9(08).
