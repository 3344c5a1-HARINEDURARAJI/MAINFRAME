      *    BKPCATR.CPY
      *    ONE ROW OF THE BKPCAT BACKUP CATALOG. BACKUP-SET WRITES A
      *    MEMBER ROW FOR EVERY MASTER AND PARAMETER FILE IT COPIES
      *    UNDER A BACKUP ID - THE FLAT COPY'S NAME, ITS RECORD
      *    COUNT AND HASH TOTAL - AND, ONLY ONCE EVERY MEMBER IS
      *    SAFELY COPIED, ONE SET ROW (MEMBER NAME *SET*) CLOSING THE
      *    BACKUP. A BACKUP ID WITHOUT ITS SET ROW IS INCOMPLETE AND
      *    RESTORE-SET WILL NOT TAKE IT WITHOUT AN OVERRIDE.
           05  BKC-BACKUP-ID              PIC X(12).
           05  BKC-BUSINESS-DATE          PIC 9(08).
           05  BKC-MEMBER-NAME            PIC X(08).
               88  BKC-SET-ROW                VALUE "*SET*".
      *    K FOR A KEYED (INDEXED) MASTER, UNLOADED IN KEY ORDER AND
      *    RELOADED THE SAME WAY; S FOR A LINE FILE.
           05  BKC-MEMBER-ORG             PIC X.
               88  BKC-MEMBER-KEYED           VALUE "K".
      *    C FOR A MEMBER COPIED; A FOR ONE THAT DID NOT EXIST AT THE
      *    QUIESCE POINT (RESTORED AS ABSENT - NOTHING IS WRITTEN).
           05  BKC-MEMBER-STATE           PIC X.
               88  BKC-MEMBER-COPIED          VALUE "C".
               88  BKC-MEMBER-ABSENT          VALUE "A".
           05  BKC-COPY-NAME              PIC X(24).
      *    FOR A SET ROW, THE MEMBER COUNT AND THE MEMBERS' HASH
      *    TOTALS SUMMED, HELD TO NINE DIGITS.
           05  BKC-RECORD-COUNT           PIC 9(07).
           05  BKC-HASH-TOTAL             PIC 9(09).
           05  BKC-TAKEN-DATE             PIC 9(08).
           05  BKC-TAKEN-TIME             PIC 9(08).
           05  BKC-OPERATOR-ID            PIC X(08).
