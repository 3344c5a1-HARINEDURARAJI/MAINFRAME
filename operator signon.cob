       01  OPER-AUTH-RECORD.
           05  AUT-OPERATOR-ID    PIC X(8).
           05  AUT-AUTHORITY      PIC X.
      *    THE OPERATOR'S NAME AS THE PERSONNEL RECORD HOLDS IT, SO
      *    THE SEGREGATION-OF-DUTIES REPORT CAN SPOT AN OPERATOR
      *    POSTING TO THEIR OWN ACCOUNTS. ROWS FROM BEFORE THIS
      *    FIELD EXISTED READ AS SPACES.
           05  AUT-OPERATOR-NAME  PIC X(20).
      *    THE QUARTERLY RECERTIFICATION KEPT BY ACCESS-RECERT -
      *    THE SUPERVISOR WHO VOUCHES FOR THE ROW, AND WHEN AND BY
      *    WHOM IT WAS LAST CERTIFIED. SIGN-ON ITSELF IGNORES THEM.
           05  AUT-SUPERVISOR-ID  PIC X(8).
           05  AUT-CERTIFIED-DATE PIC X(8).
           05  AUT-CERTIFIED-BY   PIC X(8).

      *    ONE CREDENTIAL PER OPERATOR - THE FOLDED PASSWORD, WHEN
      *    IT WAS LAST CHANGED, THE STRIKE COUNT AND THE LOCK FLAG.
