               MOVE 12 TO RETURN-CODE
           END-IF.

           GOBACK.

       RUN-DATE-CONTROL.
           ACCEPT BATCH-START-TIME FROM TIME
