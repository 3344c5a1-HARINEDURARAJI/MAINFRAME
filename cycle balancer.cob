               PERFORM MARK-CALENDAR-COMPLETE
           END-IF

           GOBACK.

       RUN-CYCLE-BALANCER.
           PERFORM GET-BUSINESS-DATE
