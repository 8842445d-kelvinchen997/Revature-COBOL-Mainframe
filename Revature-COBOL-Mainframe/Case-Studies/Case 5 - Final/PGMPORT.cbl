      *                    GENUINE SQL ERROR FROM THE NORMAL NO-
      *                    PAYMENT-ROWS CASE AND LOGS THE FORMER
      *                    INSTEAD OF DEFAULTING BOTH TO ZERO
      *    2026-10-15 KC - REGISTER THE RUN WITH RETRY_COUNT ZERO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                   PERFORM 2300-WRITE-AGENT-TOTAL
               END-IF
               MOVE HV-POL-AGENT-ID TO WS-PREV-AGENT
               MOVE ZEROES          TO WS-AGENT-INFORCE,
                                        WS-AGENT-OVERDUE,
                                        WS-AGENT-COLLECT
           END-IF
           IF (HV-POL-POLICY-STATUS = 'ACTIVE')
               ,CHAR(CURRENT TIME)
               ,NULL
               ,0
               ,0
               )
           END-EXEC
      * A RESTART AFTER A FAILED ATTEMPT RE-OPENS THE SAME DATE'S ROW
