      *    2026-08-09 KC - SUM TB_POLICY_DETAILS_HIST INTO THE LIFETIME
      *                    PREMIUM TOTAL ALONGSIDE THE LIVE TABLE, AND
      *                    CHECK SQLCODE ON EACH PER-ROW LOOKUP
      *    2026-10-15 KC - REGISTER THE RUN WITH RETRY_COUNT ZERO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ,CHAR(CURRENT TIME)
               ,NULL
               ,0
               ,0
               )
           END-EXEC
      * A RESTART AFTER A FAILED ATTEMPT RE-OPENS THE SAME DATE'S ROW
