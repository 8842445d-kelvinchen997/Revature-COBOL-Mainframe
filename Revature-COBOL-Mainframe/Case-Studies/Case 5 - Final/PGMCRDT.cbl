      *       RESULTING TB_POLICY_VALUES ROW.
      *   MOD LOG:
      *    2026-09-02 KC - INITIAL VERSION
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
