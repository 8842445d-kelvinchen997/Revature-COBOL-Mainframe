      *                    ONLINE USER TOUCHED MID-SWEEP IS LEFT ALONE
      *    2026-09-02 KC - CARRY PAY_FREQ TO HIST IN STEP WITH THE
      *                    LIVE TABLE
      *    2026-10-15 KC - REGISTER THE RUN WITH RETRY_COUNT ZERO
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
               ,CHAR(CURRENT TIME)
               ,NULL
               ,0
               ,0
               )
           END-EXEC
      * A RESTART AFTER A FAILED ATTEMPT RE-OPENS THE SAME DATE'S ROW
