      *    2026-08-08 KC - INITIAL VERSION
      *    2026-08-22 KC - ADDED A USD-EQUIVALENT COLUMN PRICED OFF
      *                    THE DAILY TB_CURRENCY_RATES TABLE
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
