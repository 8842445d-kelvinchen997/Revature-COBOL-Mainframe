      *                    SEVERAL STATEMENT INSTANCES CAN RUN
      *                    DISJOINT SLICES IN PARALLEL - PGMMRG
      *                    PROVES THE SLICES ADD UP BEFORE RELEASE
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
