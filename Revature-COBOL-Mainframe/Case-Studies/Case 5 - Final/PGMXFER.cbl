      *       PER POLICY MOVED SO THE HAND-OVER IS TRACEABLE.
      *   MOD LOG:
      *    2026-08-22 KC - INITIAL VERSION
      *    2026-10-15 KC - STAMP THE HOLDER ROW'S LAST_UPD_TS
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               UPDATE TB_POLICY_HOLDER_DETAILS
               SET AGENT_ID    = :WS-NEW-AGENT
                  ,LAST_UPD_TS = CURRENT TIMESTAMP
               WHERE POL_ID = :HV-POL-POL-ID
           END-EXEC
           IF SQLCODE NOT = 100
