      *       BANK RETURN FILE AS: INRET ('RETURN' ONLY)
      *   OUTPUT: EFT/ACH CREDIT EXTRACT AS: OUTEFT,
      *       RETURN EXCEPTIONS REPORT AS: OUTRETX ('RETURN' ONLY),
      *       TB_COMMISSION_LEDGER, TB_COMM_EFT_RETURNS ('RETURN' ONLY)
      *   DESCRIPTION: PGMCOMM'S SETTLE MODE STAMPS LEDGER ROWS PAID
      *       BUT NO MONEY EVER MOVED - AGENTS COULD NEVER RECONCILE
      *       THEIR COMMSTMT AGAINST THEIR BANK ACCOUNT. WITH NO PARM
      *       REPORT SO THE FAILED CREDIT RIDES THE NEXT SETTLEMENT.
      *   MOD LOG:
      *    2026-09-02 KC - INITIAL VERSION
      *    2026-10-15 KC - EACH BANK RETURN KEPT ON TB_COMM_EFT_RETURNS
      *                    WITH ITS REASON AND AMOUNT FOR THE AGENT
      *                    COMMISSION INQUIRY
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           EXEC SQL
               INCLUDE TBCOMLGR
           END-EXEC.
           EXEC SQL
               INCLUDE TBCOMRTN
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
       3100-FLIP-ONE-RETURN.
           MOVE I-RET-AGENT-ID    TO HV-CML-AGENT-ID
           MOVE I-RET-SETTLE-DATE TO HV-CML-SETTLE-DATE
      * WHAT CAME BACK, TAKEN BEFORE THE ROWS LOSE THEIR SETTLE_DATE
           EXEC SQL
               SELECT COALESCE(SUM(COMM_AMOUNT), 0)
               INTO :HV-CRT-RETURN-AMOUNT
               FROM TB_COMMISSION_LEDGER
               WHERE AGENT_ID = :HV-CML-AGENT-ID
                 AND LEDGER_STATUS = 'PAID'
                 AND SETTLE_DATE = :HV-CML-SETTLE-DATE
           END-EXEC
           MOVE '3100-FLIP-ONE-RETURN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               UPDATE TB_COMMISSION_LEDGER
               SET LEDGER_STATUS = 'PAYABLE'
           MOVE I-RET-SETTLE-DATE TO O-RETX-SETTLE-DATE
           MOVE I-RET-REASON      TO O-RETX-REASON
           MOVE WS-FLIPPED-COUNT  TO O-RETX-ROWS-FLIPPED
           WRITE O-RETX-REC
           PERFORM 3200-RECORD-RETURN.
       3100-FLIP-ONE-RETURN-END. EXIT.

      ******************************************************************
      * 3200-RECORD-RETURN: KEEPS THE RETURN ON TB_COMM_EFT_RETURNS -  *
      * AN UNKNOWN ONE TOO, WITH NO ROWS FLIPPED AND NOTHING RETURNED, *
      * SO THE AGENT CAN STILL BE TOLD THE BANK REJECTED SOMETHING.    *
      ******************************************************************
       3200-RECORD-RETURN.
           MOVE I-RET-AGENT-ID    TO HV-CRT-AGENT-ID
           MOVE I-RET-SETTLE-DATE TO HV-CRT-SETTLE-DATE
           MOVE I-RET-REASON      TO HV-CRT-REASON-CODE
           MOVE WS-FLIPPED-COUNT  TO HV-CRT-ROWS-FLIPPED
           EXEC SQL
               INSERT INTO TB_COMM_EFT_RETURNS VALUES (
                :HV-CRT-AGENT-ID
               ,:HV-CRT-SETTLE-DATE
               ,:HV-CRT-REASON-CODE
               ,CURRENT DATE
               ,:HV-CRT-ROWS-FLIPPED
               ,:HV-CRT-RETURN-AMOUNT
               )
           END-EXEC
           MOVE '3200-RECORD-RETURN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER.
       3200-RECORD-RETURN-END. EXIT.

       9000-TERM.
           DISPLAY 'PGMCEFT - COMMISSION EFT RUN COMPLETE'
           STOP RUN.
