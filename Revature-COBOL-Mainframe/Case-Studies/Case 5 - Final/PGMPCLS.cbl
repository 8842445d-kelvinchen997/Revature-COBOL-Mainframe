       PROGRAM-ID. PGMPCLS.
      *   PROGRAM NAME: ACCOUNTING PERIOD CLOSE
      *   INPUT: JCL PARM 'YYYY-MM' (THE PERIOD TO CLOSE),
      *       TB_ACCT_PERIODS, TB_PREMIUM_PAYMENTS, TB_KPI_SNAPSHOT,
      *       TB_GL_BALANCES
      *   OUTPUT: TB_ACCT_PERIODS (PERIOD_STATUS TO CLOSED),
      *       TB_GL_BALANCES (NEXT PERIOD'S OPENING BALANCES)
      *   DESCRIPTION: CLOSES ONE ACCOUNTING PERIOD. BEFORE THE
      *       STATUS MOVES, THE PERIOD'S PROOF IS RE-RUN AT MONTH
      *       GRAIN - THE PREMIUM PAYMENTS POSTED IN THE PERIOD MUST
      *       BREAK LEAVES THE PERIOD OPEN AND ENDS RC=8; A PERIOD
      *       STILL RUNNING (END DATE NOT YET PASSED) OR ALREADY
      *       CLOSED IS REFUSED. ONCE CLOSED, EVERY POSTING PATH'S
      *       HPD-CHECK-PERIOD / H019 GATE LOCKS IT, AND EVERY GL
      *       ACCOUNT'S CLOSING BALANCE ON TB_GL_BALANCES BECOMES ITS
      *       OPENING BALANCE FOR THE NEXT PERIOD.
      *   MOD LOG:
      *    2026-09-02 KC - INITIAL VERSION
      *    2026-10-15 KC - ROLL GL BALANCES FORWARD INTO THE NEXT
      *                    PERIOD ON CLOSE (TB_GL_BALANCES)
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-PERIOD-DATES.
               10 WS-PERIOD-START   PIC X(10).
               10 WS-NEXT-START     PIC X(10).
           05 WS-ROLLED-COUNT       PIC S9(09) USAGE COMP.
           05 WS-DUMMY-ONE          PIC S9(04) USAGE COMP.
           05 WS-PROOF-TOTALS.
               10 WS-PAY-TABLE-AMT  PIC S9(13)V USAGE COMP-3.
           EXEC SQL
               INCLUDE TBKPI
           END-EXEC.
           EXEC SQL
               INCLUDE TBGLBAL
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
           END-EXEC
           MOVE '4000-CLOSE-PERIOD' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM 4100-ROLL-GL-BALANCES
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'PERIOD STARTING ' WS-PERIOD-START ' IS CLOSED'.
       4000-CLOSE-PERIOD-END. EXIT.

      ******************************************************************
      * 4100-ROLL-GL-BALANCES: EACH ACCOUNT'S CLOSING BALANCE (OPENING *
      * + DEBITS - CREDITS) BECOMES ITS OPENING BALANCE IN THE PERIOD  *
      * THAT STARTS THE DAY AFTER THIS ONE ENDS. PGMGLPST MAY ALREADY  *
      * HAVE POSTED THERE (IT OPENS A ROW AT ZERO), SO AN EXISTING ROW *
      * HAS ITS OPENING REPLACED AND A MISSING ONE IS CREATED. SAME    *
      * UNIT OF WORK AS THE CLOSE - BOTH STAND OR NEITHER DOES.        *
      ******************************************************************
       4100-ROLL-GL-BALANCES.
           EXEC SQL
               SELECT CHAR(DATE(:HV-APD-PERIOD-END) + 1 DAY, ISO)
               INTO :WS-NEXT-START
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE '4100-ROLL-GL-BALANCES' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               UPDATE TB_GL_BALANCES N
               SET OPENING_BAL =
                   (SELECT C.OPENING_BAL + C.PERIOD_DR - C.PERIOD_CR
                    FROM TB_GL_BALANCES C
                    WHERE C.GL_ACCOUNT   = N.GL_ACCOUNT
                      AND C.PERIOD_START = DATE(:HV-APD-PERIOD-START))
               WHERE N.PERIOD_START = DATE(:WS-NEXT-START)
                 AND EXISTS
                     (SELECT 1 FROM TB_GL_BALANCES C
                      WHERE C.GL_ACCOUNT   = N.GL_ACCOUNT
                        AND C.PERIOD_START = DATE(:HV-APD-PERIOD-START))
           END-EXEC
           IF SQLCODE NOT = DB2-NOTFND
               MOVE '4100-ROLL-GL-BALANCES' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
           EXEC SQL
               INSERT INTO TB_GL_BALANCES
                 SELECT C.GL_ACCOUNT
                       ,DATE(:WS-NEXT-START)
                       ,C.OPENING_BAL + C.PERIOD_DR - C.PERIOD_CR
                       ,0
                       ,0
                       ,NULL
                 FROM TB_GL_BALANCES C
                 WHERE C.PERIOD_START = DATE(:HV-APD-PERIOD-START)
                   AND NOT EXISTS
                       (SELECT 1 FROM TB_GL_BALANCES N
                        WHERE N.GL_ACCOUNT   = C.GL_ACCOUNT
                          AND N.PERIOD_START = DATE(:WS-NEXT-START))
           END-EXEC
           IF SQLCODE NOT = DB2-NOTFND
               MOVE '4100-ROLL-GL-BALANCES' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROLLED-COUNT
               FROM TB_GL_BALANCES
               WHERE PERIOD_START = DATE(:HV-APD-PERIOD-START)
           END-EXEC
           MOVE '4100-ROLL-GL-BALANCES' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           DISPLAY 'GL ACCOUNTS ROLLED FORWARD TO ' WS-NEXT-START
               ': ' WS-ROLLED-COUNT.
       4100-ROLL-GL-BALANCES-END. EXIT.

       9000-TERM.
           DISPLAY 'PGMPCLS - ACCOUNTING PERIOD CLOSE COMPLETE'
           STOP RUN.
