       PROGRAM-ID. PGMAUTO.
      *   PROGRAM NAME: AUTOPAY PREMIUM DRAFTING
      *   INPUT: TB_AUTOPAY_MANDATES, TB_PREMIUM_SCHEDULE,
      *       TB_POLICY_DETAILS, TB_LATE_CHARGES, TB_UW_LIMITS
      *       (DEADLOCK RETRY LIMITS)
      *   OUTPUT: TB_PREMIUM_PAYMENTS, TB_PREMIUM_SCHEDULE,
      *       TB_POLICY_DETAILS, TB_LATE_CHARGES,
      *       ARI011.KELVIN.TRNING.FINAL.PS(BANKDRFT) AS: OUTDRFT
      *   DESCRIPTION: NIGHTLY BATCH THAT WALKS TB_PREMIUM_SCHEDULE
      *       FOR DUE (OPEN/OVERDUE, DUE DATE REACHED) INSTALLMENTS ON
      *       THIS IS FOR THEM.
      *   MOD LOG:
      *    2026-09-02 KC - INITIAL VERSION
      *    2026-10-15 KC - ANY LATE-PAYMENT CHARGE PGMLATE ASSESSED ON
      *                    THE POLICY IS DRAFTED WITH THE INSTALLMENT
      *                    AND MARKED PAID
      *    2026-10-15 KC - A DEADLOCK OR TIMEOUT (-911/-913) ROLLS BACK
      *                    AND RETRIES THE SWEEP, REWRITING THE DRAFT
      *                    FILE, INSTEAD OF ENDING THE JOB; RETRIES ARE
      *                    LOGGED, COUNTED ON TB_BATCH_RUN_CONTROL AND
      *                    END THE RUN RC 4
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10 WS-DRAFTED-COUNT  PIC 9(07) VALUE ZEROES.
               10 WS-DRAFTED-AMT    PIC 9(11) VALUE ZEROES.
           05 WS-NEXT-DUE-DATE      PIC X(10).
           05 WS-LATE-AMT           PIC S9(7)V USAGE COMP-3.
           05 WS-DRAFT-AMT          PIC S9(7)V USAGE COMP-3.
      * DEADLOCK/TIMEOUT RETRY - A -911 OR -913 INSIDE A UNIT OF WORK
      * ROLLS THE UNIT BACK, WAITS WS-RETRY-WAIT SECONDS AND RUNS IT
      * AGAIN, UP TO WS-RETRY-MAX TIMES. TB_UW_LIMITS ROWS 'SQLRETRY'
      * (RETRIES) AND 'SQLWAIT' (SECONDS) OVERRIDE THESE DEFAULTS
           05 WS-RETRY-VARS.
               10 WS-RETRY-MAX       PIC S9(04) COMP VALUE 3.
               10 WS-RETRY-WAIT      PIC S9(09) COMP VALUE 30.
               10 WS-RETRY-COUNT     PIC S9(04) COMP VALUE ZERO.
               10 WS-RETRY-TOTAL     PIC S9(04) COMP VALUE ZERO.
               10 WS-RETRY-SQLCODE   PIC S9(09) COMP.
               10 WS-RETRY-COUNT-D   PIC 9(02).
               10 WS-RETRY-MAX-D     PIC 9(02).
               10 WS-RETRY-WAIT-D    PIC 9(04).
               10 WS-RETRY-TEXT      PIC X(80).
               10 WS-CEE-FC          PIC X(12).
               10 WS-UOW-SW          PIC X(01) VALUE 'N'.
                   88 UOW-BACKED-OUT           VALUE 'Y'.
               10 WS-UOW-ACTIVE-SW   PIC X(01) VALUE 'N'.
                   88 UOW-ACTIVE               VALUE 'Y'.
               10 WS-UOW-DONE-SW     PIC X(01) VALUE 'N'.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           EXEC SQL
               INCLUDE TBAUTOP
           END-EXEC.
           EXEC SQL
               INCLUDE TBLATCHG
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
           EXEC SQL
               INCLUDE TBRUNCTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBUWLIM
           END-EXEC.
      * EVERY DUE INSTALLMENT ON AN ACTIVE MANDATE AND A LIVE POLICY
           EXEC SQL
               DECLARE CURSOR_DRAFT CURSOR FOR
           DISPLAY 'PGMAUTO - AUTOPAY PREMIUM DRAFTING STARTING'
           PERFORM 1000-INIT
           PERFORM HRUN-OPEN-RUN
           MOVE ZERO TO WS-RETRY-COUNT
           MOVE 'N' TO WS-UOW-DONE-SW
           PERFORM UNTIL WS-UOW-DONE-SW = 'Y'
               PERFORM HRTY-BEGIN-UNIT
               PERFORM 2000-DRAFT-SWEEP
               PERFORM HRTY-END-UNIT
           END-PERFORM
           PERFORM HRUN-CLOSE-RUN
      * A RUN THAT ONLY GOT THROUGH ON A RETRY ENDS WITH A WARNING
           IF WS-RETRY-TOTAL > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

           ELSE
               DISPLAY 'ERROR OPENING OUTDRFT. EC: ' WS-FS-DRFT
               PERFORM 9000-TERM
           END-IF
           PERFORM HRTY-READ-LIMITS.
       1000-INIT-END. EXIT.

       2000-DRAFT-SWEEP.
      * A RETRY STARTS THE DRAFT FILE AND THE TOTALS AGAIN WITH THE
      * WORK - NOTHING DRAFTED BEFORE THE ROLLBACK WAS KEPT
           IF WS-RETRY-COUNT > 0
               CLOSE O-DRFT-PS
               OPEN OUTPUT O-DRFT-PS
               MOVE ZEROES TO WS-DRAFTED-COUNT WS-DRAFTED-AMT
           END-IF
           EXEC SQL OPEN CURSOR_DRAFT END-EXEC
           MOVE '2000-DRAFT-SWEEP' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100 OR UOW-BACKED-OUT
               EXEC SQL
                   FETCH CURSOR_DRAFT INTO
                        :HV-SCH-POL-ID
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-DRAFT-SWEEP' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   IF NOT UOW-BACKED-OUT
                       PERFORM 2100-DRAFT-ONE
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DRAFT END-EXEC
           DISPLAY 'INSTALLMENTS DRAFTED . : ' WS-DRAFTED-COUNT
           DISPLAY 'TOTAL AMOUNT DRAFTED . : ' WS-DRAFTED-AMT.
       2000-DRAFT-SWEEP-END. EXIT.
      * 2100-DRAFT-ONE: THE SAME POSTING 3210-P-OPTION1 DOES - A       *
      * PAYMENT ROW (ATTRIBUTED TO PGMAUTO), THE SCHEDULE ROW TO PAID, *
      * AND PREM_PAY_DATE ROLLED TO THE EARLIEST INSTALLMENT STILL     *
      * UNPAID - PLUS THE BANK DRAFT RECORD. A LATE-PAYMENT CHARGE    *
      * STILL ASSESSED ON THE POLICY RIDES ON THE SAME DRAFT AND IS    *
      * MARKED PAID, SO THE NEXT INSTALLMENT DRAFTED FINDS NONE.       *
      ******************************************************************
       2100-DRAFT-ONE.
           MOVE HV-SCH-POL-ID TO HV-LCH-POL-ID
           EXEC SQL
               SELECT COALESCE(SUM(CHARGE_AMT), 0)
               INTO :WS-LATE-AMT
               FROM TB_LATE_CHARGES
               WHERE POL_ID = :HV-LCH-POL-ID
                 AND CHARGE_STATUS = 'ASSESSED'
           END-EXEC
           MOVE '2100-DRAFT-ONE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           COMPUTE WS-DRAFT-AMT = HV-SCH-DUE-AMOUNT + WS-LATE-AMT
           MOVE HV-SCH-POL-ID     TO HV-PPY-POL-ID
           MOVE WS-DRAFT-AMT      TO HV-PPY-AMOUNT-PAID
           MOVE 'PGMAUTO'         TO HV-PPY-PAID-BY
           EXEC SQL
               INSERT INTO TB_PREMIUM_PAYMENTS VALUES (
           END-EXEC
           MOVE '2100-DRAFT-ONE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF WS-LATE-AMT > 0
               EXEC SQL
                   UPDATE TB_LATE_CHARGES
                   SET CHARGE_STATUS = 'PAID'
                      ,STATUS_DATE   = CURRENT DATE
                      ,STATUS_BY     = 'PGMAUTO'
                   WHERE POL_ID = :HV-LCH-POL-ID
                     AND CHARGE_STATUS = 'ASSESSED'
               END-EXEC
               MOVE '2100-DRAFT-ONE' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
           EXEC SQL
               UPDATE TB_PREMIUM_SCHEDULE
               SET SCHED_STATUS = 'PAID'
           MOVE SPACES TO O-DRFT-REC
           MOVE HV-APM-FUNDING-REF TO O-DRFT-FUNDING-REF
           MOVE HV-SCH-POL-ID      TO O-DRFT-POL-ID
           MOVE WS-DRAFT-AMT       TO O-DRFT-AMOUNT
           MOVE HV-SCH-DUE-DATE    TO O-DRFT-DUE-DATE
           WRITE O-DRFT-REC
           ADD 1 TO WS-DRAFTED-COUNT
           ADD WS-DRAFT-AMT TO WS-DRAFTED-AMT.
       2100-DRAFT-ONE-END. EXIT.

       9000-TERM.
      * HELPER FUNCTIONS                                               *
      ******************************************************************
       H003-SQL-HANDLER.
           EVALUATE TRUE
           WHEN SQLCODE = 0
               CONTINUE
      * A UNIT ALREADY BACKED OUT FOR A RETRY IS ONLY WINDING DOWN -
      * NOTHING IT DOES NOW IS KEPT
           WHEN UOW-BACKED-OUT
               MOVE 100 TO SQLCODE
           WHEN (SQLCODE = -911 OR SQLCODE = -913)
            AND UOW-ACTIVE
            AND WS-RETRY-COUNT < WS-RETRY-MAX
               PERFORM HRTY-BACK-OUT
           WHEN OTHER
               MOVE LOW-VALUES TO WS-ERR-MSG
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               PERFORM H010-LOG-SQL-ERROR
               PERFORM HRUN-MARK-FAILED
               PERFORM 9000-TERM
           END-EVALUATE.
       H003-SQL-HANDLER-END. EXIT.

       H010-LOG-SQL-ERROR.
           END-EXEC.
       H010-LOG-SQL-ERROR-END. EXIT.

      ******************************************************************
      * DEADLOCK/TIMEOUT RETRY: EACH UNIT OF WORK RUNS BETWEEN         *
      * HRTY-BEGIN-UNIT AND HRTY-END-UNIT. A -911 OR -913 INSIDE IT    *
      * (H003) ROLLS THE UNIT BACK AND LOGS THE RETRY TO               *
      * TB_SQL_ERROR_LOG; THE UNIT THEN WINDS DOWN - ITS LOOPS END ON  *
      * UOW-BACKED-OUT AND FURTHER SQL ERRORS ARE IGNORED - AND        *
      * HRTY-END-UNIT ROLLS BACK WHATEVER IT DID SINCE, WAITS, AND     *
      * SENDS IT ROUND AGAIN. ONCE WS-RETRY-MAX RETRIES OF ONE UNIT    *
      * ARE SPENT, THE NEXT DEADLOCK IS FATAL LIKE ANY OTHER SQL       *
      * ERROR. A RUN THAT NEEDED A RETRY ENDS WITH RETURN CODE 4.      *
      ******************************************************************
       HRTY-READ-LIMITS.
           EXEC SQL
               SELECT LIMIT_AMNT INTO :HV-UWL-LIMIT-AMNT
               FROM TB_UW_LIMITS
               WHERE LIMIT_TYPE = 'SQLRETRY'
           END-EXEC
           IF SQLCODE NOT = 100
               MOVE 'HRTY-READ-LIMITS' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               MOVE HV-UWL-LIMIT-AMNT TO WS-RETRY-MAX
           END-IF
           EXEC SQL
               SELECT LIMIT_AMNT INTO :HV-UWL-LIMIT-AMNT
               FROM TB_UW_LIMITS
               WHERE LIMIT_TYPE = 'SQLWAIT'
           END-EXEC
           IF SQLCODE NOT = 100
               MOVE 'HRTY-READ-LIMITS' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               MOVE HV-UWL-LIMIT-AMNT TO WS-RETRY-WAIT
           END-IF
           MOVE WS-RETRY-MAX  TO WS-RETRY-MAX-D
           MOVE WS-RETRY-WAIT TO WS-RETRY-WAIT-D
           DISPLAY '   DEADLOCK/TIMEOUT RETRIES: ' WS-RETRY-MAX-D
               ', WAIT (SECONDS): ' WS-RETRY-WAIT-D.
       HRTY-READ-LIMITS-END. EXIT.

       HRTY-BEGIN-UNIT.
           MOVE 'N' TO WS-UOW-SW
           MOVE 'Y' TO WS-UOW-ACTIVE-SW.
       HRTY-BEGIN-UNIT-END. EXIT.

       HRTY-END-UNIT.
           MOVE 'N' TO WS-UOW-ACTIVE-SW
           IF UOW-BACKED-OUT
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'WAITING ' WS-RETRY-WAIT-D
                   ' SECONDS BEFORE RETRY ' WS-RETRY-COUNT-D
               CALL 'CEE3DLY' USING WS-RETRY-WAIT WS-CEE-FC
           ELSE
               EXEC SQL COMMIT END-EXEC
               MOVE 'Y' TO WS-UOW-DONE-SW
           END-IF.
       HRTY-END-UNIT-END. EXIT.

      * THE LOG ROW CARRIES THE ORIGINAL -911/-913 AND 'RETRY N OF M'
      * AHEAD OF THE DSNTIAR TEXT, AND IS COMMITTED ON ITS OWN
       HRTY-BACK-OUT.
           MOVE SQLCODE TO WS-RETRY-SQLCODE
           MOVE LOW-VALUES TO WS-ERR-MSG
           CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
           EXEC SQL ROLLBACK END-EXEC
           ADD 1 TO WS-RETRY-COUNT
           ADD 1 TO WS-RETRY-TOTAL
           MOVE 'Y' TO WS-UOW-SW
           MOVE WS-RETRY-COUNT TO WS-RETRY-COUNT-D
           MOVE WS-RETRY-MAX   TO WS-RETRY-MAX-D
           DISPLAY WS-ERR-MSG
           DISPLAY 'DEADLOCK/TIMEOUT IN ' WS-SQLERR-PARA
           DISPLAY '   UNIT OF WORK ROLLED BACK - RETRY '
               WS-RETRY-COUNT-D ' OF ' WS-RETRY-MAX-D
           MOVE SPACES TO WS-RETRY-TEXT
           STRING 'RETRY '          DELIMITED BY SIZE
                  WS-RETRY-COUNT-D  DELIMITED BY SIZE
                  ' OF '            DELIMITED BY SIZE
                  WS-RETRY-MAX-D    DELIMITED BY SIZE
                  ' - '             DELIMITED BY SIZE
                  WS-ERR-TEXT(1)    DELIMITED BY SIZE
                  INTO WS-RETRY-TEXT
           END-STRING
           MOVE WS-RETRY-TEXT    TO WS-ERR-TEXT(1)
           MOVE WS-RETRY-SQLCODE TO SQLCODE
           PERFORM H010-LOG-SQL-ERROR
           EXEC SQL COMMIT END-EXEC
      * ENDS THE CURSOR LOOP THAT HIT THE DEADLOCK
           MOVE 100 TO SQLCODE.
       HRTY-BACK-OUT-END. EXIT.

      ******************************************************************
      * RUN-CONTROL (TB_BATCH_RUN_CONTROL): THE JOB REGISTERS ITSELF   *
      * FOR THE BUSINESS DATE, REFUSES A DUPLICATE RUN, AND CLOSES     *
               ,CHAR(CURRENT TIME)
               ,NULL
               ,0
               ,0
               )
           END-EXEC
      * A RESTART AFTER A FAILED ATTEMPT RE-OPENS THE SAME DATE'S ROW
                   UPDATE TB_BATCH_RUN_CONTROL
                   SET RUN_STATUS = 'STARTED'
                      ,START_TIME = CHAR(CURRENT TIME)
                      ,RETRY_COUNT = 0
                   WHERE JOB_NAME = 'PGMAUTO'
                     AND BUSINESS_DATE = CURRENT DATE
               END-EXEC
       HRUN-OPEN-RUN-END. EXIT.

       HRUN-CLOSE-RUN.
           MOVE WS-RETRY-TOTAL TO HV-RUN-RETRY-COUNT
           MOVE WS-DRAFTED-COUNT TO HV-RUN-REC-COUNT
           EXEC SQL
               UPDATE TB_BATCH_RUN_CONTROL
               SET RUN_STATUS = 'ENDED-OK'
                  ,END_TIME   = CHAR(CURRENT TIME)
                  ,REC_COUNT  = :HV-RUN-REC-COUNT
                  ,RETRY_COUNT = :HV-RUN-RETRY-COUNT
               WHERE JOB_NAME = 'PGMAUTO'
                 AND BUSINESS_DATE = CURRENT DATE
           END-EXEC
       HRUN-CLOSE-RUN-END. EXIT.

       HRUN-MARK-FAILED.
           MOVE WS-RETRY-TOTAL TO HV-RUN-RETRY-COUNT
           EXEC SQL
               UPDATE TB_BATCH_RUN_CONTROL
               SET RUN_STATUS = 'FAILED'
                  ,END_TIME   = CHAR(CURRENT TIME)
                  ,RETRY_COUNT = :HV-RUN-RETRY-COUNT
               WHERE JOB_NAME = 'PGMAUTO'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'STARTED'
