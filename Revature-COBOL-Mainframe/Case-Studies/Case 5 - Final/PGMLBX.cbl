       PROGRAM-ID. PGMLBX.
      *   PROGRAM NAME: BANK LOCKBOX PAYMENT-FILE INTAKE
      *   INPUT: DAILY BANK REMITTANCE FILE AS: INLBX,
      *       TB_POLICY_DETAILS, TB_PREMIUM_SCHEDULE, TB_UW_LIMITS
      *       (DEADLOCK RETRY LIMITS)
      *   OUTPUT: TB_PREMIUM_PAYMENTS, TB_PREMIUM_SCHEDULE,
      *       TB_POLICY_DETAILS, TB_PAYMENT_SUSPENSE,
      *       TB_PREMIUM_DEPOSITS, TB_LATE_CHARGES,
      *       TB_BATCH_RUN_CONTROL
      *   DESCRIPTION: THE ONLY WAY MONEY ENTERED THE SYSTEM WAS A
      *       HOLDER TYPING AT POL1. THIS READS THE BANK'S DAILY
      *       REMITTANCE FILE, MATCHES EACH ITEM TO A LIVE POLICY AND
      *                    PERIOD IS CLOSED; ITEMS DATED INTO A CLOSED
      *                    PERIOD POST TO THE CURRENT ONE WITH AN
      *                    EXCEPTION LINE
      *    2026-10-15 KC - AN ITEM OVER THE BALANCE DUE POSTS THE
      *                    BALANCE AND HOLDS THE EXCESS AS AN ADVANCE
      *                    PREMIUM DEPOSIT (TB_PREMIUM_DEPOSITS) UP TO
      *                    THE INSTALLMENTS STILL SCHEDULED; BEYOND
      *                    THAT THE WHOLE ITEM GOES TO SUSPENSE
      *                    'OVERPAY' (2150-SPLIT-EXCESS)
      *    2026-10-15 KC - LATE-PAYMENT CHARGES CARRIED IN THE BALANCE
      *                    DUE ARE MARKED PAID WHEN THE ITEM POSTS
      *    2026-10-15 KC - REGISTERS ON TB_BATCH_RUN_CONTROL LIKE THE
      *                    REST OF THE NIGHT; A DEADLOCK OR TIMEOUT
      *                    (-911/-913) ROLLS BACK AND RETRIES THE FILE
      *                    FROM THE TOP INSTEAD OF ENDING THE JOB;
      *                    RETRIES ARE LOGGED, COUNTED ON THE RUN ROW
      *                    AND END THE RUN RC 4
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10 WS-SUSP-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-POSTED-AMT     PIC 9(11) VALUE ZEROES.
               10 WS-SUSP-AMT       PIC 9(11) VALUE ZEROES.
               10 WS-DEP-COUNT      PIC 9(07) VALUE ZEROES.
               10 WS-DEP-AMT        PIC 9(11) VALUE ZEROES.
           05 WS-WORK-VARS.
               10 WS-AMOUNT-N       PIC 9(07).
               10 WS-POST-AMT       PIC 9(07).
               10 WS-DUE-AMT        PIC S9(7)V USAGE COMP-3.
               10 WS-DEPOSIT-AMT    PIC S9(7)V USAGE COMP-3.
               10 WS-DEP-BAL        PIC S9(9)V USAGE COMP-3.
               10 WS-DEP-ROOM       PIC S9(9)V USAGE COMP-3.
               10 WS-NEXT-DUE-DATE  PIC X(10).
               10 WS-IDGEN-NBR      PIC 9(08).
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
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-RUN-DUP-COUNT      PIC S9(09) USAGE COMP.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           EXEC SQL
               INCLUDE TBSUSP
           END-EXEC.
           EXEC SQL
               INCLUDE TBPRMDEP
           END-EXEC.
           EXEC SQL
               INCLUDE TBLATCHG
           END-EXEC.
           EXEC SQL
               INCLUDE TBIDCTL
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
       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY 'PGMLBX - LOCKBOX PAYMENT INTAKE STARTING'
      * NOTHING POSTS INTO A CLOSED ACCOUNTING PERIOD
           PERFORM HPD-CHECK-PERIOD
           PERFORM 1000-INIT
           PERFORM HRUN-OPEN-RUN
           MOVE ZERO TO WS-RETRY-COUNT
           MOVE 'N' TO WS-UOW-DONE-SW
           PERFORM UNTIL WS-UOW-DONE-SW = 'Y'
               PERFORM HRTY-BEGIN-UNIT
               PERFORM 2000-PROCESS-FILE
               PERFORM HRTY-END-UNIT
           END-PERFORM
           PERFORM 9050-CONTROL-TOTALS-REPORT
           PERFORM HRUN-CLOSE-RUN
      * A RUN THAT ONLY GOT THROUGH ON A RETRY ENDS WITH A WARNING
           IF WS-RETRY-TOTAL > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

           ELSE
               DISPLAY 'ERROR OPENING INLBX. EC: ' WS-FS-LBX
               PERFORM 9000-TERM
           END-IF
           PERFORM HRTY-READ-LIMITS.
       1000-INIT-END. EXIT.

       2000-PROCESS-FILE.
      * A RETRY READS THE BANK FILE AGAIN FROM THE TOP - NOTHING POSTED
      * BEFORE THE ROLLBACK WAS KEPT, SO THE TOTALS START AGAIN TOO
           IF WS-RETRY-COUNT > 0
               CLOSE I-LBX-PS
               OPEN INPUT I-LBX-PS
               MOVE ZEROES TO WS-READ-COUNT WS-POSTED-COUNT
                              WS-SUSP-COUNT WS-POSTED-AMT
                              WS-SUSP-AMT WS-DEP-COUNT WS-DEP-AMT
           END-IF
           PERFORM UNTIL FS-LBX-EOF OR UOW-BACKED-OUT
               READ I-LBX-PS
                   AT END
                       MOVE 10 TO WS-FS-LBX
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2100-MATCH-ONE-ITEM
               END-READ
           END-PERFORM.
       2000-PROCESS-FILE-END. EXIT.

      ******************************************************************
               PERFORM 2300-TO-SUSPENSE
           WHEN SQLCODE = DB2-SUCCESS
               IF HV-POL-POLICY-STATUS = 'ACTIVE'
                   PERFORM 2150-SPLIT-EXCESS THRU 2150-SPLIT-EXCESS-END
                   IF HV-SUS-REASON = 'OVERPAY'
                       PERFORM 2300-TO-SUSPENSE
                   ELSE
                       PERFORM 2200-POST-PAYMENT
                   END-IF
               ELSE
                   MOVE 'NOTLIVE' TO HV-SUS-REASON
                   PERFORM 2300-TO-SUSPENSE
           END-EVALUATE.
       2100-MATCH-ONE-ITEM-END. EXIT.

      ******************************************************************
      * 2150-SPLIT-EXCESS: THE BALANCE DUE IS WHAT 3210-P-OPTION1      *
      * WOULD ASK FOR - A PART-PAID INSTALLMENT'S OUTSTANDING_AMNT,    *
      * ELSE THE EARLIEST UNPAID INSTALLMENT. AN ITEM OVER IT POSTS    *
      * THE BALANCE (WS-POST-AMT) AND HOLDS THE EXCESS AS A DEPOSIT    *
      * (WS-DEPOSIT-AMT) FOR PGMPDEP, BUT ONLY UP TO THE INSTALLMENTS  *
      * STILL SCHEDULED AFTER THE CURRENT ONE LESS ANY DEPOSIT ALREADY *
      * HELD - PAST THAT THE ITEM IS FLAGGED 'OVERPAY' FOR SUSPENSE.   *
      * AN ITEM AT OR UNDER THE BALANCE POSTS AS IT ALWAYS DID.        *
      ******************************************************************
       2150-SPLIT-EXCESS.
           MOVE SPACES      TO HV-SUS-REASON
           MOVE WS-AMOUNT-N TO WS-POST-AMT
           MOVE ZEROES      TO WS-DEPOSIT-AMT
           EXEC SQL
               SELECT COALESCE(OUTSTANDING_AMNT, 0), PREMIUM_AMNT
               INTO :HV-POL-OUTSTANDING-AMNT, :HV-POL-PREMIUM-AMNT
               FROM TB_POLICY_DETAILS
               WHERE POL_ID = :HV-POL-POL-ID
           END-EXEC
           MOVE '2150-SPLIT-EXCESS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF HV-POL-OUTSTANDING-AMNT > 0
               MOVE HV-POL-OUTSTANDING-AMNT TO WS-DUE-AMT
           ELSE
               EXEC SQL
                   SELECT DUE_AMOUNT INTO :HV-SCH-DUE-AMOUNT
                   FROM TB_PREMIUM_SCHEDULE
                   WHERE POL_ID = :HV-POL-POL-ID
                     AND SCHED_STATUS IN ('OPEN', 'OVERDUE')
                   ORDER BY DUE_SEQ
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE = 0
                   MOVE HV-SCH-DUE-AMOUNT   TO WS-DUE-AMT
               ELSE
                   MOVE HV-POL-PREMIUM-AMNT TO WS-DUE-AMT
               END-IF
           END-IF
           IF WS-AMOUNT-N NOT > WS-DUE-AMT
               GO TO 2150-SPLIT-EXCESS-END
           END-IF
           COMPUTE WS-DEPOSIT-AMT = WS-AMOUNT-N - WS-DUE-AMT
           EXEC SQL
               SELECT COALESCE(SUM(DUE_AMOUNT), 0)
               INTO :WS-DEP-ROOM
               FROM TB_PREMIUM_SCHEDULE
               WHERE POL_ID = :HV-POL-POL-ID
                 AND SCHED_STATUS IN ('OPEN', 'OVERDUE')
                 AND DUE_SEQ >
                     (SELECT MIN(DUE_SEQ)
                      FROM TB_PREMIUM_SCHEDULE
                      WHERE POL_ID = :HV-POL-POL-ID
                        AND SCHED_STATUS IN ('OPEN', 'OVERDUE'))
           END-EXEC
           MOVE '2150-SPLIT-EXCESS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE HV-POL-POL-ID TO HV-PDP-POL-ID
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO :WS-DEP-BAL
               FROM TB_PREMIUM_DEPOSITS
               WHERE POL_ID = :HV-PDP-POL-ID
           END-EXEC
           MOVE '2150-SPLIT-EXCESS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF WS-DEPOSIT-AMT + WS-DEP-BAL > WS-DEP-ROOM
               MOVE 'OVERPAY' TO HV-SUS-REASON
               MOVE ZEROES    TO WS-DEPOSIT-AMT
           ELSE
               MOVE WS-DUE-AMT TO WS-POST-AMT
           END-IF.
       2150-SPLIT-EXCESS-END. EXIT.

      ******************************************************************
      * 2200-POST-PAYMENT: SAME POSTING AS 3210-P-OPTION1 - PAYMENT    *
      * ROW (ATTRIBUTED TO PGMLBX), EARLIEST UNPAID SCHEDULE ROW TO    *
                   'CURRENT PERIOD: ' I-LBX-POL-ID
           END-IF
           MOVE HV-POL-POL-ID TO HV-PPY-POL-ID
           MOVE WS-POST-AMT   TO HV-PPY-AMOUNT-PAID
           MOVE 'PGMLBX'      TO HV-PPY-PAID-BY
           EXEC SQL
               INSERT INTO TB_PREMIUM_PAYMENTS VALUES (
           END-EXEC
           MOVE '2200-POST-PAYMENT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
      * THE EXCESS IS NOT PREMIUM YET - IT WAITS ON THE DEPOSIT LEDGER
           IF WS-DEPOSIT-AMT > 0
               MOVE HV-POL-POL-ID  TO HV-PDP-POL-ID
               MOVE 'DEPOSIT'      TO HV-PDP-TXN-TYPE
               MOVE WS-DEPOSIT-AMT TO HV-PDP-AMOUNT
               MOVE 'PGMLBX'       TO HV-PDP-TXN-BY
               EXEC SQL
                   INSERT INTO TB_PREMIUM_DEPOSITS VALUES (
                    :HV-PDP-POL-ID
                   ,CURRENT DATE
                   ,:HV-PDP-TXN-TYPE
                   ,:HV-PDP-AMOUNT
                   ,:HV-PDP-TXN-BY
                   ,NULL
                   )
               END-EXEC
               MOVE '2200-POST-PAYMENT' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               ADD 1 TO WS-DEP-COUNT
               ADD WS-DEPOSIT-AMT TO WS-DEP-AMT
           END-IF
           EXEC SQL
               UPDATE TB_PREMIUM_SCHEDULE
               SET SCHED_STATUS = 'PAID'
               MOVE '2200-POST-PAYMENT' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
      * ANY LATE-PAYMENT CHARGE WAS PART OF THE BALANCE JUST CLEARED
           MOVE HV-POL-POL-ID TO HV-LCH-POL-ID
           EXEC SQL
               UPDATE TB_LATE_CHARGES
               SET CHARGE_STATUS = 'PAID'
                  ,STATUS_DATE   = CURRENT DATE
                  ,STATUS_BY     = 'PGMLBX'
               WHERE POL_ID = :HV-LCH-POL-ID
                 AND CHARGE_STATUS = 'ASSESSED'
           END-EXEC
           IF SQLCODE NOT = 100
               MOVE '2200-POST-PAYMENT' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
           ADD 1 TO WS-POSTED-COUNT
           ADD WS-POST-AMT TO WS-POSTED-AMT.
       2200-POST-PAYMENT-END. EXIT.

      ******************************************************************
           DISPLAY 'ITEMS READ FROM THE BANK . : ' WS-READ-COUNT
           DISPLAY 'ITEMS POSTED . . . . . . . : ' WS-POSTED-COUNT
           DISPLAY 'AMOUNT POSTED. . . . . . . : ' WS-POSTED-AMT
           DISPLAY 'EXCESS HELD ON DEPOSIT . . : ' WS-DEP-COUNT
           DISPLAY 'AMOUNT HELD ON DEPOSIT . . : ' WS-DEP-AMT
           DISPLAY 'ITEMS TO SUSPENSE. . . . . : ' WS-SUSP-COUNT
           DISPLAY 'AMOUNT IN SUSPENSE . . . . : ' WS-SUSP-AMT
           DISPLAY '==========================================='.
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

      ******************************************************************
               )
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
      * WITH ITS END STATUS AND RECORD COUNT SO OPERATIONS CAN SEE     *
      * THE NIGHT AT A GLANCE.                                         *
      ******************************************************************
       HRUN-OPEN-RUN.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-RUN-DUP-COUNT
               FROM TB_BATCH_RUN_CONTROL
               WHERE JOB_NAME = 'PGMLBX'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'ENDED-OK'
           END-EXEC
           IF WS-RUN-DUP-COUNT > 0
               DISPLAY 'PGMLBX ALREADY ENDED-OK FOR THIS BUSINESS '
                   'DATE - DUPLICATE RUN REFUSED'
               PERFORM 9000-TERM
           END-IF
           EXEC SQL
               INSERT INTO TB_BATCH_RUN_CONTROL VALUES (
                'PGMLBX'
               ,CURRENT DATE
               ,'STARTED'
               ,CHAR(CURRENT TIME)
               ,NULL
               ,0
               ,0
               )
           END-EXEC
      * A RESTART AFTER A FAILED ATTEMPT RE-OPENS THE SAME DATE'S ROW
           IF SQLCODE = -803
               EXEC SQL
                   UPDATE TB_BATCH_RUN_CONTROL
                   SET RUN_STATUS = 'STARTED'
                      ,START_TIME = CHAR(CURRENT TIME)
                      ,RETRY_COUNT = 0
                   WHERE JOB_NAME = 'PGMLBX'
                     AND BUSINESS_DATE = CURRENT DATE
               END-EXEC
           END-IF
           MOVE 'HRUN-OPEN-RUN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL COMMIT END-EXEC.
       HRUN-OPEN-RUN-END. EXIT.

       HRUN-CLOSE-RUN.
           MOVE WS-RETRY-TOTAL TO HV-RUN-RETRY-COUNT
           MOVE WS-READ-COUNT TO HV-RUN-REC-COUNT
           EXEC SQL
               UPDATE TB_BATCH_RUN_CONTROL
               SET RUN_STATUS = 'ENDED-OK'
                  ,END_TIME   = CHAR(CURRENT TIME)
                  ,REC_COUNT  = :HV-RUN-REC-COUNT
                  ,RETRY_COUNT = :HV-RUN-RETRY-COUNT
               WHERE JOB_NAME = 'PGMLBX'
                 AND BUSINESS_DATE = CURRENT DATE
           END-EXEC
           MOVE 'HRUN-CLOSE-RUN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL COMMIT END-EXEC.
       HRUN-CLOSE-RUN-END. EXIT.

       HRUN-MARK-FAILED.
           MOVE WS-RETRY-TOTAL TO HV-RUN-RETRY-COUNT
           EXEC SQL
               UPDATE TB_BATCH_RUN_CONTROL
               SET RUN_STATUS = 'FAILED'
                  ,END_TIME   = CHAR(CURRENT TIME)
                  ,RETRY_COUNT = :HV-RUN-RETRY-COUNT
               WHERE JOB_NAME = 'PGMLBX'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'STARTED'
           END-EXEC.
       HRUN-MARK-FAILED-END. EXIT.
