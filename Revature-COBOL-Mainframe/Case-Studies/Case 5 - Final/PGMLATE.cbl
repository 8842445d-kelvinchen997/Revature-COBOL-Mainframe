       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMLATE.
      *   PROGRAM NAME: LATE-PAYMENT CHARGE ASSESSMENT
      *   INPUT: TB_PREMIUM_SCHEDULE, TB_POLICY_DETAILS,
      *       TB_LATE_CHARGE_RULES, TB_LATE_CHARGES
      *   OUTPUT: TB_LATE_CHARGES, TB_POLICY_DETAILS
      *   DESCRIPTION: PGMLAPSE FLAGS A PAST-DUE INSTALLMENT OVERDUE,
      *       BUT A HOLDER WHO PAYS 25 DAYS LATE USED TO PAY THE SAME
      *       AS ONE WHO PAID ON TIME. THIS NIGHTLY STEP RUNS AFTER
      *       PGMLAPSE AND CHARGES EVERY OVERDUE INSTALLMENT ON AN
      *       ACTIVE POLICY ONCE IT IS MORE THAN ITS POL_TYPE'S
      *       TB_LATE_CHARGE_RULES GRACE_DAYS PAST DUE - A FLAT FEE OR
      *       A PERCENTAGE OF THE INSTALLMENT. EACH CHARGE IS LOGGED ON
      *       TB_LATE_CHARGES (ONCE PER INSTALLMENT, SO A RERUN OR THE
      *       NEXT NIGHT NEVER CHARGES IT TWICE) AND ADDED TO THE
      *       POLICY'S OUTSTANDING_AMNT, SO 3210-P-OPTION1, PGMLBX AND
      *       PGMAUTO COLLECT IT WITH THE BALANCE DUE.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
      *    2026-10-15 KC - REGISTER THE RUN WITH RETRY_COUNT ZERO
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-COUNTERS.
               10 WS-CHARGED-COUNT  PIC 9(07) VALUE ZEROES.
               10 WS-CHARGED-AMT    PIC 9(11) VALUE ZEROES.
               10 WS-SKIPPED-COUNT  PIC 9(07) VALUE ZEROES.
           05 WS-WORK-VARS.
               10 WS-CHG-AMT        PIC S9(7)V USAGE COMP-3.
               10 WS-NEW-OUTSTAND   PIC S9(7)V USAGE COMP-3.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-RUN-DUP-COUNT      PIC S9(09) USAGE COMP.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TBPOLDTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBPRMSCH
           END-EXEC.
           EXEC SQL
               INCLUDE TBLATRUL
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
      * EVERY OVERDUE INSTALLMENT ON A LIVE POLICY THAT IS PAST ITS
      * POL_TYPE'S GRACE AND HAS NOT BEEN CHARGED YET, WITH THE RULE
      * IN FORCE TODAY - A POL_TYPE WITHOUT A RULE NEVER QUALIFIES
           EXEC SQL
               DECLARE CURSOR_LATE CURSOR FOR
                 SELECT
                    S.POL_ID
                   ,S.DUE_SEQ
                   ,S.DUE_AMOUNT
                   ,R.CHARGE_METHOD
                   ,R.CHARGE_VALUE
                 FROM
                   TB_PREMIUM_SCHEDULE S
                   JOIN TB_POLICY_DETAILS A
                     ON A.POL_ID = S.POL_ID
                   JOIN TB_LATE_CHARGE_RULES R
                     ON R.POL_TYPE = A.POL_TYPE
                 WHERE A.POLICY_STATUS = 'ACTIVE'
                   AND S.SCHED_STATUS = 'OVERDUE'
                   AND R.EFF_DATE =
                       (SELECT MAX(R2.EFF_DATE)
                        FROM TB_LATE_CHARGE_RULES R2
                        WHERE R2.POL_TYPE = A.POL_TYPE
                          AND R2.EFF_DATE <= CURRENT DATE)
                   AND S.DUE_DATE <
                       (CURRENT DATE - INTEGER(R.GRACE_DAYS) DAYS)
                   AND NOT EXISTS
                       (SELECT 1 FROM TB_LATE_CHARGES L
                        WHERE L.POL_ID  = S.POL_ID
                          AND L.DUE_SEQ = S.DUE_SEQ)
                 ORDER BY S.POL_ID, S.DUE_SEQ
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY 'PGMLATE - LATE-PAYMENT CHARGE RUN STARTING'
           PERFORM HRUN-OPEN-RUN
           PERFORM 2000-ASSESS-CHARGES
           PERFORM 9050-CONTROL-TOTALS-REPORT
           PERFORM HRUN-CLOSE-RUN
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       2000-ASSESS-CHARGES.
           EXEC SQL OPEN CURSOR_LATE END-EXEC
           MOVE '2000-ASSESS-CHARGES' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_LATE INTO
                        :HV-SCH-POL-ID
                       ,:HV-SCH-DUE-SEQ
                       ,:HV-SCH-DUE-AMOUNT
                       ,:HV-LCR-CHARGE-METHOD
                       ,:HV-LCR-CHARGE-VALUE
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-ASSESS-CHARGES' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 2100-ASSESS-ONE THRU 2100-ASSESS-ONE-END
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_LATE END-EXEC
           EXEC SQL COMMIT END-EXEC.
       2000-ASSESS-CHARGES-END. EXIT.

      ******************************************************************
      * 2100-ASSESS-ONE: THE CHARGE IS A WHOLE AMOUNT LIKE EVERY OTHER *
      * MONEY COLUMN ON THE POLICY. IT GOES ON TOP OF THE BALANCE DUE  *
      * - A PART-PAID INSTALLMENT'S OUTSTANDING_AMNT, OR, WHEN NOTHING *
      * IS PART-PAID, THE EARLIEST UNPAID INSTALLMENT (WHICH IS WHAT   *
      * 3210-P-OPTION1 WOULD HAVE ASKED FOR). A ZERO CHARGE OR AN      *
      * UNKNOWN CHARGE_METHOD IS LISTED AND SKIPPED.                   *
      ******************************************************************
       2100-ASSESS-ONE.
           EVALUATE HV-LCR-CHARGE-METHOD
           WHEN 'FLAT'
               COMPUTE WS-CHG-AMT ROUNDED = HV-LCR-CHARGE-VALUE
           WHEN 'PCT '
               COMPUTE WS-CHG-AMT ROUNDED =
                   HV-SCH-DUE-AMOUNT * HV-LCR-CHARGE-VALUE / 100
           WHEN OTHER
               MOVE ZEROES TO WS-CHG-AMT
           END-EVALUATE
           IF WS-CHG-AMT NOT > 0
               DISPLAY 'NO CHARGE (METHOD ' HV-LCR-CHARGE-METHOD
                   '): ' HV-SCH-POL-ID ' SEQ ' HV-SCH-DUE-SEQ
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 2100-ASSESS-ONE-END
           END-IF
           MOVE HV-SCH-POL-ID  TO HV-LCH-POL-ID
           MOVE HV-SCH-DUE-SEQ TO HV-LCH-DUE-SEQ
           MOVE WS-CHG-AMT     TO HV-LCH-CHARGE-AMT
           MOVE 'ASSESSED'     TO HV-LCH-STATUS
           MOVE 'PGMLATE'      TO HV-LCH-STATUS-BY
           EXEC SQL
               INSERT INTO TB_LATE_CHARGES VALUES (
                :HV-LCH-POL-ID
               ,:HV-LCH-DUE-SEQ
               ,CURRENT DATE
               ,:HV-LCH-CHARGE-AMT
               ,:HV-LCH-STATUS
               ,CURRENT DATE
               ,:HV-LCH-STATUS-BY
               )
           END-EXEC
           MOVE '2100-ASSESS-ONE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               SELECT COALESCE(OUTSTANDING_AMNT, 0)
               INTO :HV-POL-OUTSTANDING-AMNT
               FROM TB_POLICY_DETAILS
               WHERE POL_ID = :HV-SCH-POL-ID
           END-EXEC
           MOVE '2100-ASSESS-ONE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF HV-POL-OUTSTANDING-AMNT > 0
               COMPUTE WS-NEW-OUTSTAND =
                   HV-POL-OUTSTANDING-AMNT + WS-CHG-AMT
           ELSE
               EXEC SQL
                   SELECT DUE_AMOUNT INTO :HV-SCH-DUE-AMOUNT
                   FROM TB_PREMIUM_SCHEDULE
                   WHERE POL_ID = :HV-SCH-POL-ID
                     AND SCHED_STATUS IN ('OPEN', 'OVERDUE')
                   ORDER BY DUE_SEQ
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
               MOVE '2100-ASSESS-ONE' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               COMPUTE WS-NEW-OUTSTAND =
                   HV-SCH-DUE-AMOUNT + WS-CHG-AMT
           END-IF
           MOVE WS-NEW-OUTSTAND TO HV-POL-OUTSTANDING-AMNT
           EXEC SQL
               UPDATE TB_POLICY_DETAILS
               SET OUTSTANDING_AMNT = :HV-POL-OUTSTANDING-AMNT
                  ,LAST_UPD_TS      = CURRENT TIMESTAMP
                  ,LAST_UPD_USER    = 'PGMLATE'
               WHERE POL_ID = :HV-SCH-POL-ID
           END-EXEC
           MOVE '2100-ASSESS-ONE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           ADD 1 TO WS-CHARGED-COUNT
           ADD WS-CHG-AMT TO WS-CHARGED-AMT.
       2100-ASSESS-ONE-END. EXIT.

       9050-CONTROL-TOTALS-REPORT.
           DISPLAY ' '
           DISPLAY '==========================================='
           DISPLAY 'PGMLATE - END OF JOB CONTROL TOTALS'
           DISPLAY '==========================================='
           DISPLAY 'INSTALLMENTS CHARGED . . . : ' WS-CHARGED-COUNT
           DISPLAY 'LATE CHARGES ASSESSED. . . : ' WS-CHARGED-AMT
           DISPLAY 'SKIPPED (NO CHARGE). . . . : ' WS-SKIPPED-COUNT
           DISPLAY '==========================================='.
       9050-CONTROL-TOTALS-REPORT-END. EXIT.

       9000-TERM.
           DISPLAY 'PGMLATE - LATE-PAYMENT CHARGE RUN COMPLETE'
           STOP RUN.
       9000-TERM-END. EXIT.
      ******************************************************************
      * HELPER FUNCTIONS                                               *
      ******************************************************************
       H003-SQL-HANDLER.
           IF SQLCODE = 0
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO WS-ERR-MSG
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               PERFORM H010-LOG-SQL-ERROR
               PERFORM HRUN-MARK-FAILED
               PERFORM 9000-TERM
           END-IF.
       H003-SQL-HANDLER-END. EXIT.

       H010-LOG-SQL-ERROR.
           MOVE 'PGMLATE'       TO HV-ERL-PROGRAM-ID
           MOVE WS-SQLERR-PARA  TO HV-ERL-PARAGRAPH
           MOVE SQLCODE         TO HV-ERL-SQLCODE-VAL
           MOVE WS-ERR-TEXT(1)  TO HV-ERL-ERROR-TEXT
           EXEC SQL
               INSERT INTO TB_SQL_ERROR_LOG VALUES (
                :HV-ERL-PROGRAM-ID
               ,:HV-ERL-PARAGRAPH
               ,:HV-ERL-SQLCODE-VAL
               ,:HV-ERL-ERROR-TEXT
               ,CURRENT DATE
               ,CURRENT TIME
               )
           END-EXEC.
       H010-LOG-SQL-ERROR-END. EXIT.

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
               WHERE JOB_NAME = 'PGMLATE'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'ENDED-OK'
           END-EXEC
           IF WS-RUN-DUP-COUNT > 0
               DISPLAY 'PGMLATE ALREADY ENDED-OK FOR THIS BUSINESS '
                   'DATE - DUPLICATE RUN REFUSED'
               PERFORM 9000-TERM
           END-IF
           EXEC SQL
               INSERT INTO TB_BATCH_RUN_CONTROL VALUES (
                'PGMLATE'
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
                   WHERE JOB_NAME = 'PGMLATE'
                     AND BUSINESS_DATE = CURRENT DATE
               END-EXEC
           END-IF
           MOVE 'HRUN-OPEN-RUN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL COMMIT END-EXEC.
       HRUN-OPEN-RUN-END. EXIT.

       HRUN-CLOSE-RUN.
           MOVE WS-CHARGED-COUNT TO HV-RUN-REC-COUNT
           EXEC SQL
               UPDATE TB_BATCH_RUN_CONTROL
               SET RUN_STATUS = 'ENDED-OK'
                  ,END_TIME   = CHAR(CURRENT TIME)
                  ,REC_COUNT  = :HV-RUN-REC-COUNT
               WHERE JOB_NAME = 'PGMLATE'
                 AND BUSINESS_DATE = CURRENT DATE
           END-EXEC
           MOVE 'HRUN-CLOSE-RUN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL COMMIT END-EXEC.
       HRUN-CLOSE-RUN-END. EXIT.

       HRUN-MARK-FAILED.
           EXEC SQL
               UPDATE TB_BATCH_RUN_CONTROL
               SET RUN_STATUS = 'FAILED'
                  ,END_TIME   = CHAR(CURRENT TIME)
               WHERE JOB_NAME = 'PGMLATE'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'STARTED'
           END-EXEC.
       HRUN-MARK-FAILED-END. EXIT.
