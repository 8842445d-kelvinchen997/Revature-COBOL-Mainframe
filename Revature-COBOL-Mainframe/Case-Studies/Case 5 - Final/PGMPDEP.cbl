       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPDEP.
      *   PROGRAM NAME: ADVANCE PREMIUM DEPOSIT APPLICATION
      *   INPUT: TB_PREMIUM_DEPOSITS, TB_PREMIUM_SCHEDULE,
      *       TB_POLICY_DETAILS, TB_POLICY_HOLDER_DETAILS, TB_CLAIMS,
      *       TB_UW_LIMITS
      *   OUTPUT: TB_PREMIUM_PAYMENTS, TB_PREMIUM_SCHEDULE,
      *       TB_POLICY_DETAILS, TB_PREMIUM_DEPOSITS, TB_DISBURSEMENTS,
      *       TB_LATE_CHARGES
      *   DESCRIPTION: A HOLDER PAYING AHEAD HAS THE EXCESS HELD ON
      *       TB_PREMIUM_DEPOSITS BY 3210-P-OPTION1 OR PGMLBX. THIS
      *       NIGHTLY STEP RUNS AHEAD OF PGMAUTO AND PGMLAPSE AND PAYS
      *       EVERY INSTALLMENT THAT HAS REACHED ITS DUE DATE FROM THE
      *       POLICY'S DEPOSIT BALANCE, POSTED EXACTLY AS PGMAUTO
      *       POSTS A DRAFT - A TB_PREMIUM_PAYMENTS ROW (PAID_BY
      *       'PGMPDEP'), THE SCHEDULE ROW TO PAID, PREM_PAY_DATE
      *       ROLLED - SO NEITHER THE DRAFT NOR THE LAPSE SWEEP EVER
      *       SEES IT DUE. A BALANCE SHORT OF THE INSTALLMENT IS LEFT
      *       ALONE FOR THE HOLDER OR AUTOPAY TO PAY. THE BALANCE LEFT
      *       ON A POLICY THAT HAS BEEN SURRENDERED, HAS MATURED OR
      *       HAS AN APPROVED DEATH CLAIM IS REFUNDED TO THE HOLDER (OR
      *       THE ESTATE) AS A 'DEP' TB_DISBURSEMENTS ROW, WHICH THE
      *       PAYOUT FILES PICK UP LIKE ANY OTHER.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
      *    2026-10-15 KC - LATE-PAYMENT CHARGES CARRIED IN THE BALANCE
      *                    A DEPOSIT PAYS ARE MARKED PAID
      *    2026-10-15 KC - REGISTER THE RUN WITH RETRY_COUNT ZERO
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-COUNTERS.
               10 WS-APPLIED-COUNT  PIC 9(07) VALUE ZEROES.
               10 WS-APPLIED-AMT    PIC 9(11) VALUE ZEROES.
               10 WS-SHORT-COUNT    PIC 9(07) VALUE ZEROES.
               10 WS-REFUND-COUNT   PIC 9(07) VALUE ZEROES.
               10 WS-REFUND-AMT     PIC 9(11) VALUE ZEROES.
           05 WS-WORK-VARS.
               10 WS-DEP-BAL        PIC S9(9)V USAGE COMP-3.
               10 WS-NEEDED         PIC S9(7)V USAGE COMP-3.
               10 WS-NEXT-DUE-DATE  PIC X(10).
               10 WS-DUE-SEQ-N      PIC 9(04).
               10 WS-GEND-DSBID     PIC X(10).
               10 WS-IDGEN-NBR      PIC 9(08).
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
               INCLUDE TBHOLDTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBPRMSCH
           END-EXEC.
           EXEC SQL
               INCLUDE TBPREMPY
           END-EXEC.
           EXEC SQL
               INCLUDE TBPRMDEP
           END-EXEC.
           EXEC SQL
               INCLUDE TBLATCHG
           END-EXEC.
           EXEC SQL
               INCLUDE TBDISB
           END-EXEC.
           EXEC SQL
               INCLUDE TBIDCTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBUWLIM
           END-EXEC.
           EXEC SQL
               INCLUDE TBACCPD
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
           EXEC SQL
               INCLUDE TBRUNCTL
           END-EXEC.
      * EVERY DUE INSTALLMENT ON A LIVE POLICY THAT HAS EVER TAKEN A
      * DEPOSIT - OLDEST FIRST SO A POLICY BEHIND ON MORE THAN ONE
      * CATCHES UP IN ORDER. A POLICY WITH AN APPROVED DEATH CLAIM IS
      * REFUNDED, NOT DRAWN DOWN.
           EXEC SQL
               DECLARE CURSOR_PDAPPL CURSOR FOR
                 SELECT
                    S.POL_ID
                   ,S.DUE_SEQ
                   ,S.DUE_AMOUNT
                 FROM
                   TB_PREMIUM_SCHEDULE S
                   JOIN TB_POLICY_DETAILS A
                     ON A.POL_ID = S.POL_ID
                 WHERE A.POLICY_STATUS = 'ACTIVE'
                   AND S.SCHED_STATUS IN ('OPEN', 'OVERDUE')
                   AND S.DUE_DATE <= CURRENT DATE
                   AND EXISTS
                       (SELECT 1 FROM TB_PREMIUM_DEPOSITS D
                        WHERE D.POL_ID = S.POL_ID)
                   AND NOT EXISTS
                       (SELECT 1 FROM TB_CLAIMS C
                        WHERE C.POL_ID = S.POL_ID
                          AND C.CLAIM_REASON LIKE 'DEATH%'
                          AND C.CLAIM_STATUS IN ('APPROVED', 'PAID'))
                 ORDER BY S.POL_ID, S.DUE_SEQ
           END-EXEC.
      * EVERY POLICY WHOSE PREMIUMS HAVE STOPPED FOR GOOD AND STILL
      * HOLDS A DEPOSIT BALANCE
           EXEC SQL
               DECLARE CURSOR_PDRFND CURSOR FOR
                 SELECT
                    A.POL_ID
                   ,B.NAME
                   ,A.CURRENCY_CODE
                   ,A.POLICY_STATUS
                   ,SUM(D.AMOUNT)
                 FROM
                   TB_POLICY_DETAILS A
                   JOIN TB_POLICY_HOLDER_DETAILS B
                     ON B.POL_ID = A.POL_ID
                   JOIN TB_PREMIUM_DEPOSITS D
                     ON D.POL_ID = A.POL_ID
                 WHERE A.POLICY_STATUS IN ('SURRENDER', 'MATURE')
                    OR EXISTS
                       (SELECT 1 FROM TB_CLAIMS C
                        WHERE C.POL_ID = A.POL_ID
                          AND C.CLAIM_REASON LIKE 'DEATH%'
                          AND C.CLAIM_STATUS IN ('APPROVED', 'PAID'))
                 GROUP BY A.POL_ID, B.NAME, A.CURRENCY_CODE,
                          A.POLICY_STATUS
                 HAVING SUM(D.AMOUNT) > 0
                 ORDER BY A.POL_ID
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY 'PGMPDEP - PREMIUM DEPOSIT APPLICATION STARTING'
      * NOTHING POSTS INTO A CLOSED ACCOUNTING PERIOD
           PERFORM HPD-CHECK-PERIOD
           PERFORM HRUN-OPEN-RUN
           PERFORM 2000-APPLY-DEPOSITS
           PERFORM 3000-REFUND-DEPOSITS
           PERFORM 9050-CONTROL-TOTALS-REPORT
           PERFORM HRUN-CLOSE-RUN
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       2000-APPLY-DEPOSITS.
           EXEC SQL OPEN CURSOR_PDAPPL END-EXEC
           MOVE '2000-APPLY-DEPOSITS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_PDAPPL INTO
                        :HV-SCH-POL-ID
                       ,:HV-SCH-DUE-SEQ
                       ,:HV-SCH-DUE-AMOUNT
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-APPLY-DEPOSITS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 2100-APPLY-ONE THRU 2100-APPLY-ONE-END
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_PDAPPL END-EXEC
           EXEC SQL COMMIT END-EXEC.
       2000-APPLY-DEPOSITS-END. EXIT.

      ******************************************************************
      * 2100-APPLY-ONE: WHAT THE INSTALLMENT STILL NEEDS IS ITS        *
      * DUE_AMOUNT, OR THE OUTSTANDING_AMNT A PART PAYMENT LEFT ON IT. *
      * ONLY A BALANCE THAT COVERS IT IN FULL IS DRAWN - THE POSTING   *
      * IS THE SAME ONE PGMAUTO'S 2100-DRAFT-ONE MAKES, PLUS THE       *
      * 'APPLIED' ROW THAT TAKES IT OFF THE DEPOSIT BALANCE.           *
      ******************************************************************
       2100-APPLY-ONE.
           MOVE HV-SCH-POL-ID TO HV-PDP-POL-ID
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO :WS-DEP-BAL
               FROM TB_PREMIUM_DEPOSITS
               WHERE POL_ID = :HV-PDP-POL-ID
           END-EXEC
           MOVE '2100-APPLY-ONE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               SELECT COALESCE(OUTSTANDING_AMNT, 0)
               INTO :HV-POL-OUTSTANDING-AMNT
               FROM TB_POLICY_DETAILS
               WHERE POL_ID = :HV-SCH-POL-ID
           END-EXEC
           MOVE '2100-APPLY-ONE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF HV-POL-OUTSTANDING-AMNT > 0
               MOVE HV-POL-OUTSTANDING-AMNT TO WS-NEEDED
           ELSE
               MOVE HV-SCH-DUE-AMOUNT       TO WS-NEEDED
           END-IF
           IF WS-DEP-BAL < WS-NEEDED
               ADD 1 TO WS-SHORT-COUNT
               GO TO 2100-APPLY-ONE-END
           END-IF
           MOVE HV-SCH-POL-ID TO HV-PPY-POL-ID
           MOVE WS-NEEDED     TO HV-PPY-AMOUNT-PAID
           MOVE 'PGMPDEP'     TO HV-PPY-PAID-BY
           EXEC SQL
               INSERT INTO TB_PREMIUM_PAYMENTS VALUES (
                :HV-PPY-POL-ID
               ,CURRENT DATE
               ,:HV-PPY-AMOUNT-PAID
               ,:HV-PPY-PAID-BY
               )
           END-EXEC
           MOVE '2100-APPLY-ONE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               UPDATE TB_PREMIUM_SCHEDULE
               SET SCHED_STATUS = 'PAID'
                  ,PAID_DATE    = CURRENT DATE
               WHERE POL_ID = :HV-SCH-POL-ID
                 AND DUE_SEQ = :HV-SCH-DUE-SEQ
           END-EXEC
           MOVE '2100-APPLY-ONE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE HV-SCH-DUE-SEQ TO WS-DUE-SEQ-N
           COMPUTE HV-PDP-AMOUNT = 0 - WS-NEEDED
           MOVE 'APPLIED'      TO HV-PDP-TXN-TYPE
           MOVE 'PGMPDEP'      TO HV-PDP-TXN-BY
           MOVE WS-DUE-SEQ-N   TO HV-PDP-REF-ID
           PERFORM 5000-INSERT-DEPOSIT-TXN
      * THE POLICY'S NEXT DUE DATE IS THE EARLIEST INSTALLMENT LEFT
      * UNPAID - A FULLY PAID PLAN JUST KEEPS ITS LAST DUE DATE
           MOVE SPACES TO WS-NEXT-DUE-DATE
           EXEC SQL
               SELECT COALESCE(CHAR(MIN(DUE_DATE), ISO), ' ')
               INTO :WS-NEXT-DUE-DATE
               FROM TB_PREMIUM_SCHEDULE
               WHERE POL_ID = :HV-SCH-POL-ID
                 AND SCHED_STATUS IN ('OPEN', 'OVERDUE')
           END-EXEC
           MOVE '2100-APPLY-ONE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF WS-NEXT-DUE-DATE NOT = SPACES
               MOVE WS-NEXT-DUE-DATE TO HV-POL-PREM-PAY-DATE
               EXEC SQL
                   UPDATE TB_POLICY_DETAILS
                   SET PAID_DATE     = CURRENT DATE
                      ,PREM_PAY_DATE = :HV-POL-PREM-PAY-DATE
                      ,OUTSTANDING_AMNT = 0
                      ,LAST_UPD_TS   = CURRENT TIMESTAMP
                      ,LAST_UPD_USER = 'PGMPDEP'
                   WHERE POL_ID = :HV-SCH-POL-ID
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE TB_POLICY_DETAILS
                   SET PAID_DATE     = CURRENT DATE
                      ,OUTSTANDING_AMNT = 0
                      ,LAST_UPD_TS   = CURRENT TIMESTAMP
                      ,LAST_UPD_USER = 'PGMPDEP'
                   WHERE POL_ID = :HV-SCH-POL-ID
               END-EXEC
           END-IF
           MOVE '2100-APPLY-ONE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
      * ANY LATE-PAYMENT CHARGE WAS PART OF THE BALANCE JUST CLEARED
           MOVE HV-SCH-POL-ID TO HV-LCH-POL-ID
           EXEC SQL
               UPDATE TB_LATE_CHARGES
               SET CHARGE_STATUS = 'PAID'
                  ,STATUS_DATE   = CURRENT DATE
                  ,STATUS_BY     = 'PGMPDEP'
               WHERE POL_ID = :HV-LCH-POL-ID
                 AND CHARGE_STATUS = 'ASSESSED'
           END-EXEC
           IF SQLCODE NOT = 100
               MOVE '2100-APPLY-ONE' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           ADD WS-NEEDED TO WS-APPLIED-AMT.
       2100-APPLY-ONE-END. EXIT.

      ******************************************************************
      * 3000-REFUND-DEPOSITS: A SURRENDERED OR MATURED POLICY, OR ONE  *
      * WITH AN APPROVED DEATH CLAIM, WILL NEVER DRAW ITS DEPOSIT      *
      * AGAIN - THE WHOLE BALANCE GOES BACK THROUGH THE DISBURSEMENT   *
      * LEDGER AND THE LEDGER IS ZEROED WITH A 'REFUND' ROW, SO A      *
      * RERUN FINDS NOTHING LEFT TO PAY.                               *
      ******************************************************************
       3000-REFUND-DEPOSITS.
           EXEC SQL OPEN CURSOR_PDRFND END-EXEC
           MOVE '3000-REFUND-DEPOSITS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_PDRFND INTO
                        :HV-POL-POL-ID
                       ,:HV-HOL-NAME
                       ,:HV-POL-CURRENCY-CODE
                       ,:HV-POL-POLICY-STATUS
                       ,:WS-DEP-BAL
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '3000-REFUND-DEPOSITS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 3100-REFUND-ONE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_PDRFND END-EXEC
           EXEC SQL COMMIT END-EXEC.
       3000-REFUND-DEPOSITS-END. EXIT.

      ******************************************************************
      * 3100-REFUND-ONE: THE HOLDER'S OWN MONEY COMING BACK - NO TAX   *
      * IS WITHHELD (GROSS = NET), BUT A REFUND OVER THE 'DISBAPPR'    *
      * THRESHOLD WAITS ON THE SUPM APPROVAL QUEUE LIKE ANY PAYOUT.    *
      * THE DISB ID COMES FROM THE TB_ID_CONTROL 'DISB' ROW.           *
      ******************************************************************
       3100-REFUND-ONE.
           MOVE 'DEP'                TO HV-DSB-SOURCE-TYPE
           MOVE HV-POL-POL-ID        TO HV-DSB-REF-ID
           MOVE HV-POL-POL-ID        TO HV-DSB-POL-ID
           MOVE HV-HOL-NAME-TEXT     TO HV-DSB-PAYEE-TEXT
             MOVE HV-HOL-NAME-LEN    TO HV-DSB-PAYEE-LEN
           MOVE WS-DEP-BAL           TO HV-DSB-AMOUNT
           MOVE WS-DEP-BAL           TO HV-DSB-GROSS-AMT
           MOVE ZEROES               TO HV-DSB-WITHHELD-AMT
           MOVE 'NONE'               TO HV-DSB-WH-CODE
           MOVE HV-POL-CURRENCY-CODE TO HV-DSB-CURRENCY-CODE
           MOVE 'ISSUED' TO HV-DSB-STATUS
           EXEC SQL
               SELECT LIMIT_AMNT INTO :HV-UWL-LIMIT-AMNT
               FROM TB_UW_LIMITS
               WHERE LIMIT_TYPE = 'DISBAPPR'
           END-EXEC
           IF (SQLCODE = DB2-SUCCESS)
               AND (WS-DEP-BAL > HV-UWL-LIMIT-AMNT)
               MOVE 'PENDAPPR' TO HV-DSB-STATUS
           END-IF
           MOVE 'DISB' TO HV-IDC-ID-TYPE
           EXEC SQL
               UPDATE TB_ID_CONTROL
               SET LAST_NBR = LAST_NBR + 1
               WHERE ID_TYPE = :HV-IDC-ID-TYPE
           END-EXEC
           MOVE '3100-REFUND-ONE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               SELECT ID_PREFIX, LAST_NBR
               INTO :HV-IDC-ID-PREFIX, :HV-IDC-LAST-NBR
               FROM TB_ID_CONTROL
               WHERE ID_TYPE = :HV-IDC-ID-TYPE
           END-EXEC
           MOVE '3100-REFUND-ONE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE HV-IDC-LAST-NBR TO WS-IDGEN-NBR
           STRING HV-IDC-ID-PREFIX DELIMITED BY SIZE
                  WS-IDGEN-NBR      DELIMITED BY SIZE
                  INTO WS-GEND-DSBID
           END-STRING
           MOVE WS-GEND-DSBID TO HV-DSB-DISB-ID
           EXEC SQL
               INSERT INTO TB_DISBURSEMENTS VALUES (
                :HV-DSB-DISB-ID
               ,:HV-DSB-SOURCE-TYPE
               ,:HV-DSB-REF-ID
               ,:HV-DSB-POL-ID
               ,:HV-DSB-PAYEE-NAME
               ,:HV-DSB-AMOUNT
               ,:HV-DSB-CURRENCY-CODE
               ,CURRENT DATE
               ,:HV-DSB-STATUS
               ,CURRENT DATE
               ,'PGMPDEP'
               ,NULL
               ,:HV-DSB-GROSS-AMT
               ,:HV-DSB-WITHHELD-AMT
               ,:HV-DSB-WH-CODE
               )
           END-EXEC
           MOVE '3100-REFUND-ONE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE HV-POL-POL-ID  TO HV-PDP-POL-ID
           COMPUTE HV-PDP-AMOUNT = 0 - WS-DEP-BAL
           MOVE 'REFUND'       TO HV-PDP-TXN-TYPE
           MOVE 'PGMPDEP'      TO HV-PDP-TXN-BY
           MOVE HV-DSB-DISB-ID TO HV-PDP-REF-ID
           PERFORM 5000-INSERT-DEPOSIT-TXN
           DISPLAY 'DEPOSIT REFUNDED (' HV-POL-POLICY-STATUS '): '
               HV-POL-POL-ID ' AMOUNT ' HV-DSB-AMOUNT ' AS '
               HV-DSB-DISB-ID ' ' HV-DSB-STATUS
           ADD 1 TO WS-REFUND-COUNT
           ADD WS-DEP-BAL TO WS-REFUND-AMT.
       3100-REFUND-ONE-END. EXIT.

       5000-INSERT-DEPOSIT-TXN.
           EXEC SQL
               INSERT INTO TB_PREMIUM_DEPOSITS VALUES (
                :HV-PDP-POL-ID
               ,CURRENT DATE
               ,:HV-PDP-TXN-TYPE
               ,:HV-PDP-AMOUNT
               ,:HV-PDP-TXN-BY
               ,:HV-PDP-REF-ID
               )
           END-EXEC
           MOVE '5000-INSERT-DEPOSIT-TXN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER.
       5000-INSERT-DEPOSIT-TXN-END. EXIT.

       9050-CONTROL-TOTALS-REPORT.
           DISPLAY ' '
           DISPLAY '==========================================='
           DISPLAY 'PGMPDEP - END OF JOB CONTROL TOTALS'
           DISPLAY '==========================================='
           DISPLAY 'INSTALLMENTS PAID FROM DEPOSIT : '
               WS-APPLIED-COUNT
           DISPLAY 'AMOUNT APPLIED . . . . . . . . : ' WS-APPLIED-AMT
           DISPLAY 'DUE BUT DEPOSIT TOO SMALL. . . : ' WS-SHORT-COUNT
           DISPLAY 'DEPOSIT BALANCES REFUNDED. . . : ' WS-REFUND-COUNT
           DISPLAY 'AMOUNT REFUNDED. . . . . . . . : ' WS-REFUND-AMT
           DISPLAY '==========================================='.
       9050-CONTROL-TOTALS-REPORT-END. EXIT.

       9000-TERM.
           DISPLAY 'PGMPDEP - PREMIUM DEPOSIT APPLICATION COMPLETE'
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
           MOVE 'PGMPDEP'       TO HV-ERL-PROGRAM-ID
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
      * HPD-CHECK-PERIOD: NO POSTING LANDS IN AN ACCOUNTING PERIOD    *
      * FINANCE HAS ALREADY CLOSED - A CLOSED ROW FOR TODAY ENDS THE  *
      * JOB RC=8 BEFORE ANYTHING IS WRITTEN. A DATE WITH NO           *
      * TB_ACCT_PERIODS ROW POSTS FREELY.                             *
      ******************************************************************
       HPD-CHECK-PERIOD.
           EXEC SQL
               SELECT PERIOD_STATUS INTO :HV-APD-STATUS
               FROM TB_ACCT_PERIODS
               WHERE CURRENT DATE BETWEEN PERIOD_START
                                      AND PERIOD_END
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = 0
               IF HV-APD-STATUS = 'CLOSED'
                   DISPLAY 'PGMPDEP - ACCOUNTING PERIOD IS CLOSED - '
                       'POSTING REFUSED'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9000-TERM
               END-IF
           WHEN SQLCODE = 100
               CONTINUE
           WHEN OTHER
               MOVE 'HPD-CHECK-PERIOD' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-EVALUATE.
       HPD-CHECK-PERIOD-END. EXIT.

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
               WHERE JOB_NAME = 'PGMPDEP'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'ENDED-OK'
           END-EXEC
           IF WS-RUN-DUP-COUNT > 0
               DISPLAY 'PGMPDEP ALREADY ENDED-OK FOR THIS BUSINESS '
                   'DATE - DUPLICATE RUN REFUSED'
               PERFORM 9000-TERM
           END-IF
           EXEC SQL
               INSERT INTO TB_BATCH_RUN_CONTROL VALUES (
                'PGMPDEP'
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
                   WHERE JOB_NAME = 'PGMPDEP'
                     AND BUSINESS_DATE = CURRENT DATE
               END-EXEC
           END-IF
           MOVE 'HRUN-OPEN-RUN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL COMMIT END-EXEC.
       HRUN-OPEN-RUN-END. EXIT.

       HRUN-CLOSE-RUN.
           COMPUTE HV-RUN-REC-COUNT =
               WS-APPLIED-COUNT + WS-REFUND-COUNT
           EXEC SQL
               UPDATE TB_BATCH_RUN_CONTROL
               SET RUN_STATUS = 'ENDED-OK'
                  ,END_TIME   = CHAR(CURRENT TIME)
                  ,REC_COUNT  = :HV-RUN-REC-COUNT
               WHERE JOB_NAME = 'PGMPDEP'
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
               WHERE JOB_NAME = 'PGMPDEP'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'STARTED'
           END-EXEC.
       HRUN-MARK-FAILED-END. EXIT.
